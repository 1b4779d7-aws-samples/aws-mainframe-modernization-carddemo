      ******************************************************************
      * PROGRAM     : CBMKT01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Marketing campaign selection.  For the campaign
      *               named on SYSIN, walks the primary cards on the
      *               cross reference and picks the open accounts the
      *               campaign's rules allow - account group,
      *               utilization band, delinquency no worse than the
      *               campaign maximum, and a minimum account age.
      *               An eligible account is then suppressed if it is
      *               in bankruptcy, charged off, or the cardholder is
      *               deceased, has no good mailing address, is under
      *               a sanctions screening hit, has opted out of
      *               marketing, or was retired by a customer merge.
      *               Each account left is recorded on MKTOFFER and
      *               written to the MKTEXTR mail vendor extract under
      *               the campaign code; an account already offered
      *               under the campaign is not offered again, so the
      *               run can be repeated.  The campaign record takes
      *               the drop date and counts.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License").
      * You may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *    http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing,
      * software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the License
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBMKT01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE ASSIGN TO CAMPAIGN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-MKC-CAMPAIGN-CD
                  FILE STATUS  IS CAMPAIGN-STATUS.
      *
           SELECT XREF-FILE ASSIGN TO XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-XREF-CARD-NUM
                  FILE STATUS  IS XREFFILE-STATUS.
      *
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      *
           SELECT CUSTFILE-FILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTFILE-STATUS.
      *
           SELECT REVIEW-FILE ASSIGN TO OFACREVW
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-OFA-ID
                  FILE STATUS  IS REVIEW-STATUS.
      *
           SELECT MKTOFFER-FILE ASSIGN TO MKTOFFER
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-MKO-KEY
                  FILE STATUS  IS MKTOFFER-STATUS.
      *
           SELECT MKTEXTR-FILE ASSIGN TO MKTEXTR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS MKTEXTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-FILE.
       01  FD-CAMPAIGN-REC.
           05  FD-MKC-CAMPAIGN-CD               PIC X(08).
           05  FD-MKC-DATA                      PIC X(192).

       FD  XREF-FILE.
       01  FD-XREFFILE-REC.
           05  FD-XREF-CARD-NUM                 PIC X(16).
           05  FD-XREF-DATA                     PIC X(34).

       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05  FD-ACCT-ID                       PIC 9(11).
           05  FD-ACCT-DATA                     PIC X(289).

       FD  CUSTFILE-FILE.
       01  FD-CUSTFILE-REC.
           05  FD-CUST-ID                       PIC 9(09).
           05  FD-CUST-DATA                     PIC X(491).

       FD  REVIEW-FILE.
       01  FD-REVIEW-REC.
           05 FD-OFA-ID                         PIC X(16).
           05 FD-OFA-DATA                       PIC X(124).

       FD  MKTOFFER-FILE.
       01  FD-MKTOFFER-REC.
           05  FD-MKO-KEY                       PIC X(19).
           05  FD-MKO-DATA                      PIC X(81).

       FD  MKTEXTR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01  FD-MKTEXTR-REC                       PIC X(300).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVMKT01Y.
       COPY CVACT03Y.
       COPY CVACT01Y.
       COPY CVCUS01Y.
       COPY CVOFA01Y.

       01  CAMPAIGN-STATUS.
           05  CAMPAIGN-STAT1      PIC X.
           05  CAMPAIGN-STAT2      PIC X.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.
       01  REVIEW-STATUS.
           05  REVIEW-STAT1        PIC X.
           05  REVIEW-STAT2        PIC X.
       01  MKTOFFER-STATUS.
           05  MKTOFFER-STAT1      PIC X.
           05  MKTOFFER-STAT2      PIC X.
       01  MKTEXTR-STATUS.
           05  MKTEXTR-STAT1       PIC X.
           05  MKTEXTR-STAT2       PIC X.

       01  IO-STATUS.
           05  IO-STAT1            PIC X.
           05  IO-STAT2            PIC X.
       01  TWO-BYTES-BINARY        PIC 9(4) BINARY.
       01  TWO-BYTES-ALPHA         REDEFINES TWO-BYTES-BINARY.
           05  TWO-BYTES-LEFT      PIC X.
           05  TWO-BYTES-RIGHT     PIC X.
       01  IO-STATUS-04.
           05  IO-STATUS-0401      PIC 9   VALUE 0.
           05  IO-STATUS-0403      PIC 999 VALUE 0.

       01  END-OF-FILE             PIC X(01) VALUE 'N'.
       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.

       01  PRM-INFO.
           05  P-CAMPAIGN-CD       PIC X(08) VALUE SPACES.
           05  FILLER              PIC X(72).

      *---------------------------------------------------------------*
      * Customers under an open or confirmed sanctions screening hit. *
      *---------------------------------------------------------------*
       01  WS-SANC-TABLE.
           05  WS-SANC-CUST-ID     PIC 9(09) OCCURS 2000 TIMES.
       01  WS-SANC-MAX             PIC S9(4) COMP VALUE 2000.
       01  WS-SANC-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-SANC-SUB             PIC S9(4) COMP VALUE 0.
       01  WS-SANC-HIT-SW          PIC X(01).
           88  WS-SANC-HIT                   VALUE 'Y'.

       01  WS-REASON               PIC X(01).
           88  WS-REASON-NONE                VALUE ' '.
           88  WS-INELIG-INACTIVE            VALUE 'I'.
           88  WS-INELIG-GROUP               VALUE 'G'.
           88  WS-INELIG-UTIL                VALUE 'U'.
           88  WS-INELIG-DELINQ              VALUE 'L'.
           88  WS-INELIG-AGE                 VALUE 'A'.
           88  WS-SUPP-BANKRUPT              VALUE 'B'.
           88  WS-SUPP-DECEASED              VALUE 'D'.
           88  WS-SUPP-CHARGED-OFF           VALUE 'C'.
           88  WS-SUPP-BAD-ADDRESS           VALUE 'M'.
           88  WS-SUPP-SANCTIONS             VALUE 'S'.
           88  WS-SUPP-OPTED-OUT             VALUE 'O'.
           88  WS-SUPP-MERGED                VALUE 'R'.
           88  WS-REASON-INELIGIBLE          VALUE 'I', 'G', 'U',
                                                   'L', 'A'.

       01  WS-SEL-MAX-DELINQ       PIC X(03).
       01  WS-ACCT-DELINQ          PIC X(03).
       01  WS-UTIL-PCT             PIC S9(05)V99 COMP-3 VALUE 0.
       01  WS-AGE-MONTHS           PIC S9(05) COMP-3 VALUE 0.
       01  WS-OPEN-DATE-FIELDS.
           05  WS-OPEN-YYYY        PIC 9(04).
           05  FILLER              PIC X(01).
           05  WS-OPEN-MM          PIC 9(02).
           05  FILLER              PIC X(01).
           05  WS-OPEN-DD          PIC 9(02).

       01  WS-RUN-COUNTS.
           05  WS-CARDS-READ               PIC 9(09) VALUE 0.
           05  WS-AUTH-USER-CARDS          PIC 9(09) VALUE 0.
           05  WS-NOT-ON-FILE              PIC 9(09) VALUE 0.
           05  WS-INELIGIBLE               PIC 9(09) VALUE 0.
           05  WS-INELIG-INACTIVE-CNT      PIC 9(09) VALUE 0.
           05  WS-INELIG-GROUP-CNT         PIC 9(09) VALUE 0.
           05  WS-INELIG-UTIL-CNT          PIC 9(09) VALUE 0.
           05  WS-INELIG-DELINQ-CNT        PIC 9(09) VALUE 0.
           05  WS-INELIG-AGE-CNT           PIC 9(09) VALUE 0.
           05  WS-SUPPRESSED               PIC 9(09) VALUE 0.
           05  WS-SUPP-BANKRUPT-CNT        PIC 9(09) VALUE 0.
           05  WS-SUPP-DECEASED-CNT        PIC 9(09) VALUE 0.
           05  WS-SUPP-CHGOFF-CNT          PIC 9(09) VALUE 0.
           05  WS-SUPP-BAD-ADDR-CNT        PIC 9(09) VALUE 0.
           05  WS-SUPP-SANCTIONS-CNT       PIC 9(09) VALUE 0.
           05  WS-SUPP-OPTED-OUT-CNT       PIC 9(09) VALUE 0.
           05  WS-SUPP-MERGED-CNT          PIC 9(09) VALUE 0.
           05  WS-ALREADY-OFFERED          PIC 9(09) VALUE 0.
           05  WS-OFFERS-WRITTEN           PIC 9(09) VALUE 0.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-RUN-DATE                     PIC X(10).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBMKT01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 1200-LOAD-SANCTIONS.
           PERFORM 2000-SELECT-ACCOUNTS.
           PERFORM 3000-UPDATE-CAMPAIGN.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBMKT01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT PRM-INFO FROM SYSIN.
           IF P-CAMPAIGN-CD = SPACES
               DISPLAY 'CBMKT01C NO CAMPAIGN CODE ON SYSIN'
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING.

           OPEN I-O CAMPAIGN-FILE.
           IF CAMPAIGN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CAMPAIGN'
               MOVE CAMPAIGN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           MOVE P-CAMPAIGN-CD TO FD-MKC-CAMPAIGN-CD.
           READ CAMPAIGN-FILE INTO MARKETING-CAMPAIGN-RECORD.
           IF CAMPAIGN-STATUS NOT = '00'
               DISPLAY 'CBMKT01C CAMPAIGN NOT ON FILE: ' P-CAMPAIGN-CD
               MOVE CAMPAIGN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           IF NOT MKC-ACTIVE
               DISPLAY 'CBMKT01C CAMPAIGN IS NOT ACTIVE: '
                       P-CAMPAIGN-CD
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           IF MKC-SEL-MAX-DELINQ = SPACES
               MOVE '000' TO WS-SEL-MAX-DELINQ
           ELSE
               MOVE MKC-SEL-MAX-DELINQ TO WS-SEL-MAX-DELINQ
           END-IF.
           DISPLAY 'CBMKT01C SELECTING FOR CAMPAIGN ' MKC-CAMPAIGN-CD
                   ' ' MKC-DESC.

           OPEN INPUT XREF-FILE.
           IF XREFFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING XREFFILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT ACCTFILE-FILE.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCTFILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT CUSTFILE-FILE.
           IF CUSTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTFILE'
               MOVE CUSTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT REVIEW-FILE.
           IF REVIEW-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING OFACREVW'
               MOVE REVIEW-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN I-O MKTOFFER-FILE.
           IF MKTOFFER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MKTOFFER'
               MOVE MKTOFFER-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT MKTEXTR-FILE.
           IF MKTEXTR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MKTEXTR'
               MOVE MKTEXTR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

      *****************************************************************
      * A hit still open or confirmed by compliance keeps the          *
      * customer out of marketing; a cleared false positive does not. *
      *****************************************************************
       1200-LOAD-SANCTIONS.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ REVIEW-FILE INTO OFAC-REVIEW-RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF OFA-OPEN OR OFA-CONFIRMED
                           PERFORM 1210-STORE-SANCTION
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'CBMKT01C SANCTIONS HITS LOADED: ' WS-SANC-COUNT.

       1210-STORE-SANCTION.
           IF WS-SANC-COUNT >= WS-SANC-MAX
               DISPLAY 'CBMKT01C SANCTIONS TABLE FULL AT ' WS-SANC-MAX
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-SANC-COUNT.
           MOVE OFA-CUST-ID TO WS-SANC-CUST-ID (WS-SANC-COUNT).

      *****************************************************************
       2000-SELECT-ACCOUNTS.
      *****************************************************************
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ XREF-FILE INTO CARD-XREF-RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-CARDS-READ
                       PERFORM 2100-PROCESS-CARD
               END-READ
           END-PERFORM.

      *****************************************************************
      * The offer goes to the primary cardholder; authorized-user     *
      * cards on the same account are passed over.                    *
      *****************************************************************
       2100-PROCESS-CARD.
           IF XREF-REL-AUTH-USER
               ADD 1 TO WS-AUTH-USER-CARDS
               EXIT PARAGRAPH
           END-IF.
           MOVE XREF-ACCT-ID TO FD-ACCT-ID.
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD.
           IF ACCTFILE-STATUS NOT = '00'
               ADD 1 TO WS-NOT-ON-FILE
               DISPLAY 'CBMKT01C ACCOUNT NOT ON FILE: ' XREF-ACCT-ID
               EXIT PARAGRAPH
           END-IF.
           MOVE XREF-CUST-ID TO FD-CUST-ID.
           READ CUSTFILE-FILE INTO CUSTOMER-RECORD.
           IF CUSTFILE-STATUS NOT = '00'
               ADD 1 TO WS-NOT-ON-FILE
               DISPLAY 'CBMKT01C CUSTOMER NOT ON FILE: ' XREF-CUST-ID
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACE TO WS-REASON.
           PERFORM 2200-CHECK-ELIGIBILITY.
           IF WS-REASON-NONE
               PERFORM 2300-CHECK-SUPPRESSION
           END-IF.
           IF WS-REASON-NONE
               PERFORM 2500-WRITE-OFFER
           ELSE
               PERFORM 2400-COUNT-REASON
           END-IF.

      *****************************************************************
      * Campaign rules.  Utilization is the balance against the       *
      * credit line; age is whole months since the account opened.   *
      *****************************************************************
       2200-CHECK-ELIGIBILITY.
           IF NOT ACCT-OPEN-ACTIVE
               SET WS-INELIG-INACTIVE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF MKC-SEL-GROUP-ID NOT = SPACES
              AND MKC-SEL-GROUP-ID NOT = ACCT-GROUP-ID
               SET WS-INELIG-GROUP TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF ACCT-CREDIT-LIMIT NOT > ZERO
               SET WS-INELIG-UTIL TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-UTIL-PCT.
           IF ACCT-CURR-BAL > ZERO
               COMPUTE WS-UTIL-PCT ROUNDED =
                       ACCT-CURR-BAL * 100 / ACCT-CREDIT-LIMIT
           END-IF.
           IF WS-UTIL-PCT < MKC-SEL-MIN-UTIL-PCT
               SET WS-INELIG-UTIL TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF MKC-SEL-MAX-UTIL-PCT > ZERO
              AND WS-UTIL-PCT > MKC-SEL-MAX-UTIL-PCT
               SET WS-INELIG-UTIL TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF ACCT-DELINQ-STATUS = SPACES
               MOVE '000' TO WS-ACCT-DELINQ
           ELSE
               MOVE ACCT-DELINQ-STATUS TO WS-ACCT-DELINQ
           END-IF.
           IF WS-ACCT-DELINQ > WS-SEL-MAX-DELINQ
               SET WS-INELIG-DELINQ TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE ACCT-OPEN-DATE TO WS-OPEN-DATE-FIELDS.
           IF WS-OPEN-YYYY NOT NUMERIC
              OR WS-OPEN-MM NOT NUMERIC
              OR WS-OPEN-DD NOT NUMERIC
               SET WS-INELIG-AGE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-AGE-MONTHS =
                   (WS-RUN-YYYY * 12 + WS-RUN-MM)
                 - (WS-OPEN-YYYY * 12 + WS-OPEN-MM).
           IF WS-RUN-DD < WS-OPEN-DD
               SUBTRACT 1 FROM WS-AGE-MONTHS
           END-IF.
           IF WS-AGE-MONTHS < MKC-SEL-MIN-AGE-MONTHS
               SET WS-INELIG-AGE TO TRUE
           END-IF.

      *****************************************************************
      * Suppressions apply whatever the campaign rules say.           *
      *****************************************************************
       2300-CHECK-SUPPRESSION.
           IF ACCT-IN-BANKRUPTCY
               SET WS-SUPP-BANKRUPT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-DECEASED OR CUST-DECEASED
               SET WS-SUPP-DECEASED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-CHARGED-OFF
               SET WS-SUPP-CHARGED-OFF TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NOT CUST-NOT-MERGED
               SET WS-SUPP-MERGED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-BAD-ADDRESS OR CUST-ADDR-INVALID
              OR CUST-ADDR-LINE-1 = SPACES
              OR CUST-ADDR-ZIP = SPACES
               SET WS-SUPP-BAD-ADDRESS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF CUST-MKT-OPTED-OUT
               SET WS-SUPP-OPTED-OUT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SANC-HIT-SW.
           PERFORM VARYING WS-SANC-SUB FROM 1 BY 1
                   UNTIL WS-SANC-SUB > WS-SANC-COUNT
                      OR WS-SANC-HIT
               IF WS-SANC-CUST-ID (WS-SANC-SUB) = CUST-ID
                   SET WS-SANC-HIT TO TRUE
               END-IF
           END-PERFORM.
           IF WS-SANC-HIT
               SET WS-SUPP-SANCTIONS TO TRUE
           END-IF.

       2400-COUNT-REASON.
           IF WS-REASON-INELIGIBLE
               ADD 1 TO WS-INELIGIBLE
           ELSE
               ADD 1 TO WS-SUPPRESSED
           END-IF.
           EVALUATE TRUE
               WHEN WS-INELIG-INACTIVE
                   ADD 1 TO WS-INELIG-INACTIVE-CNT
               WHEN WS-INELIG-GROUP
                   ADD 1 TO WS-INELIG-GROUP-CNT
               WHEN WS-INELIG-UTIL
                   ADD 1 TO WS-INELIG-UTIL-CNT
               WHEN WS-INELIG-DELINQ
                   ADD 1 TO WS-INELIG-DELINQ-CNT
               WHEN WS-INELIG-AGE
                   ADD 1 TO WS-INELIG-AGE-CNT
               WHEN WS-SUPP-BANKRUPT
                   ADD 1 TO WS-SUPP-BANKRUPT-CNT
               WHEN WS-SUPP-DECEASED
                   ADD 1 TO WS-SUPP-DECEASED-CNT
               WHEN WS-SUPP-CHARGED-OFF
                   ADD 1 TO WS-SUPP-CHGOFF-CNT
               WHEN WS-SUPP-BAD-ADDRESS
                   ADD 1 TO WS-SUPP-BAD-ADDR-CNT
               WHEN WS-SUPP-SANCTIONS
                   ADD 1 TO WS-SUPP-SANCTIONS-CNT
               WHEN WS-SUPP-OPTED-OUT
                   ADD 1 TO WS-SUPP-OPTED-OUT-CNT
               WHEN WS-SUPP-MERGED
                   ADD 1 TO WS-SUPP-MERGED-CNT
           END-EVALUATE.

      *****************************************************************
      * The offer record is written first; a duplicate key means the  *
      * account was offered under this campaign already (a second     *
      * primary card, or a repeated run) and nothing is mailed.       *
      *****************************************************************
       2500-WRITE-OFFER.
           INITIALIZE MARKETING-OFFER-RECORD.
           MOVE MKC-CAMPAIGN-CD   TO MKO-CAMPAIGN-CD.
           MOVE ACCT-ID           TO MKO-ACCT-ID.
           MOVE CUST-ID           TO MKO-CUST-ID.
           MOVE XREF-CARD-NUM     TO MKO-CARD-NUM.
           MOVE WS-RUN-DATE       TO MKO-OFFER-DATE.
           SET MKO-OFFERED        TO TRUE.
           MOVE SPACES            TO MKO-RESPONSE-DATE.
           MOVE ZERO              TO MKO-RESPONSE-AMT.
           WRITE FD-MKTOFFER-REC FROM MARKETING-OFFER-RECORD.
           EVALUATE MKTOFFER-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '22'
                   ADD 1 TO WS-ALREADY-OFFERED
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY 'ERROR WRITING MKTOFFER: ' MKO-KEY
                   MOVE MKTOFFER-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.

           INITIALIZE MARKETING-EXTRACT-RECORD.
           MOVE MKC-CAMPAIGN-CD      TO MKX-CAMPAIGN-CD.
           MOVE ACCT-ID              TO MKX-ACCT-ID.
           MOVE CUST-ID              TO MKX-CUST-ID.
           MOVE SPACES               TO MKX-NAME.
           STRING CUST-FIRST-NAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  CUST-LAST-NAME DELIMITED BY SPACE
               INTO MKX-NAME
           END-STRING.
           MOVE CUST-ADDR-LINE-1     TO MKX-ADDR-LINE-1.
           MOVE CUST-ADDR-LINE-2     TO MKX-ADDR-LINE-2.
           MOVE CUST-ADDR-LINE-3     TO MKX-ADDR-LINE-3.
           MOVE CUST-ADDR-STATE-CD   TO MKX-ADDR-STATE-CD.
           MOVE CUST-ADDR-ZIP        TO MKX-ADDR-ZIP.
           MOVE CUST-ADDR-COUNTRY-CD TO MKX-ADDR-COUNTRY-CD.
           MOVE MKC-PROMO-RATE       TO MKX-PROMO-RATE.
           MOVE MKC-PROMO-END-DATE   TO MKX-PROMO-END-DATE.
           WRITE FD-MKTEXTR-REC FROM MARKETING-EXTRACT-RECORD.
           IF MKTEXTR-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING MKTEXTR'
               MOVE MKTEXTR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-OFFERS-WRITTEN.

      *****************************************************************
      * Selected counts accumulate across drops; the suppressed count *
      * is the latest drop's.                                         *
      *****************************************************************
       3000-UPDATE-CAMPAIGN.
           MOVE WS-RUN-DATE TO MKC-DROP-DATE.
           ADD WS-OFFERS-WRITTEN TO MKC-SELECTED-CNT.
           MOVE WS-SUPPRESSED TO MKC-SUPPRESSED-CNT.
           REWRITE FD-CAMPAIGN-REC FROM MARKETING-CAMPAIGN-RECORD.
           IF CAMPAIGN-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING CAMPAIGN: ' MKC-CAMPAIGN-CD
               MOVE CAMPAIGN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBMKT01C CAMPAIGN SELECTION SUMMARY'.
           DISPLAY '  CAMPAIGN             : ' MKC-CAMPAIGN-CD.
           DISPLAY '  CARDS READ           : ' WS-CARDS-READ.
           DISPLAY '  AUTHORIZED-USER CARDS: ' WS-AUTH-USER-CARDS.
           DISPLAY '  NOT ON FILE          : ' WS-NOT-ON-FILE.
           DISPLAY '  NOT ELIGIBLE         : ' WS-INELIGIBLE.
           DISPLAY '    NOT ACTIVE         : ' WS-INELIG-INACTIVE-CNT.
           DISPLAY '    OTHER GROUP        : ' WS-INELIG-GROUP-CNT.
           DISPLAY '    UTILIZATION        : ' WS-INELIG-UTIL-CNT.
           DISPLAY '    DELINQUENCY        : ' WS-INELIG-DELINQ-CNT.
           DISPLAY '    ACCOUNT AGE        : ' WS-INELIG-AGE-CNT.
           DISPLAY '  SUPPRESSED           : ' WS-SUPPRESSED.
           DISPLAY '    BANKRUPTCY         : ' WS-SUPP-BANKRUPT-CNT.
           DISPLAY '    DECEASED           : ' WS-SUPP-DECEASED-CNT.
           DISPLAY '    CHARGED OFF        : ' WS-SUPP-CHGOFF-CNT.
           DISPLAY '    BAD ADDRESS        : ' WS-SUPP-BAD-ADDR-CNT.
           DISPLAY '    SANCTIONS HIT      : ' WS-SUPP-SANCTIONS-CNT.
           DISPLAY '    OPTED OUT          : ' WS-SUPP-OPTED-OUT-CNT.
           DISPLAY '    MERGED CUSTOMER    : ' WS-SUPP-MERGED-CNT.
           DISPLAY '  ALREADY OFFERED      : ' WS-ALREADY-OFFERED.
           DISPLAY '  OFFERS EXTRACTED     : ' WS-OFFERS-WRITTEN.
           DISPLAY '================================================'.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE CAMPAIGN-FILE.
           CLOSE XREF-FILE.
           CLOSE ACCTFILE-FILE.
           CLOSE CUSTFILE-FILE.
           CLOSE REVIEW-FILE.
           CLOSE MKTOFFER-FILE.
           CLOSE MKTEXTR-FILE.

       9999-ABEND-PROGRAM.
           DISPLAY 'ABENDING PROGRAM'
           MOVE 0 TO TIMING
           MOVE 999 TO ABCODE
           CALL 'CEE3ABD' USING ABCODE, TIMING.

      *****************************************************************
       9910-DISPLAY-IO-STATUS.
           IF  IO-STATUS NOT NUMERIC
           OR  IO-STAT1 = '9'
               MOVE IO-STAT1 TO IO-STATUS-04(1:1)
               MOVE 0        TO TWO-BYTES-BINARY
               MOVE IO-STAT2 TO TWO-BYTES-RIGHT
               MOVE TWO-BYTES-BINARY TO IO-STATUS-0403
               DISPLAY 'FILE STATUS IS: NNNN' IO-STATUS-04
           ELSE
               MOVE '0000' TO IO-STATUS-04
               MOVE IO-STATUS TO IO-STATUS-04(3:2)
               DISPLAY 'FILE STATUS IS: NNNN' IO-STATUS-04
           END-IF
           EXIT.
