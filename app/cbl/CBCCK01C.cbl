      ******************************************************************
      * PROGRAM     : CBCCK01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Convenience check issuance.  First voids every
      *               check on CONVCHK left unused past its offer end
      *               date.  Then reads the marketing issuance file
      *               (card, offer, number of checks, pricing bucket,
      *               promo rate and end date, offer end date), checks
      *               the account is in good standing with a mailable
      *               address, assigns the account its next range of
      *               check serials, writes a CONVCHK record per check
      *               carrying the offer's pricing, and writes the
      *               check printer file.
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
       PROGRAM-ID.    CBCCK01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Convenience check issuance requests from marketing.
           SELECT CCREQ-FILE ASSIGN TO CCHKREQ
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CCREQ-STATUS.
      *
           SELECT CONVCHK-FILE ASSIGN TO CONVCHK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CCK-KEY
                  FILE STATUS  IS CONVCHK-STATUS.
      *
           SELECT XREF-FILE ASSIGN TO XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS XREF-CARD-NUM
                  FILE STATUS  IS XREFFILE-STATUS.
      *
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      *
           SELECT CUST-FILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTFILE-STATUS.
      *
      *    Check print file for the check printer.
           SELECT CCPRT-FILE ASSIGN TO CCHKPRT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CCPRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CCREQ-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-CCREQ-REC.
           05 FD-CR-CARD-NUM                    PIC X(16).
           05 FD-CR-OFFER-ID                    PIC X(08).
           05 FD-CR-CHECK-COUNT                 PIC 9(02).
           05 FD-CR-BUCKET                      PIC X(01).
           05 FD-CR-PROMO-RATE                  PIC 9(03)V99.
           05 FD-CR-PROMO-END                   PIC X(10).
           05 FD-CR-OFFER-END                   PIC X(10).
           05 FILLER                            PIC X(28).
       01  FD-CCREQ-REC-X REDEFINES FD-CCREQ-REC.
           05 FD-CR-CARD-NUM-X                  PIC X(16).
           05 FILLER                            PIC X(08).
           05 FD-CR-CHECK-COUNT-X               PIC X(02).
           05 FILLER                            PIC X(01).
           05 FD-CR-RATE-X                      PIC X(05).
           05 FILLER                            PIC X(48).

       FD  CONVCHK-FILE.
       COPY CVCCK01Y.

       FD  XREF-FILE.
       COPY CVACT03Y.

       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  CUST-FILE.
       01  FD-CUSTFILE-REC.
           05 FD-CUST-ID                        PIC X(09).
           05 FD-CUST-DATA                      PIC X(491).

       FD  CCPRT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01  FD-CCPRT-REC.
           05 FD-PR-ACCT-ID                     PIC 9(11).
           05 FD-PR-CHECK-NUM                   PIC 9(05).
           05 FD-PR-NAME                        PIC X(51).
           05 FD-PR-ADDR-LINE-1                 PIC X(50).
           05 FD-PR-ADDR-LINE-2                 PIC X(50).
           05 FD-PR-ADDR-LINE-3                 PIC X(50).
           05 FD-PR-STATE-CD                    PIC X(02).
           05 FD-PR-COUNTRY-CD                  PIC X(03).
           05 FD-PR-ZIP                         PIC X(10).
           05 FD-PR-OFFER-ID                    PIC X(08).
           05 FD-PR-EXPIRY-DATE                 PIC X(10).
           05 FD-PR-BUCKET                      PIC X(01).
           05 FD-PR-PROMO-RATE                  PIC 9(03)V99.
           05 FD-PR-PROMO-END                   PIC X(10).
           05 FILLER                            PIC X(34).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVACT01Y.
       COPY CVCUS01Y.

       01  CCREQ-STATUS.
           05  CCREQ-STAT1         PIC X.
           05  CCREQ-STAT2         PIC X.
       01  CONVCHK-STATUS.
           05  CONVCHK-STAT1       PIC X.
           05  CONVCHK-STAT2       PIC X.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.
       01  CCPRT-STATUS.
           05  CCPRT-STAT1         PIC X.
           05  CCPRT-STAT2         PIC X.

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

      *    Most checks one offer mails to one account.
       01  WS-MAX-CHECKS           PIC 9(02) VALUE 12.

       01  WS-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
           88  WS-SCAN-DONE                  VALUE 'Y'.
       01  WS-OFFER-HELD-SW        PIC X(01) VALUE 'N'.
           88  WS-OFFER-HELD                 VALUE 'Y'.
       01  WS-LAST-CHECK-NUM       PIC 9(05) VALUE 0.
       01  WS-CHECK-SUB            PIC S9(4) COMP VALUE 0.
       01  WS-REJECT-REASON        PIC X(40).

       01  WS-RUN-COUNTS.
           05  WS-CHECKS-EXPIRED           PIC 9(09) VALUE 0.
           05  WS-REQUESTS-READ            PIC 9(09) VALUE 0.
           05  WS-REQUESTS-ISSUED          PIC 9(09) VALUE 0.
           05  WS-REQUESTS-REJECTED        PIC 9(09) VALUE 0.
           05  WS-CHECKS-ISSUED            PIC 9(09) VALUE 0.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-RUN-DATE                     PIC X(10).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBCCK01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-EXPIRE-UNUSED-CHECKS.
           PERFORM 2000-PROCESS-REQUESTS.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBCCK01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING.

           OPEN INPUT CCREQ-FILE.
           IF CCREQ-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CCHKREQ'
               MOVE CCREQ-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN I-O CONVCHK-FILE.
           IF CONVCHK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CONVCHK'
               MOVE CONVCHK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

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

           OPEN INPUT CUST-FILE.
           IF CUSTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTFILE'
               MOVE CUSTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN OUTPUT CCPRT-FILE.
           IF CCPRT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CCHKPRT'
               MOVE CCPRT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

      *****************************************************************
      * A check still unpaid after its offer end date is void: an     *
      * issued check, or one returned and never re-presented, is      *
      * marked expired and the presentment intake returns it.         *
      *****************************************************************
       1500-EXPIRE-UNUSED-CHECKS.
           MOVE LOW-VALUES TO CCK-KEY.
           MOVE 'N' TO WS-SCAN-DONE-SW.
           START CONVCHK-FILE KEY IS NOT LESS THAN CCK-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE
               READ CONVCHK-FILE NEXT
               EVALUATE CONVCHK-STATUS
                   WHEN '00'
                       IF CCK-OPEN
                          AND CCK-EXPIRY-DATE < WS-RUN-DATE
                           SET CCK-EXPIRED TO TRUE
                           PERFORM 2600-REWRITE-CHECK
                           ADD 1 TO WS-CHECKS-EXPIRED
                       END-IF
                   WHEN '10'
                       SET WS-SCAN-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'ERROR READING CONVCHK'
                       MOVE CONVCHK-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-PERFORM.

      *****************************************************************
       2000-PROCESS-REQUESTS.
      *****************************************************************
           PERFORM 2100-READ-REQUEST.
           PERFORM UNTIL END-OF-FILE = 'Y'
               ADD 1 TO WS-REQUESTS-READ
               PERFORM 2200-PROCESS-ONE-REQUEST
               PERFORM 2100-READ-REQUEST
           END-PERFORM.

      *****************************************************************
       2100-READ-REQUEST.
      *****************************************************************
           READ CCREQ-FILE.
           EVALUATE CCREQ-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING CCHKREQ'
                   MOVE CCREQ-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
       2200-PROCESS-ONE-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 2250-VALIDATE-REQUEST.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REQUESTS-REJECTED
               DISPLAY 'ISSUANCE REQUEST REJECTED - '
                       WS-REJECT-REASON ': ' FD-CR-CARD-NUM
                       ' ' FD-CR-OFFER-ID
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2300-FIND-LAST-SERIAL.
           IF WS-OFFER-HELD
               ADD 1 TO WS-REQUESTS-REJECTED
               DISPLAY 'ISSUANCE REQUEST REJECTED - OFFER ALREADY '
                       'ISSUED: ' FD-CR-CARD-NUM ' ' FD-CR-OFFER-ID
               EXIT PARAGRAPH
           END-IF.
           IF WS-LAST-CHECK-NUM + FD-CR-CHECK-COUNT > 99999
               ADD 1 TO WS-REQUESTS-REJECTED
               DISPLAY 'ISSUANCE REQUEST REJECTED - SERIALS '
                       'EXHAUSTED: ' FD-CR-CARD-NUM
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2400-ISSUE-ONE-CHECK
               VARYING WS-CHECK-SUB FROM 1 BY 1
               UNTIL WS-CHECK-SUB > FD-CR-CHECK-COUNT.
           ADD 1 TO WS-REQUESTS-ISSUED.
           EXIT.

      *****************************************************************
      * The offer must be complete, and checks go only to an open     *
      * account in good standing with an address the mail reaches.    *
      *****************************************************************
       2250-VALIDATE-REQUEST.
           IF FD-CR-CARD-NUM-X NOT NUMERIC
              OR FD-CR-OFFER-ID = SPACES
              OR FD-CR-CHECK-COUNT-X NOT NUMERIC
              OR FD-CR-CHECK-COUNT = ZERO
              OR FD-CR-CHECK-COUNT > WS-MAX-CHECKS
              OR (FD-CR-BUCKET NOT = 'C' AND FD-CR-BUCKET NOT = 'P')
              OR FD-CR-OFFER-END NOT > WS-RUN-DATE
               MOVE 'BAD FIELDS' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF FD-CR-BUCKET = 'P'
              AND (FD-CR-RATE-X NOT NUMERIC
                   OR FD-CR-PROMO-END = SPACES)
               MOVE 'PROMO TERMS MISSING' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE FD-CR-CARD-NUM TO XREF-CARD-NUM.
           READ XREF-FILE
               INVALID KEY
                   MOVE 'CARD NOT ON XREF' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.

           MOVE XREF-ACCT-ID TO FD-ACCT-ID.
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.
           IF NOT ACCT-OPEN-ACTIVE OR ACCT-CHARGED-OFF
              OR ACCT-DECEASED OR ACCT-IN-BANKRUPTCY
              OR NOT ACCT-DELINQ-CURRENT
               MOVE 'ACCOUNT NOT IN GOOD STANDING' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-BAD-ADDRESS
               MOVE 'ACCOUNT ADDRESS UNDELIVERABLE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE XREF-CUST-ID TO FD-CUST-ID.
           READ CUST-FILE INTO CUSTOMER-RECORD
               INVALID KEY
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.
           IF CUST-ADDR-INVALID
               MOVE 'CUSTOMER ADDRESS INVALID' TO WS-REJECT-REASON
           END-IF.
           EXIT.

      *****************************************************************
      * The account's checks run in serial order; the next range      *
      * starts after the highest serial it holds.  An offer already   *
      * issued to the account is not issued twice.                    *
      *****************************************************************
       2300-FIND-LAST-SERIAL.
           MOVE ZERO TO WS-LAST-CHECK-NUM.
           MOVE 'N' TO WS-OFFER-HELD-SW.
           MOVE 'N' TO WS-SCAN-DONE-SW.
           MOVE ACCT-ID TO CCK-ACCT-ID.
           MOVE ZERO    TO CCK-CHECK-NUM.
           START CONVCHK-FILE KEY IS NOT LESS THAN CCK-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE
               READ CONVCHK-FILE NEXT
               EVALUATE CONVCHK-STATUS
                   WHEN '00'
                       IF CCK-ACCT-ID NOT = ACCT-ID
                           SET WS-SCAN-DONE TO TRUE
                       ELSE
                           MOVE CCK-CHECK-NUM TO WS-LAST-CHECK-NUM
                           IF CCK-OFFER-ID = FD-CR-OFFER-ID
                               SET WS-OFFER-HELD TO TRUE
                           END-IF
                       END-IF
                   WHEN '10'
                       SET WS-SCAN-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'ERROR READING CONVCHK'
                       MOVE CONVCHK-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-PERFORM.
           EXIT.

      *****************************************************************
       2400-ISSUE-ONE-CHECK.
           INITIALIZE CONV-CHECK-RECORD.
           ADD 1 TO WS-LAST-CHECK-NUM.
           MOVE ACCT-ID            TO CCK-ACCT-ID.
           MOVE WS-LAST-CHECK-NUM  TO CCK-CHECK-NUM.
           MOVE FD-CR-CARD-NUM     TO CCK-CARD-NUM.
           SET CCK-ISSUED          TO TRUE.
           MOVE FD-CR-OFFER-ID     TO CCK-OFFER-ID.
           MOVE FD-CR-BUCKET       TO CCK-BUCKET.
           IF CCK-PROMO-PRICED
               MOVE FD-CR-PROMO-RATE TO CCK-PROMO-RATE
               MOVE FD-CR-PROMO-END  TO CCK-PROMO-END-DATE
           ELSE
               MOVE ZERO             TO CCK-PROMO-RATE
               MOVE SPACES           TO CCK-PROMO-END-DATE
           END-IF.
           MOVE FD-CR-OFFER-END    TO CCK-EXPIRY-DATE.
           MOVE WS-RUN-DATE        TO CCK-ISSUE-DATE.
           MOVE ZERO               TO CCK-AMOUNT.
           WRITE CONV-CHECK-RECORD.
           IF CONVCHK-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CONVCHK FOR ACCOUNT: '
                       CCK-ACCT-ID ' CHECK ' CCK-CHECK-NUM
               MOVE CONVCHK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           MOVE SPACES             TO FD-CCPRT-REC.
           MOVE CCK-ACCT-ID        TO FD-PR-ACCT-ID.
           MOVE CCK-CHECK-NUM      TO FD-PR-CHECK-NUM.
           STRING CUST-FIRST-NAME DELIMITED BY SPACE
                  ' '             DELIMITED BY SIZE
                  CUST-LAST-NAME  DELIMITED BY SIZE
               INTO FD-PR-NAME
           END-STRING.
           MOVE CUST-ADDR-LINE-1   TO FD-PR-ADDR-LINE-1.
           MOVE CUST-ADDR-LINE-2   TO FD-PR-ADDR-LINE-2.
           MOVE CUST-ADDR-LINE-3   TO FD-PR-ADDR-LINE-3.
           MOVE CUST-ADDR-STATE-CD TO FD-PR-STATE-CD.
           MOVE CUST-ADDR-COUNTRY-CD TO FD-PR-COUNTRY-CD.
           MOVE CUST-ADDR-ZIP      TO FD-PR-ZIP.
           MOVE CCK-OFFER-ID       TO FD-PR-OFFER-ID.
           MOVE CCK-EXPIRY-DATE    TO FD-PR-EXPIRY-DATE.
           MOVE CCK-BUCKET         TO FD-PR-BUCKET.
           MOVE CCK-PROMO-RATE     TO FD-PR-PROMO-RATE.
           MOVE CCK-PROMO-END-DATE TO FD-PR-PROMO-END.
           WRITE FD-CCPRT-REC.
           IF CCPRT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CCHKPRT'
               MOVE CCPRT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-CHECKS-ISSUED.
           EXIT.

      *****************************************************************
       2600-REWRITE-CHECK.
           REWRITE CONV-CHECK-RECORD.
           IF CONVCHK-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING CONVCHK FOR ACCOUNT: '
                       CCK-ACCT-ID ' CHECK ' CCK-CHECK-NUM
               MOVE CONVCHK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBCCK01C CONVENIENCE CHECK ISSUANCE SUMMARY'.
           DISPLAY '  UNUSED CHECKS EXPIRED: ' WS-CHECKS-EXPIRED.
           DISPLAY '  REQUESTS READ        : ' WS-REQUESTS-READ.
           DISPLAY '  REQUESTS ISSUED      : ' WS-REQUESTS-ISSUED.
           DISPLAY '  REQUESTS REJECTED    : ' WS-REQUESTS-REJECTED.
           DISPLAY '  CHECKS ISSUED        : ' WS-CHECKS-ISSUED.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE CCREQ-FILE.
           CLOSE CONVCHK-FILE.
           CLOSE XREF-FILE.
           CLOSE ACCTFILE-FILE.
           CLOSE CUST-FILE.
           CLOSE CCPRT-FILE.
           EXIT.

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
