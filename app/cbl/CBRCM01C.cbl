      ******************************************************************
      * PROGRAM     : CBRCM01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Recurring-merchant registry and network account
      *               updater.  Learns from the posted purchases on
      *               TRANSACT which merchants bill each card on a
      *               steady weekly, monthly or yearly cycle and keeps
      *               them on the RECURMER registry.  Reads the card
      *               changes the reissue, product-change and
      *               lost/stolen replacement processes left on the
      *               CARDCHG file and writes the network account-
      *               updater file (UPDTRX) with the old and new card
      *               details, carrying each card's registry rows
      *               across to its new number.  A stolen card's new
      *               number is withheld from the updater unless the
      *               run parameter allows it; the merchants are told
      *               only to contact the cardholder.  Cardholders
      *               with live recurring billers the updater could
      *               not cover - a withheld stolen replacement, or a
      *               card closed, lost or stolen with no replacement
      *               issued - are listed on the RCMRPT report so the
      *               cardholder can be told before the next charge
      *               is declined.
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
       PROGRAM-ID.    CBRCM01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Posted transactions - the purchase history learned from.
           SELECT TRAN-FILE ASSIGN TO TRANSACT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS TRAN-ID
                  FILE STATUS  IS TRANFILE-STATUS.
      *
      *    Recurring-merchant registry keyed by card and merchant.
           SELECT RCM-FILE ASSIGN TO RECURMER
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RCM-KEY
                  FILE STATUS  IS RECURMER-STATUS.
      *
           SELECT CARD-FILE ASSIGN TO CARDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CARD-NUM
                  FILE STATUS  IS CARDFILE-STATUS.
      *
      *    Card number and expiry changes - optional input.
           SELECT CHG-FILE ASSIGN TO CARDCHG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CARDCHG-STATUS.
      *
      *    Network account-updater file.
           SELECT UPD-FILE ASSIGN TO UPDTRX
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS UPDTRX-STATUS.
      *
      *    Recurring billers the updater could not cover.
           SELECT RCMRPT-FILE ASSIGN TO RCMRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RCMRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE.
       COPY CVTRA05Y.

       FD  RCM-FILE.
       COPY CVRCM01Y.

       FD  CARD-FILE.
       COPY CVACT02Y.

       FD  CHG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       COPY CVCCH01Y.

       FD  UPD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       COPY CVAUP01Y.

       FD  RCMRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-RCMRPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************************************
       01  TRANFILE-STATUS.
           05  TRANFILE-STAT1      PIC X.
           05  TRANFILE-STAT2      PIC X.
       01  RECURMER-STATUS.
           05  RECURMER-STAT1      PIC X.
           05  RECURMER-STAT2      PIC X.
       01  CARDFILE-STATUS.
           05  CARDFILE-STAT1      PIC X.
           05  CARDFILE-STAT2      PIC X.
       01  CARDCHG-STATUS.
           05  CARDCHG-STAT1       PIC X.
           05  CARDCHG-STAT2       PIC X.
       01  UPDTRX-STATUS.
           05  UPDTRX-STAT1        PIC X.
           05  UPDTRX-STAT2        PIC X.
       01  RCMRPT-STATUS.
           05  RCMRPT-STAT1        PIC X.
           05  RCMRPT-STAT2        PIC X.

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

       01  WS-SWITCHES.
           05  WS-CHG-EOF              PIC X(01) VALUE 'N'.
           05  WS-CHG-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-CHG-OPEN                   VALUE 'Y'.
           05  WS-BROWSE-DONE-SW       PIC X(01).
               88  WS-BROWSE-DONE                VALUE 'Y'.
           05  WS-DUP-DATE-SW          PIC X(01).
               88  WS-DUP-DATE                   VALUE 'Y'.

      *---------------------------------------------------------------*
      * Run parameters (SYSIN), all optional:                         *
      *   minimum purchases at a steady gap to call a merchant        *
      *   recurring (2-12, default 3); days a closed card is left     *
      *   for its replacement to arrive before it is reported         *
      *   (default 5); Y to pass a stolen card's new number to the    *
      *   updater (default N); the issuer id on the updater header.   *
      *---------------------------------------------------------------*
       01  PRM-INFO.
           05  P-MIN-OCCURS        PIC 9(02).
           05  FILLER              PIC X(01).
           05  P-GRACE-DAYS        PIC 9(03).
           05  FILLER              PIC X(01).
           05  P-SHARE-STOLEN      PIC X(01).
           05  FILLER              PIC X(01).
           05  P-ISSUER-ID         PIC X(08).
           05  FILLER              PIC X(63).

       01  WS-CONTROLS.
           05  WS-MIN-OCCURS       PIC S9(04) COMP VALUE 3.
           05  WS-GRACE-DAYS       PIC S9(04) COMP VALUE 5.
           05  WS-SHARE-STOLEN     PIC X(01) VALUE 'N'.
               88  WS-STOLEN-SHARED          VALUE 'Y'.
           05  WS-ISSUER-ID        PIC X(08) VALUE 'CARDDEMO'.
      *    Gap bands, in days, for each billing cadence, and how long
      *    past its last charge a pattern still counts as live.
           05  WS-WEEK-LOW         PIC S9(04) COMP VALUE 6.
           05  WS-WEEK-HIGH        PIC S9(04) COMP VALUE 8.
           05  WS-WEEK-LAPSE       PIC S9(04) COMP VALUE 21.
           05  WS-MONTH-LOW        PIC S9(04) COMP VALUE 26.
           05  WS-MONTH-HIGH       PIC S9(04) COMP VALUE 35.
           05  WS-MONTH-LAPSE      PIC S9(04) COMP VALUE 62.
           05  WS-YEAR-LOW         PIC S9(04) COMP VALUE 350.
           05  WS-YEAR-HIGH        PIC S9(04) COMP VALUE 380.
           05  WS-YEAR-LAPSE       PIC S9(04) COMP VALUE 400.

       01  WS-RUN-DATE-N.
           05  WS-RUN-YYYY         PIC 9(04).
           05  WS-RUN-MM           PIC 9(02).
           05  WS-RUN-DD           PIC 9(02).
       01  WS-RUN-DATE             PIC X(10).
       01  WS-RUN-DATE-INT         PIC 9(08).

       01  WS-WORK-FIELDS.
           05  WS-TRAN-DATE-INT    PIC 9(08).
           05  WS-MAINT-DATE-INT   PIC 9(08).
           05  WS-SUB              PIC S9(04) COMP.
           05  WS-SUB2             PIC S9(04) COMP.
           05  WS-GAP-DAYS         PIC S9(08) COMP.
           05  WS-LAPSE-DAYS       PIC S9(08) COMP.
           05  WS-AGE-DAYS         PIC S9(08) COMP.
           05  WS-CADENCE          PIC X(01).
           05  WS-PRIOR-STATUS     PIC X(01).
           05  WS-UPDATER-RESULT   PIC X(01).
           05  WS-REPORT-REASON    PIC X(16).
           05  WS-LAST-CLOSED-CARD PIC X(16).
           05  WS-CARDHOLDER-NAME  PIC X(50).

      *---------------------------------------------------------------*
      * A changed card's registry rows, collected before any of them  *
      * is moved so the browse is never disturbed by the writes.      *
      *---------------------------------------------------------------*
       01  WS-MOVE-TABLE.
           05  WS-MOVE-COUNT           PIC S9(04) COMP.
           05  WS-MOVE-ROW             PIC X(250)
                                       OCCURS 200 TIMES.
       01  WS-MOVE-MAX                 PIC S9(04) COMP VALUE 200.

       01  WS-RUN-COUNTS.
           05  WS-TRANS-READ               PIC 9(09) VALUE 0.
           05  WS-PURCHASES-SCANNED        PIC 9(09) VALUE 0.
           05  WS-DATES-ADDED              PIC 9(09) VALUE 0.
           05  WS-ROWS-CREATED             PIC 9(09) VALUE 0.
           05  WS-NEWLY-RECURRING          PIC 9(09) VALUE 0.
           05  WS-NO-LONGER-RECURRING      PIC 9(09) VALUE 0.
           05  WS-CHANGES-READ             PIC 9(09) VALUE 0.
           05  WS-CHANGES-REJECTED         PIC 9(09) VALUE 0.
           05  WS-ROWS-MOVED               PIC 9(09) VALUE 0.
           05  WS-ROWS-ALREADY-MOVED       PIC 9(09) VALUE 0.
           05  WS-UPD-DETAILS              PIC 9(09) VALUE 0.
           05  WS-UPD-ACCOUNT              PIC 9(09) VALUE 0.
           05  WS-UPD-EXPIRY               PIC 9(09) VALUE 0.
           05  WS-UPD-CLOSED               PIC 9(09) VALUE 0.
           05  WS-UNCOVERED-COUNT          PIC 9(09) VALUE 0.

       01  WS-RPT-HEADER-1.
           05  FILLER  VALUE 'CBRCM01C  RECURRING BILLERS NOT COVERED'
                                               PIC X(40).
           05  FILLER  VALUE ' BY ACCOUNT UPDATER'
                                               PIC X(25).
           05  FILLER  VALUE 'RUN DATE: '      PIC X(10).
           05  WS-RH1-DATE                     PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(47).
       01  WS-RPT-HEADER-2.
           05  FILLER  VALUE 'CARD NUMBER       ACCOUNT      '
                                               PIC X(31).
           05  FILLER  VALUE 'CARDHOLDER                      '
                                               PIC X(32).
           05  FILLER  VALUE 'MERCHANT   MERCHANT NAME            '
                                               PIC X(36).
           05  FILLER  VALUE '  C  LAST CHARGE REASON'
                                               PIC X(23).
           05  FILLER  VALUE SPACES            PIC X(10).
       01  WS-RPT-DETAIL.
           05  WS-RD-CARD                      PIC X(16).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-RD-ACCT                      PIC 9(11).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-RD-NAME                      PIC X(30).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-RD-MERCHANT-ID               PIC 9(09).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-RD-MERCHANT-NAME             PIC X(25).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-RD-CADENCE                   PIC X(01).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-RD-LAST-DATE                 PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-RD-REASON                    PIC X(16).
       01  WS-RPT-TOTAL.
           05  FILLER  VALUE 'CARDHOLDER BILLERS NOT COVERED: '
                                               PIC X(32).
           05  WS-RT-COUNT                     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER  VALUE SPACES            PIC X(89).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBRCM01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LEARN-RECURRING.
           PERFORM 3000-APPLY-CARD-CHANGES.
           PERFORM 4000-FIND-UNREPLACED-CARDS.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBRCM01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT PRM-INFO FROM SYSIN.
           IF P-MIN-OCCURS IS NUMERIC
                   AND P-MIN-OCCURS >= 2 AND P-MIN-OCCURS <= 12
               MOVE P-MIN-OCCURS TO WS-MIN-OCCURS
           END-IF.
           IF P-GRACE-DAYS IS NUMERIC
               MOVE P-GRACE-DAYS TO WS-GRACE-DAYS
           END-IF.
           IF P-SHARE-STOLEN = 'Y' OR P-SHARE-STOLEN = 'N'
               MOVE P-SHARE-STOLEN TO WS-SHARE-STOLEN
           END-IF.
           IF P-ISSUER-ID NOT = SPACES AND P-ISSUER-ID NOT = LOW-VALUES
               MOVE P-ISSUER-ID TO WS-ISSUER-ID
           END-IF.
           DISPLAY 'CBRCM01C MINIMUM OCCURS : ' WS-MIN-OCCURS.
           DISPLAY 'CBRCM01C GRACE DAYS     : ' WS-GRACE-DAYS.
           DISPLAY 'CBRCM01C SHARE STOLEN   : ' WS-SHARE-STOLEN.
           DISPLAY 'CBRCM01C ISSUER ID      : ' WS-ISSUER-ID.

           ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING.
           COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE
               (WS-RUN-YYYY * 10000 + WS-RUN-MM * 100 + WS-RUN-DD).

           OPEN INPUT TRAN-FILE.
           IF TRANFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANSACT'
               MOVE TRANFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN I-O RCM-FILE.
           IF RECURMER-STATUS NOT = '00' AND RECURMER-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING RECURMER'
               MOVE RECURMER-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT CARD-FILE.
           IF CARDFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CARDFILE'
               MOVE CARDFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT CHG-FILE.
           IF CARDCHG-STATUS = '00'
               SET WS-CHG-OPEN TO TRUE
           ELSE
               DISPLAY 'NO CARD CHANGES THIS RUN: ' CARDCHG-STATUS
               MOVE 'Y' TO WS-CHG-EOF
           END-IF.
           OPEN OUTPUT UPD-FILE.
           IF UPDTRX-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING UPDTRX'
               MOVE UPDTRX-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT RCMRPT-FILE.
           IF RCMRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RCMRPT'
               MOVE RCMRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           MOVE SPACES             TO ACCT-UPDATER-RECORD.
           SET AUP-HEADER          TO TRUE.
           MOVE 'UPDTRX  '         TO AUP-HDR-FILE-ID.
           MOVE WS-ISSUER-ID       TO AUP-HDR-ISSUER-ID.
           MOVE WS-RUN-DATE        TO AUP-HDR-CREATE-DATE.
           PERFORM 7000-WRITE-UPDATER-RECORD.

           MOVE WS-RUN-DATE TO WS-RH1-DATE.
           WRITE FD-RCMRPT-REC FROM WS-RPT-HEADER-1.
           WRITE FD-RCMRPT-REC FROM WS-RPT-HEADER-2.
           EXIT.

      *****************************************************************
      * Learning pass.  Every posted purchase adds its date to the    *
      * card and merchant's row.  A date already held is skipped, so  *
      * each run can read the whole of TRANSACT again without         *
      * counting a purchase twice.                                    *
      *****************************************************************
       2000-LEARN-RECURRING.
           PERFORM 2100-READ-TRAN.
           PERFORM UNTIL END-OF-FILE = 'Y'
               ADD 1 TO WS-TRANS-READ
               PERFORM 2200-LEARN-ONE-TRAN
               PERFORM 2100-READ-TRAN
           END-PERFORM.
           EXIT.

      *****************************************************************
       2100-READ-TRAN.
           READ TRAN-FILE NEXT.
           EVALUATE TRANFILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING TRANSACT'
                   MOVE TRANFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * Only a purchase with a merchant and a card counts; returns,   *
      * payments and the bank's own postings carry no merchant that   *
      * could bill the card again.                                    *
      *****************************************************************
       2200-LEARN-ONE-TRAN.
           IF TRAN-TYPE-CD NOT = '01'
                   OR TRAN-AMT NOT > 0
                   OR TRAN-MERCHANT-ID = ZERO
                   OR TRAN-CARD-NUM = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF TRAN-ORIG-TS(1:4) NOT NUMERIC
                   OR TRAN-ORIG-TS(6:2) NOT NUMERIC
                   OR TRAN-ORIG-TS(9:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PURCHASES-SCANNED.
           COMPUTE WS-TRAN-DATE-INT = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(TRAN-ORIG-TS(1:4)) * 10000
                + FUNCTION NUMVAL(TRAN-ORIG-TS(6:2)) * 100
                + FUNCTION NUMVAL(TRAN-ORIG-TS(9:2))).

           MOVE TRAN-CARD-NUM    TO RCM-CARD-NUM.
           MOVE TRAN-MERCHANT-ID TO RCM-MERCHANT-ID.
           READ RCM-FILE
               INVALID KEY
                   PERFORM 2250-NEW-REGISTRY-ROW
                   EXIT PARAGRAPH
           END-READ.
           IF RECURMER-STATUS NOT = '00'
               DISPLAY 'ERROR READING RECURMER: ' RCM-KEY
               MOVE RECURMER-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           PERFORM 2300-ADD-PURCHASE-DATE.
           EXIT.

      *****************************************************************
       2250-NEW-REGISTRY-ROW.
           INITIALIZE RECUR-MERCHANT-RECORD.
           MOVE TRAN-CARD-NUM       TO RCM-CARD-NUM.
           MOVE TRAN-MERCHANT-ID    TO RCM-MERCHANT-ID.
           MOVE TRAN-MERCHANT-NAME  TO RCM-MERCHANT-NAME.
           SET RCM-CANDIDATE        TO TRUE.
           SET RCM-NO-CADENCE       TO TRUE.
           MOVE TRAN-ORIG-TS(1:10)  TO RCM-FIRST-DATE
                                       RCM-LAST-DATE.
           MOVE TRAN-AMT            TO RCM-LAST-AMT.
           MOVE 1                   TO RCM-DATE-COUNT.
           MOVE WS-TRAN-DATE-INT    TO RCM-DATE-INT (1).
           MOVE SPACES              TO RCM-MOVED-TO-CARD
                                       RCM-MOVED-DATE
                                       RCM-UPDATER-DATE.
           SET RCM-UPDATER-NONE     TO TRUE.

           MOVE TRAN-CARD-NUM TO CARD-NUM.
           READ CARD-FILE
               INVALID KEY
                   MOVE ZERO TO CARD-ACCT-ID
           END-READ.
           MOVE CARD-ACCT-ID TO RCM-ACCT-ID.

           WRITE RECUR-MERCHANT-RECORD.
           IF RECURMER-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING RECURMER: ' RCM-KEY
               MOVE RECURMER-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-ROWS-CREATED.
           ADD 1 TO WS-DATES-ADDED.
           EXIT.

      *****************************************************************
      * The dates are held oldest first.  A full table gives up its   *
      * oldest date to a newer one; a date older than everything in a *
      * full table adds nothing.  A row already moved to a           *
      * replacement card is left as it stands.                        *
      *****************************************************************
       2300-ADD-PURCHASE-DATE.
           IF RCM-MOVED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-DUP-DATE-SW.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > RCM-DATE-COUNT OR WS-DUP-DATE
               IF RCM-DATE-INT (WS-SUB) = WS-TRAN-DATE-INT
                   SET WS-DUP-DATE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-DUP-DATE
               EXIT PARAGRAPH
           END-IF.
           IF RCM-DATE-COUNT = 12
               IF WS-TRAN-DATE-INT < RCM-DATE-INT (1)
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 11
                   MOVE RCM-DATE-INT (WS-SUB + 1)
                     TO RCM-DATE-INT (WS-SUB)
               END-PERFORM
               MOVE 11 TO RCM-DATE-COUNT
           END-IF.

           MOVE RCM-DATE-COUNT TO WS-SUB.
           PERFORM UNTIL WS-SUB = 0
                   OR RCM-DATE-INT (WS-SUB) < WS-TRAN-DATE-INT
               MOVE RCM-DATE-INT (WS-SUB) TO RCM-DATE-INT (WS-SUB + 1)
               SUBTRACT 1 FROM WS-SUB
           END-PERFORM.
           MOVE WS-TRAN-DATE-INT TO RCM-DATE-INT (WS-SUB + 1).
           ADD 1 TO RCM-DATE-COUNT.
           ADD 1 TO WS-DATES-ADDED.

           IF WS-SUB + 1 = RCM-DATE-COUNT
               MOVE TRAN-ORIG-TS(1:10) TO RCM-LAST-DATE
               MOVE TRAN-AMT           TO RCM-LAST-AMT
               MOVE TRAN-MERCHANT-NAME TO RCM-MERCHANT-NAME
           END-IF.
           IF TRAN-ORIG-TS(1:10) < RCM-FIRST-DATE
               MOVE TRAN-ORIG-TS(1:10) TO RCM-FIRST-DATE
           END-IF.

           PERFORM 2400-CLASSIFY-ROW.
           REWRITE RECUR-MERCHANT-RECORD.
           IF RECURMER-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING RECURMER: ' RCM-KEY
               MOVE RECURMER-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
      * Recurring: the most recent purchases, at least the minimum    *
      * number of them, are all a week, a month or a year apart.  The *
      * newest gap sets the cadence and every earlier gap in the run  *
      * must fall in the same band.                                   *
      *****************************************************************
       2400-CLASSIFY-ROW.
           MOVE RCM-STATUS TO WS-PRIOR-STATUS.
           MOVE SPACE      TO WS-CADENCE.
           IF RCM-DATE-COUNT >= WS-MIN-OCCURS
               COMPUTE WS-GAP-DAYS =
                   RCM-DATE-INT (RCM-DATE-COUNT)
                   - RCM-DATE-INT (RCM-DATE-COUNT - 1)
               PERFORM 2450-BAND-OF-GAP
               MOVE WS-CADENCE TO RCM-CADENCE
               COMPUTE WS-SUB2 = RCM-DATE-COUNT - WS-MIN-OCCURS + 2
               PERFORM VARYING WS-SUB FROM RCM-DATE-COUNT BY -1
                       UNTIL WS-SUB <= WS-SUB2
                          OR WS-CADENCE = SPACE
                   COMPUTE WS-GAP-DAYS =
                       RCM-DATE-INT (WS-SUB - 1)
                       - RCM-DATE-INT (WS-SUB - 2)
                   PERFORM 2450-BAND-OF-GAP
                   IF WS-CADENCE NOT = RCM-CADENCE
                       MOVE SPACE TO WS-CADENCE
                   END-IF
               END-PERFORM
           END-IF.

           MOVE WS-CADENCE TO RCM-CADENCE.
           IF WS-CADENCE = SPACE
               SET RCM-CANDIDATE TO TRUE
               IF WS-PRIOR-STATUS = 'R'
                   ADD 1 TO WS-NO-LONGER-RECURRING
               END-IF
           ELSE
               SET RCM-RECURRING TO TRUE
               IF WS-PRIOR-STATUS NOT = 'R'
                   ADD 1 TO WS-NEWLY-RECURRING
               END-IF
           END-IF.
           EXIT.

      *****************************************************************
       2450-BAND-OF-GAP.
           EVALUATE TRUE
               WHEN WS-GAP-DAYS >= WS-WEEK-LOW
                AND WS-GAP-DAYS <= WS-WEEK-HIGH
                   MOVE 'W' TO WS-CADENCE
               WHEN WS-GAP-DAYS >= WS-MONTH-LOW
                AND WS-GAP-DAYS <= WS-MONTH-HIGH
                   MOVE 'M' TO WS-CADENCE
               WHEN WS-GAP-DAYS >= WS-YEAR-LOW
                AND WS-GAP-DAYS <= WS-YEAR-HIGH
                   MOVE 'Y' TO WS-CADENCE
               WHEN OTHER
                   MOVE SPACE TO WS-CADENCE
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * Card changes.  Each one goes to the updater once; the card's  *
      * registry rows follow a new number across so the learning      *
      * carries on under it.                                          *
      *****************************************************************
       3000-APPLY-CARD-CHANGES.
           IF WS-CHG-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3100-READ-CHANGE.
           PERFORM UNTIL WS-CHG-EOF = 'Y'
               ADD 1 TO WS-CHANGES-READ
               PERFORM 3200-APPLY-ONE-CHANGE
               PERFORM 3100-READ-CHANGE
           END-PERFORM.
           EXIT.

      *****************************************************************
       3100-READ-CHANGE.
           READ CHG-FILE.
           EVALUATE CARDCHG-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y' TO WS-CHG-EOF
               WHEN OTHER
                   DISPLAY 'ERROR READING CARDCHG'
                   MOVE CARDCHG-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * A replacement number must be on the card master before it is *
      * passed on - the online replacement queues its change ahead of *
      * the embossing request and may since have backed it out.       *
      *****************************************************************
       3200-APPLY-ONE-CHANGE.
           IF NOT CCH-VALID-REASON
                   OR CCH-OLD-CARD-NUM = SPACES
                   OR CCH-NEW-CARD-NUM = SPACES
               ADD 1 TO WS-CHANGES-REJECTED
               DISPLAY 'CARD CHANGE REJECTED - OLD CARD: '
                       CCH-OLD-CARD-NUM ' REASON: ' CCH-REASON
               EXIT PARAGRAPH
           END-IF.
           IF CCH-NEW-CARD-NUM NOT = CCH-OLD-CARD-NUM
               MOVE CCH-NEW-CARD-NUM TO CARD-NUM
               READ CARD-FILE
                   INVALID KEY
                       ADD 1 TO WS-CHANGES-REJECTED
                       DISPLAY 'REPLACEMENT NOT ON CARD MASTER: '
                               CCH-NEW-CARD-NUM
                       EXIT PARAGRAPH
               END-READ
           END-IF.

           MOVE SPACES              TO ACCT-UPDATER-RECORD.
           SET AUP-DETAIL           TO TRUE.
           MOVE CCH-OLD-CARD-NUM    TO AUP-OLD-CARD-NUM.
           MOVE CCH-OLD-EXPIRY      TO AUP-OLD-EXPIRY.
           MOVE CCH-CHANGE-DATE     TO AUP-EFFECTIVE-DATE.
           EVALUATE TRUE
               WHEN CCH-STOLEN-REPLACE AND NOT WS-STOLEN-SHARED
                   SET AUP-CHG-CLOSED      TO TRUE
                   MOVE 'W'                TO WS-UPDATER-RESULT
               WHEN CCH-NEW-CARD-NUM = CCH-OLD-CARD-NUM
                   SET AUP-CHG-EXPIRY      TO TRUE
                   MOVE CCH-NEW-CARD-NUM   TO AUP-NEW-CARD-NUM
                   MOVE CCH-NEW-EXPIRY     TO AUP-NEW-EXPIRY
                   MOVE 'S'                TO WS-UPDATER-RESULT
               WHEN OTHER
                   SET AUP-CHG-ACCOUNT     TO TRUE
                   MOVE CCH-NEW-CARD-NUM   TO AUP-NEW-CARD-NUM
                   MOVE CCH-NEW-EXPIRY     TO AUP-NEW-EXPIRY
                   MOVE 'S'                TO WS-UPDATER-RESULT
           END-EVALUATE.
           PERFORM 7000-WRITE-UPDATER-RECORD.

           PERFORM 3300-COLLECT-CARD-ROWS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MOVE-COUNT
               MOVE WS-MOVE-ROW (WS-SUB) TO RECUR-MERCHANT-RECORD
               IF CCH-NEW-CARD-NUM = CCH-OLD-CARD-NUM
                   PERFORM 3400-STAMP-SAME-CARD-ROW
               ELSE
                   PERFORM 3500-MOVE-ROW-TO-NEW-CARD
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
       3300-COLLECT-CARD-ROWS.
           MOVE ZERO TO WS-MOVE-COUNT.
           MOVE 'N'  TO WS-BROWSE-DONE-SW.
           MOVE CCH-OLD-CARD-NUM TO RCM-CARD-NUM.
           MOVE ZERO             TO RCM-MERCHANT-ID.
           START RCM-FILE KEY >= RCM-KEY
               INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-BROWSE-DONE
               READ RCM-FILE NEXT
                   AT END SET WS-BROWSE-DONE TO TRUE
                   NOT AT END
                       IF RCM-CARD-NUM NOT = CCH-OLD-CARD-NUM
                           SET WS-BROWSE-DONE TO TRUE
                       ELSE
                           IF WS-MOVE-COUNT < WS-MOVE-MAX
                               ADD 1 TO WS-MOVE-COUNT
                               MOVE RECUR-MERCHANT-RECORD
                                 TO WS-MOVE-ROW (WS-MOVE-COUNT)
                           ELSE
                               DISPLAY 'MORE THAN ' WS-MOVE-MAX
                                       ' MERCHANTS ON CARD: '
                                       RCM-CARD-NUM
                               SET WS-BROWSE-DONE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      *****************************************************************
      * Same number, new expiry: the row stays where it is and is     *
      * stamped with what the updater was told.                       *
      *****************************************************************
       3400-STAMP-SAME-CARD-ROW.
           IF RCM-MOVED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-UPDATER-RESULT TO RCM-UPDATER-RESULT.
           MOVE CCH-CHANGE-DATE   TO RCM-UPDATER-DATE.
           REWRITE RECUR-MERCHANT-RECORD.
           IF RECURMER-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING RECURMER: ' RCM-KEY
               MOVE RECURMER-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
      * New number: the row is copied under the new card and the old  *
      * row kept, marked moved.  A row the new card already holds -   *
      * a rerun, or a purchase posted on the new card first - stands. *
      * A live recurring biller whose new number was withheld goes on *
      * the report.                                                   *
      *****************************************************************
       3500-MOVE-ROW-TO-NEW-CARD.
           IF RCM-MOVED
               ADD 1 TO WS-ROWS-ALREADY-MOVED
               EXIT PARAGRAPH
           END-IF.
           IF RCM-RECURRING AND WS-UPDATER-RESULT = 'W'
               MOVE 'STOLEN-WITHHELD' TO WS-REPORT-REASON
               PERFORM 5000-REPORT-IF-LIVE
           END-IF.

           MOVE CCH-NEW-CARD-NUM  TO RCM-CARD-NUM.
           MOVE CCH-ACCT-ID       TO RCM-ACCT-ID.
           MOVE SPACES            TO RCM-MOVED-TO-CARD
                                     RCM-MOVED-DATE.
           MOVE WS-UPDATER-RESULT TO RCM-UPDATER-RESULT.
           MOVE CCH-CHANGE-DATE   TO RCM-UPDATER-DATE.
           WRITE RECUR-MERCHANT-RECORD.
           EVALUATE RECURMER-STATUS
               WHEN '00'
                   ADD 1 TO WS-ROWS-MOVED
               WHEN '22'
                   ADD 1 TO WS-ROWS-ALREADY-MOVED
               WHEN OTHER
                   DISPLAY 'ERROR WRITING RECURMER: ' RCM-KEY
                   MOVE RECURMER-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.

           MOVE WS-MOVE-ROW (WS-SUB) TO RECUR-MERCHANT-RECORD.
           SET RCM-MOVED          TO TRUE.
           MOVE CCH-NEW-CARD-NUM  TO RCM-MOVED-TO-CARD.
           MOVE CCH-CHANGE-DATE   TO RCM-MOVED-DATE.
           MOVE WS-UPDATER-RESULT TO RCM-UPDATER-RESULT.
           MOVE CCH-CHANGE-DATE   TO RCM-UPDATER-DATE.
           REWRITE RECUR-MERCHANT-RECORD.
           IF RECURMER-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING RECURMER: ' RCM-KEY
               MOVE RECURMER-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
      * Cards that stopped working with no replacement on its way.   *
      * A live recurring biller on a card closed, lost or stolen more *
      * than the grace days ago, and never moved to a new number,     *
      * is reported once and the card goes to the updater closed.     *
      *****************************************************************
       4000-FIND-UNREPLACED-CARDS.
           MOVE 'N'        TO WS-BROWSE-DONE-SW.
           MOVE SPACES     TO WS-LAST-CLOSED-CARD.
           MOVE LOW-VALUES TO RCM-KEY.
           START RCM-FILE KEY >= RCM-KEY
               INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-BROWSE-DONE
               READ RCM-FILE NEXT
                   AT END SET WS-BROWSE-DONE TO TRUE
                   NOT AT END PERFORM 4100-CHECK-ONE-ROW
               END-READ
           END-PERFORM.
           EXIT.

      *****************************************************************
       4100-CHECK-ONE-ROW.
           IF NOT RCM-RECURRING
                   OR RCM-UPDATER-NO-REPLACE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 4200-SET-LAPSE-DAYS.
           COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT
               - RCM-DATE-INT (RCM-DATE-COUNT).
           IF WS-AGE-DAYS > WS-LAPSE-DAYS
               EXIT PARAGRAPH
           END-IF.

           MOVE RCM-CARD-NUM TO CARD-NUM.
           READ CARD-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CARD-STS-ACTIVE OR CARD-STS-PENDING-ACT
               EXIT PARAGRAPH
           END-IF.
           IF CARD-LAST-MAINT-TS(1:4) NUMERIC
                   AND CARD-LAST-MAINT-TS(6:2) NUMERIC
                   AND CARD-LAST-MAINT-TS(9:2) NUMERIC
               COMPUTE WS-MAINT-DATE-INT = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(CARD-LAST-MAINT-TS(1:4)) * 10000
                    + FUNCTION NUMVAL(CARD-LAST-MAINT-TS(6:2)) * 100
                    + FUNCTION NUMVAL(CARD-LAST-MAINT-TS(9:2)))
               IF WS-RUN-DATE-INT - WS-MAINT-DATE-INT < WS-GRACE-DAYS
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN CARD-STS-LOST
                   MOVE 'LOST-NO REPL'   TO WS-REPORT-REASON
               WHEN CARD-STS-STOLEN
                   MOVE 'STOLEN-NO REPL' TO WS-REPORT-REASON
               WHEN OTHER
                   MOVE 'CLOSED-NO REPL' TO WS-REPORT-REASON
           END-EVALUATE.
           MOVE CARD-EMBOSSED-NAME TO WS-CARDHOLDER-NAME.
           PERFORM 5100-WRITE-REPORT-LINE.

      *    One closed record per card, however many billers it has.
           IF RCM-CARD-NUM NOT = WS-LAST-CLOSED-CARD
               MOVE SPACES              TO ACCT-UPDATER-RECORD
               SET AUP-DETAIL           TO TRUE
               SET AUP-CHG-CLOSED       TO TRUE
               MOVE RCM-CARD-NUM        TO AUP-OLD-CARD-NUM
               MOVE CARD-EXPIRAION-DATE TO AUP-OLD-EXPIRY
               MOVE WS-RUN-DATE         TO AUP-EFFECTIVE-DATE
               PERFORM 7000-WRITE-UPDATER-RECORD
               MOVE RCM-CARD-NUM        TO WS-LAST-CLOSED-CARD
           END-IF.

           SET RCM-UPDATER-NO-REPLACE TO TRUE.
           MOVE WS-RUN-DATE           TO RCM-UPDATER-DATE.
           REWRITE RECUR-MERCHANT-RECORD.
           IF RECURMER-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING RECURMER: ' RCM-KEY
               MOVE RECURMER-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       4200-SET-LAPSE-DAYS.
           EVALUATE TRUE
               WHEN RCM-WEEKLY
                   MOVE WS-WEEK-LAPSE  TO WS-LAPSE-DAYS
               WHEN RCM-YEARLY
                   MOVE WS-YEAR-LAPSE  TO WS-LAPSE-DAYS
               WHEN OTHER
                   MOVE WS-MONTH-LAPSE TO WS-LAPSE-DAYS
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * A withheld stolen replacement is reported only while the      *
      * biller's pattern is still live.  The old card's record gives  *
      * the cardholder's name.                                        *
      *****************************************************************
       5000-REPORT-IF-LIVE.
           PERFORM 4200-SET-LAPSE-DAYS.
           COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT
               - RCM-DATE-INT (RCM-DATE-COUNT).
           IF WS-AGE-DAYS > WS-LAPSE-DAYS
               EXIT PARAGRAPH
           END-IF.
           MOVE RCM-CARD-NUM TO CARD-NUM.
           READ CARD-FILE
               INVALID KEY
                   MOVE SPACES TO CARD-EMBOSSED-NAME
           END-READ.
           MOVE CARD-EMBOSSED-NAME TO WS-CARDHOLDER-NAME.
           PERFORM 5100-WRITE-REPORT-LINE.
           EXIT.

      *****************************************************************
       5100-WRITE-REPORT-LINE.
           MOVE RCM-CARD-NUM       TO WS-RD-CARD.
           MOVE RCM-ACCT-ID        TO WS-RD-ACCT.
           MOVE WS-CARDHOLDER-NAME TO WS-RD-NAME.
           MOVE RCM-MERCHANT-ID    TO WS-RD-MERCHANT-ID.
           MOVE RCM-MERCHANT-NAME  TO WS-RD-MERCHANT-NAME.
           MOVE RCM-CADENCE        TO WS-RD-CADENCE.
           MOVE RCM-LAST-DATE      TO WS-RD-LAST-DATE.
           MOVE WS-REPORT-REASON   TO WS-RD-REASON.
           WRITE FD-RCMRPT-REC FROM WS-RPT-DETAIL.
           IF RCMRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING RCMRPT'
               MOVE RCMRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-UNCOVERED-COUNT.
           EXIT.

      *****************************************************************
       7000-WRITE-UPDATER-RECORD.
           WRITE ACCT-UPDATER-RECORD.
           IF UPDTRX-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING UPDTRX'
               MOVE UPDTRX-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           IF AUP-DETAIL
               ADD 1 TO WS-UPD-DETAILS
               EVALUATE TRUE
                   WHEN AUP-CHG-ACCOUNT
                       ADD 1 TO WS-UPD-ACCOUNT
                   WHEN AUP-CHG-EXPIRY
                       ADD 1 TO WS-UPD-EXPIRY
                   WHEN AUP-CHG-CLOSED
                       ADD 1 TO WS-UPD-CLOSED
               END-EVALUATE
           END-IF.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBRCM01C RECURRING MERCHANT / UPDATER SUMMARY'.
           DISPLAY '  TRANSACTIONS READ     : ' WS-TRANS-READ.
           DISPLAY '  PURCHASES SCANNED     : ' WS-PURCHASES-SCANNED.
           DISPLAY '  NEW PURCHASE DATES    : ' WS-DATES-ADDED.
           DISPLAY '  REGISTRY ROWS CREATED : ' WS-ROWS-CREATED.
           DISPLAY '  NEWLY RECURRING       : ' WS-NEWLY-RECURRING.
           DISPLAY '  NO LONGER RECURRING   : ' WS-NO-LONGER-RECURRING.
           DISPLAY '  CARD CHANGES READ     : ' WS-CHANGES-READ.
           DISPLAY '  CARD CHANGES REJECTED : ' WS-CHANGES-REJECTED.
           DISPLAY '  ROWS MOVED TO NEW CARD: ' WS-ROWS-MOVED.
           DISPLAY '  ROWS ALREADY MOVED    : ' WS-ROWS-ALREADY-MOVED.
           DISPLAY '  UPDATER DETAILS       : ' WS-UPD-DETAILS.
           DISPLAY '    NEW ACCOUNT NUMBER  : ' WS-UPD-ACCOUNT.
           DISPLAY '    NEW EXPIRY          : ' WS-UPD-EXPIRY.
           DISPLAY '    CLOSED              : ' WS-UPD-CLOSED.
           DISPLAY '  BILLERS NOT COVERED   : ' WS-UNCOVERED-COUNT.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           MOVE SPACES              TO ACCT-UPDATER-RECORD.
           SET AUP-TRAILER          TO TRUE.
           MOVE WS-UPD-DETAILS      TO AUP-TRL-DETAIL-COUNT.
           MOVE WS-UPD-ACCOUNT      TO AUP-TRL-ACCOUNT-COUNT.
           MOVE WS-UPD-EXPIRY       TO AUP-TRL-EXPIRY-COUNT.
           MOVE WS-UPD-CLOSED       TO AUP-TRL-CLOSED-COUNT.
           PERFORM 7000-WRITE-UPDATER-RECORD.

           MOVE WS-UNCOVERED-COUNT TO WS-RT-COUNT.
           WRITE FD-RCMRPT-REC FROM WS-RPT-TOTAL.

           CLOSE TRAN-FILE.
           CLOSE RCM-FILE.
           CLOSE CARD-FILE.
           IF WS-CHG-OPEN
               CLOSE CHG-FILE
           END-IF.
           CLOSE UPD-FILE.
           CLOSE RCMRPT-FILE.
           EXIT.

      *****************************************************************
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
