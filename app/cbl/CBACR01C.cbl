      ******************************************************************
      * PROGRAM     : CBACR01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Calendar month-end accrual of unbilled interest
      *               and fees.  Accounts cut their cycles on their
      *               own ACCT-CYCLE-CD days, so interest earned from
      *               each cycle's close to calendar month-end is not
      *               yet billed anywhere.  ACCRUE estimates it per
      *               account from the bucket balances and the group
      *               rates (daily rate times the unbilled days, the
      *               cycle close's own arithmetic), adds the same
      *               share of the group's monthly fees, summarizes
      *               the estimate by account group and transaction
      *               type/category, maps each bucket to its GL pair
      *               through GLXREF and writes the accrual journal.
      *               Each bucket is filed on the ACRCTL accrual
      *               control file with the first business day of the
      *               next month as its reversal date.
      *               REVERSE runs in the nightly schedule and books
      *               the mirror entry for every accrual whose
      *               reversal date has arrived, once.
      *               SYSIN card: ACCRUE or REVERSE in columns 1-7 and
      *               an optional CCYY-MM-DD as-of date in columns
      *               9-18 (default the run date).  ACCRUE estimates
      *               through the last day of the as-of month.
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
       PROGRAM-ID.    CBACR01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      *
           SELECT GROUP-FILE ASSIGN TO GROUPFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS GRP-ID
                  FILE STATUS  IS GROUPFILE-STATUS.
      *
           SELECT FEESCHED-FILE ASSIGN TO FEESCHED
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FEE-KEY
                  FILE STATUS  IS FEESCHED-STATUS.
      *
           SELECT GLXREF-FILE ASSIGN TO GLXREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS GLX-KEY
                  FILE STATUS  IS GLXREF-STATUS.
      *
      *    Accrual control - what each month booked and whether it
      *    has been reversed yet.
           SELECT ACRCTL-FILE ASSIGN TO ACRCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ACR-KEY
                  FILE STATUS  IS ACRCTL-STATUS.
      *
      *    Accrual and reversal entries for the GL interface, in the
      *    nightly journal layout.
           SELECT GLJRNL-FILE ASSIGN TO GLJRNL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS GLJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  GROUP-FILE.
       COPY CVACT04Y.

       FD  FEESCHED-FILE.
       COPY CVFEE01Y.

       FD  GLXREF-FILE.
       01  GL-XREF-RECORD.
           05  GLX-KEY.
               10  GLX-TRAN-TYPE-CD             PIC X(02).
               10  GLX-TRAN-CAT-CD              PIC 9(04).
           05  GLX-DR-ACCOUNT                   PIC X(08).
           05  GLX-CR-ACCOUNT                   PIC X(08).
           05  GLX-DESC                         PIC X(30).
           05  FILLER                           PIC X(28).

       FD  ACRCTL-FILE.
       COPY CVACR01Y.

       FD  GLJRNL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CVGLJ01Y.

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVACT01Y.
       COPY CODATECN.

       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  GROUPFILE-STATUS.
           05  GROUPFILE-STAT1     PIC X.
           05  GROUPFILE-STAT2     PIC X.
       01  FEESCHED-STATUS.
           05  FEESCHED-STAT1      PIC X.
           05  FEESCHED-STAT2      PIC X.
       01  GLXREF-STATUS.
           05  GLXREF-STAT1        PIC X.
           05  GLXREF-STAT2        PIC X.
       01  ACRCTL-STATUS.
           05  ACRCTL-STAT1        PIC X.
           05  ACRCTL-STAT2        PIC X.
       01  GLJRNL-STATUS.
           05  GLJRNL-STAT1        PIC X.
           05  GLJRNL-STAT2        PIC X.

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

      *---------------------------------------------------------------*
      * Run mode and as-of date from the parameter card.              *
      *---------------------------------------------------------------*
       01  PRM-INFO.
           05  P-RUN-MODE          PIC X(07).
               88  P-MODE-ACCRUE             VALUE 'ACCRUE '.
               88  P-MODE-REVERSE            VALUE 'REVERSE'.
           05  FILLER              PIC X(01).
           05  P-AS-OF-DATE        PIC X(10).
           05  FILLER              PIC X(62).

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-AS-OF-DATE                   PIC X(10).

      *---------------------------------------------------------------*
      * Accrual month, its last calendar day, and the reversal date.  *
      *---------------------------------------------------------------*
       01  WS-ACR-MONTH                    PIC X(07).
       01  WS-MONTH-END-DATE               PIC X(10).
       01  WS-MONTH-END-DD                 PIC 9(02).
       01  WS-REVERSE-DUE-DATE             PIC X(10).
       01  WS-WORK-YMD                     PIC 9(08).
       01  WS-WORK-YMD-PARTS REDEFINES WS-WORK-YMD.
           05  WS-WORK-YYYY                PIC 9(04).
           05  WS-WORK-MM                  PIC 9(02).
           05  WS-WORK-DD                  PIC 9(02).
       01  WS-WORK-DAYNUM                  PIC S9(09) COMP VALUE 0.

      *---------------------------------------------------------------*
      * Per-account estimate work fields.  Rates are annual percent;  *
      * the unbilled days run from the cycle day to month-end.        *
      *---------------------------------------------------------------*
       01  WS-GROUP-FOUND-SW               PIC X(01).
           88  WS-GROUP-FOUND                        VALUE 'Y'.
       01  WS-UNBILLED-DAYS                PIC 9(02) VALUE 0.
       01  WS-PURCHASE-RATE                PIC S9(03)V99 COMP-3.
       01  WS-CASH-RATE                    PIC S9(03)V99 COMP-3.
       01  WS-PROMO-RATE                   PIC S9(03)V99 COMP-3.
       01  WS-EST-PURCHASE                 PIC S9(10)V99 COMP-3.
       01  WS-EST-CASH                     PIC S9(10)V99 COMP-3.
       01  WS-EST-PROMO                    PIC S9(10)V99 COMP-3.
       01  WS-EST-INTEREST                 PIC S9(10)V99 COMP-3.
       01  WS-EST-FEE                      PIC S9(10)V99 COMP-3.
       01  WS-PURCHASE-BAL                 PIC S9(10)V99 COMP-3.
       01  WS-ACCT-ACCRUED-SW              PIC X(01).
           88  WS-ACCT-ACCRUED                       VALUE 'Y'.

      *---------------------------------------------------------------*
      * Interest type/category, as the cycle close posts it.          *
      *---------------------------------------------------------------*
       01  WS-INT-TRAN-TYPE                PIC X(02) VALUE '03'.
       01  WS-INT-TRAN-CAT                 PIC 9(04) VALUE 0005.

      *---------------------------------------------------------------*
      * Active monthly fees from the fee schedule, loaded once.       *
      *---------------------------------------------------------------*
       01  WS-FEE-TABLE.
           05  WS-FEE-ENTRY OCCURS 200 TIMES.
               10  WS-FEE-TBL-GROUP        PIC X(10).
               10  WS-FEE-TBL-AMT          PIC S9(05)V99 COMP-3.
               10  WS-FEE-TBL-TYPE         PIC X(02).
               10  WS-FEE-TBL-CAT          PIC 9(04).
       01  WS-FEE-MAX-ENTRIES      PIC S9(4) COMP VALUE 200.
       01  WS-FEE-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-FEE-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-FEE-EOF-SW           PIC X VALUE 'N'.
           88  WS-FEE-LOAD-DONE              VALUE 'Y'.

      *---------------------------------------------------------------*
      * Group and type/category buckets of the month's estimate.      *
      *---------------------------------------------------------------*
       01  WS-BUCKET-TABLE.
           05  WS-BKT-ENTRY OCCURS 500 TIMES.
               10  WS-BKT-GROUP            PIC X(10).
               10  WS-BKT-TYPE             PIC X(02).
               10  WS-BKT-CAT              PIC 9(04).
               10  WS-BKT-AMT              PIC S9(11)V99 COMP-3.
               10  WS-BKT-COUNT            PIC 9(07) COMP.
       01  WS-BKT-MAX              PIC S9(4) COMP VALUE 500.
       01  WS-BKT-COUNT-USED       PIC S9(4) COMP VALUE 0.
       01  WS-BKT-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-FOUND-SW             PIC X.
           88  WS-FOUND                      VALUE 'Y'.
           88  WS-NOT-FOUND                  VALUE 'N'.
       01  WS-ADD-GROUP            PIC X(10).
       01  WS-ADD-TYPE             PIC X(02).
       01  WS-ADD-CAT              PIC 9(04).
       01  WS-ADD-AMT              PIC S9(10)V99 COMP-3.

       01  WS-CTL-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-CTL-DONE                   VALUE 'Y'.
       01  WS-JRNL-SEQ             PIC 9(06) VALUE 0.
       01  WS-BKT-AMT-DIS          PIC Z(10)9.99-.

       01  WS-RUN-TOTALS           COMP-3.
           05  WS-TOTAL-DEBITS     PIC S9(13)V99 VALUE 0.
           05  WS-TOTAL-CREDITS    PIC S9(13)V99 VALUE 0.
           05  WS-TOTAL-INTEREST   PIC S9(13)V99 VALUE 0.
           05  WS-TOTAL-FEES       PIC S9(13)V99 VALUE 0.
           05  WS-TOTAL-UNMAPPED   PIC S9(13)V99 VALUE 0.
       01  WS-RUN-COUNTS.
           05  WS-ACCOUNTS-READ            PIC 9(09) VALUE 0.
           05  WS-ACCOUNTS-ACCRUED         PIC 9(09) VALUE 0.
           05  WS-SKIP-INELIGIBLE          PIC 9(09) VALUE 0.
           05  WS-SKIP-BILLED              PIC 9(09) VALUE 0.
           05  WS-GROUP-MISSING            PIC 9(09) VALUE 0.
           05  WS-BUCKETS-MAPPED           PIC 9(09) VALUE 0.
           05  WS-BUCKETS-UNMAPPED         PIC 9(09) VALUE 0.
           05  WS-ACCRUALS-REVERSED        PIC 9(09) VALUE 0.
           05  WS-ACCRUALS-NOT-DUE         PIC 9(09) VALUE 0.
           05  WS-JRNL-WRITTEN             PIC 9(09) VALUE 0.

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBACR01C'.
           PERFORM 1000-INITIALIZE.
           IF P-MODE-ACCRUE
               PERFORM 2000-ESTIMATE-ACCOUNTS
               PERFORM 3000-BOOK-ACCRUALS
           ELSE
               PERFORM 5000-REVERSE-DUE-ACCRUALS
           END-IF.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBACR01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT PRM-INFO FROM SYSIN.
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           IF NOT P-MODE-ACCRUE AND NOT P-MODE-REVERSE
               DISPLAY 'CBACR01C INVALID RUN MODE: ' P-RUN-MODE
                       ' - EXPECTED ACCRUE OR REVERSE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           IF P-AS-OF-DATE(1:4) IS NUMERIC
              AND P-AS-OF-DATE(5:1) = '-'
              AND P-AS-OF-DATE(6:2) IS NUMERIC
              AND P-AS-OF-DATE(8:1) = '-'
              AND P-AS-OF-DATE(9:2) IS NUMERIC
               MOVE P-AS-OF-DATE TO WS-AS-OF-DATE
           ELSE
               STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
                   DELIMITED BY SIZE INTO WS-AS-OF-DATE
               END-STRING
           END-IF.

           OPEN I-O ACRCTL-FILE.
           IF ACRCTL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACRCTL'
               MOVE ACRCTL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT GLJRNL-FILE.
           IF GLJRNL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GLJRNL'
               MOVE GLJRNL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           IF P-MODE-REVERSE
               DISPLAY 'CBACR01C REVERSE - AS OF: ' WS-AS-OF-DATE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 1100-SET-ACCRUAL-MONTH.
           PERFORM 1150-CHECK-NOT-BOOKED.

           OPEN INPUT ACCTFILE-FILE.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCTFILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT GROUP-FILE.
           IF GROUPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GROUPFILE'
               MOVE GROUPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT FEESCHED-FILE.
           IF FEESCHED-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FEESCHED'
               MOVE FEESCHED-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT GLXREF-FILE.
           IF GLXREF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GLXREF'
               MOVE GLXREF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           PERFORM 1200-LOAD-MONTHLY-FEES.
           EXIT.

      *****************************************************************
      * The accrual runs through the last calendar day of the as-of  *
      * month and reverses on the first business day after it.       *
      *****************************************************************
       1100-SET-ACCRUAL-MONTH.
           MOVE WS-AS-OF-DATE(1:7) TO WS-ACR-MONTH.
           MOVE WS-AS-OF-DATE(1:4) TO WS-WORK-YYYY.
           MOVE WS-AS-OF-DATE(6:2) TO WS-WORK-MM.
           MOVE 01                 TO WS-WORK-DD.
           IF WS-WORK-MM = 12
               ADD 1 TO WS-WORK-YYYY
               MOVE 01 TO WS-WORK-MM
           ELSE
               ADD 1 TO WS-WORK-MM
           END-IF.
           COMPUTE WS-WORK-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-YMD) - 1.
           COMPUTE WS-WORK-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-DAYNUM).
           MOVE WS-WORK-DD TO WS-MONTH-END-DD.
           STRING WS-WORK-YYYY '-' WS-WORK-MM '-' WS-WORK-DD
               DELIMITED BY SIZE INTO WS-MONTH-END-DATE
           END-STRING.

           INITIALIZE CODATECN-REC.
           SET ADD-DAYS-IN TO TRUE.
           MOVE WS-WORK-YMD TO CODATECN-INP-DATE.
           MOVE 1 TO CODATECN-ADD-DAYS-CNT.
           SET CODATECN-BUSINESS-DAY-ONLY TO TRUE.
           SET YYYY-MM-DD-OP TO TRUE.
           CALL 'COBDATAD' USING CODATECN-REC.
           MOVE CODATECN-0UT-DATE(1:10) TO WS-REVERSE-DUE-DATE.
           DISPLAY 'CBACR01C ACCRUE - MONTH: ' WS-ACR-MONTH
                   '  THROUGH: ' WS-MONTH-END-DATE
                   '  REVERSES: ' WS-REVERSE-DUE-DATE.
           EXIT.

      *****************************************************************
      * A month is booked once; a rerun would double the accrual.     *
      *****************************************************************
       1150-CHECK-NOT-BOOKED.
           MOVE LOW-VALUES   TO ACR-KEY.
           MOVE WS-ACR-MONTH TO ACR-MONTH.
           START ACRCTL-FILE KEY IS NOT LESS THAN ACR-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           READ ACRCTL-FILE NEXT
               AT END
                   EXIT PARAGRAPH
           END-READ.
           IF ACR-MONTH = WS-ACR-MONTH
               DISPLAY 'CBACR01C ACCRUAL ALREADY BOOKED FOR MONTH '
                       WS-ACR-MONTH
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       1200-LOAD-MONTHLY-FEES.
           MOVE SPACES TO FEE-KEY.
           START FEESCHED-FILE KEY >= FEE-KEY
               INVALID KEY SET WS-FEE-LOAD-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-FEE-LOAD-DONE
                      OR WS-FEE-COUNT >= WS-FEE-MAX-ENTRIES
               READ FEESCHED-FILE NEXT
                   AT END SET WS-FEE-LOAD-DONE TO TRUE
                   NOT AT END
                       IF FEE-ACTIVE AND FEE-FREQ-MONTHLY
                           ADD 1 TO WS-FEE-COUNT
                           MOVE FEE-GROUP-ID TO
                               WS-FEE-TBL-GROUP (WS-FEE-COUNT)
                           MOVE FEE-AMOUNT TO
                               WS-FEE-TBL-AMT (WS-FEE-COUNT)
                           MOVE FEE-TRAN-TYPE TO
                               WS-FEE-TBL-TYPE (WS-FEE-COUNT)
                           MOVE FEE-TRAN-CAT TO
                               WS-FEE-TBL-CAT (WS-FEE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'CBACR01C MONTHLY FEE ROWS LOADED: ' WS-FEE-COUNT.
           EXIT.

      *****************************************************************
       2000-ESTIMATE-ACCOUNTS.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ ACCTFILE-FILE INTO ACCOUNT-RECORD
               EVALUATE ACCTFILE-STATUS
                   WHEN '00'
                       ADD 1 TO WS-ACCOUNTS-READ
                       PERFORM 2100-ESTIMATE-ONE-ACCOUNT
                   WHEN '10'
                       MOVE 'Y' TO END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERROR READING ACCOUNT FILE'
                       MOVE ACCTFILE-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-PERFORM.
           EXIT.

      *****************************************************************
      * An account accrues nothing where the cycle close would charge *
      * nothing - closed, charged off, deceased, or in bankruptcy.    *
      * A month-end cycle (00), or a cycle day on the last day of the *
      * month, has already billed through month-end.                  *
      *****************************************************************
       2100-ESTIMATE-ONE-ACCOUNT.
           IF ACCT-CLOSED OR ACCT-CHARGED-OFF
              OR ACCT-DECEASED OR ACCT-IN-BANKRUPTCY
               ADD 1 TO WS-SKIP-INELIGIBLE
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-CYCLE-CD = ZERO
              OR ACCT-CYCLE-CD >= WS-MONTH-END-DD
               ADD 1 TO WS-SKIP-BILLED
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-UNBILLED-DAYS =
                   WS-MONTH-END-DD - ACCT-CYCLE-CD.

           PERFORM 2200-GET-GROUP-RATES.
           IF NOT WS-GROUP-FOUND
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-ACCT-ACCRUED-SW.
           PERFORM 2300-ESTIMATE-INTEREST.
           IF WS-EST-INTEREST > ZERO
               MOVE ACCT-GROUP-ID    TO WS-ADD-GROUP
               MOVE WS-INT-TRAN-TYPE TO WS-ADD-TYPE
               MOVE WS-INT-TRAN-CAT  TO WS-ADD-CAT
               MOVE WS-EST-INTEREST  TO WS-ADD-AMT
               PERFORM 2600-ADD-TO-BUCKET
               ADD WS-EST-INTEREST   TO WS-TOTAL-INTEREST
               SET WS-ACCT-ACCRUED   TO TRUE
           END-IF.

           PERFORM VARYING WS-FEE-SUB FROM 1 BY 1
                   UNTIL WS-FEE-SUB > WS-FEE-COUNT
               IF WS-FEE-TBL-GROUP (WS-FEE-SUB) = ACCT-GROUP-ID
                   PERFORM 2400-ESTIMATE-MONTHLY-FEE
               END-IF
           END-PERFORM.

           IF WS-ACCT-ACCRUED
               ADD 1 TO WS-ACCOUNTS-ACCRUED
           END-IF.
           EXIT.

      *****************************************************************
      * The group's bucket rates, as the cycle close prices them: a  *
      * zero cash or promo rate falls back to the purchase rate, an   *
      * account promo prices the promo bucket until it ends, and an   *
      * effective penalty rate raises the purchase and cash rates.    *
      *****************************************************************
       2200-GET-GROUP-RATES.
           MOVE 'N' TO WS-GROUP-FOUND-SW.
           IF ACCT-GROUP-ID = SPACES
               ADD 1 TO WS-GROUP-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCT-GROUP-ID TO GRP-ID.
           READ GROUP-FILE
               INVALID KEY
                   ADD 1 TO WS-GROUP-MISSING
                   DISPLAY 'WARNING: GROUP NOT ON GROUPFILE: '
                           ACCT-GROUP-ID ' FOR ACCOUNT: ' ACCT-ID
                   EXIT PARAGRAPH
           END-READ.
           SET WS-GROUP-FOUND TO TRUE.

           MOVE ZERO TO WS-PURCHASE-RATE.
           MOVE ZERO TO WS-CASH-RATE.
           MOVE ZERO TO WS-PROMO-RATE.
           IF GRP-ACTIVE
               MOVE GRP-INT-RATE       TO WS-PURCHASE-RATE
               MOVE GRP-CASH-INT-RATE  TO WS-CASH-RATE
               MOVE GRP-PROMO-INT-RATE TO WS-PROMO-RATE
               IF GRP-PENALTY-INT-RATE > ZERO
                  AND (ACCT-PENALTY-ACTIVE
                       OR (ACCT-PENALTY-NOTICED
                           AND ACCT-PENALTY-EFF-DATE NOT = SPACES
                           AND ACCT-PENALTY-EFF-DATE
                               NOT > WS-MONTH-END-DATE))
                   IF GRP-PENALTY-INT-RATE > WS-PURCHASE-RATE
                       MOVE GRP-PENALTY-INT-RATE TO WS-PURCHASE-RATE
                   END-IF
                   IF WS-CASH-RATE NOT = ZERO
                      AND GRP-PENALTY-INT-RATE > WS-CASH-RATE
                       MOVE GRP-PENALTY-INT-RATE TO WS-CASH-RATE
                   END-IF
               END-IF
           END-IF.
           IF ACCT-PROMO-END-DATE NOT = SPACES
               MOVE ACCT-PROMO-RATE TO WS-PROMO-RATE
           END-IF.
           IF WS-CASH-RATE = ZERO
               MOVE WS-PURCHASE-RATE TO WS-CASH-RATE
           END-IF.
           IF WS-PROMO-RATE = ZERO
                   AND ACCT-PROMO-END-DATE = SPACES
               MOVE WS-PURCHASE-RATE TO WS-PROMO-RATE
           END-IF.
           EXIT.

      *****************************************************************
      * Daily-rate interest on each bucket for the unbilled days.  A  *
      * bucketless account prices its whole balance at the purchase   *
      * rate; purchases of an account in grace earn nothing.          *
      *****************************************************************
       2300-ESTIMATE-INTEREST.
           MOVE ZERO TO WS-EST-PURCHASE.
           MOVE ZERO TO WS-EST-CASH.
           MOVE ZERO TO WS-EST-PROMO.
           IF ACCT-BAL-PURCHASE + ACCT-BAL-CASH + ACCT-BAL-PROMO
                   = ZERO
               MOVE ACCT-CURR-BAL     TO WS-PURCHASE-BAL
           ELSE
               MOVE ACCT-BAL-PURCHASE TO WS-PURCHASE-BAL
           END-IF.

           IF WS-PURCHASE-BAL > 0 AND WS-PURCHASE-RATE > 0
              AND NOT ACCT-GRACE-IN
               COMPUTE WS-EST-PURCHASE ROUNDED =
                   WS-PURCHASE-BAL * WS-PURCHASE-RATE
                   * WS-UNBILLED-DAYS / 36500
           END-IF.
           IF ACCT-BAL-CASH > 0 AND WS-CASH-RATE > 0
               COMPUTE WS-EST-CASH ROUNDED =
                   ACCT-BAL-CASH * WS-CASH-RATE
                   * WS-UNBILLED-DAYS / 36500
           END-IF.
           IF ACCT-BAL-PROMO > 0 AND WS-PROMO-RATE > 0
               COMPUTE WS-EST-PROMO ROUNDED =
                   ACCT-BAL-PROMO * WS-PROMO-RATE
                   * WS-UNBILLED-DAYS / 36500
           END-IF.
           COMPUTE WS-EST-INTEREST =
               WS-EST-PURCHASE + WS-EST-CASH + WS-EST-PROMO.
           EXIT.

      *****************************************************************
      * A monthly fee is earned evenly across the month; the unbilled *
      * days' share of it accrues.                                    *
      *****************************************************************
       2400-ESTIMATE-MONTHLY-FEE.
           COMPUTE WS-EST-FEE ROUNDED =
               WS-FEE-TBL-AMT (WS-FEE-SUB) * WS-UNBILLED-DAYS
               / WS-MONTH-END-DD.
           IF WS-EST-FEE NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCT-GROUP-ID                 TO WS-ADD-GROUP.
           MOVE WS-FEE-TBL-TYPE (WS-FEE-SUB)  TO WS-ADD-TYPE.
           MOVE WS-FEE-TBL-CAT (WS-FEE-SUB)   TO WS-ADD-CAT.
           MOVE WS-EST-FEE                    TO WS-ADD-AMT.
           PERFORM 2600-ADD-TO-BUCKET.
           ADD WS-EST-FEE TO WS-TOTAL-FEES.
           SET WS-ACCT-ACCRUED TO TRUE.
           EXIT.

      *****************************************************************
       2600-ADD-TO-BUCKET.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > WS-BKT-COUNT-USED
                     OR WS-FOUND
               IF WS-BKT-GROUP (WS-BKT-SUB) = WS-ADD-GROUP
                  AND WS-BKT-TYPE (WS-BKT-SUB) = WS-ADD-TYPE
                  AND WS-BKT-CAT (WS-BKT-SUB) = WS-ADD-CAT
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-BKT-SUB
           ELSE
               IF WS-BKT-COUNT-USED >= WS-BKT-MAX
                   DISPLAY 'BUCKET TABLE FULL - GROUP/TYPE/CAT: '
                           WS-ADD-GROUP '/' WS-ADD-TYPE
                           '/' WS-ADD-CAT
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-BKT-COUNT-USED
               MOVE WS-BKT-COUNT-USED TO WS-BKT-SUB
               MOVE WS-ADD-GROUP TO WS-BKT-GROUP (WS-BKT-SUB)
               MOVE WS-ADD-TYPE  TO WS-BKT-TYPE (WS-BKT-SUB)
               MOVE WS-ADD-CAT   TO WS-BKT-CAT (WS-BKT-SUB)
               MOVE ZERO         TO WS-BKT-AMT (WS-BKT-SUB)
               MOVE ZERO         TO WS-BKT-COUNT (WS-BKT-SUB)
           END-IF.
           ADD WS-ADD-AMT TO WS-BKT-AMT (WS-BKT-SUB).
           ADD 1 TO WS-BKT-COUNT (WS-BKT-SUB).
           EXIT.

      *****************************************************************
      * Each mapped bucket books one debit and one credit and files  *
      * its control row for the reversal; an unmapped type/category   *
      * is reported and left out rather than booked to nowhere.       *
      *****************************************************************
       3000-BOOK-ACCRUALS.
           DISPLAY '================================================'.
           DISPLAY 'CBACR01C ACCRUAL BY GROUP AND GL ACCOUNT'.
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > WS-BKT-COUNT-USED
               PERFORM 3100-BOOK-ONE-BUCKET
           END-PERFORM.
           EXIT.

       3100-BOOK-ONE-BUCKET.
           MOVE WS-BKT-AMT (WS-BKT-SUB) TO WS-BKT-AMT-DIS.
           MOVE WS-BKT-TYPE (WS-BKT-SUB) TO GLX-TRAN-TYPE-CD.
           MOVE WS-BKT-CAT (WS-BKT-SUB)  TO GLX-TRAN-CAT-CD.
           READ GLXREF-FILE
               INVALID KEY
                   ADD 1 TO WS-BUCKETS-UNMAPPED
                   ADD WS-BKT-AMT (WS-BKT-SUB) TO WS-TOTAL-UNMAPPED
                   DISPLAY '  ' WS-BKT-GROUP (WS-BKT-SUB)
                           ' ' WS-BKT-TYPE (WS-BKT-SUB)
                           '/' WS-BKT-CAT (WS-BKT-SUB)
                           ' UNMAPPED          ' WS-BKT-AMT-DIS
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-BUCKETS-MAPPED.
           DISPLAY '  ' WS-BKT-GROUP (WS-BKT-SUB)
                   ' ' WS-BKT-TYPE (WS-BKT-SUB)
                   '/' WS-BKT-CAT (WS-BKT-SUB)
                   ' DR ' GLX-DR-ACCOUNT ' CR ' GLX-CR-ACCOUNT
                   ' ' WS-BKT-AMT-DIS.

           INITIALIZE GL-JOURNAL-RECORD.
           SET JRN-SOURCE-ACCRUAL        TO TRUE.
           MOVE WS-BKT-AMT (WS-BKT-SUB)  TO JRN-AMOUNT.
           MOVE WS-BKT-TYPE (WS-BKT-SUB) TO JRN-TRAN-TYPE-CD.
           MOVE WS-BKT-CAT (WS-BKT-SUB)  TO JRN-TRAN-CAT-CD.
           MOVE WS-MONTH-END-DATE        TO JRN-POST-DATE.
           STRING 'UNBILLED ACCRUAL ' WS-BKT-GROUP (WS-BKT-SUB)
               DELIMITED BY SIZE INTO JRN-DESC
           END-STRING.
           MOVE 'D'                      TO JRN-DR-CR-IND.
           MOVE GLX-DR-ACCOUNT           TO JRN-GL-ACCOUNT.
           PERFORM 7000-WRITE-JOURNAL-LINE.
           MOVE 'C'                      TO JRN-DR-CR-IND.
           MOVE GLX-CR-ACCOUNT           TO JRN-GL-ACCOUNT.
           PERFORM 7000-WRITE-JOURNAL-LINE.

           INITIALIZE ACCRUAL-CONTROL-RECORD.
           MOVE WS-ACR-MONTH               TO ACR-MONTH.
           MOVE WS-BKT-GROUP (WS-BKT-SUB)  TO ACR-GROUP-ID.
           MOVE WS-BKT-TYPE (WS-BKT-SUB)   TO ACR-TRAN-TYPE-CD.
           MOVE WS-BKT-CAT (WS-BKT-SUB)    TO ACR-TRAN-CAT-CD.
           MOVE WS-BKT-AMT (WS-BKT-SUB)    TO ACR-AMOUNT.
           MOVE WS-BKT-COUNT (WS-BKT-SUB)  TO ACR-ACCT-COUNT.
           MOVE GLX-DR-ACCOUNT             TO ACR-DR-ACCOUNT.
           MOVE GLX-CR-ACCOUNT             TO ACR-CR-ACCOUNT.
           MOVE WS-MONTH-END-DATE          TO ACR-ACCRUAL-DATE.
           MOVE WS-REVERSE-DUE-DATE        TO ACR-REVERSE-DUE-DATE.
           SET ACR-ACCRUED                 TO TRUE.
           MOVE SPACES                     TO ACR-REVERSED-DATE.
           WRITE ACCRUAL-CONTROL-RECORD.
           IF ACRCTL-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ACRCTL: ' ACR-KEY
               MOVE ACRCTL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
      * Every accrual still standing whose reversal date has come is  *
      * reversed - the catch-up covers a night the run did not make.  *
      * The mirror entry swaps the sides of the original pair.        *
      *****************************************************************
       5000-REVERSE-DUE-ACCRUALS.
           MOVE LOW-VALUES TO ACR-KEY.
           START ACRCTL-FILE KEY IS NOT LESS THAN ACR-KEY
               INVALID KEY
                   SET WS-CTL-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-CTL-DONE
               READ ACRCTL-FILE NEXT
                   AT END
                       SET WS-CTL-DONE TO TRUE
                   NOT AT END
                       IF ACR-ACCRUED
                           IF ACR-REVERSE-DUE-DATE > WS-AS-OF-DATE
                               ADD 1 TO WS-ACCRUALS-NOT-DUE
                           ELSE
                               PERFORM 5100-REVERSE-ONE-ACCRUAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

       5100-REVERSE-ONE-ACCRUAL.
           INITIALIZE GL-JOURNAL-RECORD.
           SET JRN-SOURCE-ACCRUAL-REV    TO TRUE.
           MOVE ACR-AMOUNT               TO JRN-AMOUNT.
           MOVE ACR-TRAN-TYPE-CD         TO JRN-TRAN-TYPE-CD.
           MOVE ACR-TRAN-CAT-CD          TO JRN-TRAN-CAT-CD.
           MOVE WS-AS-OF-DATE            TO JRN-POST-DATE.
           STRING 'REV ACCRUAL ' ACR-MONTH ' ' ACR-GROUP-ID
               DELIMITED BY SIZE INTO JRN-DESC
           END-STRING.
           MOVE 'D'                      TO JRN-DR-CR-IND.
           MOVE ACR-CR-ACCOUNT           TO JRN-GL-ACCOUNT.
           PERFORM 7000-WRITE-JOURNAL-LINE.
           MOVE 'C'                      TO JRN-DR-CR-IND.
           MOVE ACR-DR-ACCOUNT           TO JRN-GL-ACCOUNT.
           PERFORM 7000-WRITE-JOURNAL-LINE.

           SET ACR-REVERSED              TO TRUE.
           MOVE WS-AS-OF-DATE            TO ACR-REVERSED-DATE.
           REWRITE ACCRUAL-CONTROL-RECORD.
           IF ACRCTL-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING ACRCTL: ' ACR-KEY
               MOVE ACRCTL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-ACCRUALS-REVERSED.
           EXIT.

      *****************************************************************
       7000-WRITE-JOURNAL-LINE.
           ADD 1                         TO WS-JRNL-SEQ.
           MOVE WS-JRNL-SEQ              TO JRN-LINE-SEQ.
           WRITE GL-JOURNAL-RECORD.
           IF GLJRNL-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING GLJRNL'
               MOVE GLJRNL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           IF JRN-DR-CR-IND = 'D'
               ADD JRN-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD JRN-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.
           ADD 1 TO WS-JRNL-WRITTEN.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           IF P-MODE-ACCRUE
               DISPLAY 'CBACR01C MONTH-END ACCRUAL SUMMARY'
               DISPLAY '  ACCRUAL MONTH         : ' WS-ACR-MONTH
               DISPLAY '  REVERSAL DUE          : '
                       WS-REVERSE-DUE-DATE
               DISPLAY '  ACCOUNTS READ         : ' WS-ACCOUNTS-READ
               DISPLAY '  ACCOUNTS ACCRUED      : '
                       WS-ACCOUNTS-ACCRUED
               DISPLAY '  SKIPPED - INELIGIBLE  : '
                       WS-SKIP-INELIGIBLE
               DISPLAY '  BILLED THRU MONTH-END : ' WS-SKIP-BILLED
               DISPLAY '  GROUPS NOT ON FILE    : ' WS-GROUP-MISSING
               DISPLAY '  INTEREST ESTIMATE     : ' WS-TOTAL-INTEREST
               DISPLAY '  FEE ESTIMATE          : ' WS-TOTAL-FEES
               DISPLAY '  BUCKETS BOOKED        : ' WS-BUCKETS-MAPPED
               DISPLAY '  BUCKETS UNMAPPED      : '
                       WS-BUCKETS-UNMAPPED
               DISPLAY '  UNMAPPED AMOUNT       : ' WS-TOTAL-UNMAPPED
           ELSE
               DISPLAY 'CBACR01C ACCRUAL REVERSAL SUMMARY'
               DISPLAY '  AS-OF DATE            : ' WS-AS-OF-DATE
               DISPLAY '  ACCRUALS REVERSED     : '
                       WS-ACCRUALS-REVERSED
               DISPLAY '  ACCRUALS NOT YET DUE  : '
                       WS-ACCRUALS-NOT-DUE
           END-IF.
           DISPLAY '  JOURNAL RECORDS       : ' WS-JRNL-WRITTEN.
           DISPLAY '  TOTAL DEBITS          : ' WS-TOTAL-DEBITS.
           DISPLAY '  TOTAL CREDITS         : ' WS-TOTAL-CREDITS.
           DISPLAY '================================================'.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY 'CBACR01C *** JOURNAL OUT OF BALANCE ***'
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           IF WS-BUCKETS-UNMAPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE ACRCTL-FILE.
           CLOSE GLJRNL-FILE.
           IF P-MODE-ACCRUE
               CLOSE ACCTFILE-FILE
               CLOSE GROUP-FILE
               CLOSE FEESCHED-FILE
               CLOSE GLXREF-FILE
           END-IF.
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
