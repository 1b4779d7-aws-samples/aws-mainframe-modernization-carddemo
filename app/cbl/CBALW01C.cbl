      ******************************************************************
      * PROGRAM     : CBALW01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Month-end credit loss allowance.  Takes the
      *               receivable from ACCTFILE by account group and
      *               ACCT-DELINQ-STATUS bucket, applies a loss rate to
      *               each, and sizes the loan-loss allowance.  Under
      *               METHOD TABLE the rates come from the LOSSRATE
      *               table (CBLRTUPD).  Under METHOD HISTORY each
      *               bucket's rate is derived from our own experience:
      *               the average roll rate of every bucket from it to
      *               charge-off over the last six kept months, the last
      *               step measured from the RECVLEDG charge-offs, with
      *               the table rate used wherever the history is not
      *               yet deep enough.  The month's rows are kept on
      *               ALLWHIST; the ALWRPT report shows the allowance
      *               against last month's with the change split into
      *               its volume and rate effects, and the change in
      *               each group posts to GLJRNL as the GL adjustment.
      *               SYSIN card: CCYY-MM allowance month in columns 1-7
      *               (default the run month) and TABLE or HISTORY in
      *               columns 9-15 (default TABLE).
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
       PROGRAM-ID.    CBALW01C.
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
      *    Recovery ledger - the balance an account charged off with.
           SELECT RECVLEDG-FILE ASSIGN TO RECVLEDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS RCV-ACCT-ID
                  FILE STATUS  IS RECVLEDG-STATUS.
      *
           SELECT LOSSRATE-FILE ASSIGN TO LOSSRATE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS LRT-KEY
                  FILE STATUS  IS LOSSRATE-STATUS.
      *
           SELECT ALLWHIST-FILE ASSIGN TO ALLWHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ALW-KEY
                  FILE STATUS  IS ALLWHIST-STATUS.
      *
           SELECT GLXREF-FILE ASSIGN TO GLXREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS GLX-KEY
                  FILE STATUS  IS GLXREF-STATUS.
      *
           SELECT GLJRNL-FILE ASSIGN TO GLJRNL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS GLJRNL-STATUS.
      *
           SELECT ALWRPT-FILE ASSIGN TO ALWRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ALWRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  RECVLEDG-FILE.
       COPY CVRCV01Y.

       FD  LOSSRATE-FILE.
       COPY CVLRT01Y.

       FD  ALLWHIST-FILE.
       COPY CVALW01Y.

       FD  GLXREF-FILE.
       01  GL-XREF-RECORD.
           05  GLX-KEY.
               10  GLX-TRAN-TYPE-CD             PIC X(02).
               10  GLX-TRAN-CAT-CD              PIC 9(04).
           05  GLX-DR-ACCOUNT                   PIC X(08).
           05  GLX-CR-ACCOUNT                   PIC X(08).
           05  GLX-DESC                         PIC X(30).
           05  FILLER                           PIC X(28).

       FD  GLJRNL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CVGLJ01Y.

       FD  ALWRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-ALWRPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVACT01Y.

       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  RECVLEDG-STATUS.
           05  RECVLEDG-STAT1      PIC X.
           05  RECVLEDG-STAT2      PIC X.
       01  LOSSRATE-STATUS.
           05  LOSSRATE-STAT1      PIC X.
           05  LOSSRATE-STAT2      PIC X.
       01  ALLWHIST-STATUS.
           05  ALLWHIST-STAT1      PIC X.
           05  ALLWHIST-STAT2      PIC X.
       01  GLXREF-STATUS.
           05  GLXREF-STAT1        PIC X.
           05  GLXREF-STAT2        PIC X.
       01  GLJRNL-STATUS.
           05  GLJRNL-STAT1        PIC X.
           05  GLJRNL-STAT2        PIC X.
       01  ALWRPT-STATUS.
           05  ALWRPT-STAT1        PIC X.
           05  ALWRPT-STAT2        PIC X.

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
      * Allowance month and rate method from the parameter card.      *
      *---------------------------------------------------------------*
       01  PRM-INFO.
           05  P-ALW-MONTH         PIC X(07).
           05  FILLER              PIC X(01).
           05  P-RATE-METHOD       PIC X(07).
               88  P-METHOD-TABLE            VALUE 'TABLE  ', SPACES.
               88  P-METHOD-HISTORY          VALUE 'HISTORY'.
           05  FILLER              PIC X(65).

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-RUN-DATE                     PIC X(10).

      *---------------------------------------------------------------*
      * This month, last month, and the oldest month whose roll rates *
      * are averaged, all CCYY-MM; month numbers count months from    *
      * year zero so the arithmetic crosses year ends.                *
      *---------------------------------------------------------------*
       01  WS-ALW-MONTH                    PIC X(07).
       01  WS-PRIOR-MONTH                  PIC X(07).
       01  WS-WINDOW-MONTH                 PIC X(07).
       01  WS-HISTORY-MONTHS               PIC 9(02) VALUE 06.
       01  WS-MONTH-NUM                    PIC 9(06) VALUE 0.
       01  WS-CONV-MONTH-NUM               PIC 9(06) VALUE 0.
       01  WS-CONV-MONTH.
           05  WS-CONV-YYYY                PIC 9(04).
           05  FILLER                      PIC X(01) VALUE '-'.
           05  WS-CONV-MM                  PIC 9(02).
       01  WS-MONTH-END-DATE               PIC X(10).
       01  WS-WORK-YMD                     PIC 9(08).
       01  WS-WORK-YMD-PARTS REDEFINES WS-WORK-YMD.
           05  WS-WORK-YYYY                PIC 9(04).
           05  WS-WORK-MM                  PIC 9(02).
           05  WS-WORK-DD                  PIC 9(02).
       01  WS-WORK-DAYNUM                  PIC S9(09) COMP VALUE 0.

      *---------------------------------------------------------------*
      * Delinquency buckets in roll order; the last rolls to          *
      * charge-off.                                                   *
      *---------------------------------------------------------------*
       01  WS-BUCKET-CODES                 PIC X(21)
                                   VALUE '000030060090120150180'.
       01  WS-BUCKET-CODE-TBL REDEFINES WS-BUCKET-CODES.
           05  WS-BUCKET-CODE              PIC X(03) OCCURS 7 TIMES.
       01  WS-BUCKET-MAX                   PIC S9(4) COMP VALUE 7.

      *---------------------------------------------------------------*
      * Group by bucket accumulators, with last month's figures and   *
      * the kept roll rates loaded from ALLWHIST.                     *
      *---------------------------------------------------------------*
       01  WS-GROUP-TABLE.
           05  WS-GT-ENTRY OCCURS 200 TIMES.
               10  WS-GT-GROUP                 PIC X(10).
               10  WS-GT-BKT OCCURS 7 TIMES.
                   15  WS-GB-COUNT             PIC 9(09) COMP.
                   15  WS-GB-RECV              PIC S9(13)V99 COMP-3.
                   15  WS-GB-CHGOFF            PIC S9(13)V99 COMP-3.
                   15  WS-GB-PRIOR-SW          PIC X(01).
                       88  WS-GB-PRIOR-FOUND             VALUE 'Y'.
                   15  WS-GB-PRIOR-RECV        PIC S9(13)V99 COMP-3.
                   15  WS-GB-PRIOR-RATE        PIC 9(03)V9(04)
                                               COMP-3.
                   15  WS-GB-PRIOR-ALLOW       PIC S9(13)V99 COMP-3.
                   15  WS-GB-ROLL-SUM          PIC 9(05)V9(04)
                                               COMP-3.
                   15  WS-GB-ROLL-MONTHS       PIC 9(02) COMP.
                   15  WS-GB-ROLL-RATE         PIC 9(03)V9(04)
                                               COMP-3.
                   15  WS-GB-ROLL-SW           PIC X(01).
                       88  WS-GB-ROLL-MEASURED           VALUE 'Y'.
                   15  WS-GB-RATE              PIC 9(03)V9(04)
                                               COMP-3.
                   15  WS-GB-RATE-SRC          PIC X(01).
                   15  WS-GB-ALLOW             PIC S9(13)V99 COMP-3.
       01  WS-GT-MAX               PIC S9(4) COMP VALUE 200.
       01  WS-GT-COUNT-USED        PIC S9(4) COMP VALUE 0.
       01  WS-GT-SUB               PIC S9(4) COMP VALUE 0.
       01  WS-BK-SUB               PIC S9(4) COMP VALUE 0.
       01  WS-RL-SUB               PIC S9(4) COMP VALUE 0.
       01  WS-FIND-GROUP           PIC X(10).
       01  WS-FOUND-SW             PIC X.
           88  WS-FOUND                      VALUE 'Y'.
           88  WS-NOT-FOUND                  VALUE 'N'.
       01  WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-HIST-DONE                  VALUE 'Y'.

      *---------------------------------------------------------------*
      * Rate derivation and the change explanation.                   *
      *---------------------------------------------------------------*
       01  WS-DERIVED-SW           PIC X(01).
           88  WS-DERIVED                    VALUE 'Y'.
       01  WS-RATE-PRODUCT         PIC 9(01)V9(10) COMP-3.
       01  WS-ROLL-WORK            PIC 9(03)V9(04) COMP-3.
       01  WS-CHANGE               PIC S9(13)V99 COMP-3.
       01  WS-VOLUME-EFFECT        PIC S9(13)V99 COMP-3.
       01  WS-RATE-EFFECT          PIC S9(13)V99 COMP-3.
       01  WS-GRP-CHANGE           PIC S9(13)V99 COMP-3.
       01  WS-GRP-TOTALS           COMP-3.
           05  WS-GRP-RECV         PIC S9(13)V99.
           05  WS-GRP-ALLOW        PIC S9(13)V99.
           05  WS-GRP-PRIOR        PIC S9(13)V99.
           05  WS-GRP-VOLUME       PIC S9(13)V99.
           05  WS-GRP-RATE         PIC S9(13)V99.
       01  WS-GRP-ACCTS            PIC 9(09) COMP.

      *---------------------------------------------------------------*
      * GL mapping of the allowance adjustment: the debit account is *
      * the provision expense, the credit the allowance itself.       *
      *---------------------------------------------------------------*
       01  WS-ALW-TRAN-TYPE        PIC X(02) VALUE 'LL'.
       01  WS-ALW-TRAN-CAT         PIC 9(04) VALUE 0001.
       01  WS-JRNL-SEQ             PIC 9(06) VALUE 0.

       01  WS-RUN-TOTALS           COMP-3.
           05  WS-TOT-RECV         PIC S9(13)V99 VALUE 0.
           05  WS-TOT-ALLOW        PIC S9(13)V99 VALUE 0.
           05  WS-TOT-PRIOR        PIC S9(13)V99 VALUE 0.
           05  WS-TOT-VOLUME       PIC S9(13)V99 VALUE 0.
           05  WS-TOT-RATE         PIC S9(13)V99 VALUE 0.
           05  WS-TOT-CHGOFF       PIC S9(13)V99 VALUE 0.
           05  WS-TOTAL-DEBITS     PIC S9(13)V99 VALUE 0.
           05  WS-TOTAL-CREDITS    PIC S9(13)V99 VALUE 0.
       01  WS-RUN-COUNTS.
           05  WS-ACCOUNTS-READ            PIC 9(09) VALUE 0.
           05  WS-ACCOUNTS-IN-RECV         PIC 9(09) VALUE 0.
           05  WS-CHARGEOFFS-IN-MONTH      PIC 9(09) VALUE 0.
           05  WS-CHARGEOFF-NO-LEDGER      PIC 9(09) VALUE 0.
           05  WS-UNKNOWN-BUCKET           PIC 9(09) VALUE 0.
           05  WS-RATES-FROM-TABLE         PIC 9(09) VALUE 0.
           05  WS-RATES-FROM-HISTORY       PIC 9(09) VALUE 0.
           05  WS-RATES-MISSING            PIC 9(09) VALUE 0.
           05  WS-HIST-WRITTEN             PIC 9(09) VALUE 0.
           05  WS-JRNL-WRITTEN             PIC 9(09) VALUE 0.
           05  WS-GL-UNMAPPED              PIC 9(09) VALUE 0.

      *---------------------------------------------------------------*
      * ALWRPT report lines.                                          *
      *---------------------------------------------------------------*
       01  WS-RPT-HEADER1.
           05  FILLER  PIC X(40)
               VALUE 'CBALW01C  CREDIT LOSS ALLOWANCE - MONTH '.
           05  WS-RH-MONTH                 PIC X(07).
           05  FILLER  PIC X(16) VALUE '   RATE METHOD: '.
           05  WS-RH-METHOD                PIC X(07).
           05  FILLER  PIC X(15) VALUE '   PRIOR MONTH '.
           05  WS-RH-PRIOR                 PIC X(07).
           05  FILLER  PIC X(40) VALUE SPACES.
       01  WS-RPT-HEADER2.
           05  FILLER  PIC X(35)
               VALUE 'GROUP       BKT    ACCTS       RECE'.
           05  FILLER  PIC X(35)
               VALUE 'IVABLE    RATE % S       ALLOWANCE '.
           05  FILLER  PIC X(35)
               VALUE '   PRIOR ALLOW         CHANGE  VOLU'.
           05  FILLER  PIC X(27)
               VALUE 'ME EFFECT    RATE EFFECT   '.
       01  WS-RPT-DETAIL.
           05  WS-RD-GROUP                 PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RD-BUCKET                PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RD-ACCTS                 PIC Z(06)9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RD-RECV                  PIC Z(10)9.99-.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RD-RATE                  PIC ZZ9.9999.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RD-SRC                   PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RD-ALLOW                 PIC Z(9)9.99-.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RD-PRIOR                 PIC Z(9)9.99-.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RD-CHANGE                PIC Z(9)9.99-.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RD-VOLUME                PIC Z(9)9.99-.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RD-RATE-EFF              PIC Z(9)9.99-.
           05  FILLER                      PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBALW01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOAD-HISTORY.
           PERFORM 2000-ACCUMULATE-RECEIVABLES.
           PERFORM 3000-SIZE-ALLOWANCE.
           PERFORM 4000-REPORT-AND-FILE.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBALW01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT PRM-INFO FROM SYSIN.
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING.
           IF NOT P-METHOD-TABLE AND NOT P-METHOD-HISTORY
               DISPLAY 'CBALW01C INVALID RATE METHOD: ' P-RATE-METHOD
                       ' - EXPECTED TABLE OR HISTORY'
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           IF P-ALW-MONTH(1:4) IS NUMERIC
              AND P-ALW-MONTH(5:1) = '-'
              AND P-ALW-MONTH(6:2) IS NUMERIC
               MOVE P-ALW-MONTH TO WS-ALW-MONTH
           ELSE
               MOVE WS-RUN-DATE(1:7) TO WS-ALW-MONTH
           END-IF.

           MOVE WS-ALW-MONTH(1:4) TO WS-CONV-YYYY.
           MOVE WS-ALW-MONTH(6:2) TO WS-CONV-MM.
           COMPUTE WS-MONTH-NUM = WS-CONV-YYYY * 12 + WS-CONV-MM - 1.
           COMPUTE WS-CONV-MONTH-NUM = WS-MONTH-NUM - 1.
           PERFORM 1050-MONTH-NUM-TO-MONTH.
           MOVE WS-CONV-MONTH TO WS-PRIOR-MONTH.
           COMPUTE WS-CONV-MONTH-NUM =
                   WS-MONTH-NUM - WS-HISTORY-MONTHS + 1.
           PERFORM 1050-MONTH-NUM-TO-MONTH.
           MOVE WS-CONV-MONTH TO WS-WINDOW-MONTH.

      *    The adjustment posts on the last day of the month.
           COMPUTE WS-CONV-MONTH-NUM = WS-MONTH-NUM + 1.
           PERFORM 1050-MONTH-NUM-TO-MONTH.
           MOVE WS-CONV-YYYY TO WS-WORK-YYYY.
           MOVE WS-CONV-MM   TO WS-WORK-MM.
           MOVE 01           TO WS-WORK-DD.
           COMPUTE WS-WORK-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-YMD) - 1.
           COMPUTE WS-WORK-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-DAYNUM).
           STRING WS-WORK-YYYY '-' WS-WORK-MM '-' WS-WORK-DD
               DELIMITED BY SIZE INTO WS-MONTH-END-DATE
           END-STRING.
           DISPLAY 'CBALW01C ALLOWANCE MONTH: ' WS-ALW-MONTH
                   '  PRIOR: ' WS-PRIOR-MONTH
                   '  METHOD: ' P-RATE-METHOD.

           OPEN INPUT ACCTFILE-FILE.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCTFILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT RECVLEDG-FILE.
           IF RECVLEDG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RECVLEDG'
               MOVE RECVLEDG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT LOSSRATE-FILE.
           IF LOSSRATE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LOSSRATE'
               MOVE LOSSRATE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN I-O ALLWHIST-FILE.
           IF ALLWHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ALLWHIST'
               MOVE ALLWHIST-STATUS TO IO-STATUS
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
           OPEN OUTPUT GLJRNL-FILE.
           IF GLJRNL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GLJRNL'
               MOVE GLJRNL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT ALWRPT-FILE.
           IF ALWRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ALWRPT'
               MOVE ALWRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

       1050-MONTH-NUM-TO-MONTH.
           DIVIDE WS-CONV-MONTH-NUM BY 12
               GIVING WS-CONV-YYYY REMAINDER WS-CONV-MM.
           ADD 1 TO WS-CONV-MM.
           EXIT.

      *****************************************************************
      * Kept months inside the averaging window.  Last month's rows   *
      * also give the prior figures the change is explained against; *
      * a row for this month means the month has already been run.    *
      *****************************************************************
       1500-LOAD-HISTORY.
           MOVE LOW-VALUES      TO ALW-KEY.
           MOVE WS-WINDOW-MONTH TO ALW-MONTH.
           START ALLWHIST-FILE KEY IS NOT LESS THAN ALW-KEY
               INVALID KEY
                   SET WS-HIST-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-HIST-DONE
               READ ALLWHIST-FILE NEXT
                   AT END
                       SET WS-HIST-DONE TO TRUE
                   NOT AT END
                       IF ALW-MONTH NOT < WS-ALW-MONTH
                           SET WS-HIST-DONE TO TRUE
                       ELSE
                           PERFORM 1550-LOAD-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM.
           IF ALLWHIST-STATUS = '00' AND ALW-MONTH = WS-ALW-MONTH
               DISPLAY 'CBALW01C ALLOWANCE ALREADY RUN FOR MONTH '
                       WS-ALW-MONTH
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

       1550-LOAD-HISTORY-ROW.
           PERFORM 1600-BUCKET-SUB-OF-ALW.
           IF WS-BK-SUB = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE ALW-GROUP-ID TO WS-FIND-GROUP.
           PERFORM 2500-FIND-GROUP.
           IF ALW-ROLL-MEASURED
               ADD ALW-ROLL-RATE
                   TO WS-GB-ROLL-SUM (WS-GT-SUB, WS-BK-SUB)
               ADD 1 TO WS-GB-ROLL-MONTHS (WS-GT-SUB, WS-BK-SUB)
           END-IF.
           IF ALW-MONTH = WS-PRIOR-MONTH
               MOVE 'Y' TO WS-GB-PRIOR-SW (WS-GT-SUB, WS-BK-SUB)
               MOVE ALW-RECEIVABLE
                 TO WS-GB-PRIOR-RECV (WS-GT-SUB, WS-BK-SUB)
               MOVE ALW-LOSS-RATE
                 TO WS-GB-PRIOR-RATE (WS-GT-SUB, WS-BK-SUB)
               MOVE ALW-ALLOWANCE
                 TO WS-GB-PRIOR-ALLOW (WS-GT-SUB, WS-BK-SUB)
           END-IF.
           EXIT.

       1600-BUCKET-SUB-OF-ALW.
           MOVE ZERO TO WS-BK-SUB.
           PERFORM VARYING WS-RL-SUB FROM 1 BY 1
                   UNTIL WS-RL-SUB > WS-BUCKET-MAX
               IF WS-BUCKET-CODE (WS-RL-SUB) = ALW-BUCKET
                   MOVE WS-RL-SUB TO WS-BK-SUB
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
      * Receivable is every positive balance not yet charged off.  A  *
      * charge-off dated this month is taken at the balance it left   *
      * with, from the recovery ledger, for the 180 roll rate.        *
      *****************************************************************
       2000-ACCUMULATE-RECEIVABLES.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ ACCTFILE-FILE INTO ACCOUNT-RECORD
               EVALUATE ACCTFILE-STATUS
                   WHEN '00'
                       ADD 1 TO WS-ACCOUNTS-READ
                       PERFORM 2100-ACCUMULATE-ONE-ACCOUNT
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

       2100-ACCUMULATE-ONE-ACCOUNT.
           IF ACCT-CHARGED-OFF
               IF ACCT-CHARGEOFF-DATE(1:7) = WS-ALW-MONTH
                   PERFORM 2200-TAKE-CHARGEOFF
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-CURR-BAL NOT > ZERO
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN ACCT-DELINQ-CURRENT   MOVE 1 TO WS-BK-SUB
               WHEN ACCT-DELINQ-30        MOVE 2 TO WS-BK-SUB
               WHEN ACCT-DELINQ-60        MOVE 3 TO WS-BK-SUB
               WHEN ACCT-DELINQ-90        MOVE 4 TO WS-BK-SUB
               WHEN ACCT-DELINQ-120       MOVE 5 TO WS-BK-SUB
               WHEN ACCT-DELINQ-150       MOVE 6 TO WS-BK-SUB
               WHEN ACCT-DELINQ-180       MOVE 7 TO WS-BK-SUB
               WHEN OTHER
                   ADD 1 TO WS-UNKNOWN-BUCKET
                   DISPLAY 'WARNING: UNKNOWN DELINQUENCY STATUS '
                           ACCT-DELINQ-STATUS ' FOR ACCOUNT: '
                           ACCT-ID ' - TAKEN AS CURRENT'
                   MOVE 1 TO WS-BK-SUB
           END-EVALUATE.
           MOVE ACCT-GROUP-ID TO WS-FIND-GROUP.
           PERFORM 2500-FIND-GROUP.
           ADD 1 TO WS-GB-COUNT (WS-GT-SUB, WS-BK-SUB).
           ADD ACCT-CURR-BAL TO WS-GB-RECV (WS-GT-SUB, WS-BK-SUB).
           ADD 1 TO WS-ACCOUNTS-IN-RECV.
           EXIT.

       2200-TAKE-CHARGEOFF.
           MOVE ACCT-ID TO RCV-ACCT-ID.
           READ RECVLEDG-FILE
               INVALID KEY
                   ADD 1 TO WS-CHARGEOFF-NO-LEDGER
                   DISPLAY 'WARNING: NO RECVLEDG ROW FOR CHARGED-OFF '
                           'ACCOUNT: ' ACCT-ID
                   EXIT PARAGRAPH
           END-READ.
           MOVE ACCT-GROUP-ID TO WS-FIND-GROUP.
           PERFORM 2500-FIND-GROUP.
           ADD RCV-ORIG-BAL TO WS-GB-CHGOFF (WS-GT-SUB, 7).
           ADD RCV-ORIG-BAL TO WS-TOT-CHGOFF.
           ADD 1 TO WS-CHARGEOFFS-IN-MONTH.
           EXIT.

      *****************************************************************
      * Finds WS-FIND-GROUP in the table, adding it if new; leaves    *
      * WS-GT-SUB on the entry.                                       *
      *****************************************************************
       2500-FIND-GROUP.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-GT-SUB FROM 1 BY 1
               UNTIL WS-GT-SUB > WS-GT-COUNT-USED
                     OR WS-FOUND
               IF WS-GT-GROUP (WS-GT-SUB) = WS-FIND-GROUP
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-GT-SUB
               EXIT PARAGRAPH
           END-IF.
           IF WS-GT-COUNT-USED >= WS-GT-MAX
               DISPLAY 'GROUP TABLE FULL - GROUP: ' WS-FIND-GROUP
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-GT-COUNT-USED.
           MOVE WS-GT-COUNT-USED TO WS-GT-SUB.
           INITIALIZE WS-GT-ENTRY (WS-GT-SUB).
           MOVE WS-FIND-GROUP TO WS-GT-GROUP (WS-GT-SUB).
           EXIT.

      *****************************************************************
      * Roll rates first - this month's bucket over last month's      *
      * bucket before it - then each bucket's loss rate and the       *
      * allowance it carries.                                         *
      *****************************************************************
       3000-SIZE-ALLOWANCE.
           PERFORM VARYING WS-GT-SUB FROM 1 BY 1
                   UNTIL WS-GT-SUB > WS-GT-COUNT-USED
               PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                       UNTIL WS-BK-SUB > WS-BUCKET-MAX
                   PERFORM 3100-MEASURE-ROLL-RATE
               END-PERFORM
               PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                       UNTIL WS-BK-SUB > WS-BUCKET-MAX
                   PERFORM 3200-SET-LOSS-RATE
                   COMPUTE WS-GB-ALLOW (WS-GT-SUB, WS-BK-SUB) ROUNDED
                       = WS-GB-RECV (WS-GT-SUB, WS-BK-SUB)
                       * WS-GB-RATE (WS-GT-SUB, WS-BK-SUB) / 100
               END-PERFORM
           END-PERFORM.
           EXIT.

       3100-MEASURE-ROLL-RATE.
           MOVE 'N' TO WS-GB-ROLL-SW (WS-GT-SUB, WS-BK-SUB).
           MOVE ZERO TO WS-GB-ROLL-RATE (WS-GT-SUB, WS-BK-SUB).
           IF NOT WS-GB-PRIOR-FOUND (WS-GT-SUB, WS-BK-SUB)
              OR WS-GB-PRIOR-RECV (WS-GT-SUB, WS-BK-SUB) NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-BK-SUB < WS-BUCKET-MAX
               COMPUTE WS-ROLL-WORK ROUNDED =
                   WS-GB-RECV (WS-GT-SUB, WS-BK-SUB + 1) * 100
                   / WS-GB-PRIOR-RECV (WS-GT-SUB, WS-BK-SUB)
                   ON SIZE ERROR
                       MOVE 100 TO WS-ROLL-WORK
               END-COMPUTE
           ELSE
               COMPUTE WS-ROLL-WORK ROUNDED =
                   WS-GB-CHGOFF (WS-GT-SUB, WS-BK-SUB) * 100
                   / WS-GB-PRIOR-RECV (WS-GT-SUB, WS-BK-SUB)
                   ON SIZE ERROR
                       MOVE 100 TO WS-ROLL-WORK
               END-COMPUTE
           END-IF.
      *    Interest and fees can grow a balance as it rolls; a bucket
      *    cannot roll more than all of itself.
           IF WS-ROLL-WORK > 100
               MOVE 100 TO WS-ROLL-WORK
           END-IF.
           MOVE WS-ROLL-WORK TO WS-GB-ROLL-RATE (WS-GT-SUB, WS-BK-SUB).
           MOVE 'Y' TO WS-GB-ROLL-SW (WS-GT-SUB, WS-BK-SUB).
           ADD WS-ROLL-WORK TO WS-GB-ROLL-SUM (WS-GT-SUB, WS-BK-SUB).
           ADD 1 TO WS-GB-ROLL-MONTHS (WS-GT-SUB, WS-BK-SUB).
           EXIT.

      *****************************************************************
      * History: the chance a bucket's balance reaches charge-off is  *
      * the product of the average roll rates from it onward.  Any    *
      * step with no measured month leaves the bucket on the table.   *
      *****************************************************************
       3200-SET-LOSS-RATE.
           MOVE 'N' TO WS-DERIVED-SW.
           IF P-METHOD-HISTORY
               MOVE 1 TO WS-RATE-PRODUCT
               MOVE 'Y' TO WS-DERIVED-SW
               PERFORM VARYING WS-RL-SUB FROM WS-BK-SUB BY 1
                       UNTIL WS-RL-SUB > WS-BUCKET-MAX
                          OR NOT WS-DERIVED
                   IF WS-GB-ROLL-MONTHS (WS-GT-SUB, WS-RL-SUB) = 0
                       MOVE 'N' TO WS-DERIVED-SW
                   ELSE
                       COMPUTE WS-RATE-PRODUCT ROUNDED =
                           WS-RATE-PRODUCT
                           * WS-GB-ROLL-SUM (WS-GT-SUB, WS-RL-SUB)
                           / WS-GB-ROLL-MONTHS (WS-GT-SUB, WS-RL-SUB)
                           / 100
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-DERIVED
               COMPUTE WS-GB-RATE (WS-GT-SUB, WS-BK-SUB) ROUNDED =
                   WS-RATE-PRODUCT * 100
               MOVE 'H' TO WS-GB-RATE-SRC (WS-GT-SUB, WS-BK-SUB)
               ADD 1 TO WS-RATES-FROM-HISTORY
               EXIT PARAGRAPH
           END-IF.

           MOVE 'T' TO WS-GB-RATE-SRC (WS-GT-SUB, WS-BK-SUB).
           MOVE ZERO TO WS-GB-RATE (WS-GT-SUB, WS-BK-SUB).
           MOVE WS-GT-GROUP (WS-GT-SUB)     TO LRT-GROUP-ID.
           MOVE WS-BUCKET-CODE (WS-BK-SUB)  TO LRT-BUCKET.
           READ LOSSRATE-FILE
               INVALID KEY
                   MOVE SPACES TO LRT-GROUP-ID
                   READ LOSSRATE-FILE
                       INVALID KEY
                           IF WS-GB-RECV (WS-GT-SUB, WS-BK-SUB)
                                   > ZERO
                               ADD 1 TO WS-RATES-MISSING
                               DISPLAY 'WARNING: NO LOSS RATE FOR '
                                   WS-GT-GROUP (WS-GT-SUB) '/'
                                   WS-BUCKET-CODE (WS-BK-SUB)
                           END-IF
                           EXIT PARAGRAPH
                   END-READ
           END-READ.
           MOVE LRT-LOSS-RATE TO WS-GB-RATE (WS-GT-SUB, WS-BK-SUB).
           ADD 1 TO WS-RATES-FROM-TABLE.
           EXIT.

      *****************************************************************
      * Per group: one report line and one history row per bucket     *
      * that has anything this month or last, a group total, and the  *
      * group's change posted as the GL adjustment.                   *
      *****************************************************************
       4000-REPORT-AND-FILE.
           MOVE WS-ALW-MONTH   TO WS-RH-MONTH.
           MOVE P-RATE-METHOD  TO WS-RH-METHOD.
           IF P-RATE-METHOD = SPACES
               MOVE 'TABLE' TO WS-RH-METHOD
           END-IF.
           MOVE WS-PRIOR-MONTH TO WS-RH-PRIOR.
           WRITE FD-ALWRPT-REC FROM WS-RPT-HEADER1.
           WRITE FD-ALWRPT-REC FROM WS-RPT-HEADER2.
           PERFORM VARYING WS-GT-SUB FROM 1 BY 1
                   UNTIL WS-GT-SUB > WS-GT-COUNT-USED
               PERFORM 4100-REPORT-ONE-GROUP
           END-PERFORM.

           MOVE SPACES              TO WS-RD-GROUP.
           MOVE '*** TOTAL'         TO WS-RD-GROUP.
           MOVE SPACES              TO WS-RD-BUCKET.
           MOVE WS-ACCOUNTS-IN-RECV TO WS-RD-ACCTS.
           MOVE WS-TOT-RECV         TO WS-RD-RECV.
           MOVE ZERO                TO WS-RD-RATE.
           MOVE SPACES              TO WS-RD-SRC.
           MOVE WS-TOT-ALLOW        TO WS-RD-ALLOW.
           MOVE WS-TOT-PRIOR        TO WS-RD-PRIOR.
           COMPUTE WS-CHANGE = WS-TOT-ALLOW - WS-TOT-PRIOR.
           MOVE WS-CHANGE           TO WS-RD-CHANGE.
           MOVE WS-TOT-VOLUME       TO WS-RD-VOLUME.
           MOVE WS-TOT-RATE         TO WS-RD-RATE-EFF.
           WRITE FD-ALWRPT-REC FROM WS-RPT-DETAIL.
           EXIT.

       4100-REPORT-ONE-GROUP.
           INITIALIZE WS-GRP-TOTALS.
           MOVE ZERO TO WS-GRP-ACCTS.
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > WS-BUCKET-MAX
               IF WS-GB-COUNT (WS-GT-SUB, WS-BK-SUB) > 0
                  OR WS-GB-RECV (WS-GT-SUB, WS-BK-SUB) NOT = 0
                  OR WS-GB-CHGOFF (WS-GT-SUB, WS-BK-SUB) NOT = 0
                  OR WS-GB-PRIOR-FOUND (WS-GT-SUB, WS-BK-SUB)
                   PERFORM 4200-REPORT-ONE-BUCKET
               END-IF
           END-PERFORM.

           MOVE WS-GT-GROUP (WS-GT-SUB) TO WS-RD-GROUP.
           MOVE 'TOT'               TO WS-RD-BUCKET.
           MOVE WS-GRP-ACCTS        TO WS-RD-ACCTS.
           MOVE WS-GRP-RECV         TO WS-RD-RECV.
           MOVE ZERO                TO WS-RD-RATE.
           MOVE SPACES              TO WS-RD-SRC.
           MOVE WS-GRP-ALLOW        TO WS-RD-ALLOW.
           MOVE WS-GRP-PRIOR        TO WS-RD-PRIOR.
           COMPUTE WS-GRP-CHANGE = WS-GRP-ALLOW - WS-GRP-PRIOR.
           MOVE WS-GRP-CHANGE       TO WS-RD-CHANGE.
           MOVE WS-GRP-VOLUME       TO WS-RD-VOLUME.
           MOVE WS-GRP-RATE         TO WS-RD-RATE-EFF.
           WRITE FD-ALWRPT-REC FROM WS-RPT-DETAIL.
           MOVE SPACES TO FD-ALWRPT-REC.
           WRITE FD-ALWRPT-REC.

           IF WS-GRP-CHANGE NOT = ZERO
               PERFORM 5000-POST-ADJUSTMENT
           END-IF.
           EXIT.

      *****************************************************************
      * The change splits exactly into volume (the receivable moved   *
      * at last month's rate) and rate (this month's receivable       *
      * repriced from last month's rate to this month's).             *
      *****************************************************************
       4200-REPORT-ONE-BUCKET.
           COMPUTE WS-CHANGE =
               WS-GB-ALLOW (WS-GT-SUB, WS-BK-SUB)
               - WS-GB-PRIOR-ALLOW (WS-GT-SUB, WS-BK-SUB).
           COMPUTE WS-VOLUME-EFFECT ROUNDED =
               (WS-GB-RECV (WS-GT-SUB, WS-BK-SUB)
                - WS-GB-PRIOR-RECV (WS-GT-SUB, WS-BK-SUB))
               * WS-GB-PRIOR-RATE (WS-GT-SUB, WS-BK-SUB) / 100.
           COMPUTE WS-RATE-EFFECT = WS-CHANGE - WS-VOLUME-EFFECT.

           MOVE WS-GT-GROUP (WS-GT-SUB)    TO WS-RD-GROUP.
           MOVE WS-BUCKET-CODE (WS-BK-SUB) TO WS-RD-BUCKET.
           MOVE WS-GB-COUNT (WS-GT-SUB, WS-BK-SUB) TO WS-RD-ACCTS.
           MOVE WS-GB-RECV (WS-GT-SUB, WS-BK-SUB)  TO WS-RD-RECV.
           MOVE WS-GB-RATE (WS-GT-SUB, WS-BK-SUB)  TO WS-RD-RATE.
           MOVE WS-GB-RATE-SRC (WS-GT-SUB, WS-BK-SUB) TO WS-RD-SRC.
           MOVE WS-GB-ALLOW (WS-GT-SUB, WS-BK-SUB) TO WS-RD-ALLOW.
           MOVE WS-GB-PRIOR-ALLOW (WS-GT-SUB, WS-BK-SUB)
             TO WS-RD-PRIOR.
           MOVE WS-CHANGE                  TO WS-RD-CHANGE.
           MOVE WS-VOLUME-EFFECT           TO WS-RD-VOLUME.
           MOVE WS-RATE-EFFECT             TO WS-RD-RATE-EFF.
           WRITE FD-ALWRPT-REC FROM WS-RPT-DETAIL.
           IF ALWRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ALWRPT'
               MOVE ALWRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           ADD WS-GB-COUNT (WS-GT-SUB, WS-BK-SUB)  TO WS-GRP-ACCTS.
           ADD WS-GB-RECV (WS-GT-SUB, WS-BK-SUB)   TO WS-GRP-RECV
                                                      WS-TOT-RECV.
           ADD WS-GB-ALLOW (WS-GT-SUB, WS-BK-SUB)  TO WS-GRP-ALLOW
                                                      WS-TOT-ALLOW.
           ADD WS-GB-PRIOR-ALLOW (WS-GT-SUB, WS-BK-SUB)
                                                   TO WS-GRP-PRIOR
                                                      WS-TOT-PRIOR.
           ADD WS-VOLUME-EFFECT TO WS-GRP-VOLUME WS-TOT-VOLUME.
           ADD WS-RATE-EFFECT   TO WS-GRP-RATE   WS-TOT-RATE.

           INITIALIZE ALLOWANCE-HISTORY-RECORD.
           MOVE WS-ALW-MONTH               TO ALW-MONTH.
           MOVE WS-GT-GROUP (WS-GT-SUB)    TO ALW-GROUP-ID.
           MOVE WS-BUCKET-CODE (WS-BK-SUB) TO ALW-BUCKET.
           MOVE WS-GB-COUNT (WS-GT-SUB, WS-BK-SUB) TO ALW-ACCT-COUNT.
           MOVE WS-GB-RECV (WS-GT-SUB, WS-BK-SUB)  TO ALW-RECEIVABLE.
           MOVE WS-GB-CHGOFF (WS-GT-SUB, WS-BK-SUB)
             TO ALW-CHARGEOFF-AMT.
           MOVE WS-GB-RATE (WS-GT-SUB, WS-BK-SUB)  TO ALW-LOSS-RATE.
           MOVE WS-GB-RATE-SRC (WS-GT-SUB, WS-BK-SUB)
             TO ALW-RATE-SOURCE.
           MOVE WS-GB-ALLOW (WS-GT-SUB, WS-BK-SUB) TO ALW-ALLOWANCE.
           MOVE WS-GB-PRIOR-ALLOW (WS-GT-SUB, WS-BK-SUB)
             TO ALW-PRIOR-ALLOWANCE.
           MOVE WS-GB-ROLL-RATE (WS-GT-SUB, WS-BK-SUB)
             TO ALW-ROLL-RATE.
           MOVE WS-GB-ROLL-SW (WS-GT-SUB, WS-BK-SUB)
             TO ALW-ROLL-VALID.
           MOVE WS-RUN-DATE                TO ALW-RUN-DATE.
           WRITE ALLOWANCE-HISTORY-RECORD.
           IF ALLWHIST-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ALLWHIST: ' ALW-KEY
               MOVE ALLWHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-HIST-WRITTEN.
           EXIT.

      *****************************************************************
      * An increase charges provision expense and builds the          *
      * allowance; a release runs the other way.                      *
      *****************************************************************
       5000-POST-ADJUSTMENT.
           MOVE WS-ALW-TRAN-TYPE TO GLX-TRAN-TYPE-CD.
           MOVE WS-ALW-TRAN-CAT  TO GLX-TRAN-CAT-CD.
           READ GLXREF-FILE
               INVALID KEY
                   ADD 1 TO WS-GL-UNMAPPED
                   DISPLAY 'WARNING: NO GLXREF MAPPING FOR '
                           WS-ALW-TRAN-TYPE '/' WS-ALW-TRAN-CAT
                           ' - ADJUSTMENT NOT POSTED FOR GROUP '
                           WS-GT-GROUP (WS-GT-SUB)
                   EXIT PARAGRAPH
           END-READ.

           INITIALIZE GL-JOURNAL-RECORD.
           SET JRN-SOURCE-ALLOWANCE      TO TRUE.
           MOVE WS-ALW-TRAN-TYPE         TO JRN-TRAN-TYPE-CD.
           MOVE WS-ALW-TRAN-CAT          TO JRN-TRAN-CAT-CD.
           MOVE WS-MONTH-END-DATE        TO JRN-POST-DATE.
           STRING 'LOSS ALLOW ' WS-ALW-MONTH ' '
                  WS-GT-GROUP (WS-GT-SUB)
               DELIMITED BY SIZE INTO JRN-DESC
           END-STRING.
           IF WS-GRP-CHANGE > ZERO
               MOVE WS-GRP-CHANGE        TO JRN-AMOUNT
               MOVE 'D'                  TO JRN-DR-CR-IND
               MOVE GLX-DR-ACCOUNT       TO JRN-GL-ACCOUNT
               PERFORM 5100-WRITE-JOURNAL-LINE
               MOVE 'C'                  TO JRN-DR-CR-IND
               MOVE GLX-CR-ACCOUNT       TO JRN-GL-ACCOUNT
               PERFORM 5100-WRITE-JOURNAL-LINE
           ELSE
               COMPUTE JRN-AMOUNT = 0 - WS-GRP-CHANGE
               MOVE 'D'                  TO JRN-DR-CR-IND
               MOVE GLX-CR-ACCOUNT       TO JRN-GL-ACCOUNT
               PERFORM 5100-WRITE-JOURNAL-LINE
               MOVE 'C'                  TO JRN-DR-CR-IND
               MOVE GLX-DR-ACCOUNT       TO JRN-GL-ACCOUNT
               PERFORM 5100-WRITE-JOURNAL-LINE
           END-IF.
           EXIT.

       5100-WRITE-JOURNAL-LINE.
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
           COMPUTE WS-CHANGE = WS-TOT-ALLOW - WS-TOT-PRIOR.
           DISPLAY '================================================'.
           DISPLAY 'CBALW01C CREDIT LOSS ALLOWANCE SUMMARY'.
           DISPLAY '  ALLOWANCE MONTH       : ' WS-ALW-MONTH.
           DISPLAY '  ACCOUNTS READ         : ' WS-ACCOUNTS-READ.
           DISPLAY '  ACCOUNTS IN RECEIVABLE: ' WS-ACCOUNTS-IN-RECV.
           DISPLAY '  RECEIVABLE            : ' WS-TOT-RECV.
           DISPLAY '  CHARGE-OFFS IN MONTH  : ' WS-CHARGEOFFS-IN-MONTH.
           DISPLAY '  CHARGED-OFF BALANCES  : ' WS-TOT-CHGOFF.
           DISPLAY '  CHARGE-OFF NO LEDGER  : ' WS-CHARGEOFF-NO-LEDGER.
           DISPLAY '  UNKNOWN DELINQ STATUS : ' WS-UNKNOWN-BUCKET.
           DISPLAY '  RATES FROM TABLE      : ' WS-RATES-FROM-TABLE.
           DISPLAY '  RATES FROM HISTORY    : ' WS-RATES-FROM-HISTORY.
           DISPLAY '  RATES MISSING         : ' WS-RATES-MISSING.
           DISPLAY '  REQUIRED ALLOWANCE    : ' WS-TOT-ALLOW.
           DISPLAY '  PRIOR ALLOWANCE       : ' WS-TOT-PRIOR.
           DISPLAY '  CHANGE                : ' WS-CHANGE.
           DISPLAY '    VOLUME EFFECT       : ' WS-TOT-VOLUME.
           DISPLAY '    RATE EFFECT         : ' WS-TOT-RATE.
           DISPLAY '  HISTORY ROWS WRITTEN  : ' WS-HIST-WRITTEN.
           DISPLAY '  JOURNAL RECORDS       : ' WS-JRNL-WRITTEN.
           DISPLAY '  TOTAL DEBITS          : ' WS-TOTAL-DEBITS.
           DISPLAY '  TOTAL CREDITS         : ' WS-TOTAL-CREDITS.
           DISPLAY '================================================'.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY 'CBALW01C *** JOURNAL OUT OF BALANCE ***'
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           IF WS-RATES-MISSING > 0 OR WS-GL-UNMAPPED > 0
              OR WS-CHARGEOFF-NO-LEDGER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE ACCTFILE-FILE.
           CLOSE RECVLEDG-FILE.
           CLOSE LOSSRATE-FILE.
           CLOSE ALLWHIST-FILE.
           CLOSE GLXREF-FILE.
           CLOSE GLJRNL-FILE.
           CLOSE ALWRPT-FILE.
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
