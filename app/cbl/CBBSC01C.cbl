      ******************************************************************
      * PROGRAM     : CBBSC01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Monthly behavior scoring.  Turns each account's
      *               own behavior - utilization, payment against the
      *               last statement, cash-advance usage, delinquency
      *               now and over the last twelve months, penalty
      *               pricing, re-ages and bankruptcy - into an
      *               internal behavior score (300-850) and band (A-F).
      *               The score and band are stamped on the account
      *               record for COPAUA0C's risk profile and CBOLM01C's
      *               credit-line review, a row per account goes on the
      *               keyed score history (SCOREHST), and the SCORERPT
      *               band distribution compares the month with the
      *               month before so drift shows.
      *               SYSIN card: CCYY-MM (default the run month).
      *               Run after the month's last cycle close and
      *               delinquency aging.
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
       PROGRAM-ID.    CBBSC01C.
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
           SELECT TRAN-FILE ASSIGN TO TRANSACT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS TRAN-ID
                  FILE STATUS  IS TRANFILE-STATUS.
      *
           SELECT XREF-FILE ASSIGN TO XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS XREF-CARD-NUM
                  FILE STATUS  IS XREFFILE-STATUS.
      *
      *    Score history - prior months supply the previous score and
      *    the twelve-month delinquency count.
           SELECT HIST-FILE ASSIGN TO SCOREHST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BSH-KEY
                  FILE STATUS  IS SCOREHST-STATUS.
      *
      *    Re-age history - an approved re-age in the last twelve
      *    months still counts against the account.
           SELECT REAGE-FILE ASSIGN TO REAGEHST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RAH-KEY
                  FILE STATUS  IS REAGEHST-STATUS.
      *
      *    Band distribution report.
           SELECT SCORERPT-FILE ASSIGN TO SCORERPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS SCORERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  TRAN-FILE.
       COPY CVTRA05Y.

       FD  XREF-FILE.
       COPY CVACT03Y.

       FD  HIST-FILE.
       COPY CVBSC01Y.

       FD  REAGE-FILE.
       COPY CVRAG01Y.

       FD  SCORERPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-SCORERPT-REC                      PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVACT01Y.

       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  TRANFILE-STATUS.
           05  TRANFILE-STAT1      PIC X.
           05  TRANFILE-STAT2      PIC X.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.
       01  SCOREHST-STATUS.
           05  SCOREHST-STAT1      PIC X.
           05  SCOREHST-STAT2      PIC X.
       01  REAGEHST-STATUS.
           05  REAGEHST-STAT1      PIC X.
           05  REAGEHST-STAT2      PIC X.
       01  SCORERPT-STATUS.
           05  SCORERPT-STAT1      PIC X.
           05  SCORERPT-STAT2      PIC X.

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
       01  WS-CASH-ADV-TYPE        PIC X(02) VALUE '04'.
       01  WS-PAYMENT-TYPE         PIC X(02) VALUE '02'.

      *---------------------------------------------------------------*
      * Scoring month from the parameter card (CCYY-MM).              *
      *---------------------------------------------------------------*
       01  PRM-INFO.
           05  P-MONTH             PIC X(07).
           05  FILLER              PIC X(73).

      *---------------------------------------------------------------*
      * Score model.  Every account starts from the base; each factor *
      * adds or takes away points and the result is held between the *
      * floor and the ceiling.                                        *
      *---------------------------------------------------------------*
       01  WS-SCORE-MODEL.
           05  WS-SCORE-BASE              PIC S9(04)  VALUE +650.
           05  WS-SCORE-FLOOR             PIC S9(04)  VALUE +300.
           05  WS-SCORE-CEILING           PIC S9(04)  VALUE +850.
      *    Utilization: balance as a percentage of the credit limit.
           05  WS-PTS-UTIL-UNDER-10       PIC S9(04)  VALUE +60.
           05  WS-PTS-UTIL-UNDER-30       PIC S9(04)  VALUE +40.
           05  WS-PTS-UTIL-UNDER-50       PIC S9(04)  VALUE +15.
           05  WS-PTS-UTIL-UNDER-75       PIC S9(04)  VALUE -20.
           05  WS-PTS-UTIL-TO-100         PIC S9(04)  VALUE -50.
           05  WS-PTS-UTIL-OVER-100       PIC S9(04)  VALUE -90.
      *    Payment in the month against the last statement balance.
           05  WS-PTS-PAID-IN-FULL        PIC S9(04)  VALUE +50.
           05  WS-PTS-PAID-PART           PIC S9(04)  VALUE +10.
           05  WS-PTS-PAID-NONE           PIC S9(04)  VALUE -40.
           05  WS-PTS-NOTHING-DUE         PIC S9(04)  VALUE +10.
      *    Cash advances in the month, and a cash-heavy balance.
           05  WS-PTS-NO-CASH             PIC S9(04)  VALUE +15.
           05  WS-PTS-SOME-CASH           PIC S9(04)  VALUE -15.
           05  WS-PTS-HEAVY-CASH          PIC S9(04)  VALUE -40.
           05  WS-HEAVY-CASH-COUNT        PIC 9(03)   VALUE 3.
           05  WS-PTS-CASH-BALANCE        PIC S9(04)  VALUE -25.
           05  WS-CASH-BALANCE-PCT        PIC 9(03)   VALUE 50.
      *    Delinquency bucket now.
           05  WS-PTS-DLQ-CURRENT         PIC S9(04)  VALUE +20.
           05  WS-PTS-DLQ-030             PIC S9(04)  VALUE -60.
           05  WS-PTS-DLQ-060             PIC S9(04)  VALUE -120.
           05  WS-PTS-DLQ-090             PIC S9(04)  VALUE -170.
           05  WS-PTS-DLQ-120-PLUS        PIC S9(04)  VALUE -220.
      *    Months delinquent in the prior eleven months of history.
           05  WS-PTS-DLQ-HIST-NONE       PIC S9(04)  VALUE +30.
           05  WS-PTS-DLQ-HIST-SOME       PIC S9(04)  VALUE -20.
           05  WS-PTS-DLQ-HIST-MANY       PIC S9(04)  VALUE -60.
           05  WS-DLQ-HIST-MANY-MONTHS    PIC 9(02)   VALUE 3.
      *    Penalty pricing, recent re-age, bankruptcy.
           05  WS-PTS-PENALTY             PIC S9(04)  VALUE -30.
           05  WS-PTS-RECENT-REAGE        PIC S9(04)  VALUE -40.
           05  WS-PTS-BANKRUPTCY          PIC S9(04)  VALUE -200.
      *    Account age in months.
           05  WS-PTS-AGE-UNDER-12        PIC S9(04)  VALUE -20.
           05  WS-PTS-AGE-24-PLUS         PIC S9(04)  VALUE +10.
           05  WS-PTS-AGE-60-PLUS         PIC S9(04)  VALUE +25.
           05  WS-REAGE-LOOKBACK-DAYS     PIC 9(05)   VALUE 365.

      *---------------------------------------------------------------*
      * Score bands, best first: lowest score in the band.            *
      *---------------------------------------------------------------*
       01  WS-BAND-DATA.
           05  FILLER  PIC X(04) VALUE 'A750'.
           05  FILLER  PIC X(04) VALUE 'B700'.
           05  FILLER  PIC X(04) VALUE 'C650'.
           05  FILLER  PIC X(04) VALUE 'D600'.
           05  FILLER  PIC X(04) VALUE 'E550'.
           05  FILLER  PIC X(04) VALUE 'F300'.
       01  WS-BAND-TABLE REDEFINES WS-BAND-DATA.
           05  WS-BAND-ENTRY OCCURS 6 TIMES.
               10  WS-BAND-CD              PIC X(01).
               10  WS-BAND-LOW             PIC 9(03).
       01  WS-BAND-MAX                     PIC S9(4) COMP VALUE 6.
       01  WS-BAND-SUB                     PIC S9(4) COMP VALUE 0.
       01  WS-PRIOR-BAND-SUB               PIC S9(4) COMP VALUE 0.
       01  WS-BAND-COUNTS.
           05  WS-BAND-COUNT-ENTRY OCCURS 6 TIMES.
               10  WS-BC-CURR              PIC 9(09).
               10  WS-BC-PRIOR             PIC 9(09).

      *---------------------------------------------------------------*
      * Card to account, all cards.                                   *
      *---------------------------------------------------------------*
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 2000 TIMES.
               10  WS-XREF-TBL-CARD        PIC X(16).
               10  WS-XREF-TBL-ACCT        PIC 9(11).
       01  WS-XREF-MAX-ENTRIES     PIC S9(8) COMP VALUE 2000.
       01  WS-XREF-COUNT           PIC S9(8) COMP VALUE 0.
       01  WS-XREF-SUB             PIC S9(8) COMP VALUE 0.
       01  WS-XREF-EOF             PIC X(01) VALUE 'N'.
           88  WS-XREF-DONE                  VALUE 'Y'.

      *---------------------------------------------------------------*
      * The month's payments and cash advances by account.            *
      *---------------------------------------------------------------*
       01  WS-ACTIVITY-TABLE.
           05  WS-ACTIVITY-ENTRY OCCURS 5000 TIMES.
               10  WS-AT-ACCT-ID           PIC 9(11).
               10  WS-AT-PAID-AMT          PIC S9(09)V99 COMP-3.
               10  WS-AT-CASH-CNT          PIC 9(03).
       01  WS-ACTIVITY-MAX         PIC S9(8) COMP VALUE 5000.
       01  WS-ACTIVITY-COUNT       PIC S9(8) COMP VALUE 0.
       01  WS-ACTIVITY-SUB         PIC S9(8) COMP VALUE 0.
       01  WS-WORK-ACCT-ID         PIC 9(11).

       01  WS-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-FOUND                      VALUE 'Y'.
           88  WS-NOT-FOUND                  VALUE 'N'.
       01  WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-HIST-DONE                  VALUE 'Y'.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-RUN-YMD REDEFINES WS-RUN-DATE-FIELDS
                                           PIC 9(08).
       01  WS-RUN-DATE-DASH                PIC X(10).
       01  WS-RUN-TIME-FIELDS.
           05  WS-RUN-HH                   PIC 9(02).
           05  WS-RUN-MN                   PIC 9(02).
           05  WS-RUN-SS                   PIC 9(02).
           05  WS-RUN-HS                   PIC 9(02).
       01  WS-RUN-TIMESTAMP                PIC X(26).
       01  WS-RUN-DAYNUM                   PIC S9(09) COMP VALUE 0.
       01  WS-WORK-YMD                     PIC 9(08).
       01  WS-WORK-YMD-PARTS REDEFINES WS-WORK-YMD.
           05  WS-WORK-YYYY                PIC 9(04).
           05  WS-WORK-MM                  PIC 9(02).
           05  WS-WORK-DD                  PIC 9(02).
       01  WS-REAGE-CUTOFF                 PIC X(10).

      *    The scoring month, the month before it, and the first
      *    month of the twelve-month delinquency window, as CCYY-MM.
       01  WS-SCORE-MONTH.
           05  WS-SCORE-YYYY               PIC 9(04).
           05  FILLER                      PIC X(01) VALUE '-'.
           05  WS-SCORE-MM                 PIC 9(02).
       01  WS-SCORE-MONTH-X REDEFINES WS-SCORE-MONTH
                                           PIC X(07).
       01  WS-PRIOR-MONTH.
           05  WS-PRIOR-YYYY               PIC 9(04).
           05  FILLER                      PIC X(01) VALUE '-'.
           05  WS-PRIOR-MM                 PIC 9(02).
       01  WS-PRIOR-MONTH-X REDEFINES WS-PRIOR-MONTH
                                           PIC X(07).
       01  WS-WINDOW-MONTH.
           05  WS-WINDOW-YYYY              PIC 9(04).
           05  FILLER                      PIC X(01) VALUE '-'.
           05  WS-WINDOW-MM                PIC 9(02).
       01  WS-WINDOW-MONTH-X REDEFINES WS-WINDOW-MONTH
                                           PIC X(07).
       01  WS-MONTH-INDEX                  PIC S9(07) COMP VALUE 0.

      *---------------------------------------------------------------*
      * One account's factors.                                        *
      *---------------------------------------------------------------*
       01  WS-ACCT-FACTORS.
           05  WS-SCORE                    PIC S9(04) VALUE 0.
           05  WS-UTIL-PCT                 PIC S9(05) VALUE 0.
           05  WS-CASH-BAL-PCT             PIC S9(05) VALUE 0.
           05  WS-PAID-AMT                 PIC S9(09)V99 VALUE 0.
           05  WS-CASH-CNT                 PIC 9(03) VALUE 0.
           05  WS-PAY-IND                  PIC X(01) VALUE SPACE.
           05  WS-DLQ-MONTHS               PIC 9(02) VALUE 0.
           05  WS-PRIOR-SCORE              PIC 9(03) VALUE 0.
           05  WS-PRIOR-BAND               PIC X(01) VALUE SPACE.
           05  WS-AGE-MONTHS               PIC S9(05) VALUE 0.
           05  WS-OPEN-DAYNUM              PIC S9(09) COMP VALUE 0.
           05  WS-RECENT-REAGE-SW          PIC X(01) VALUE 'N'.
               88  WS-RECENT-REAGE                   VALUE 'Y'.
           05  WS-BAND                     PIC X(01) VALUE SPACE.

       01  WS-RUN-COUNTS.
           05  WS-TRANS-READ               PIC 9(09) VALUE 0.
           05  WS-TRANS-TALLIED            PIC 9(09) VALUE 0.
           05  WS-ACCOUNTS-READ            PIC 9(09) VALUE 0.
           05  WS-ACCOUNTS-SCORED          PIC 9(09) VALUE 0.
           05  WS-SKIP-CLOSED              PIC 9(09) VALUE 0.
           05  WS-SKIP-CHARGED-OFF         PIC 9(09) VALUE 0.
           05  WS-HIST-WRITTEN             PIC 9(09) VALUE 0.
           05  WS-HIST-REPLACED            PIC 9(09) VALUE 0.
           05  WS-NEWLY-SCORED             PIC 9(09) VALUE 0.
           05  WS-BAND-IMPROVED            PIC 9(09) VALUE 0.
           05  WS-BAND-UNCHANGED           PIC 9(09) VALUE 0.
           05  WS-BAND-WORSENED            PIC 9(09) VALUE 0.
           05  WS-SCORE-TOTAL-CURR         PIC 9(13) VALUE 0.
           05  WS-SCORE-TOTAL-PRIOR        PIC 9(13) VALUE 0.
           05  WS-PRIOR-SCORED             PIC 9(09) VALUE 0.
       01  WS-AVG-SCORE                    PIC 9(03) VALUE 0.
       01  WS-PCT-WORK                     PIC S9(03)V99 VALUE 0.

      *---------------------------------------------------------------*
      * Distribution report print lines.                              *
      *---------------------------------------------------------------*
       01  WS-RPT-HEADER1.
           05  FILLER  VALUE
               'CBBSC01C  BEHAVIOR SCORE BAND DISTRIBUTION'
                                               PIC X(44).
           05  FILLER  VALUE 'MONTH: '         PIC X(07).
           05  WS-HDR-MONTH                    PIC X(07).
           05  FILLER  VALUE '  PRIOR: '       PIC X(09).
           05  WS-HDR-PRIOR                    PIC X(07).
           05  FILLER  VALUE '  RUN DATE: '    PIC X(12).
           05  WS-HDR-RUN-DATE                 PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(36).
       01  WS-RPT-HEADER2.
           05  FILLER  VALUE 'BAND  '          PIC X(06).
           05  FILLER  VALUE 'SCORE RANGE  '   PIC X(13).
           05  FILLER  VALUE '  ACCOUNTS'      PIC X(10).
           05  FILLER  VALUE '    PCT'         PIC X(07).
           05  FILLER  VALUE '  PRIOR ACCTS'   PIC X(13).
           05  FILLER  VALUE '  PRIOR PCT'     PIC X(11).
           05  FILLER  VALUE '  PCT CHANGE'    PIC X(12).
           05  FILLER  VALUE SPACES            PIC X(60).
       01  WS-RPT-DETAIL.
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-BAND                     PIC X(01).
           05  FILLER  VALUE SPACES            PIC X(03).
           05  WS-DTL-LOW                      PIC 9(03).
           05  FILLER  VALUE ' - '             PIC X(03).
           05  WS-DTL-HIGH                     PIC 9(03).
           05  FILLER  VALUE SPACES            PIC X(04).
           05  WS-DTL-CURR                     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-CURR-PCT                 PIC ZZ9.99.
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-PRIOR                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER  VALUE SPACES            PIC X(05).
           05  WS-DTL-PRIOR-PCT                PIC ZZ9.99.
           05  FILLER  VALUE SPACES            PIC X(05).
           05  WS-DTL-CHANGE                   PIC ZZ9.99-.
           05  FILLER  VALUE SPACES            PIC X(59).
       01  WS-RPT-TOTAL.
           05  FILLER  VALUE 'TOTAL  SCORED      ' PIC X(19).
           05  WS-TOT-CURR                     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER  VALUE SPACES            PIC X(10).
           05  WS-TOT-PRIOR                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER  VALUE SPACES            PIC X(81).
       01  WS-RPT-LINE.
           05  WS-LINE-LABEL                   PIC X(30).
           05  WS-LINE-VALUE                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER  VALUE SPACES            PIC X(91).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBBSC01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 1200-BUILD-XREF-TABLE.
           PERFORM 1500-TALLY-ACTIVITY.
           PERFORM 2000-SCORE-ACCOUNTS.
           PERFORM 4000-PRINT-DISTRIBUTION.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBBSC01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT PRM-INFO FROM SYSIN.
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-FIELDS FROM TIME.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE-DASH
           END-STRING.
           STRING WS-RUN-DATE-DASH ' '
                  WS-RUN-HH ':' WS-RUN-MN ':' WS-RUN-SS '.'
                  WS-RUN-HS '0000'
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP
           END-STRING.
           COMPUTE WS-RUN-DAYNUM = FUNCTION INTEGER-OF-DATE(WS-RUN-YMD).
           COMPUTE WS-WORK-YMD = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DAYNUM - WS-REAGE-LOOKBACK-DAYS).
           STRING WS-WORK-YYYY '-' WS-WORK-MM '-' WS-WORK-DD
               DELIMITED BY SIZE INTO WS-REAGE-CUTOFF
           END-STRING.

           IF P-MONTH(1:4) IS NUMERIC
              AND P-MONTH(5:1) = '-'
              AND P-MONTH(6:2) IS NUMERIC
              AND P-MONTH(6:2) >= '01' AND P-MONTH(6:2) <= '12'
               MOVE P-MONTH(1:4) TO WS-SCORE-YYYY
               MOVE P-MONTH(6:2) TO WS-SCORE-MM
           ELSE
               MOVE WS-RUN-YYYY  TO WS-SCORE-YYYY
               MOVE WS-RUN-MM    TO WS-SCORE-MM
           END-IF.

      *    Month arithmetic on a running month count.
           COMPUTE WS-MONTH-INDEX =
                   WS-SCORE-YYYY * 12 + WS-SCORE-MM - 2.
           COMPUTE WS-PRIOR-YYYY = WS-MONTH-INDEX / 12.
           COMPUTE WS-PRIOR-MM =
                   FUNCTION MOD(WS-MONTH-INDEX, 12) + 1.
           COMPUTE WS-MONTH-INDEX =
                   WS-SCORE-YYYY * 12 + WS-SCORE-MM - 12.
           COMPUTE WS-WINDOW-YYYY = WS-MONTH-INDEX / 12.
           COMPUTE WS-WINDOW-MM =
                   FUNCTION MOD(WS-MONTH-INDEX, 12) + 1.

           DISPLAY 'CBBSC01C SCORING MONTH: ' WS-SCORE-MONTH-X
                   '  PRIOR: ' WS-PRIOR-MONTH-X
                   '  HISTORY FROM: ' WS-WINDOW-MONTH-X.
           MOVE WS-SCORE-MONTH-X  TO WS-HDR-MONTH.
           MOVE WS-PRIOR-MONTH-X  TO WS-HDR-PRIOR.
           MOVE WS-RUN-DATE-DASH  TO WS-HDR-RUN-DATE.
           INITIALIZE WS-BAND-COUNTS.

           OPEN I-O ACCTFILE-FILE.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCTFILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT TRAN-FILE.
           IF TRANFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANSACT'
               MOVE TRANFILE-STATUS TO IO-STATUS
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
           OPEN I-O HIST-FILE.
           IF SCOREHST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SCOREHST'
               MOVE SCOREHST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT REAGE-FILE.
           IF REAGEHST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REAGEHST'
               MOVE REAGEHST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT SCORERPT-FILE.
           IF SCORERPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SCORERPT'
               MOVE SCORERPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
      * Every card, so a posting on any card reaches its account.     *
      *****************************************************************
       1200-BUILD-XREF-TABLE.
           READ XREF-FILE
               AT END SET WS-XREF-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-XREF-DONE
               IF XREFFILE-STATUS NOT = '00'
                   DISPLAY 'ERROR READING XREFFILE'
                   MOVE XREFFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               IF WS-XREF-COUNT >= WS-XREF-MAX-ENTRIES
                   DISPLAY 'WARNING: XREF TABLE FULL'
                   SET WS-XREF-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-XREF-COUNT
                   MOVE XREF-CARD-NUM
                     TO WS-XREF-TBL-CARD (WS-XREF-COUNT)
                   MOVE XREF-ACCT-ID
                     TO WS-XREF-TBL-ACCT (WS-XREF-COUNT)
                   READ XREF-FILE
                       AT END SET WS-XREF-DONE TO TRUE
                   END-READ
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
      * The month's payments (type 02 credits) and cash advances      *
      * (type 04 debits) by account, on the processing date.          *
      *****************************************************************
       1500-TALLY-ACTIVITY.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ TRAN-FILE
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ
                       PERFORM 1600-TALLY-ONE-TRAN
               END-READ
           END-PERFORM.
           MOVE 'N' TO END-OF-FILE.
           DISPLAY 'CBBSC01C ACCOUNTS WITH ACTIVITY: '
                   WS-ACTIVITY-COUNT.
           EXIT.

      *****************************************************************
       1600-TALLY-ONE-TRAN.
           IF TRAN-PROC-TS(1:7) NOT = WS-SCORE-MONTH-X
               EXIT PARAGRAPH
           END-IF.
           IF NOT (TRAN-TYPE-CD = WS-PAYMENT-TYPE
                   AND TRAN-AMT < ZERO)
              AND NOT (TRAN-TYPE-CD = WS-CASH-ADV-TYPE
                   AND TRAN-AMT > ZERO)
               EXIT PARAGRAPH
           END-IF.

           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-COUNT
                     OR WS-FOUND
               IF WS-XREF-TBL-CARD (WS-XREF-SUB) = TRAN-CARD-NUM
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM WS-XREF-SUB.
           MOVE WS-XREF-TBL-ACCT (WS-XREF-SUB) TO WS-WORK-ACCT-ID.

           PERFORM 1700-FIND-OR-ADD-ACCOUNT.
           IF WS-ACTIVITY-SUB = 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TRANS-TALLIED.
           IF TRAN-TYPE-CD = WS-PAYMENT-TYPE
               SUBTRACT TRAN-AMT FROM WS-AT-PAID-AMT (WS-ACTIVITY-SUB)
           ELSE
               IF WS-AT-CASH-CNT (WS-ACTIVITY-SUB) < 999
                   ADD 1 TO WS-AT-CASH-CNT (WS-ACTIVITY-SUB)
               END-IF
           END-IF.
           EXIT.

      *****************************************************************
       1700-FIND-OR-ADD-ACCOUNT.
           PERFORM 1800-FIND-ACCOUNT.
           IF WS-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACTIVITY-COUNT >= WS-ACTIVITY-MAX
               DISPLAY 'WARNING: ACTIVITY TABLE FULL, SKIPPING: '
                       WS-WORK-ACCT-ID
               MOVE 0 TO WS-ACTIVITY-SUB
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ACTIVITY-COUNT.
           MOVE WS-ACTIVITY-COUNT TO WS-ACTIVITY-SUB.
           MOVE WS-WORK-ACCT-ID TO WS-AT-ACCT-ID (WS-ACTIVITY-SUB).
           MOVE ZERO            TO WS-AT-PAID-AMT (WS-ACTIVITY-SUB)
                                   WS-AT-CASH-CNT (WS-ACTIVITY-SUB).
           EXIT.

      *****************************************************************
       1800-FIND-ACCOUNT.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-ACTIVITY-SUB FROM 1 BY 1
               UNTIL WS-ACTIVITY-SUB > WS-ACTIVITY-COUNT
                     OR WS-FOUND
               IF WS-AT-ACCT-ID (WS-ACTIVITY-SUB) = WS-WORK-ACCT-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-ACTIVITY-SUB
           ELSE
               MOVE 0 TO WS-ACTIVITY-SUB
           END-IF.
           EXIT.

      *****************************************************************
      * Closed and charged-off accounts are no longer scored; their   *
      * last score stays on the record and on the history.            *
      *****************************************************************
       2000-SCORE-ACCOUNTS.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ ACCTFILE-FILE INTO ACCOUNT-RECORD
               EVALUATE ACCTFILE-STATUS
                   WHEN '00'
                       ADD 1 TO WS-ACCOUNTS-READ
                       EVALUATE TRUE
                           WHEN ACCT-CLOSED
                               ADD 1 TO WS-SKIP-CLOSED
                           WHEN ACCT-CHARGED-OFF
                               ADD 1 TO WS-SKIP-CHARGED-OFF
                           WHEN OTHER
                               PERFORM 2100-SCORE-ONE-ACCOUNT
                       END-EVALUATE
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
       2100-SCORE-ONE-ACCOUNT.
           INITIALIZE WS-ACCT-FACTORS.
           MOVE ACCT-ID TO WS-WORK-ACCT-ID.
           PERFORM 1800-FIND-ACCOUNT.
           IF WS-ACTIVITY-SUB > 0
               MOVE WS-AT-PAID-AMT (WS-ACTIVITY-SUB) TO WS-PAID-AMT
               MOVE WS-AT-CASH-CNT (WS-ACTIVITY-SUB) TO WS-CASH-CNT
           END-IF.

           PERFORM 2200-READ-SCORE-HISTORY.
           PERFORM 2250-CHECK-RECENT-REAGE.
           PERFORM 2300-COMPUTE-SCORE.
           PERFORM 2400-ASSIGN-BAND.
           PERFORM 2500-UPDATE-ACCOUNT.
           PERFORM 2600-WRITE-HISTORY.
           PERFORM 2700-TALLY-BANDS.
           ADD 1 TO WS-ACCOUNTS-SCORED.
           EXIT.

      *****************************************************************
      * Prior months of the account's history: the previous month's   *
      * score and band, and the months in the window (before this     *
      * one) that closed delinquent.                                  *
      *****************************************************************
       2200-READ-SCORE-HISTORY.
           MOVE 'N' TO WS-HIST-EOF-SW.
           MOVE ACCT-ID            TO BSH-ACCT-ID.
           MOVE WS-WINDOW-MONTH-X  TO BSH-SCORE-MONTH.
           START HIST-FILE KEY IS NOT LESS THAN BSH-KEY
               INVALID KEY
                   SET WS-HIST-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-HIST-DONE
               READ HIST-FILE NEXT
                   AT END
                       SET WS-HIST-DONE TO TRUE
                   NOT AT END
                       IF BSH-ACCT-ID NOT = ACCT-ID
                          OR BSH-SCORE-MONTH NOT < WS-SCORE-MONTH-X
                           SET WS-HIST-DONE TO TRUE
                       ELSE
                           IF BSH-DELINQ-STATUS NOT = '000'
                              AND BSH-DELINQ-STATUS NOT = SPACES
                              AND WS-DLQ-MONTHS < 99
                               ADD 1 TO WS-DLQ-MONTHS
                           END-IF
                           IF BSH-SCORE-MONTH = WS-PRIOR-MONTH-X
                               MOVE BSH-SCORE TO WS-PRIOR-SCORE
                               MOVE BSH-BAND  TO WS-PRIOR-BAND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      *****************************************************************
       2250-CHECK-RECENT-REAGE.
           MOVE 'N' TO WS-HIST-EOF-SW.
           MOVE ACCT-ID          TO RAH-ACCT-ID.
           MOVE WS-REAGE-CUTOFF  TO RAH-REQ-DATE.
           MOVE ZERO             TO RAH-SEQ.
           START REAGE-FILE KEY IS NOT LESS THAN RAH-KEY
               INVALID KEY
                   SET WS-HIST-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-HIST-DONE
               READ REAGE-FILE NEXT
                   AT END
                       SET WS-HIST-DONE TO TRUE
                   NOT AT END
                       IF RAH-ACCT-ID NOT = ACCT-ID
                           SET WS-HIST-DONE TO TRUE
                       ELSE
                           IF RAH-APPROVED
                               SET WS-RECENT-REAGE TO TRUE
                               SET WS-HIST-DONE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      *****************************************************************
       2300-COMPUTE-SCORE.
           MOVE WS-SCORE-BASE TO WS-SCORE.

      *    Utilization.  No limit on file scores as fully used.
           IF ACCT-CREDIT-LIMIT > ZERO
               COMPUTE WS-UTIL-PCT ROUNDED =
                       ACCT-CURR-BAL * 100 / ACCT-CREDIT-LIMIT
                   ON SIZE ERROR MOVE 999 TO WS-UTIL-PCT
               END-COMPUTE
           ELSE
               MOVE 100 TO WS-UTIL-PCT
           END-IF.
           IF WS-UTIL-PCT < ZERO
               MOVE ZERO TO WS-UTIL-PCT
           END-IF.
           EVALUATE TRUE
               WHEN WS-UTIL-PCT < 10
                   ADD WS-PTS-UTIL-UNDER-10 TO WS-SCORE
               WHEN WS-UTIL-PCT < 30
                   ADD WS-PTS-UTIL-UNDER-30 TO WS-SCORE
               WHEN WS-UTIL-PCT < 50
                   ADD WS-PTS-UTIL-UNDER-50 TO WS-SCORE
               WHEN WS-UTIL-PCT < 75
                   ADD WS-PTS-UTIL-UNDER-75 TO WS-SCORE
               WHEN WS-UTIL-PCT NOT > 100
                   ADD WS-PTS-UTIL-TO-100 TO WS-SCORE
               WHEN OTHER
                   ADD WS-PTS-UTIL-OVER-100 TO WS-SCORE
           END-EVALUATE.

      *    Payment in the month against the last statement.
           EVALUATE TRUE
               WHEN ACCT-PRIOR-STMT-BAL NOT > ZERO
                   MOVE 'Z' TO WS-PAY-IND
                   ADD WS-PTS-NOTHING-DUE TO WS-SCORE
               WHEN WS-PAID-AMT NOT < ACCT-PRIOR-STMT-BAL
                   MOVE 'F' TO WS-PAY-IND
                   ADD WS-PTS-PAID-IN-FULL TO WS-SCORE
               WHEN WS-PAID-AMT > ZERO
                   MOVE 'P' TO WS-PAY-IND
                   ADD WS-PTS-PAID-PART TO WS-SCORE
               WHEN OTHER
                   MOVE 'N' TO WS-PAY-IND
                   ADD WS-PTS-PAID-NONE TO WS-SCORE
           END-EVALUATE.

      *    Cash-advance usage.
           EVALUATE TRUE
               WHEN WS-CASH-CNT = ZERO
                   ADD WS-PTS-NO-CASH TO WS-SCORE
               WHEN WS-CASH-CNT < WS-HEAVY-CASH-COUNT
                   ADD WS-PTS-SOME-CASH TO WS-SCORE
               WHEN OTHER
                   ADD WS-PTS-HEAVY-CASH TO WS-SCORE
           END-EVALUATE.
           IF ACCT-CURR-BAL > ZERO
              AND ACCT-BAL-CASH > ZERO
               COMPUTE WS-CASH-BAL-PCT ROUNDED =
                       ACCT-BAL-CASH * 100 / ACCT-CURR-BAL
                   ON SIZE ERROR MOVE 100 TO WS-CASH-BAL-PCT
               END-COMPUTE
               IF WS-CASH-BAL-PCT > WS-CASH-BALANCE-PCT
                   ADD WS-PTS-CASH-BALANCE TO WS-SCORE
               END-IF
           END-IF.

      *    Delinquency now and over the history window.
           EVALUATE TRUE
               WHEN ACCT-DELINQ-CURRENT
                   ADD WS-PTS-DLQ-CURRENT TO WS-SCORE
               WHEN ACCT-DELINQ-30
                   ADD WS-PTS-DLQ-030 TO WS-SCORE
               WHEN ACCT-DELINQ-60
                   ADD WS-PTS-DLQ-060 TO WS-SCORE
               WHEN ACCT-DELINQ-90
                   ADD WS-PTS-DLQ-090 TO WS-SCORE
               WHEN OTHER
                   ADD WS-PTS-DLQ-120-PLUS TO WS-SCORE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-DLQ-MONTHS = ZERO
                   ADD WS-PTS-DLQ-HIST-NONE TO WS-SCORE
               WHEN WS-DLQ-MONTHS < WS-DLQ-HIST-MANY-MONTHS
                   ADD WS-PTS-DLQ-HIST-SOME TO WS-SCORE
               WHEN OTHER
                   ADD WS-PTS-DLQ-HIST-MANY TO WS-SCORE
           END-EVALUATE.

           IF ACCT-PENALTY-IN-PLAY
               ADD WS-PTS-PENALTY TO WS-SCORE
           END-IF.
           IF WS-RECENT-REAGE
               ADD WS-PTS-RECENT-REAGE TO WS-SCORE
           END-IF.
           IF ACCT-IN-BANKRUPTCY
               ADD WS-PTS-BANKRUPTCY TO WS-SCORE
           END-IF.

      *    Account age.  An unreadable open date scores as new.
           MOVE ZERO TO WS-AGE-MONTHS.
           IF ACCT-OPEN-DATE(1:4) IS NUMERIC
              AND ACCT-OPEN-DATE(6:2) IS NUMERIC
               COMPUTE WS-AGE-MONTHS =
                       (WS-SCORE-YYYY * 12 + WS-SCORE-MM)
                     - (FUNCTION NUMVAL(ACCT-OPEN-DATE(1:4)) * 12
                       + FUNCTION NUMVAL(ACCT-OPEN-DATE(6:2)))
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-MONTHS < 12
                   ADD WS-PTS-AGE-UNDER-12 TO WS-SCORE
               WHEN WS-AGE-MONTHS NOT < 60
                   ADD WS-PTS-AGE-60-PLUS TO WS-SCORE
               WHEN WS-AGE-MONTHS NOT < 24
                   ADD WS-PTS-AGE-24-PLUS TO WS-SCORE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-SCORE < WS-SCORE-FLOOR
               MOVE WS-SCORE-FLOOR TO WS-SCORE
           END-IF.
           IF WS-SCORE > WS-SCORE-CEILING
               MOVE WS-SCORE-CEILING TO WS-SCORE
           END-IF.
           EXIT.

      *****************************************************************
       2400-ASSIGN-BAND.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB >= WS-BAND-MAX
                     OR WS-SCORE NOT < WS-BAND-LOW (WS-BAND-SUB)
               CONTINUE
           END-PERFORM.
           MOVE WS-BAND-CD (WS-BAND-SUB) TO WS-BAND.
           EXIT.

      *****************************************************************
       2500-UPDATE-ACCOUNT.
           MOVE WS-SCORE          TO ACCT-BEHAV-SCORE.
           MOVE WS-BAND           TO ACCT-BEHAV-BAND.
           MOVE WS-SCORE-MONTH-X  TO ACCT-BEHAV-SCORE-MONTH.
           MOVE WS-RUN-TIMESTAMP  TO ACCT-LAST-MAINT-TS.
           MOVE ACCOUNT-RECORD    TO FD-ACCTFILE-REC.
           REWRITE FD-ACCTFILE-REC.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING ACCTFILE FOR ACCOUNT: '
                       ACCT-ID
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
      * A rerun for the same month replaces the month's row.          *
      *****************************************************************
       2600-WRITE-HISTORY.
           INITIALIZE BEHAV-SCORE-HIST-RECORD.
           MOVE ACCT-ID             TO BSH-ACCT-ID.
           MOVE WS-SCORE-MONTH-X    TO BSH-SCORE-MONTH.
           MOVE WS-SCORE            TO BSH-SCORE.
           MOVE WS-BAND             TO BSH-BAND.
           IF WS-UTIL-PCT > 999
               MOVE 999             TO BSH-UTIL-PCT
           ELSE
               MOVE WS-UTIL-PCT     TO BSH-UTIL-PCT
           END-IF.
           MOVE WS-PAY-IND          TO BSH-PAY-IND.
           MOVE WS-CASH-CNT         TO BSH-CASH-ADV-CNT.
           MOVE ACCT-DELINQ-STATUS  TO BSH-DELINQ-STATUS.
           IF ACCT-DELINQ-STATUS = SPACES
               MOVE '000'           TO BSH-DELINQ-STATUS
           END-IF.
           MOVE WS-DLQ-MONTHS       TO BSH-DLQ-MONTHS-12.
           MOVE WS-PRIOR-SCORE      TO BSH-PRIOR-SCORE.
           MOVE ACCT-CURR-BAL       TO BSH-BALANCE.
           MOVE ACCT-CREDIT-LIMIT   TO BSH-CREDIT-LIMIT.
           MOVE WS-RUN-TIMESTAMP    TO BSH-PROCESS-TS.
           WRITE BEHAV-SCORE-HIST-RECORD.
           EVALUATE SCOREHST-STATUS
               WHEN '00'
                   ADD 1 TO WS-HIST-WRITTEN
               WHEN '22'
                   REWRITE BEHAV-SCORE-HIST-RECORD
                   IF SCOREHST-STATUS NOT = '00'
                       DISPLAY 'ERROR REWRITING SCOREHST FOR ACCOUNT: '
                               ACCT-ID
                       MOVE SCOREHST-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   ADD 1 TO WS-HIST-REPLACED
               WHEN OTHER
                   DISPLAY 'ERROR WRITING SCOREHST FOR ACCOUNT: '
                           ACCT-ID
                   MOVE SCOREHST-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * The distribution compares the accounts scored this month with *
      * the same accounts' bands the month before; band movement is   *
      * counted by position, A best.                                  *
      *****************************************************************
       2700-TALLY-BANDS.
           ADD 1 TO WS-BC-CURR (WS-BAND-SUB).
           ADD WS-SCORE TO WS-SCORE-TOTAL-CURR.
           IF WS-PRIOR-SCORE = ZERO
               ADD 1 TO WS-NEWLY-SCORED
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PRIOR-BAND-SUB FROM 1 BY 1
               UNTIL WS-PRIOR-BAND-SUB >= WS-BAND-MAX
                     OR WS-BAND-CD (WS-PRIOR-BAND-SUB) = WS-PRIOR-BAND
               CONTINUE
           END-PERFORM.
           ADD 1 TO WS-BC-PRIOR (WS-PRIOR-BAND-SUB).
           ADD 1 TO WS-PRIOR-SCORED.
           ADD WS-PRIOR-SCORE TO WS-SCORE-TOTAL-PRIOR.
           EVALUATE TRUE
               WHEN WS-BAND-SUB < WS-PRIOR-BAND-SUB
                   ADD 1 TO WS-BAND-IMPROVED
               WHEN WS-BAND-SUB > WS-PRIOR-BAND-SUB
                   ADD 1 TO WS-BAND-WORSENED
               WHEN OTHER
                   ADD 1 TO WS-BAND-UNCHANGED
           END-EVALUATE.
           EXIT.

      *****************************************************************
       4000-PRINT-DISTRIBUTION.
           WRITE FD-SCORERPT-REC FROM WS-RPT-HEADER1.
           WRITE FD-SCORERPT-REC FROM WS-RPT-HEADER2.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > WS-BAND-MAX
               PERFORM 4100-PRINT-BAND-LINE
           END-PERFORM.
           MOVE WS-ACCOUNTS-SCORED TO WS-TOT-CURR.
           MOVE WS-PRIOR-SCORED    TO WS-TOT-PRIOR.
           WRITE FD-SCORERPT-REC FROM WS-RPT-TOTAL.

           MOVE SPACES TO FD-SCORERPT-REC.
           WRITE FD-SCORERPT-REC.
           MOVE ZERO TO WS-AVG-SCORE.
           IF WS-ACCOUNTS-SCORED > ZERO
               COMPUTE WS-AVG-SCORE ROUNDED =
                       WS-SCORE-TOTAL-CURR / WS-ACCOUNTS-SCORED
           END-IF.
           MOVE 'AVERAGE SCORE THIS MONTH'   TO WS-LINE-LABEL.
           MOVE WS-AVG-SCORE                 TO WS-LINE-VALUE.
           WRITE FD-SCORERPT-REC FROM WS-RPT-LINE.
           MOVE ZERO TO WS-AVG-SCORE.
           IF WS-PRIOR-SCORED > ZERO
               COMPUTE WS-AVG-SCORE ROUNDED =
                       WS-SCORE-TOTAL-PRIOR / WS-PRIOR-SCORED
           END-IF.
           MOVE 'AVERAGE SCORE PRIOR MONTH'  TO WS-LINE-LABEL.
           MOVE WS-AVG-SCORE                 TO WS-LINE-VALUE.
           WRITE FD-SCORERPT-REC FROM WS-RPT-LINE.
           MOVE 'ACCOUNTS MOVED TO BETTER BAND' TO WS-LINE-LABEL.
           MOVE WS-BAND-IMPROVED             TO WS-LINE-VALUE.
           WRITE FD-SCORERPT-REC FROM WS-RPT-LINE.
           MOVE 'ACCOUNTS IN SAME BAND'      TO WS-LINE-LABEL.
           MOVE WS-BAND-UNCHANGED            TO WS-LINE-VALUE.
           WRITE FD-SCORERPT-REC FROM WS-RPT-LINE.
           MOVE 'ACCOUNTS MOVED TO WORSE BAND' TO WS-LINE-LABEL.
           MOVE WS-BAND-WORSENED             TO WS-LINE-VALUE.
           WRITE FD-SCORERPT-REC FROM WS-RPT-LINE.
           MOVE 'ACCOUNTS FIRST SCORED'      TO WS-LINE-LABEL.
           MOVE WS-NEWLY-SCORED              TO WS-LINE-VALUE.
           WRITE FD-SCORERPT-REC FROM WS-RPT-LINE.
           EXIT.

      *****************************************************************
       4100-PRINT-BAND-LINE.
           MOVE WS-BAND-CD (WS-BAND-SUB)  TO WS-DTL-BAND.
           MOVE WS-BAND-LOW (WS-BAND-SUB) TO WS-DTL-LOW.
           IF WS-BAND-SUB = 1
               MOVE WS-SCORE-CEILING      TO WS-DTL-HIGH
           ELSE
               COMPUTE WS-DTL-HIGH = WS-BAND-LOW (WS-BAND-SUB - 1) - 1
           END-IF.
           MOVE WS-BC-CURR (WS-BAND-SUB)  TO WS-DTL-CURR.
           MOVE WS-BC-PRIOR (WS-BAND-SUB) TO WS-DTL-PRIOR.
           MOVE ZERO TO WS-DTL-CURR-PCT WS-DTL-PRIOR-PCT.
           MOVE ZERO TO WS-PCT-WORK.
           IF WS-ACCOUNTS-SCORED > ZERO
               COMPUTE WS-DTL-CURR-PCT ROUNDED =
                       WS-BC-CURR (WS-BAND-SUB) * 100
                     / WS-ACCOUNTS-SCORED
               COMPUTE WS-PCT-WORK ROUNDED =
                       WS-BC-CURR (WS-BAND-SUB) * 100
                     / WS-ACCOUNTS-SCORED
           END-IF.
           IF WS-PRIOR-SCORED > ZERO
               COMPUTE WS-DTL-PRIOR-PCT ROUNDED =
                       WS-BC-PRIOR (WS-BAND-SUB) * 100
                     / WS-PRIOR-SCORED
               COMPUTE WS-PCT-WORK ROUNDED = WS-PCT-WORK
                     - WS-BC-PRIOR (WS-BAND-SUB) * 100
                     / WS-PRIOR-SCORED
           END-IF.
           MOVE WS-PCT-WORK TO WS-DTL-CHANGE.
           WRITE FD-SCORERPT-REC FROM WS-RPT-DETAIL.
           IF SCORERPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING SCORERPT'
               MOVE SCORERPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBBSC01C BEHAVIOR SCORING SUMMARY'.
           DISPLAY '  SCORING MONTH         : ' WS-SCORE-MONTH-X.
           DISPLAY '  TRANSACTIONS READ     : ' WS-TRANS-READ.
           DISPLAY '  TRANSACTIONS TALLIED  : ' WS-TRANS-TALLIED.
           DISPLAY '  ACCOUNTS READ         : ' WS-ACCOUNTS-READ.
           DISPLAY '  ACCOUNTS SCORED       : ' WS-ACCOUNTS-SCORED.
           DISPLAY '  SKIPPED - CLOSED      : ' WS-SKIP-CLOSED.
           DISPLAY '  SKIPPED - CHARGED OFF : ' WS-SKIP-CHARGED-OFF.
           DISPLAY '  HISTORY ROWS WRITTEN  : ' WS-HIST-WRITTEN.
           DISPLAY '  HISTORY ROWS REPLACED : ' WS-HIST-REPLACED.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE ACCTFILE-FILE.
           CLOSE TRAN-FILE.
           CLOSE XREF-FILE.
           CLOSE HIST-FILE.
           CLOSE REAGE-FILE.
           CLOSE SCORERPT-FILE.
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
