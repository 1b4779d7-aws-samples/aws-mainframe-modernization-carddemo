      ******************************************************************
      * Program     : CBMIS01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Daily portfolio management-information report.
      *               One morning view of the portfolio, built from
      *               what the nightly jobs have already written
      *               rather than from fresh sweeps of the masters:
      *                 PORTSTAT  (CBDBL01C)  accounts, balances by
      *                           bucket, delinquency by aging bucket
      *                           and account group
      *                 AUTHSTAT  (CBPAUR1C)  authorizations approved
      *                           and declined, top decline reasons,
      *                           fraud-marked amounts
      *                 GLJEXT    (CBDST01C)  payments received (02/
      *                           0001), charge-offs (06/0001) and
      *                           recoveries (06/0002), balanced to
      *                           the hub trailer
      *                 DISPFILE  disputes opened, closed and open
      *                 CARDFILE  active cards - no nightly job keeps
      *                           a card count, so the card master is
      *                           the one file read end to end here
      *               Each day's headline figures are kept on the
      *               MISHIST history file keyed by date; the report
      *               shows today, the prior report day, the day's
      *               change and the month to date.  Flow figures
      *               show the month's total; stock figures (open
      *               accounts, cards, balances, delinquency, open
      *               disputes) show the change since the last report
      *               day of the prior month.  A rerun for the same
      *               date replaces that day's history.
      *
      *               SYSIN card:  CCYY-MM-DD report date (default the
      *                            run date)
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
       PROGRAM-ID.    CBMIS01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PSTAT-FILE ASSIGN TO PORTSTAT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PORTSTAT-STATUS.
      *
           SELECT ASTAT-FILE ASSIGN TO AUTHSTAT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS AUTHSTAT-STATUS.
      *
      *    The day's journal activity from the CBDST01C
      *    distribution hub, closed with a 'T' control trailer.
           SELECT TRANIN-FILE ASSIGN TO GLJEXT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS TRANIN-STATUS.
      *
           SELECT DISP-FILE ASSIGN TO DISPFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS DIS-CASE-ID
                  FILE STATUS  IS DISPFILE-STATUS.
      *
           SELECT CARDFILE-FILE ASSIGN TO CARDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-CARD-NUM
                  FILE STATUS  IS CARDFILE-STATUS.
      *
           SELECT MISHIST-FILE ASSIGN TO MISHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS MSH-DATE
                  FILE STATUS  IS MISHIST-STATUS.
      *
           SELECT MISRPT-FILE ASSIGN TO MISRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS MISRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PSTAT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       COPY CVMIS01Y.

       FD  ASTAT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       COPY CVMIS02Y.

       FD  TRANIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  FD-TRANIN-REC                        PIC X(150).

       FD  DISP-FILE.
       COPY CVDIS01Y.

       FD  CARDFILE-FILE.
       01  FD-CARDFILE-REC.
           05  FD-CARD-NUM                      PIC X(16).
           05  FD-CARD-DATA                     PIC X(134).

       FD  MISHIST-FILE.
       COPY CVMIS03Y.

       FD  MISRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-MISRPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVDST01Y.
       COPY CVACT02Y.

       01  PORTSTAT-STATUS.
           05  PORTSTAT-STAT1      PIC X.
           05  PORTSTAT-STAT2      PIC X.
       01  AUTHSTAT-STATUS.
           05  AUTHSTAT-STAT1      PIC X.
           05  AUTHSTAT-STAT2      PIC X.
       01  TRANIN-STATUS.
           05  TRANIN-STAT1        PIC X.
           05  TRANIN-STAT2        PIC X.
       01  DISPFILE-STATUS.
           05  DISPFILE-STAT1      PIC X.
           05  DISPFILE-STAT2      PIC X.
       01  CARDFILE-STATUS.
           05  CARDFILE-STAT1      PIC X.
           05  CARDFILE-STAT2      PIC X.
       01  MISHIST-STATUS.
           05  MISHIST-STAT1       PIC X.
           05  MISHIST-STAT2       PIC X.
       01  MISRPT-STATUS.
           05  MISRPT-STAT1        PIC X.
           05  MISRPT-STAT2        PIC X.

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
           05  P-RPT-DATE          PIC X(10).
           05  FILLER              PIC X(70).

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-RUN-TIME-FIELDS.
           05  WS-RUN-HH                   PIC 9(02).
           05  WS-RUN-MN                   PIC 9(02).
           05  WS-RUN-SS                   PIC 9(02).
           05  WS-RUN-HS                   PIC 9(02).
       01  WS-RUN-TIMESTAMP                PIC X(26).
       01  WS-RPT-DATE                     PIC X(10).
       01  WS-MONTH-START                  PIC X(10).
       01  WS-PRIOR-MONTH-START.
           05  WS-PMS-YYYY                 PIC 9(04).
           05  FILLER                      PIC X(01) VALUE '-'.
           05  WS-PMS-MM                   PIC 9(02).
           05  FILLER                      PIC X(03) VALUE '-01'.
       01  WS-PRIOR-MONTH-START-X REDEFINES WS-PRIOR-MONTH-START
                                           PIC X(10).

      *---------------------------------------------------------------*
      * History figures: the prior report day, the last report day of *
      * the prior month, and the month's flows before today.  The     *
      * subscripts follow MSH-METRIC in CVMIS03Y.                     *
      *---------------------------------------------------------------*
       01  WS-METRIC-CNT           PIC S9(4) COMP VALUE 24.
       01  WS-MET-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-TODAY-METRICS.
           05  WS-TODAY OCCURS 24 TIMES     PIC S9(13)V99 COMP-3.
       01  WS-PRIOR-METRICS.
           05  WS-PRIOR OCCURS 24 TIMES     PIC S9(13)V99 COMP-3.
       01  WS-MEND-METRICS.
           05  WS-MEND OCCURS 24 TIMES      PIC S9(13)V99 COMP-3.
       01  WS-MTD-METRICS.
           05  WS-MTD OCCURS 24 TIMES       PIC S9(13)V99 COMP-3.
       01  WS-PRIOR-DATE                   PIC X(10) VALUE SPACES.
       01  WS-PRIOR-SW             PIC X(01) VALUE 'N'.
           88  WS-HAVE-PRIOR                 VALUE 'Y'.
       01  WS-MEND-SW              PIC X(01) VALUE 'N'.
           88  WS-HAVE-MEND                  VALUE 'Y'.
       01  WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-HIST-DONE                  VALUE 'Y'.
       01  WS-MTD-DAYS                     PIC 9(03) VALUE 0.

      *---------------------------------------------------------------*
      * How each MSH-METRIC prints: S stock or F flow, C count or A   *
      * amount, and its label.                                        *
      *---------------------------------------------------------------*
       01  WS-METRIC-DEFS.
           05  FILLER  PIC X(32) VALUE 'SCOPEN ACCOUNTS'.
           05  FILLER  PIC X(32) VALUE 'FCNEW ACCOUNTS'.
           05  FILLER  PIC X(32) VALUE 'FCCLOSED ACCOUNTS'.
           05  FILLER  PIC X(32) VALUE 'SCACTIVE CARDS'.
           05  FILLER  PIC X(32) VALUE 'SATOTAL RECEIVABLES'.
           05  FILLER  PIC X(32) VALUE 'SA  PURCHASE BUCKET'.
           05  FILLER  PIC X(32) VALUE 'SA  CASH BUCKET'.
           05  FILLER  PIC X(32) VALUE 'SA  PROMO BUCKET'.
           05  FILLER  PIC X(32) VALUE 'SCDELINQUENT ACCOUNTS (30+)'.
           05  FILLER  PIC X(32) VALUE 'SADELINQUENT BALANCE (30+)'.
           05  FILLER  PIC X(32) VALUE 'FCAUTHORIZATIONS'.
           05  FILLER  PIC X(32) VALUE 'FC  APPROVED'.
           05  FILLER  PIC X(32) VALUE 'FC  DECLINED'.
           05  FILLER  PIC X(32) VALUE 'FCFRAUD MARKED - COUNT'.
           05  FILLER  PIC X(32) VALUE 'FAFRAUD MARKED - AMOUNT'.
           05  FILLER  PIC X(32) VALUE 'FCPAYMENTS RECEIVED - COUNT'.
           05  FILLER  PIC X(32) VALUE 'FAPAYMENTS RECEIVED - AMOUNT'.
           05  FILLER  PIC X(32) VALUE 'FCDISPUTES OPENED'.
           05  FILLER  PIC X(32) VALUE 'FCDISPUTES CLOSED'.
           05  FILLER  PIC X(32) VALUE 'SCDISPUTES OPEN AT END OF DAY'.
           05  FILLER  PIC X(32) VALUE 'FCCHARGE-OFFS - COUNT'.
           05  FILLER  PIC X(32) VALUE 'FACHARGE-OFFS - AMOUNT'.
           05  FILLER  PIC X(32) VALUE 'FCRECOVERIES - COUNT'.
           05  FILLER  PIC X(32) VALUE 'FARECOVERIES - AMOUNT'.
       01  WS-METRIC-DEF-TBL REDEFINES WS-METRIC-DEFS.
           05  WS-MDEF OCCURS 24 TIMES.
               10  WS-MDEF-KIND            PIC X(01).
                   88  WS-MDEF-STOCK                 VALUE 'S'.
               10  WS-MDEF-FMT             PIC X(01).
                   88  WS-MDEF-AMOUNT                VALUE 'A'.
               10  WS-MDEF-LABEL           PIC X(30).

      *---------------------------------------------------------------*
      * Delinquency by account group from PORTSTAT.  A group beyond   *
      * the table's room is folded into the last entry.  Bucket       *
      * subscripts 1-6 are 030 to 180 days.                           *
      *---------------------------------------------------------------*
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 100 TIMES.
               10  WS-GRP-ID               PIC X(10).
               10  WS-GRP-OPEN             PIC S9(09) COMP-3.
               10  WS-GRP-BAL              PIC S9(13)V99 COMP-3.
               10  WS-GRP-DLQ OCCURS 6 TIMES.
                   15  WS-GRP-DLQ-CNT      PIC S9(09) COMP-3.
                   15  WS-GRP-DLQ-BAL      PIC S9(13)V99 COMP-3.
       01  WS-GRP-MAX              PIC S9(4) COMP VALUE 100.
       01  WS-GRP-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-GRP-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-DLQ-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-PORT-TOTALS.
           05  WS-PORT-OPEN                PIC S9(09) COMP-3 VALUE 0.
           05  WS-PORT-BAL                 PIC S9(13)V99 COMP-3
                                                       VALUE 0.
           05  WS-PORT-DLQ OCCURS 6 TIMES.
               10  WS-PORT-DLQ-CNT         PIC S9(09) COMP-3.
               10  WS-PORT-DLQ-BAL         PIC S9(13)V99 COMP-3.

      *---------------------------------------------------------------*
      * The day's decline reasons from AUTHSTAT.                      *
      *---------------------------------------------------------------*
       01  WS-AUTH-FOUND-SW        PIC X(01) VALUE 'N'.
           88  WS-AUTH-FOUND                 VALUE 'Y'.
       01  WS-RSN-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-RSN-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-RSN-TABLE.
           05  WS-RSN-ENTRY OCCURS 10 TIMES.
               10  WS-RSN-CD               PIC X(04).
               10  WS-RSN-CNT              PIC 9(09).

       01  WS-TRAILER-SEEN-SW      PIC X(01) VALUE 'N'.
           88  WS-TRAILER-SEEN               VALUE 'Y'.
       01  WS-JRNL-DATE                    PIC X(10) VALUE SPACES.

       01  WS-RUN-COUNTS.
           05  WS-PSTAT-READ               PIC 9(09) VALUE 0.
           05  WS-PSTAT-OTHER-DATE         PIC 9(09) VALUE 0.
           05  WS-ASTAT-READ               PIC 9(09) VALUE 0.
           05  WS-JRNL-READ                PIC 9(09) VALUE 0.
           05  WS-DISP-READ                PIC 9(09) VALUE 0.
           05  WS-CARDS-READ               PIC 9(09) VALUE 0.
           05  WS-HIST-READ                PIC 9(09) VALUE 0.
       01  WS-JRNL-TOTALS          COMP-3.
           05  WS-IN-DETAIL-COUNT          PIC 9(09) VALUE 0.
           05  WS-IN-AMT-TOTAL             PIC S9(13)V99 VALUE 0.

      *---------------------------------------------------------------*
      * Rate and edit work areas.                                     *
      *---------------------------------------------------------------*
       01  WS-RATE-WORK            COMP-3.
           05  WS-RATE-NUM                 PIC S9(13)V99 VALUE 0.
           05  WS-RATE-DEN                 PIC S9(13)V99 VALUE 0.
           05  WS-RATE-PCT                 PIC S9(05)V99 VALUE 0.
           05  WS-RATE-TODAY               PIC S9(05)V99 VALUE 0.
           05  WS-RATE-PRIOR               PIC S9(05)V99 VALUE 0.
           05  WS-RATE-MEND                PIC S9(05)V99 VALUE 0.
           05  WS-RATE-MTD                 PIC S9(05)V99 VALUE 0.
           05  WS-EDIT-IN                  PIC S9(13)V99 VALUE 0.
       01  WS-RATE-MTD-SW                  PIC X(01) VALUE 'N'.
           88  WS-RATE-NO-MTD                        VALUE 'Y'.
       01  WS-EDIT-FMT                     PIC X(01).
           88  WS-EDIT-AMOUNT                        VALUE 'A'.
           88  WS-EDIT-RATE                          VALUE 'R'.
       01  WS-EDIT-OUT                     PIC X(17).
       01  WS-ED-AMOUNT                    PIC Z(12)9.99-.
       01  WS-ED-COUNT                     PIC Z(15)9-.
       01  WS-ED-RATE                      PIC Z(12)9.99-.

      *---------------------------------------------------------------*
      * Report lines.                                                 *
      *---------------------------------------------------------------*
       01  WS-RPT-HEADER1.
           05  FILLER  VALUE 'CBMIS01C  DAILY PORTFOLIO MIS REPORT'
                                               PIC X(50).
           05  FILLER  VALUE 'REPORT DATE: '   PIC X(13).
           05  WS-HDR-RPT-DATE                 PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(03).
           05  FILLER  VALUE 'PRIOR DAY: '     PIC X(11).
           05  WS-HDR-PRIOR-DATE               PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(35).
       01  WS-RPT-SECTION.
           05  WS-SEC-TITLE                    PIC X(60).
           05  FILLER  VALUE SPACES            PIC X(72).
       01  WS-RPT-SUM-HEAD.
           05  FILLER  VALUE SPACES            PIC X(32).
           05  FILLER  VALUE '            TODAY'
                                               PIC X(19).
           05  FILLER  VALUE '        PRIOR DAY'
                                               PIC X(19).
           05  FILLER  VALUE '       DAY CHANGE'
                                               PIC X(19).
           05  FILLER  VALUE '    MONTH TO DATE'
                                               PIC X(17).
           05  FILLER  VALUE SPACES            PIC X(26).
       01  WS-RPT-SUM-LINE.
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-SUM-LABEL                    PIC X(30).
           05  WS-SUM-TODAY                    PIC X(17).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-SUM-PRIOR                    PIC X(17).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-SUM-CHANGE                   PIC X(17).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-SUM-MTD                      PIC X(17).
           05  FILLER  VALUE SPACES            PIC X(26).
       01  WS-RPT-DLQ-HEAD.
           05  FILLER  VALUE 'GROUP       '    PIC X(12).
           05  FILLER  VALUE ' ACCOUNTS  '     PIC X(11).
           05  FILLER  VALUE '          BALANCE'
                                               PIC X(17).
           05  FILLER  VALUE '  030 %  060 %  090 %  120 %'
                                               PIC X(28).
           05  FILLER  VALUE '  150 %  180 %  30+ %'
                                               PIC X(21).
           05  FILLER  VALUE '  30+ ACCTS'     PIC X(11).
           05  FILLER  VALUE SPACES            PIC X(32).
       01  WS-RPT-DLQ-LINE.
           05  WS-DLQ-GROUP                    PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DLQ-ACCOUNTS                 PIC Z(8)9.
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DLQ-BALANCE                  PIC Z(12)9.99-.
           05  WS-DLQ-RATES OCCURS 7 TIMES.
               10  FILLER  VALUE SPACES        PIC X(01).
               10  WS-DLQ-RATE                 PIC ZZ9.99.
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DLQ-ACCTS-30                 PIC Z(8)9.
           05  FILLER  VALUE SPACES            PIC X(32).
       01  WS-RPT-RSN-HEAD.
           05  FILLER  VALUE '  RANK  REASON'  PIC X(16).
           05  FILLER  VALUE '   DECLINES'     PIC X(11).
           05  FILLER  VALUE '  % OF DECLINES' PIC X(15).
           05  FILLER  VALUE SPACES            PIC X(90).
       01  WS-RPT-RSN-LINE.
           05  FILLER  VALUE SPACES            PIC X(04).
           05  WS-RSN-RANK                     PIC Z9.
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-RSN-REASON                   PIC X(04).
           05  FILLER  VALUE SPACES            PIC X(04).
           05  WS-RSN-DECLINES                 PIC Z(10)9.
           05  FILLER  VALUE SPACES            PIC X(09).
           05  WS-RSN-PCT                      PIC ZZ9.99.
           05  FILLER  VALUE SPACES            PIC X(90).
       01  WS-RPT-NOTE.
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-NOTE-TEXT                    PIC X(100).
           05  FILLER  VALUE SPACES            PIC X(30).
       01  WS-RPT-BLANK                        PIC X(132)
                                               VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBMIS01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-READ-HISTORY.
           INITIALIZE MIS-HISTORY-RECORD.
           MOVE WS-RPT-DATE      TO MSH-DATE.
           MOVE WS-RUN-TIMESTAMP TO MSH-RUN-TS.
           PERFORM 3000-LOAD-PORTFOLIO-STATS.
           PERFORM 3500-LOAD-AUTH-STATS.
           PERFORM 4000-TALLY-JOURNAL.
           PERFORM 4500-TALLY-DISPUTES.
           PERFORM 4800-COUNT-ACTIVE-CARDS.
           PERFORM 5000-SAVE-HISTORY.
           PERFORM 6000-PRINT-HEADLINES.
           PERFORM 7000-PRINT-DELINQUENCY.
           PERFORM 7500-PRINT-DECLINE-REASONS.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBMIS01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT PRM-INFO FROM SYSIN.
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-FIELDS FROM TIME.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD ' '
                  WS-RUN-HH ':' WS-RUN-MN ':' WS-RUN-SS '.'
                  WS-RUN-HS '0000'
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP
           END-STRING.

           IF P-RPT-DATE(1:4) IS NUMERIC
              AND P-RPT-DATE(5:1) = '-'
              AND P-RPT-DATE(6:2) IS NUMERIC
              AND P-RPT-DATE(8:1) = '-'
              AND P-RPT-DATE(9:2) IS NUMERIC
               MOVE P-RPT-DATE TO WS-RPT-DATE
           ELSE
               MOVE WS-RUN-TIMESTAMP(1:10) TO WS-RPT-DATE
           END-IF.

           MOVE WS-RPT-DATE      TO WS-MONTH-START.
           MOVE '01'             TO WS-MONTH-START(9:2).
           MOVE WS-RPT-DATE(1:4) TO WS-PMS-YYYY.
           MOVE WS-RPT-DATE(6:2) TO WS-PMS-MM.
           IF WS-PMS-MM = 1
               SUBTRACT 1 FROM WS-PMS-YYYY
               MOVE 12 TO WS-PMS-MM
           ELSE
               SUBTRACT 1 FROM WS-PMS-MM
           END-IF.
           DISPLAY 'CBMIS01C REPORT DATE: ' WS-RPT-DATE.

           OPEN INPUT PSTAT-FILE.
           IF PORTSTAT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PORTSTAT'
               MOVE PORTSTAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT ASTAT-FILE.
           IF AUTHSTAT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUTHSTAT'
               MOVE AUTHSTAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT TRANIN-FILE.
           IF TRANIN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GLJEXT'
               MOVE TRANIN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT DISP-FILE.
           IF DISPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DISPFILE'
               MOVE DISPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT CARDFILE-FILE.
           IF CARDFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CARDFILE'
               MOVE CARDFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN I-O MISHIST-FILE.
           IF MISHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MISHIST'
               MOVE MISHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT MISRPT-FILE.
           IF MISRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MISRPT'
               MOVE MISRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
      * History from the first of the prior month up to the day       *
      * before the report date.  The last row read is the prior       *
      * report day; the last row before the month start is the prior  *
      * month's close; rows inside the month add to the month to      *
      * date.  A row already on file for the report date is a rerun   *
      * and is replaced later, not counted.                           *
      *****************************************************************
       2000-READ-HISTORY.
           INITIALIZE WS-PRIOR-METRICS WS-MEND-METRICS WS-MTD-METRICS.
           MOVE WS-PRIOR-MONTH-START-X TO MSH-DATE.
           START MISHIST-FILE KEY IS NOT LESS THAN MSH-DATE
               INVALID KEY
                   SET WS-HIST-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-HIST-DONE
               READ MISHIST-FILE NEXT
                   AT END
                       SET WS-HIST-DONE TO TRUE
                   NOT AT END
                       IF MSH-DATE NOT < WS-RPT-DATE
                           SET WS-HIST-DONE TO TRUE
                       ELSE
                           PERFORM 2100-TAKE-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      *****************************************************************
       2100-TAKE-HISTORY-ROW.
           ADD 1 TO WS-HIST-READ.
           SET WS-HAVE-PRIOR TO TRUE.
           MOVE MSH-DATE TO WS-PRIOR-DATE.
           IF MSH-DATE < WS-MONTH-START
               SET WS-HAVE-MEND TO TRUE
           ELSE
               ADD 1 TO WS-MTD-DAYS
           END-IF.
           PERFORM VARYING WS-MET-SUB FROM 1 BY 1
                   UNTIL WS-MET-SUB > WS-METRIC-CNT
               MOVE MSH-METRIC (WS-MET-SUB) TO WS-PRIOR (WS-MET-SUB)
               IF MSH-DATE < WS-MONTH-START
                   MOVE MSH-METRIC (WS-MET-SUB)
                     TO WS-MEND (WS-MET-SUB)
               ELSE
                   ADD MSH-METRIC (WS-MET-SUB) TO WS-MTD (WS-MET-SUB)
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
      * One PORTSTAT row per account group.  Rows for another date    *
      * mean CBDBL01C has not run for the report date; they are       *
      * reported and left out.                                        *
      *****************************************************************
       3000-LOAD-PORTFOLIO-STATS.
           MOVE 'N' TO END-OF-FILE.
           INITIALIZE WS-PORT-TOTALS.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ PSTAT-FILE
               EVALUATE PORTSTAT-STATUS
                   WHEN '00'
                       ADD 1 TO WS-PSTAT-READ
                       IF PST-STAT-DATE = WS-RPT-DATE
                           PERFORM 3100-TAKE-GROUP-ROW
                       ELSE
                           ADD 1 TO WS-PSTAT-OTHER-DATE
                       END-IF
                   WHEN '10'
                       MOVE 'Y' TO END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERROR READING PORTSTAT'
                       MOVE PORTSTAT-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-PERFORM.
           IF WS-PSTAT-OTHER-DATE > 0
               DISPLAY 'WARNING: PORTSTAT ROWS NOT FOR REPORT DATE: '
                       WS-PSTAT-OTHER-DATE
           END-IF.
           EXIT.

      *****************************************************************
       3100-TAKE-GROUP-ROW.
           ADD PST-OPEN-CNT     TO MSH-OPEN-ACCTS.
           ADD PST-NEW-CNT      TO MSH-NEW-ACCTS.
           ADD PST-CLOSED-CNT   TO MSH-CLOSED-ACCTS.
           ADD PST-BAL-TOTAL    TO MSH-BAL-TOTAL.
           ADD PST-BAL-PURCHASE TO MSH-BAL-PURCHASE.
           ADD PST-BAL-CASH     TO MSH-BAL-CASH.
           ADD PST-BAL-PROMO    TO MSH-BAL-PROMO.

           IF WS-GRP-COUNT < WS-GRP-MAX
               ADD 1 TO WS-GRP-COUNT
               MOVE WS-GRP-COUNT TO WS-GRP-SUB
               INITIALIZE WS-GRP-ENTRY (WS-GRP-SUB)
               MOVE PST-GROUP-ID TO WS-GRP-ID (WS-GRP-SUB)
           ELSE
               MOVE WS-GRP-MAX TO WS-GRP-SUB
               MOVE '*OTHERS*' TO WS-GRP-ID (WS-GRP-SUB)
           END-IF.
           ADD PST-OPEN-CNT  TO WS-GRP-OPEN (WS-GRP-SUB)
                                WS-PORT-OPEN.
           ADD PST-BAL-TOTAL TO WS-GRP-BAL (WS-GRP-SUB)
                                WS-PORT-BAL.
           PERFORM VARYING WS-DLQ-SUB FROM 1 BY 1
                   UNTIL WS-DLQ-SUB > 6
               ADD PST-DLQ-CNT (WS-DLQ-SUB)
                 TO WS-GRP-DLQ-CNT (WS-GRP-SUB, WS-DLQ-SUB)
                    WS-PORT-DLQ-CNT (WS-DLQ-SUB)
                    MSH-DLQ-CNT
               ADD PST-DLQ-BAL (WS-DLQ-SUB)
                 TO WS-GRP-DLQ-BAL (WS-GRP-SUB, WS-DLQ-SUB)
                    WS-PORT-DLQ-BAL (WS-DLQ-SUB)
                    MSH-DLQ-BAL
           END-PERFORM.
           EXIT.

      *****************************************************************
      * CBPAUR1C writes one AUTHSTAT row a run; the row for the       *
      * report date is the one used.                                  *
      *****************************************************************
       3500-LOAD-AUTH-STATS.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ ASTAT-FILE
               EVALUATE AUTHSTAT-STATUS
                   WHEN '00'
                       ADD 1 TO WS-ASTAT-READ
                       IF AST-STAT-DATE = WS-RPT-DATE
                           PERFORM 3600-TAKE-AUTH-ROW
                       END-IF
                   WHEN '10'
                       MOVE 'Y' TO END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERROR READING AUTHSTAT'
                       MOVE AUTHSTAT-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-PERFORM.
           IF NOT WS-AUTH-FOUND
               DISPLAY 'WARNING: NO AUTHSTAT ROW FOR REPORT DATE'
           END-IF.
           EXIT.

      *****************************************************************
       3600-TAKE-AUTH-ROW.
           SET WS-AUTH-FOUND TO TRUE.
           MOVE AST-AUTH-CNT     TO MSH-AUTH-CNT.
           MOVE AST-APPROVED-CNT TO MSH-APPROVED-CNT.
           MOVE AST-DECLINED-CNT TO MSH-DECLINED-CNT.
           MOVE AST-FRAUD-CNT    TO MSH-FRAUD-CNT.
           MOVE AST-FRAUD-AMT    TO MSH-FRAUD-AMT.
           MOVE AST-REASON-CNT   TO WS-RSN-COUNT.
           IF WS-RSN-COUNT > 10
               MOVE 10 TO WS-RSN-COUNT
           END-IF.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > WS-RSN-COUNT
               MOVE AST-RSN-CD (WS-RSN-SUB)
                 TO WS-RSN-CD (WS-RSN-SUB)
               MOVE AST-RSN-DECL-CNT (WS-RSN-SUB)
                 TO WS-RSN-CNT (WS-RSN-SUB)
           END-PERFORM.
           EXIT.

      *****************************************************************
      * Payments, charge-offs and recoveries all post as credits; the *
      * report shows them as positive amounts.                        *
      *****************************************************************
       4000-TALLY-JOURNAL.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ TRANIN-FILE INTO DIST-EXTRACT-RECORD
               EVALUATE TRANIN-STATUS
                   WHEN '00'
                       PERFORM 4100-TAKE-JOURNAL-ROW
                   WHEN '10'
                       MOVE 'Y' TO END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERROR READING GLJEXT'
                       MOVE TRANIN-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-PERFORM.
           IF NOT WS-TRAILER-SEEN
               DISPLAY 'GLJEXT ENDED WITHOUT CONTROL TRAILER - '
                       'EXTRACT INCOMPLETE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           IF WS-JRNL-DATE NOT = WS-RPT-DATE
               DISPLAY 'WARNING: GLJEXT RUN DATE ' WS-JRNL-DATE
                       ' IS NOT THE REPORT DATE'
           END-IF.
           EXIT.

      *****************************************************************
       4100-TAKE-JOURNAL-ROW.
           EVALUATE TRUE
               WHEN DEX-TRAILER-REC
                   PERFORM 4150-VERIFY-TRAILER
               WHEN DEX-DETAIL-REC
                   ADD 1 TO WS-JRNL-READ
                   ADD 1 TO WS-IN-DETAIL-COUNT
                   ADD DEX-AMOUNT TO WS-IN-AMT-TOTAL
                   EVALUATE TRUE
                       WHEN DEX-TYPE-CD = '02' AND DEX-CAT-CD = 0001
                           ADD 1 TO MSH-PAY-CNT
                           SUBTRACT DEX-AMOUNT FROM MSH-PAY-AMT
                       WHEN DEX-TYPE-CD = '06' AND DEX-CAT-CD = 0001
                           ADD 1 TO MSH-CHGOFF-CNT
                           SUBTRACT DEX-AMOUNT FROM MSH-CHGOFF-AMT
                       WHEN DEX-TYPE-CD = '06' AND DEX-CAT-CD = 0002
                           ADD 1 TO MSH-RECOV-CNT
                           SUBTRACT DEX-AMOUNT FROM MSH-RECOV-AMT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY 'UNEXPECTED GLJEXT RECORD TYPE: '
                           DEX-REC-TYPE
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * The hub's trailer must prove the details arrived whole.       *
      *****************************************************************
       4150-VERIFY-TRAILER.
           SET WS-TRAILER-SEEN TO TRUE.
           MOVE DEX-TR-RUN-DATE TO WS-JRNL-DATE.
           IF DEX-TR-COUNT NOT = WS-IN-DETAIL-COUNT
            OR DEX-TR-AMOUNT NOT = WS-IN-AMT-TOTAL
               DISPLAY 'GLJEXT OUT OF BALANCE WITH HUB TRAILER'
               DISPLAY '  TRAILER COUNT: ' DEX-TR-COUNT
                       ' READ: ' WS-IN-DETAIL-COUNT
               DISPLAY '  TRAILER AMT  : ' DEX-TR-AMOUNT
                       ' READ: ' WS-IN-AMT-TOTAL
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
      * A case is open until the CBDSP01C close settles it.           *
      *****************************************************************
       4500-TALLY-DISPUTES.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ DISP-FILE NEXT
               EVALUATE DISPFILE-STATUS
                   WHEN '00'
                       ADD 1 TO WS-DISP-READ
                       IF DIS-OPEN-DATE = WS-RPT-DATE
                           ADD 1 TO MSH-DISP-OPENED
                       END-IF
                       IF DIS-SETTLED
                           IF DIS-CLOSE-DATE = WS-RPT-DATE
                               ADD 1 TO MSH-DISP-CLOSED
                           END-IF
                       ELSE
                           ADD 1 TO MSH-DISP-OPEN-CASES
                       END-IF
                   WHEN '10'
                       MOVE 'Y' TO END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERROR READING DISPFILE'
                       MOVE DISPFILE-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-PERFORM.
           EXIT.

      *****************************************************************
       4800-COUNT-ACTIVE-CARDS.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ CARDFILE-FILE INTO CARD-RECORD
               EVALUATE CARDFILE-STATUS
                   WHEN '00'
                       ADD 1 TO WS-CARDS-READ
                       IF CARD-STS-ACTIVE
                           ADD 1 TO MSH-ACTIVE-CARDS
                       END-IF
                   WHEN '10'
                       MOVE 'Y' TO END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERROR READING CARDFILE'
                       MOVE CARDFILE-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-PERFORM.
           EXIT.

      *****************************************************************
      * Today's row goes on the history; a rerun replaces it.         *
      *****************************************************************
       5000-SAVE-HISTORY.
           PERFORM VARYING WS-MET-SUB FROM 1 BY 1
                   UNTIL WS-MET-SUB > WS-METRIC-CNT
               MOVE MSH-METRIC (WS-MET-SUB) TO WS-TODAY (WS-MET-SUB)
           END-PERFORM.
           WRITE MIS-HISTORY-RECORD.
           EVALUATE MISHIST-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '22'
                   REWRITE MIS-HISTORY-RECORD
                   IF MISHIST-STATUS NOT = '00'
                       DISPLAY 'ERROR REWRITING MISHIST FOR: '
                               WS-RPT-DATE
                       MOVE MISHIST-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   DISPLAY 'MISHIST ROW REPLACED FOR: ' WS-RPT-DATE
               WHEN OTHER
                   DISPLAY 'ERROR WRITING MISHIST FOR: ' WS-RPT-DATE
                   MOVE MISHIST-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * Headline figures with the derived approval and delinquency    *
      * rates.                                                        *
      *****************************************************************
       6000-PRINT-HEADLINES.
           MOVE WS-RPT-DATE TO WS-HDR-RPT-DATE.
           IF WS-HAVE-PRIOR
               MOVE WS-PRIOR-DATE TO WS-HDR-PRIOR-DATE
           ELSE
               MOVE 'NONE'        TO WS-HDR-PRIOR-DATE
           END-IF.
           WRITE FD-MISRPT-REC FROM WS-RPT-HEADER1.
           WRITE FD-MISRPT-REC FROM WS-RPT-BLANK.
           MOVE 'PORTFOLIO SUMMARY' TO WS-SEC-TITLE.
           WRITE FD-MISRPT-REC FROM WS-RPT-SECTION.
           WRITE FD-MISRPT-REC FROM WS-RPT-SUM-HEAD.

           PERFORM VARYING WS-MET-SUB FROM 1 BY 1
                   UNTIL WS-MET-SUB > WS-METRIC-CNT
               PERFORM 6100-PRINT-METRIC
           END-PERFORM.

           WRITE FD-MISRPT-REC FROM WS-RPT-BLANK.
           PERFORM 6200-PRINT-APPROVAL-RATE.
           PERFORM 6300-PRINT-DELINQUENCY-RATE.

           IF NOT WS-AUTH-FOUND
               MOVE SPACES TO WS-NOTE-TEXT
               STRING 'NO AUTHSTAT ROW FOR THE REPORT DATE - '
                      'AUTHORIZATION FIGURES ARE ZERO'
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               END-STRING
               WRITE FD-MISRPT-REC FROM WS-RPT-NOTE
           END-IF.
           IF WS-PSTAT-OTHER-DATE > 0
               MOVE SPACES TO WS-NOTE-TEXT
               STRING 'PORTSTAT ROWS FOR ANOTHER DATE WERE LEFT OUT - '
                      'ACCOUNT FIGURES MAY BE INCOMPLETE'
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               END-STRING
               WRITE FD-MISRPT-REC FROM WS-RPT-NOTE
           END-IF.
           IF WS-JRNL-DATE NOT = WS-RPT-DATE
               MOVE SPACES TO WS-NOTE-TEXT
               STRING 'JOURNAL EXTRACT IS FOR ' WS-JRNL-DATE
                      ' - PAYMENT AND CHARGE-OFF FIGURES ARE THAT DAY'
                      '''S'
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               END-STRING
               WRITE FD-MISRPT-REC FROM WS-RPT-NOTE
           END-IF.
           EXIT.

      *****************************************************************
      * Stock figures compare with the prior month's close, flow      *
      * figures total the month including today.                      *
      *****************************************************************
       6100-PRINT-METRIC.
           EVALUATE WS-MET-SUB
               WHEN 1
                   MOVE 'ACCOUNTS AND CARDS' TO WS-SEC-TITLE
               WHEN 5
                   MOVE 'RECEIVABLES' TO WS-SEC-TITLE
               WHEN 11
                   MOVE 'AUTHORIZATIONS' TO WS-SEC-TITLE
               WHEN 16
                   MOVE 'PAYMENTS' TO WS-SEC-TITLE
               WHEN 18
                   MOVE 'DISPUTES' TO WS-SEC-TITLE
               WHEN 21
                   MOVE 'CHARGE-OFFS AND RECOVERIES' TO WS-SEC-TITLE
               WHEN OTHER
                   MOVE SPACES TO WS-SEC-TITLE
           END-EVALUATE.
           IF WS-SEC-TITLE NOT = SPACES
               WRITE FD-MISRPT-REC FROM WS-RPT-SECTION
           END-IF.

           MOVE WS-MDEF-FMT (WS-MET-SUB)   TO WS-EDIT-FMT.
           MOVE WS-MDEF-LABEL (WS-MET-SUB) TO WS-SUM-LABEL.

           MOVE WS-TODAY (WS-MET-SUB) TO WS-EDIT-IN.
           PERFORM 6900-EDIT-VALUE.
           MOVE WS-EDIT-OUT TO WS-SUM-TODAY.

           IF WS-HAVE-PRIOR
               MOVE WS-PRIOR (WS-MET-SUB) TO WS-EDIT-IN
               PERFORM 6900-EDIT-VALUE
               MOVE WS-EDIT-OUT TO WS-SUM-PRIOR
               COMPUTE WS-EDIT-IN = WS-TODAY (WS-MET-SUB)
                                  - WS-PRIOR (WS-MET-SUB)
               PERFORM 6900-EDIT-VALUE
               MOVE WS-EDIT-OUT TO WS-SUM-CHANGE
           ELSE
               MOVE SPACES TO WS-SUM-PRIOR WS-SUM-CHANGE
           END-IF.

           IF WS-MDEF-STOCK (WS-MET-SUB)
               IF WS-HAVE-MEND
                   COMPUTE WS-EDIT-IN = WS-TODAY (WS-MET-SUB)
                                      - WS-MEND (WS-MET-SUB)
                   PERFORM 6900-EDIT-VALUE
                   MOVE WS-EDIT-OUT TO WS-SUM-MTD
               ELSE
                   MOVE SPACES TO WS-SUM-MTD
               END-IF
           ELSE
               COMPUTE WS-EDIT-IN = WS-TODAY (WS-MET-SUB)
                                  + WS-MTD (WS-MET-SUB)
               PERFORM 6900-EDIT-VALUE
               MOVE WS-EDIT-OUT TO WS-SUM-MTD
           END-IF.
           WRITE FD-MISRPT-REC FROM WS-RPT-SUM-LINE.
           EXIT.

      *****************************************************************
      * Approved as a percentage of authorizations; the month to date *
      * column is the month's own rate.                               *
      *****************************************************************
       6200-PRINT-APPROVAL-RATE.
           MOVE 'APPROVAL RATE %' TO WS-SUM-LABEL.
           MOVE MSH-APPROVED-CNT  TO WS-RATE-NUM.
           MOVE MSH-AUTH-CNT      TO WS-RATE-DEN.
           PERFORM 6950-COMPUTE-RATE.
           MOVE WS-RATE-PCT TO WS-RATE-TODAY.

           MOVE WS-PRIOR (12) TO WS-RATE-NUM.
           MOVE WS-PRIOR (11) TO WS-RATE-DEN.
           PERFORM 6950-COMPUTE-RATE.
           MOVE WS-RATE-PCT TO WS-RATE-PRIOR.

           COMPUTE WS-RATE-NUM = WS-MTD (12) + MSH-APPROVED-CNT.
           COMPUTE WS-RATE-DEN = WS-MTD (11) + MSH-AUTH-CNT.
           PERFORM 6950-COMPUTE-RATE.
           MOVE WS-RATE-PCT TO WS-RATE-MTD.

           PERFORM 6960-WRITE-RATE-LINE.
           EXIT.

      *****************************************************************
      * 30+ day delinquent balance as a percentage of receivables;    *
      * the month to date column is the movement in points since the  *
      * prior month's close.                                          *
      *****************************************************************
       6300-PRINT-DELINQUENCY-RATE.
           MOVE 'DELINQUENCY RATE % (30+)' TO WS-SUM-LABEL.
           MOVE MSH-DLQ-BAL   TO WS-RATE-NUM.
           MOVE MSH-BAL-TOTAL TO WS-RATE-DEN.
           PERFORM 6950-COMPUTE-RATE.
           MOVE WS-RATE-PCT TO WS-RATE-TODAY.

           MOVE WS-PRIOR (10) TO WS-RATE-NUM.
           MOVE WS-PRIOR (5)  TO WS-RATE-DEN.
           PERFORM 6950-COMPUTE-RATE.
           MOVE WS-RATE-PCT TO WS-RATE-PRIOR.

           MOVE WS-MEND (10) TO WS-RATE-NUM.
           MOVE WS-MEND (5)  TO WS-RATE-DEN.
           PERFORM 6950-COMPUTE-RATE.
           COMPUTE WS-RATE-MTD = WS-RATE-TODAY - WS-RATE-PCT.
           IF NOT WS-HAVE-MEND
               SET WS-RATE-NO-MTD TO TRUE
           END-IF.

           PERFORM 6960-WRITE-RATE-LINE.
           EXIT.

      *****************************************************************
      * Edits WS-EDIT-IN into WS-EDIT-OUT as a count, an amount or a  *
      * percentage, by WS-EDIT-FMT.                                   *
      *****************************************************************
       6900-EDIT-VALUE.
           EVALUATE TRUE
               WHEN WS-EDIT-AMOUNT
                   MOVE WS-EDIT-IN TO WS-ED-AMOUNT
                   MOVE WS-ED-AMOUNT TO WS-EDIT-OUT
               WHEN WS-EDIT-RATE
                   MOVE WS-EDIT-IN TO WS-ED-RATE
                   MOVE WS-ED-RATE TO WS-EDIT-OUT
               WHEN OTHER
                   MOVE WS-EDIT-IN TO WS-ED-COUNT
                   MOVE WS-ED-COUNT TO WS-EDIT-OUT
           END-EVALUATE.
           EXIT.

      *****************************************************************
       6950-COMPUTE-RATE.
           IF WS-RATE-DEN > 0
               COMPUTE WS-RATE-PCT ROUNDED =
                       WS-RATE-NUM * 100 / WS-RATE-DEN
           ELSE
               MOVE ZERO TO WS-RATE-PCT
           END-IF.
           EXIT.

      *****************************************************************
       6960-WRITE-RATE-LINE.
           SET WS-EDIT-RATE TO TRUE.
           MOVE WS-RATE-TODAY TO WS-EDIT-IN.
           PERFORM 6900-EDIT-VALUE.
           MOVE WS-EDIT-OUT TO WS-SUM-TODAY.
           IF WS-HAVE-PRIOR
               MOVE WS-RATE-PRIOR TO WS-EDIT-IN
               PERFORM 6900-EDIT-VALUE
               MOVE WS-EDIT-OUT TO WS-SUM-PRIOR
               COMPUTE WS-EDIT-IN = WS-RATE-TODAY - WS-RATE-PRIOR
               PERFORM 6900-EDIT-VALUE
               MOVE WS-EDIT-OUT TO WS-SUM-CHANGE
           ELSE
               MOVE SPACES TO WS-SUM-PRIOR WS-SUM-CHANGE
           END-IF.
           IF WS-RATE-NO-MTD
               MOVE SPACES TO WS-SUM-MTD
           ELSE
               MOVE WS-RATE-MTD TO WS-EDIT-IN
               PERFORM 6900-EDIT-VALUE
               MOVE WS-EDIT-OUT TO WS-SUM-MTD
           END-IF.
           WRITE FD-MISRPT-REC FROM WS-RPT-SUM-LINE.
           MOVE 'N' TO WS-RATE-MTD-SW.
           EXIT.

      *****************************************************************
      * Each bucket's balance as a percentage of the group's          *
      * receivables, with the 30+ total, then the portfolio.          *
      *****************************************************************
       7000-PRINT-DELINQUENCY.
           WRITE FD-MISRPT-REC FROM WS-RPT-BLANK.
           MOVE 'DELINQUENCY BY ACCOUNT GROUP (% OF BALANCE)'
             TO WS-SEC-TITLE.
           WRITE FD-MISRPT-REC FROM WS-RPT-SECTION.
           WRITE FD-MISRPT-REC FROM WS-RPT-DLQ-HEAD.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-COUNT
               IF WS-GRP-ID (WS-GRP-SUB) = SPACES
                   MOVE '(NONE)' TO WS-DLQ-GROUP
               ELSE
                   MOVE WS-GRP-ID (WS-GRP-SUB) TO WS-DLQ-GROUP
               END-IF
               MOVE WS-GRP-OPEN (WS-GRP-SUB) TO WS-DLQ-ACCOUNTS
               MOVE WS-GRP-BAL (WS-GRP-SUB)  TO WS-DLQ-BALANCE
                                                WS-RATE-DEN
               MOVE ZERO TO WS-EDIT-IN
               PERFORM VARYING WS-DLQ-SUB FROM 1 BY 1
                       UNTIL WS-DLQ-SUB > 6
                   MOVE WS-GRP-DLQ-BAL (WS-GRP-SUB, WS-DLQ-SUB)
                     TO WS-RATE-NUM
                   PERFORM 6950-COMPUTE-RATE
                   MOVE WS-RATE-PCT TO WS-DLQ-RATE (WS-DLQ-SUB)
                   ADD WS-GRP-DLQ-CNT (WS-GRP-SUB, WS-DLQ-SUB)
                     TO WS-EDIT-IN
               END-PERFORM
               MOVE WS-EDIT-IN TO WS-DLQ-ACCTS-30
               MOVE ZERO TO WS-RATE-NUM
               PERFORM VARYING WS-DLQ-SUB FROM 1 BY 1
                       UNTIL WS-DLQ-SUB > 6
                   ADD WS-GRP-DLQ-BAL (WS-GRP-SUB, WS-DLQ-SUB)
                     TO WS-RATE-NUM
               END-PERFORM
               PERFORM 6950-COMPUTE-RATE
               MOVE WS-RATE-PCT TO WS-DLQ-RATE (7)
               WRITE FD-MISRPT-REC FROM WS-RPT-DLQ-LINE
           END-PERFORM.

           MOVE 'PORTFOLIO'  TO WS-DLQ-GROUP.
           MOVE WS-PORT-OPEN TO WS-DLQ-ACCOUNTS.
           MOVE WS-PORT-BAL  TO WS-DLQ-BALANCE WS-RATE-DEN.
           PERFORM VARYING WS-DLQ-SUB FROM 1 BY 1
                   UNTIL WS-DLQ-SUB > 6
               MOVE WS-PORT-DLQ-BAL (WS-DLQ-SUB) TO WS-RATE-NUM
               PERFORM 6950-COMPUTE-RATE
               MOVE WS-RATE-PCT TO WS-DLQ-RATE (WS-DLQ-SUB)
           END-PERFORM.
           MOVE MSH-DLQ-CNT TO WS-DLQ-ACCTS-30.
           MOVE MSH-DLQ-BAL TO WS-RATE-NUM.
           PERFORM 6950-COMPUTE-RATE.
           MOVE WS-RATE-PCT TO WS-DLQ-RATE (7).
           WRITE FD-MISRPT-REC FROM WS-RPT-DLQ-LINE.
           EXIT.

      *****************************************************************
       7500-PRINT-DECLINE-REASONS.
           WRITE FD-MISRPT-REC FROM WS-RPT-BLANK.
           MOVE 'TOP AUTHORIZATION DECLINE REASONS' TO WS-SEC-TITLE.
           WRITE FD-MISRPT-REC FROM WS-RPT-SECTION.
           IF WS-RSN-COUNT = 0
               MOVE 'NO DECLINES RECORDED FOR THE REPORT DATE'
                 TO WS-NOTE-TEXT
               WRITE FD-MISRPT-REC FROM WS-RPT-NOTE
               EXIT PARAGRAPH
           END-IF.
           WRITE FD-MISRPT-REC FROM WS-RPT-RSN-HEAD.
           MOVE MSH-DECLINED-CNT TO WS-RATE-DEN.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > WS-RSN-COUNT
               MOVE WS-RSN-SUB               TO WS-RSN-RANK
               MOVE WS-RSN-CD (WS-RSN-SUB)   TO WS-RSN-REASON
               MOVE WS-RSN-CNT (WS-RSN-SUB)  TO WS-RSN-DECLINES
                                                WS-RATE-NUM
               PERFORM 6950-COMPUTE-RATE
               MOVE WS-RATE-PCT TO WS-RSN-PCT
               WRITE FD-MISRPT-REC FROM WS-RPT-RSN-LINE
           END-PERFORM.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBMIS01C DAILY MIS SUMMARY'.
           DISPLAY '  REPORT DATE           : ' WS-RPT-DATE.
           DISPLAY '  PRIOR REPORT DAY      : ' WS-PRIOR-DATE.
           DISPLAY '  HISTORY ROWS READ     : ' WS-HIST-READ.
           DISPLAY '  MONTH DAYS ON FILE    : ' WS-MTD-DAYS.
           DISPLAY '  PORTSTAT ROWS READ    : ' WS-PSTAT-READ.
           DISPLAY '  AUTHSTAT ROWS READ    : ' WS-ASTAT-READ.
           DISPLAY '  JOURNAL DETAILS READ  : ' WS-JRNL-READ.
           DISPLAY '  DISPUTE CASES READ    : ' WS-DISP-READ.
           DISPLAY '  CARDS READ            : ' WS-CARDS-READ.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE PSTAT-FILE.
           CLOSE ASTAT-FILE.
           CLOSE TRANIN-FILE.
           CLOSE DISP-FILE.
           CLOSE CARDFILE-FILE.
           CLOSE MISHIST-FILE.
           CLOSE MISRPT-FILE.
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
