      ******************************************************************
      * PROGRAM     : CBCPL01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Complaint case aging and compliance counts over
      *               the CMPLCASE file the COCPLW0C queue maintains.
      *               AGING (nightly) lists every open or in-work case
      *               with its days open and days left to the
      *               regulatory due date, flagging cases due within
      *               the warning window and cases past due.  MONTHLY
      *               produces the counts by category compliance
      *               reports for a calendar month: received (and of
      *               those routed through a regulator), resolved,
      *               resolved after the due date, and still open at
      *               month end (and of those past due).
      *
      *               Parameter card:  AGING   nnn     (warning days,
      *                                                 default 005)
      *                                MONTHLY CCYY-MM (default the
      *                                                 prior month)
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
       PROGRAM-ID.    CBCPL01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPL-FILE ASSIGN TO CMPLCASE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CPL-CASE-ID
                  FILE STATUS  IS CPLFILE-STATUS.
      *
           SELECT CPLRPT-FILE ASSIGN TO CPLRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CPLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CPL-FILE.
       COPY CVCPL01Y.

       FD  CPLRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-CPLRPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.

       01  CPLFILE-STATUS.
           05  CPLFILE-STAT1       PIC X.
           05  CPLFILE-STAT2       PIC X.
       01  CPLRPT-STATUS.
           05  CPLRPT-STAT1        PIC X.
           05  CPLRPT-STAT2        PIC X.

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
           05  P-FUNCTION          PIC X(07).
               88  P-FUNC-AGING                VALUE 'AGING  '.
               88  P-FUNC-MONTHLY              VALUE 'MONTHLY'.
           05  FILLER              PIC X(01).
           05  P-VALUE             PIC X(07).
           05  P-NEAR-VIEW REDEFINES P-VALUE.
               10  P-NEAR-DAYS     PIC X(03).
               10  FILLER          PIC X(04).
           05  FILLER              PIC X(65).

       01  WS-NEAR-DAYS            PIC S9(03) COMP-3 VALUE 5.

       01  WS-DATE-WORK.
           05  WS-RUN-DAY-NUM      PIC S9(07) COMP-3.
           05  WS-DAY-NUM          PIC S9(07) COMP-3.
           05  WS-DAYS-OPEN        PIC S9(05) COMP-3.
           05  WS-DAYS-LEFT        PIC S9(05) COMP-3.
           05  WS-DATE-N           PIC 9(08).
           05  WS-DATE-IN          PIC X(10).
           05  WS-DATE-OK-SW       PIC X(01).
               88  WS-DATE-OK                 VALUE 'Y'.
       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY         PIC 9(04).
           05  WS-RUN-MM           PIC 9(02).
           05  WS-RUN-DD           PIC 9(02).
       01  WS-RUN-DATE-DASH        PIC X(10).

      *---------------------------------------------------------------*
      * Reporting month for MONTHLY - CCYY-MM and its last day.       *
      *---------------------------------------------------------------*
       01  WS-RPT-MONTH.
           05  WS-RPT-YYYY         PIC 9(04).
           05  FILLER              PIC X(01) VALUE '-'.
           05  WS-RPT-MM           PIC 9(02).
       01  WS-RPT-MONTH-X REDEFINES WS-RPT-MONTH
                                   PIC X(07).
       01  WS-MONTH-END-DATE       PIC X(10).

      *---------------------------------------------------------------*
      * Counts by category; the last slot takes anything unknown.     *
      *---------------------------------------------------------------*
       01  WS-CAT-CODES-INIT.
           05  FILLER              PIC X(44) VALUE
               'BILLFEESRATECRPTCOLLFRAUDISPSERVPRIVOTHR????'.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 11 TIMES.
               10  WS-CAT-CODE             PIC X(04).
               10  WS-CAT-RECEIVED         PIC 9(07) COMP-3.
               10  WS-CAT-VIA-REG          PIC 9(07) COMP-3.
               10  WS-CAT-RESOLVED         PIC 9(07) COMP-3.
               10  WS-CAT-RES-LATE         PIC 9(07) COMP-3.
               10  WS-CAT-OPEN-END         PIC 9(07) COMP-3.
               10  WS-CAT-OPEN-PAST        PIC 9(07) COMP-3.
       01  WS-CAT-MAX              PIC S9(04) COMP VALUE 11.
       01  WS-CAT-SUB              PIC S9(04) COMP.
       01  WS-CAT-HIT-SUB          PIC S9(04) COMP.
       01  WS-CAT-TOTALS.
           05  WS-TOT-RECEIVED             PIC 9(07) COMP-3 VALUE 0.
           05  WS-TOT-VIA-REG              PIC 9(07) COMP-3 VALUE 0.
           05  WS-TOT-RESOLVED             PIC 9(07) COMP-3 VALUE 0.
           05  WS-TOT-RES-LATE             PIC 9(07) COMP-3 VALUE 0.
           05  WS-TOT-OPEN-END             PIC 9(07) COMP-3 VALUE 0.
           05  WS-TOT-OPEN-PAST            PIC 9(07) COMP-3 VALUE 0.

       01  WS-RUN-COUNTS.
           05  WS-CASES-READ               PIC 9(09) VALUE 0.
           05  WS-CASES-OPEN               PIC 9(09) VALUE 0.
           05  WS-CASES-NEAR               PIC 9(09) VALUE 0.
           05  WS-CASES-PAST               PIC 9(09) VALUE 0.
           05  WS-BAD-DATE-COUNT           PIC 9(09) VALUE 0.

      *---------------------------------------------------------------*
      * Aging report lines.                                           *
      *---------------------------------------------------------------*
       01  WS-AGE-HEADER1.
           05  FILLER  VALUE 'CBCPL01C  COMPLAINT AGING REPORT      '
                                               PIC X(40).
           05  FILLER  VALUE 'RUN DATE: '      PIC X(10).
           05  WS-AH-RUN-DATE                  PIC X(10).
           05  FILLER  VALUE '  WARNING DAYS: ' PIC X(16).
           05  WS-AH-NEAR-DAYS                 PIC ZZ9.
           05  FILLER  VALUE SPACES            PIC X(53).
       01  WS-AGE-HEADER2.
           05  FILLER  VALUE 'CASE ID         ' PIC X(17).
           05  FILLER  VALUE 'CUSTOMER  '       PIC X(10).
           05  FILLER  VALUE 'ACCOUNT     '     PIC X(12).
           05  FILLER  VALUE 'CAT  '            PIC X(05).
           05  FILLER  VALUE 'C '               PIC X(02).
           05  FILLER  VALUE 'RECEIVED   '      PIC X(11).
           05  FILLER  VALUE 'DUE        '      PIC X(11).
           05  FILLER  VALUE 'OPEN '            PIC X(05).
           05  FILLER  VALUE ' LEFT '           PIC X(06).
           05  FILLER  VALUE 'S '               PIC X(02).
           05  FILLER  VALUE 'ASSIGNED '        PIC X(09).
           05  FILLER  VALUE 'FLAG'             PIC X(42).
       01  WS-AGE-DETAIL.
           05  WS-AD-CASE-ID                   PIC X(16).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-AD-CUST-ID                   PIC 9(09).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-AD-ACCT-ID                   PIC 9(11).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-AD-CATEGORY                  PIC X(04).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-AD-CHANNEL                   PIC X(01).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-AD-RECEIVED                  PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-AD-DUE                       PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-AD-DAYS-OPEN                 PIC ZZZ9.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-AD-DAYS-LEFT                 PIC ZZZ9-.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-AD-STATUS                    PIC X(01).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-AD-ASSIGNED                  PIC X(08).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-AD-FLAG                      PIC X(20).
           05  FILLER  VALUE SPACES            PIC X(22).

      *---------------------------------------------------------------*
      * Monthly compliance count lines.                               *
      *---------------------------------------------------------------*
       01  WS-MON-HEADER1.
           05  FILLER  VALUE 'CBCPL01C  COMPLAINT COUNTS BY CATEGORY '
                                               PIC X(40).
           05  FILLER  VALUE 'MONTH: '         PIC X(07).
           05  WS-MH-MONTH                     PIC X(07).
           05  FILLER  VALUE '  RUN DATE: '    PIC X(12).
           05  WS-MH-RUN-DATE                  PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(56).
       01  WS-MON-HEADER2.
           05  FILLER  VALUE 'CATEGORY'        PIC X(10).
           05  FILLER  VALUE '  RECEIVED'      PIC X(10).
           05  FILLER  VALUE ' VIA REGLTR'     PIC X(11).
           05  FILLER  VALUE '  RESOLVED'      PIC X(10).
           05  FILLER  VALUE ' RESOLV LATE'    PIC X(12).
           05  FILLER  VALUE ' OPEN AT END'    PIC X(12).
           05  FILLER  VALUE '  PAST DUE'      PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(57).
       01  WS-MON-DETAIL.
           05  WS-MD-CATEGORY                  PIC X(10).
           05  WS-MD-RECEIVED                  PIC Z(9)9.
           05  WS-MD-VIA-REG                   PIC Z(10)9.
           05  WS-MD-RESOLVED                  PIC Z(9)9.
           05  WS-MD-RES-LATE                  PIC Z(11)9.
           05  WS-MD-OPEN-END                  PIC Z(11)9.
           05  WS-MD-OPEN-PAST                 PIC Z(9)9.
           05  FILLER  VALUE SPACES            PIC X(57).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBCPL01C'.
           PERFORM 1000-INITIALIZE.
           EVALUATE TRUE
               WHEN P-FUNC-AGING
                   PERFORM 2000-AGE-CASES
               WHEN P-FUNC-MONTHLY
                   PERFORM 3000-COUNT-MONTH
                   PERFORM 3900-PRINT-MONTH-COUNTS
           END-EVALUATE.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBCPL01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT PRM-INFO FROM SYSIN.
           DISPLAY 'CBCPL01C FUNCTION: ' P-FUNCTION ' ' P-VALUE.
           IF NOT P-FUNC-AGING AND NOT P-FUNC-MONTHLY
               DISPLAY 'INVALID FUNCTION CARD: ' PRM-INFO
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE-DASH
           END-STRING.
           MOVE WS-RUN-DATE-DASH TO WS-DATE-IN.
           PERFORM 7000-DATE-TO-DAY-NUM.
           MOVE WS-DAY-NUM TO WS-RUN-DAY-NUM.

           IF P-FUNC-AGING
               IF P-NEAR-DAYS IS NUMERIC
                   MOVE P-NEAR-DAYS TO WS-NEAR-DAYS
               END-IF
               DISPLAY 'CBCPL01C WARNING DAYS: ' WS-NEAR-DAYS
           END-IF.
           IF P-FUNC-MONTHLY
               PERFORM 1100-SET-REPORT-MONTH
           END-IF.

           OPEN INPUT CPL-FILE.
           IF CPLFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CMPLCASE'
               MOVE CPLFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN OUTPUT CPLRPT-FILE.
           IF CPLRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CPLRPT'
               MOVE CPLRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           IF P-FUNC-AGING
               MOVE WS-RUN-DATE-DASH TO WS-AH-RUN-DATE
               MOVE WS-NEAR-DAYS     TO WS-AH-NEAR-DAYS
               WRITE FD-CPLRPT-REC FROM WS-AGE-HEADER1
               WRITE FD-CPLRPT-REC FROM WS-AGE-HEADER2
           ELSE
               MOVE WS-RPT-MONTH-X   TO WS-MH-MONTH
               MOVE WS-RUN-DATE-DASH TO WS-MH-RUN-DATE
               WRITE FD-CPLRPT-REC FROM WS-MON-HEADER1
               WRITE FD-CPLRPT-REC FROM WS-MON-HEADER2
           END-IF.

      *****************************************************************
      * The month on the card, or the one before the run month, and   *
      * its last day (the day before the first of the next month).    *
      *****************************************************************
       1100-SET-REPORT-MONTH.
           IF P-VALUE(1:4) IS NUMERIC
              AND P-VALUE(5:1) = '-'
              AND P-VALUE(6:2) IS NUMERIC
              AND P-VALUE(6:2) >= '01' AND P-VALUE(6:2) <= '12'
               MOVE P-VALUE(1:4) TO WS-RPT-YYYY
               MOVE P-VALUE(6:2) TO WS-RPT-MM
           ELSE
               IF WS-RUN-MM = 1
                   COMPUTE WS-RPT-YYYY = WS-RUN-YYYY - 1
                   MOVE 12 TO WS-RPT-MM
               ELSE
                   MOVE WS-RUN-YYYY TO WS-RPT-YYYY
                   COMPUTE WS-RPT-MM = WS-RUN-MM - 1
               END-IF
           END-IF.
           DISPLAY 'CBCPL01C REPORT MONTH: ' WS-RPT-MONTH-X.

           IF WS-RPT-MM = 12
               COMPUTE WS-DATE-N = (WS-RPT-YYYY + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-DATE-N =
                   WS-RPT-YYYY * 10000 + (WS-RPT-MM + 1) * 100 + 1
           END-IF.
           COMPUTE WS-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (WS-DATE-N) - 1.
           COMPUTE WS-DATE-N = FUNCTION DATE-OF-INTEGER (WS-DAY-NUM).
           STRING WS-DATE-N(1:4) '-' WS-DATE-N(5:2) '-' WS-DATE-N(7:2)
               DELIMITED BY SIZE INTO WS-MONTH-END-DATE
           END-STRING.

           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-MAX
               MOVE WS-CAT-CODES-INIT((WS-CAT-SUB - 1) * 4 + 1:4)
                 TO WS-CAT-CODE (WS-CAT-SUB)
               MOVE ZERO TO WS-CAT-RECEIVED  (WS-CAT-SUB)
                            WS-CAT-VIA-REG   (WS-CAT-SUB)
                            WS-CAT-RESOLVED  (WS-CAT-SUB)
                            WS-CAT-RES-LATE  (WS-CAT-SUB)
                            WS-CAT-OPEN-END  (WS-CAT-SUB)
                            WS-CAT-OPEN-PAST (WS-CAT-SUB)
           END-PERFORM.

      *****************************************************************
      * AGING: every case still open or in work goes on the report.   *
      *****************************************************************
       2000-AGE-CASES.
           PERFORM 2100-READ-CASE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               ADD 1 TO WS-CASES-READ
               IF CPL-WORKABLE
                   PERFORM 2200-AGE-ONE-CASE
               END-IF
               PERFORM 2100-READ-CASE
           END-PERFORM.

      *****************************************************************
       2100-READ-CASE.
           READ CPL-FILE.
           EVALUATE CPLFILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING CMPLCASE'
                   MOVE CPLFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
       2200-AGE-ONE-CASE.
           ADD 1 TO WS-CASES-OPEN.
           MOVE ZERO TO WS-DAYS-OPEN.
           MOVE ZERO TO WS-DAYS-LEFT.
           MOVE SPACES TO WS-AD-FLAG.

           MOVE CPL-RECEIVED-DATE TO WS-DATE-IN.
           PERFORM 7000-DATE-TO-DAY-NUM.
           IF WS-DATE-OK
               COMPUTE WS-DAYS-OPEN = WS-RUN-DAY-NUM - WS-DAY-NUM
           END-IF.

           MOVE CPL-DUE-DATE TO WS-DATE-IN.
           PERFORM 7000-DATE-TO-DAY-NUM.
           IF WS-DATE-OK
               COMPUTE WS-DAYS-LEFT = WS-DAY-NUM - WS-RUN-DAY-NUM
               EVALUATE TRUE
                   WHEN WS-DAYS-LEFT < 0
                       MOVE '** PAST DUE **' TO WS-AD-FLAG
                       ADD 1 TO WS-CASES-PAST
                   WHEN WS-DAYS-LEFT <= WS-NEAR-DAYS
                       MOVE 'DUE SOON' TO WS-AD-FLAG
                       ADD 1 TO WS-CASES-NEAR
               END-EVALUATE
           ELSE
               MOVE 'DUE DATE INVALID' TO WS-AD-FLAG
               ADD 1 TO WS-BAD-DATE-COUNT
           END-IF.

           MOVE CPL-CASE-ID       TO WS-AD-CASE-ID.
           MOVE CPL-CUST-ID       TO WS-AD-CUST-ID.
           MOVE CPL-ACCT-ID       TO WS-AD-ACCT-ID.
           MOVE CPL-CATEGORY      TO WS-AD-CATEGORY.
           MOVE CPL-CHANNEL       TO WS-AD-CHANNEL.
           MOVE CPL-RECEIVED-DATE TO WS-AD-RECEIVED.
           MOVE CPL-DUE-DATE      TO WS-AD-DUE.
           MOVE WS-DAYS-OPEN      TO WS-AD-DAYS-OPEN.
           MOVE WS-DAYS-LEFT      TO WS-AD-DAYS-LEFT.
           MOVE CPL-STATUS        TO WS-AD-STATUS.
           MOVE CPL-ASSIGNED-TO   TO WS-AD-ASSIGNED.
           WRITE FD-CPLRPT-REC FROM WS-AGE-DETAIL.
           IF CPLRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CPLRPT'
               MOVE CPLRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
      * MONTHLY: every case on file is weighed against the month.     *
      *****************************************************************
       3000-COUNT-MONTH.
           PERFORM 2100-READ-CASE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               ADD 1 TO WS-CASES-READ
               PERFORM 3100-COUNT-ONE-CASE
               PERFORM 2100-READ-CASE
           END-PERFORM.

      *****************************************************************
      * Dates are CCYY-MM-DD, so they compare as text.  A case is     *
      * open at month end when it was received by then and was not   *
      * resolved by then.                                             *
      *****************************************************************
       3100-COUNT-ONE-CASE.
           PERFORM 3200-FIND-CAT-SLOT.

           IF CPL-RECEIVED-DATE(1:7) = WS-RPT-MONTH-X
               ADD 1 TO WS-CAT-RECEIVED (WS-CAT-HIT-SUB)
               IF CPL-CH-REGULATOR
                   ADD 1 TO WS-CAT-VIA-REG (WS-CAT-HIT-SUB)
               END-IF
           END-IF.

           IF CPL-RESOLVED
              AND CPL-RESOLVED-DATE(1:7) = WS-RPT-MONTH-X
               ADD 1 TO WS-CAT-RESOLVED (WS-CAT-HIT-SUB)
               IF CPL-RESOLVED-DATE > CPL-DUE-DATE
                   ADD 1 TO WS-CAT-RES-LATE (WS-CAT-HIT-SUB)
               END-IF
           END-IF.

           IF CPL-RECEIVED-DATE <= WS-MONTH-END-DATE
              AND (CPL-WORKABLE
                   OR CPL-RESOLVED-DATE > WS-MONTH-END-DATE)
               ADD 1 TO WS-CAT-OPEN-END (WS-CAT-HIT-SUB)
               IF CPL-DUE-DATE < WS-MONTH-END-DATE
                   ADD 1 TO WS-CAT-OPEN-PAST (WS-CAT-HIT-SUB)
               END-IF
           END-IF.
           EXIT.

      *****************************************************************
       3200-FIND-CAT-SLOT.
           MOVE WS-CAT-MAX TO WS-CAT-HIT-SUB.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB >= WS-CAT-MAX
               IF WS-CAT-CODE (WS-CAT-SUB) = CPL-CATEGORY
                   MOVE WS-CAT-SUB TO WS-CAT-HIT-SUB
                   MOVE WS-CAT-MAX TO WS-CAT-SUB
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
       3900-PRINT-MONTH-COUNTS.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-MAX
               IF WS-CAT-SUB < WS-CAT-MAX
                  OR WS-CAT-RECEIVED (WS-CAT-SUB) > 0
                  OR WS-CAT-OPEN-END (WS-CAT-SUB) > 0
                  OR WS-CAT-RESOLVED (WS-CAT-SUB) > 0
                   MOVE WS-CAT-CODE (WS-CAT-SUB) TO WS-MD-CATEGORY
                   MOVE WS-CAT-RECEIVED (WS-CAT-SUB)
                     TO WS-MD-RECEIVED
                   MOVE WS-CAT-VIA-REG (WS-CAT-SUB) TO WS-MD-VIA-REG
                   MOVE WS-CAT-RESOLVED (WS-CAT-SUB)
                     TO WS-MD-RESOLVED
                   MOVE WS-CAT-RES-LATE (WS-CAT-SUB)
                     TO WS-MD-RES-LATE
                   MOVE WS-CAT-OPEN-END (WS-CAT-SUB)
                     TO WS-MD-OPEN-END
                   MOVE WS-CAT-OPEN-PAST (WS-CAT-SUB)
                     TO WS-MD-OPEN-PAST
                   WRITE FD-CPLRPT-REC FROM WS-MON-DETAIL
               END-IF
               ADD WS-CAT-RECEIVED  (WS-CAT-SUB) TO WS-TOT-RECEIVED
               ADD WS-CAT-VIA-REG   (WS-CAT-SUB) TO WS-TOT-VIA-REG
               ADD WS-CAT-RESOLVED  (WS-CAT-SUB) TO WS-TOT-RESOLVED
               ADD WS-CAT-RES-LATE  (WS-CAT-SUB) TO WS-TOT-RES-LATE
               ADD WS-CAT-OPEN-END  (WS-CAT-SUB) TO WS-TOT-OPEN-END
               ADD WS-CAT-OPEN-PAST (WS-CAT-SUB) TO WS-TOT-OPEN-PAST
           END-PERFORM.

           MOVE 'TOTAL'            TO WS-MD-CATEGORY.
           MOVE WS-TOT-RECEIVED    TO WS-MD-RECEIVED.
           MOVE WS-TOT-VIA-REG     TO WS-MD-VIA-REG.
           MOVE WS-TOT-RESOLVED    TO WS-MD-RESOLVED.
           MOVE WS-TOT-RES-LATE    TO WS-MD-RES-LATE.
           MOVE WS-TOT-OPEN-END    TO WS-MD-OPEN-END.
           MOVE WS-TOT-OPEN-PAST   TO WS-MD-OPEN-PAST.
           WRITE FD-CPLRPT-REC FROM WS-MON-DETAIL.
           EXIT.

      *****************************************************************
      * CCYY-MM-DD in WS-DATE-IN to a day number in WS-DAY-NUM.       *
      *****************************************************************
       7000-DATE-TO-DAY-NUM.
           MOVE 'N' TO WS-DATE-OK-SW.
           MOVE ZERO TO WS-DAY-NUM.
           IF WS-DATE-IN(1:4) NOT NUMERIC
              OR WS-DATE-IN(6:2) NOT NUMERIC
              OR WS-DATE-IN(9:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DATE-N =
               FUNCTION NUMVAL (WS-DATE-IN(1:4)) * 10000
               + FUNCTION NUMVAL (WS-DATE-IN(6:2)) * 100
               + FUNCTION NUMVAL (WS-DATE-IN(9:2)).
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-N) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (WS-DATE-N).
           SET WS-DATE-OK TO TRUE.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBCPL01C COMPLAINT CASE SUMMARY'.
           DISPLAY '  CASES READ            : ' WS-CASES-READ.
           IF P-FUNC-AGING
               DISPLAY '  OPEN OR IN WORK       : ' WS-CASES-OPEN
               DISPLAY '  DUE WITHIN WARNING    : ' WS-CASES-NEAR
               DISPLAY '  PAST DUE              : ' WS-CASES-PAST
               DISPLAY '  INVALID DUE DATES     : ' WS-BAD-DATE-COUNT
           ELSE
               DISPLAY '  RECEIVED IN MONTH     : ' WS-TOT-RECEIVED
               DISPLAY '  RESOLVED IN MONTH     : ' WS-TOT-RESOLVED
               DISPLAY '  OPEN AT MONTH END     : ' WS-TOT-OPEN-END
           END-IF.
           DISPLAY '================================================'.
           IF WS-CASES-PAST > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE CPL-FILE.
           CLOSE CPLRPT-FILE.
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
