      ******************************************************************
      * PROGRAM     : CBAGY03C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Monthly collections agency liquidation report.
      *               For each agency on AGENCYMS: the dollars placed
      *               with it during the report month, the dollars it
      *               recovered and the commission it kept on the
      *               month's remittances (AGYRMHST, by intake date),
      *               the placements it still holds, and its life-to-
      *               date placed, recovered and commission dollars
      *               with the liquidation rate - recovered as a
      *               percentage of placed.
      *
      *               SYSIN card: CCYY-MM (default the prior month).
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
       PROGRAM-ID.    CBAGY03C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCY-FILE ASSIGN TO AGENCYMS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS AGY-ID
                  FILE STATUS  IS AGENCYMS-STATUS.
      *
           SELECT PLACE-FILE ASSIGN TO AGYPLACE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS APL-KEY
                  FILE STATUS  IS AGYPLACE-STATUS.
      *
      *    Remittance history written by CBAGY02C - the month's
      *    generations concatenated.
           SELECT HIST-FILE ASSIGN TO AGYRMHST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS AGYRMHST-STATUS.
      *
           SELECT LIQRPT-FILE ASSIGN TO LIQRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS LIQRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENCY-FILE.
       COPY CVAGY01Y.

       FD  PLACE-FILE.
       COPY CVAGY02Y.

       FD  HIST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-HIST-REC.
           05 FD-RH-AGENCY-ID                   PIC X(04).
           05 FD-RH-ACCT-ID                     PIC 9(11).
           05 FD-RH-PLACE-SEQ                   PIC 9(02).
           05 FD-RH-DATE                        PIC X(10).
           05 FD-RH-AMOUNT                      PIC 9(09)V99.
           05 FD-RH-COMMISSION                  PIC 9(07)V99.
           05 FD-RH-REFERENCE                   PIC X(16).
           05 FD-RH-INTAKE-DATE                 PIC X(10).
           05 FILLER                            PIC X(07).

       FD  LIQRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-LIQRPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.

       01  AGENCYMS-STATUS.
           05  AGENCYMS-STAT1      PIC X.
           05  AGENCYMS-STAT2      PIC X.
       01  AGYPLACE-STATUS.
           05  AGYPLACE-STAT1      PIC X.
           05  AGYPLACE-STAT2      PIC X.
       01  AGYRMHST-STATUS.
           05  AGYRMHST-STAT1      PIC X.
           05  AGYRMHST-STAT2      PIC X.
       01  LIQRPT-STATUS.
           05  LIQRPT-STAT1        PIC X.
           05  LIQRPT-STAT2        PIC X.

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
           05  P-MONTH             PIC X(07).
           05  FILLER              PIC X(73).

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY         PIC 9(04).
           05  WS-RUN-MM           PIC 9(02).
           05  WS-RUN-DD           PIC 9(02).
       01  WS-RUN-DATE-DASH        PIC X(10).

      *---------------------------------------------------------------*
      * Reporting month - CCYY-MM.                                    *
      *---------------------------------------------------------------*
       01  WS-RPT-MONTH.
           05  WS-RPT-YYYY         PIC 9(04).
           05  FILLER              PIC X(01) VALUE '-'.
           05  WS-RPT-MM           PIC 9(02).
       01  WS-RPT-MONTH-X REDEFINES WS-RPT-MONTH
                                   PIC X(07).

      *---------------------------------------------------------------*
      * Per-agency accumulators; the last slot takes placements and   *
      * remittances for an agency no longer on the master.            *
      *---------------------------------------------------------------*
       01  WS-AGY-TABLE.
           05  WS-AGY-ENTRY OCCURS 51 TIMES.
               10  WS-AGY-ID               PIC X(04).
               10  WS-AGY-NAME             PIC X(30).
               10  WS-AGY-MTD-PLACED-CNT   PIC 9(07).
               10  WS-AGY-MTD-PLACED-AMT   PIC S9(11)V99 COMP-3.
               10  WS-AGY-MTD-RECOVERED    PIC S9(11)V99 COMP-3.
               10  WS-AGY-MTD-COMMISSION   PIC S9(11)V99 COMP-3.
               10  WS-AGY-OPEN-CNT         PIC 9(07).
               10  WS-AGY-LTD-PLACED-AMT   PIC S9(11)V99 COMP-3.
               10  WS-AGY-LTD-RECOVERED    PIC S9(11)V99 COMP-3.
               10  WS-AGY-LTD-COMMISSION   PIC S9(11)V99 COMP-3.
       01  WS-AGY-MAX              PIC S9(4) COMP VALUE 50.
       01  WS-AGY-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-AGY-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-AGY-OTHER            PIC S9(4) COMP VALUE 51.
       01  WS-FIND-AGENCY          PIC X(04).

       01  WS-LIQ-PCT              PIC S9(05)V99 COMP-3 VALUE 0.
       01  WS-GRAND-TOTALS.
           05  WS-TOT-MTD-PLACED-CNT   PIC 9(07) VALUE 0.
           05  WS-TOT-MTD-PLACED-AMT   PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-MTD-RECOVERED    PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-MTD-COMMISSION   PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-OPEN-CNT         PIC 9(07) VALUE 0.
           05  WS-TOT-LTD-PLACED-AMT   PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-LTD-RECOVERED    PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-LTD-COMMISSION   PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-RUN-COUNTS.
           05  WS-PLACEMENTS-READ          PIC 9(09) VALUE 0.
           05  WS-REMITS-READ              PIC 9(09) VALUE 0.
           05  WS-REMITS-IN-MONTH          PIC 9(09) VALUE 0.

      *---------------------------------------------------------------*
      * Report lines.                                                 *
      *---------------------------------------------------------------*
       01  WS-LIQ-HEADER1.
           05  FILLER  VALUE 'CBAGY03C  AGENCY LIQUIDATION REPORT'
                                               PIC X(40).
           05  FILLER  VALUE 'MONTH: '         PIC X(07).
           05  WS-HDR-MONTH                    PIC X(07).
           05  FILLER  VALUE SPACES            PIC X(04).
           05  FILLER  VALUE 'RUN DATE: '      PIC X(10).
           05  WS-HDR-RUN-DATE                 PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(54).
       01  WS-LIQ-HEADER2.
           05  FILLER  VALUE SPACES            PIC X(36).
           05  FILLER  VALUE '---------------- THIS MONTH -------'
                                               PIC X(35).
           05  FILLER  VALUE '----------   '   PIC X(13).
           05  FILLER  VALUE '----------------- LIFE TO DATE ---'
                                               PIC X(34).
           05  FILLER  VALUE '----------'      PIC X(14).
       01  WS-LIQ-HEADER3.
           05  FILLER  VALUE 'AGCY'            PIC X(05).
           05  FILLER  VALUE 'AGENCY NAME'     PIC X(22).
           05  FILLER  VALUE ' PLACED#'        PIC X(08).
           05  FILLER  VALUE '    PLACED $'    PIC X(14).
           05  FILLER  VALUE ' RECOVERED $'    PIC X(14).
           05  FILLER  VALUE 'COMMISSION $'    PIC X(14).
           05  FILLER  VALUE '  OPEN#'         PIC X(07).
           05  FILLER  VALUE '    PLACED $'    PIC X(14).
           05  FILLER  VALUE ' RECOVERED $'    PIC X(14).
           05  FILLER  VALUE 'COMMISSION $'    PIC X(13).
           05  FILLER  VALUE '  LIQ %'         PIC X(07).
       01  WS-LIQ-DETAIL.
           05  WS-DTL-AGENCY                   PIC X(04).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-NAME                     PIC X(20).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-MTD-CNT                  PIC Z(6)9.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-MTD-PLACED               PIC Z(9)9.99.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-MTD-RECOVERED            PIC Z(9)9.99.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-MTD-COMMISSION           PIC Z(9)9.99.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-OPEN-CNT                 PIC Z(5)9.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-LTD-PLACED               PIC Z(9)9.99.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-LTD-RECOVERED            PIC Z(9)9.99.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-LTD-COMMISSION           PIC Z(9)9.99.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-LIQ-PCT                  PIC ZZZ9.99.
           05  FILLER  VALUE SPACES            PIC X(02).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBAGY03C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-LOAD-AGENCIES.
           PERFORM 2000-ACCUMULATE-PLACEMENTS.
           PERFORM 3000-ACCUMULATE-REMITTANCES.
           PERFORM 4000-PRINT-REPORT.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBAGY03C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT PRM-INFO FROM SYSIN.
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE-DASH
           END-STRING.
           IF P-MONTH(1:4) IS NUMERIC
              AND P-MONTH(5:1) = '-'
              AND P-MONTH(6:2) IS NUMERIC
              AND P-MONTH(6:2) >= '01' AND P-MONTH(6:2) <= '12'
               MOVE P-MONTH(1:4) TO WS-RPT-YYYY
               MOVE P-MONTH(6:2) TO WS-RPT-MM
           ELSE
               IF WS-RUN-MM = 1
                   COMPUTE WS-RPT-YYYY = WS-RUN-YYYY - 1
                   MOVE 12 TO WS-RPT-MM
               ELSE
                   MOVE WS-RUN-YYYY TO WS-RPT-YYYY
                   COMPUTE WS-RPT-MM = WS-RUN-MM - 1
               END-IF
           END-IF.
           DISPLAY 'CBAGY03C REPORT MONTH: ' WS-RPT-MONTH-X.

           OPEN INPUT AGENCY-FILE.
           IF AGENCYMS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGENCYMS'
               MOVE AGENCYMS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT PLACE-FILE.
           IF AGYPLACE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGYPLACE'
               MOVE AGYPLACE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT HIST-FILE.
           IF AGYRMHST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGYRMHST'
               MOVE AGYRMHST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT LIQRPT-FILE.
           IF LIQRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LIQRPT'
               MOVE LIQRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           MOVE WS-RPT-MONTH-X   TO WS-HDR-MONTH.
           MOVE WS-RUN-DATE-DASH TO WS-HDR-RUN-DATE.
           WRITE FD-LIQRPT-REC FROM WS-LIQ-HEADER1.
           WRITE FD-LIQRPT-REC FROM WS-LIQ-HEADER2.
           WRITE FD-LIQRPT-REC FROM WS-LIQ-HEADER3.

      *****************************************************************
       1100-LOAD-AGENCIES.
           INITIALIZE WS-AGY-TABLE.
           MOVE '????'              TO WS-AGY-ID   (WS-AGY-OTHER).
           MOVE 'NOT ON AGENCY MASTER'
                                    TO WS-AGY-NAME (WS-AGY-OTHER).
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ AGENCY-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF WS-AGY-COUNT >= WS-AGY-MAX
                           DISPLAY 'WARNING: AGENCY TABLE FULL, '
                                   'REPORTING UNDER ????: ' AGY-ID
                       ELSE
                           ADD 1 TO WS-AGY-COUNT
                           MOVE AGY-ID   TO WS-AGY-ID   (WS-AGY-COUNT)
                           MOVE AGY-NAME TO WS-AGY-NAME (WS-AGY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO END-OF-FILE.
           EXIT.

      *****************************************************************
       2000-ACCUMULATE-PLACEMENTS.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ PLACE-FILE
               EVALUATE AGYPLACE-STATUS
                   WHEN '00'
                       ADD 1 TO WS-PLACEMENTS-READ
                       MOVE APL-AGENCY-ID TO WS-FIND-AGENCY
                       PERFORM 5000-FIND-AGENCY
                       PERFORM 2100-ADD-PLACEMENT
                   WHEN '10'
                       MOVE 'Y' TO END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERROR READING AGYPLACE'
                       MOVE AGYPLACE-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-PERFORM.
           MOVE 'N' TO END-OF-FILE.
           EXIT.

      *****************************************************************
       2100-ADD-PLACEMENT.
           IF APL-PLACED-DATE(1:7) = WS-RPT-MONTH-X
               ADD 1 TO WS-AGY-MTD-PLACED-CNT (WS-AGY-SUB)
               ADD APL-PLACED-AMT TO WS-AGY-MTD-PLACED-AMT (WS-AGY-SUB)
           END-IF.
           IF APL-PLACED
               ADD 1 TO WS-AGY-OPEN-CNT (WS-AGY-SUB)
           END-IF.
           ADD APL-PLACED-AMT     TO WS-AGY-LTD-PLACED-AMT (WS-AGY-SUB).
           ADD APL-RECOVERED-AMT  TO WS-AGY-LTD-RECOVERED  (WS-AGY-SUB).
           ADD APL-COMMISSION-AMT TO WS-AGY-LTD-COMMISSION (WS-AGY-SUB).
           EXIT.

      *****************************************************************
      * The month's recoveries are the remittances taken in during    *
      * the month, whatever date the agency collected them.           *
      *****************************************************************
       3000-ACCUMULATE-REMITTANCES.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ HIST-FILE
               EVALUATE AGYRMHST-STATUS
                   WHEN '00'
                       ADD 1 TO WS-REMITS-READ
                       IF FD-RH-INTAKE-DATE(1:7) = WS-RPT-MONTH-X
                           ADD 1 TO WS-REMITS-IN-MONTH
                           MOVE FD-RH-AGENCY-ID TO WS-FIND-AGENCY
                           PERFORM 5000-FIND-AGENCY
                           ADD FD-RH-AMOUNT TO
                               WS-AGY-MTD-RECOVERED (WS-AGY-SUB)
                           ADD FD-RH-COMMISSION TO
                               WS-AGY-MTD-COMMISSION (WS-AGY-SUB)
                       END-IF
                   WHEN '10'
                       MOVE 'Y' TO END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERROR READING AGYRMHST'
                       MOVE AGYRMHST-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-PERFORM.
           EXIT.

      *****************************************************************
       4000-PRINT-REPORT.
           PERFORM VARYING WS-AGY-SUB FROM 1 BY 1
                   UNTIL WS-AGY-SUB > WS-AGY-COUNT
               PERFORM 4100-PRINT-AGENCY
           END-PERFORM.
           IF WS-AGY-LTD-PLACED-AMT (WS-AGY-OTHER) NOT = ZERO
              OR WS-AGY-MTD-RECOVERED (WS-AGY-OTHER) NOT = ZERO
               MOVE WS-AGY-OTHER TO WS-AGY-SUB
               PERFORM 4100-PRINT-AGENCY
           END-IF.

           MOVE SPACES TO FD-LIQRPT-REC.
           WRITE FD-LIQRPT-REC.
           MOVE 'ALL '                TO WS-DTL-AGENCY.
           MOVE 'TOTAL'               TO WS-DTL-NAME.
           MOVE WS-TOT-MTD-PLACED-CNT TO WS-DTL-MTD-CNT.
           MOVE WS-TOT-MTD-PLACED-AMT TO WS-DTL-MTD-PLACED.
           MOVE WS-TOT-MTD-RECOVERED  TO WS-DTL-MTD-RECOVERED.
           MOVE WS-TOT-MTD-COMMISSION TO WS-DTL-MTD-COMMISSION.
           MOVE WS-TOT-OPEN-CNT       TO WS-DTL-OPEN-CNT.
           MOVE WS-TOT-LTD-PLACED-AMT TO WS-DTL-LTD-PLACED.
           MOVE WS-TOT-LTD-RECOVERED  TO WS-DTL-LTD-RECOVERED.
           MOVE WS-TOT-LTD-COMMISSION TO WS-DTL-LTD-COMMISSION.
           MOVE ZERO TO WS-LIQ-PCT.
           IF WS-TOT-LTD-PLACED-AMT > ZERO
               COMPUTE WS-LIQ-PCT ROUNDED =
                   WS-TOT-LTD-RECOVERED * 100 / WS-TOT-LTD-PLACED-AMT
           END-IF.
           MOVE WS-LIQ-PCT            TO WS-DTL-LIQ-PCT.
           WRITE FD-LIQRPT-REC FROM WS-LIQ-DETAIL.
           EXIT.

      *****************************************************************
       4100-PRINT-AGENCY.
           MOVE WS-AGY-ID (WS-AGY-SUB)   TO WS-DTL-AGENCY.
           MOVE WS-AGY-NAME (WS-AGY-SUB) TO WS-DTL-NAME.
           MOVE WS-AGY-MTD-PLACED-CNT (WS-AGY-SUB) TO WS-DTL-MTD-CNT.
           MOVE WS-AGY-MTD-PLACED-AMT (WS-AGY-SUB)
                                         TO WS-DTL-MTD-PLACED.
           MOVE WS-AGY-MTD-RECOVERED (WS-AGY-SUB)
                                         TO WS-DTL-MTD-RECOVERED.
           MOVE WS-AGY-MTD-COMMISSION (WS-AGY-SUB)
                                         TO WS-DTL-MTD-COMMISSION.
           MOVE WS-AGY-OPEN-CNT (WS-AGY-SUB) TO WS-DTL-OPEN-CNT.
           MOVE WS-AGY-LTD-PLACED-AMT (WS-AGY-SUB)
                                         TO WS-DTL-LTD-PLACED.
           MOVE WS-AGY-LTD-RECOVERED (WS-AGY-SUB)
                                         TO WS-DTL-LTD-RECOVERED.
           MOVE WS-AGY-LTD-COMMISSION (WS-AGY-SUB)
                                         TO WS-DTL-LTD-COMMISSION.
           MOVE ZERO TO WS-LIQ-PCT.
           IF WS-AGY-LTD-PLACED-AMT (WS-AGY-SUB) > ZERO
               COMPUTE WS-LIQ-PCT ROUNDED =
                   WS-AGY-LTD-RECOVERED (WS-AGY-SUB) * 100
                   / WS-AGY-LTD-PLACED-AMT (WS-AGY-SUB)
           END-IF.
           MOVE WS-LIQ-PCT TO WS-DTL-LIQ-PCT.
           WRITE FD-LIQRPT-REC FROM WS-LIQ-DETAIL.
           IF LIQRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING LIQRPT'
               MOVE LIQRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           ADD WS-AGY-MTD-PLACED-CNT (WS-AGY-SUB)
                                      TO WS-TOT-MTD-PLACED-CNT.
           ADD WS-AGY-MTD-PLACED-AMT (WS-AGY-SUB)
                                      TO WS-TOT-MTD-PLACED-AMT.
           ADD WS-AGY-MTD-RECOVERED (WS-AGY-SUB)
                                      TO WS-TOT-MTD-RECOVERED.
           ADD WS-AGY-MTD-COMMISSION (WS-AGY-SUB)
                                      TO WS-TOT-MTD-COMMISSION.
           ADD WS-AGY-OPEN-CNT (WS-AGY-SUB) TO WS-TOT-OPEN-CNT.
           ADD WS-AGY-LTD-PLACED-AMT (WS-AGY-SUB)
                                      TO WS-TOT-LTD-PLACED-AMT.
           ADD WS-AGY-LTD-RECOVERED (WS-AGY-SUB)
                                      TO WS-TOT-LTD-RECOVERED.
           ADD WS-AGY-LTD-COMMISSION (WS-AGY-SUB)
                                      TO WS-TOT-LTD-COMMISSION.
           EXIT.

      *****************************************************************
      * WS-AGY-SUB on exit points at the agency's row, or at the      *
      * catch-all row when the agency is not on the master.           *
      *****************************************************************
       5000-FIND-AGENCY.
           PERFORM VARYING WS-AGY-SUB FROM 1 BY 1
                   UNTIL WS-AGY-SUB > WS-AGY-COUNT
                      OR WS-AGY-ID (WS-AGY-SUB) = WS-FIND-AGENCY
               CONTINUE
           END-PERFORM.
           IF WS-AGY-SUB > WS-AGY-COUNT
               MOVE WS-AGY-OTHER TO WS-AGY-SUB
           END-IF.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBAGY03C AGENCY LIQUIDATION SUMMARY'.
           DISPLAY '  AGENCIES ON MASTER    : ' WS-AGY-COUNT.
           DISPLAY '  PLACEMENTS READ       : ' WS-PLACEMENTS-READ.
           DISPLAY '  REMITTANCES READ      : ' WS-REMITS-READ.
           DISPLAY '  REMITTANCES IN MONTH  : ' WS-REMITS-IN-MONTH.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE AGENCY-FILE.
           CLOSE PLACE-FILE.
           CLOSE HIST-FILE.
           CLOSE LIQRPT-FILE.
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
