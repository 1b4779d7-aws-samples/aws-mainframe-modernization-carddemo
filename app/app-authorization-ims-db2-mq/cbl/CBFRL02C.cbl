      ******************************************************************
      * Program     : CBFRL02C.CBL
      * Application : CardDemo - Authorization Module
      * Type        : BATCH COBOL Program
      * FUNCTION    : Monthly fraud loss report from the FRDLOSS
      *               ledger CBFRL01C maintains.  For a calendar
      *               month it shows, by fraud type and account group,
      *               the losses written off, the recoveries posted
      *               against fraud cases, and the net fraud loss,
      *               with a subtotal per fraud type and a grand
      *               total.  Fraud loss is reported here only - it
      *               never appears in the credit charge-off figures.
      *
      *               SYSIN card:  CCYY-MM (default the prior month)
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
       PROGRAM-ID.    CBFRL02C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRDLOSS-FILE ASSIGN TO FRDLOSS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FLS-KEY
                  FILE STATUS  IS FRDLOSS-STATUS.
      *
           SELECT FRLMRPT-FILE ASSIGN TO FRLMRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FRLMRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRDLOSS-FILE.
       COPY CVFLS01Y.

       FD  FRLMRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-FRLMRPT-REC                       PIC X(132).

       WORKING-STORAGE SECTION.

       01  FRDLOSS-STATUS.
           05  FRDLOSS-STAT1       PIC X.
           05  FRDLOSS-STAT2       PIC X.
       01  FRLMRPT-STATUS.
           05  FRLMRPT-STAT1       PIC X.
           05  FRLMRPT-STAT2       PIC X.

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
       01  WS-RPT-MONTH.
           05  WS-RPT-YYYY         PIC 9(04).
           05  FILLER              PIC X(01) VALUE '-'.
           05  WS-RPT-MM           PIC 9(02).
       01  WS-RPT-MONTH-X REDEFINES WS-RPT-MONTH
                                   PIC X(07).

      *---------------------------------------------------------------*
      * Fraud types in report order.  An entry with a type not on the *
      * list is reported as other.                                    *
      *---------------------------------------------------------------*
       01  WS-TYPE-INIT.
           05  FILLER  PIC X(22) VALUE 'LSLOST / STOLEN       '.
           05  FILLER  PIC X(22) VALUE 'CFCOUNTERFEIT         '.
           05  FILLER  PIC X(22) VALUE 'CNCARD NOT PRESENT    '.
           05  FILLER  PIC X(22) VALUE 'ATACCOUNT TAKEOVER    '.
           05  FILLER  PIC X(22) VALUE 'APAPPLICATION FRAUD   '.
           05  FILLER  PIC X(22) VALUE 'OTOTHER               '.
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-INIT.
           05  WS-TYPE-ENTRY OCCURS 6 TIMES.
               10  WS-TYPE-CODE            PIC X(02).
               10  WS-TYPE-DESC            PIC X(20).
       01  WS-TYPE-MAX             PIC S9(4) COMP VALUE 6.
       01  WS-TYPE-SUB             PIC S9(4) COMP VALUE 0.

      *---------------------------------------------------------------*
      * Month totals per fraud type and account group.                *
      *---------------------------------------------------------------*
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 300 TIMES.
               10  WS-GRP-TYPE-SUB         PIC S9(4) COMP.
               10  WS-GRP-ID               PIC X(10).
               10  WS-GRP-WO-CNT           PIC S9(07) COMP-3.
               10  WS-GRP-WO-AMT           PIC S9(11)V99 COMP-3.
               10  WS-GRP-RCV-CNT          PIC S9(07) COMP-3.
               10  WS-GRP-RCV-AMT          PIC S9(11)V99 COMP-3.
       01  WS-GRP-MAX              PIC S9(4) COMP VALUE 300.
       01  WS-GRP-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-GRP-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-FOUND-SW             PIC X.
           88  WS-FOUND                      VALUE 'Y'.
           88  WS-NOT-FOUND                  VALUE 'N'.

      *    Type and grand totals accumulate directly, so a full group
      *    table drops only the group breakdown, never the money.
       01  WS-TYPE-TOTALS.
           05  WS-TOT-ENTRY OCCURS 7 TIMES.
               10  WS-TOT-WO-CNT           PIC S9(07) COMP-3.
               10  WS-TOT-WO-AMT           PIC S9(11)V99 COMP-3.
               10  WS-TOT-RCV-CNT          PIC S9(07) COMP-3.
               10  WS-TOT-RCV-AMT          PIC S9(11)V99 COMP-3.
       01  WS-GRAND-SUB            PIC S9(4) COMP VALUE 7.

       01  WS-RUN-COUNTS.
           05  WS-ENTRIES-READ             PIC 9(09) VALUE 0.
           05  WS-ENTRIES-IN-MONTH         PIC 9(09) VALUE 0.
           05  WS-GROUPS-DROPPED           PIC 9(09) VALUE 0.

      *---------------------------------------------------------------*
      * Report lines.                                                 *
      *---------------------------------------------------------------*
       01  WS-RPT-HEADER1.
           05  FILLER  VALUE 'CBFRL02C  MONTHLY FRAUD LOSS REPORT'
                                               PIC X(40).
           05  FILLER  VALUE 'MONTH: '         PIC X(07).
           05  WS-HDR-MONTH                    PIC X(07).
           05  FILLER  VALUE SPACES            PIC X(03).
           05  FILLER  VALUE 'RUN DATE: '      PIC X(10).
           05  WS-HDR-RUN-DATE                 PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(55).
       01  WS-RPT-HEADER2.
           05  FILLER  VALUE 'TY'              PIC X(04).
           05  FILLER  VALUE 'FRAUD TYPE'      PIC X(22).
           05  FILLER  VALUE 'GROUP'           PIC X(12).
           05  FILLER  VALUE ' WO CNT'         PIC X(09).
           05  FILLER  VALUE '    WRITTEN OFF' PIC X(17).
           05  FILLER  VALUE 'RCV CNT'         PIC X(09).
           05  FILLER  VALUE '      RECOVERED' PIC X(17).
           05  FILLER  VALUE '       NET LOSS' PIC X(15).
           05  FILLER  VALUE SPACES            PIC X(27).
       01  WS-RPT-DETAIL.
           05  WS-DTL-TYPE                     PIC X(02).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-DESC                     PIC X(20).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-GROUP                    PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-WO-CNT                   PIC Z(6)9.
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-WO-AMT                   PIC Z(10)9.99-.
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-RCV-CNT                  PIC Z(6)9.
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-RCV-AMT                  PIC Z(10)9.99-.
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-NET-AMT                  PIC Z(10)9.99-.
           05  FILLER  VALUE SPACES            PIC X(25).
       01  WS-RPT-BLANK                        PIC X(132)
                                               VALUE SPACES.
       01  WS-RPT-NOTE.
           05  FILLER  VALUE 'GROUP TABLE FULL - '
                                               PIC X(19).
           05  WS-NOTE-DROPPED                 PIC Z(8)9.
           05  FILLER  VALUE
               ' ENTRIES COUNTED IN TYPE TOTALS ONLY'
                                               PIC X(104).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBFRL02C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ACCUMULATE.
           PERFORM 3000-PRINT-REPORT.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBFRL02C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT PRM-INFO FROM SYSIN.
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE-DASH
           END-STRING.
           PERFORM 1100-SET-REPORT-MONTH.

           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-GRAND-SUB
               MOVE ZERO TO WS-TOT-WO-CNT  (WS-TYPE-SUB)
                            WS-TOT-WO-AMT  (WS-TYPE-SUB)
                            WS-TOT-RCV-CNT (WS-TYPE-SUB)
                            WS-TOT-RCV-AMT (WS-TYPE-SUB)
           END-PERFORM.

           OPEN INPUT FRDLOSS-FILE.
           IF FRDLOSS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FRDLOSS'
               MOVE FRDLOSS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN OUTPUT FRLMRPT-FILE.
           IF FRLMRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FRLMRPT'
               MOVE FRLMRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           MOVE WS-RPT-MONTH-X   TO WS-HDR-MONTH.
           MOVE WS-RUN-DATE-DASH TO WS-HDR-RUN-DATE.
           WRITE FD-FRLMRPT-REC FROM WS-RPT-HEADER1.
           WRITE FD-FRLMRPT-REC FROM WS-RPT-HEADER2.

      *****************************************************************
      * The month on the card, or the one before the run month.       *
      *****************************************************************
       1100-SET-REPORT-MONTH.
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
           DISPLAY 'CBFRL02C REPORT MONTH: ' WS-RPT-MONTH-X.

      *****************************************************************
      * Write-off entries count on their write-off date, recovery     *
      * entries on the date the money came back.                      *
      *****************************************************************
       2000-ACCUMULATE.
           PERFORM 2100-READ-LEDGER.
           PERFORM UNTIL END-OF-FILE = 'Y'
               ADD 1 TO WS-ENTRIES-READ
               IF FLS-ENTRY-DATE(1:7) = WS-RPT-MONTH-X
                   ADD 1 TO WS-ENTRIES-IN-MONTH
                   PERFORM 2200-ADD-ENTRY
               END-IF
               PERFORM 2100-READ-LEDGER
           END-PERFORM.

      *****************************************************************
       2100-READ-LEDGER.
      *****************************************************************
           READ FRDLOSS-FILE NEXT.
           EVALUATE FRDLOSS-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING FRDLOSS'
                   MOVE FRDLOSS-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
       2200-ADD-ENTRY.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-MAX OR WS-FOUND
               IF WS-TYPE-CODE (WS-TYPE-SUB) = FLS-FRAUD-TYPE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-TYPE-SUB
           ELSE
               MOVE WS-TYPE-MAX TO WS-TYPE-SUB
           END-IF.

           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-COUNT OR WS-FOUND
               IF WS-GRP-TYPE-SUB (WS-GRP-SUB) = WS-TYPE-SUB
                  AND WS-GRP-ID (WS-GRP-SUB) = FLS-ACCT-GROUP-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-GRP-SUB
           ELSE
               IF WS-GRP-COUNT < WS-GRP-MAX
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-GRP-COUNT TO WS-GRP-SUB
                   MOVE WS-TYPE-SUB  TO WS-GRP-TYPE-SUB (WS-GRP-SUB)
                   MOVE FLS-ACCT-GROUP-ID TO WS-GRP-ID (WS-GRP-SUB)
                   MOVE ZERO TO WS-GRP-WO-CNT  (WS-GRP-SUB)
                                WS-GRP-WO-AMT  (WS-GRP-SUB)
                                WS-GRP-RCV-CNT (WS-GRP-SUB)
                                WS-GRP-RCV-AMT (WS-GRP-SUB)
                   SET WS-FOUND TO TRUE
               ELSE
                   DISPLAY 'WARNING: GROUP TABLE FULL, TYPE '
                           FLS-FRAUD-TYPE ' GROUP ' FLS-ACCT-GROUP-ID
                   ADD 1 TO WS-GROUPS-DROPPED
               END-IF
           END-IF.

           IF FLS-WRITEOFF
               IF WS-FOUND
                   ADD 1 TO WS-GRP-WO-CNT (WS-GRP-SUB)
                   ADD FLS-ENTRY-AMT TO WS-GRP-WO-AMT (WS-GRP-SUB)
               END-IF
               ADD 1 TO WS-TOT-WO-CNT (WS-TYPE-SUB)
                        WS-TOT-WO-CNT (WS-GRAND-SUB)
               ADD FLS-ENTRY-AMT TO WS-TOT-WO-AMT (WS-TYPE-SUB)
                                    WS-TOT-WO-AMT (WS-GRAND-SUB)
           ELSE
               IF WS-FOUND
                   ADD 1 TO WS-GRP-RCV-CNT (WS-GRP-SUB)
                   ADD FLS-ENTRY-AMT TO WS-GRP-RCV-AMT (WS-GRP-SUB)
               END-IF
               ADD 1 TO WS-TOT-RCV-CNT (WS-TYPE-SUB)
                        WS-TOT-RCV-CNT (WS-GRAND-SUB)
               ADD FLS-ENTRY-AMT TO WS-TOT-RCV-AMT (WS-TYPE-SUB)
                                    WS-TOT-RCV-AMT (WS-GRAND-SUB)
           END-IF.
           EXIT.

      *****************************************************************
      * One block per fraud type - its account groups, then the type  *
      * subtotal - and the grand total.                               *
      *****************************************************************
       3000-PRINT-REPORT.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-MAX
               PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                       UNTIL WS-GRP-SUB > WS-GRP-COUNT
                   IF WS-GRP-TYPE-SUB (WS-GRP-SUB) = WS-TYPE-SUB
                       PERFORM 3100-PRINT-GROUP
                   END-IF
               END-PERFORM
               MOVE WS-TYPE-CODE (WS-TYPE-SUB) TO WS-DTL-TYPE
               MOVE WS-TYPE-DESC (WS-TYPE-SUB) TO WS-DTL-DESC
               MOVE '** TOTAL'                 TO WS-DTL-GROUP
               PERFORM 3200-PRINT-TOTAL
               WRITE FD-FRLMRPT-REC FROM WS-RPT-BLANK
           END-PERFORM.

           MOVE WS-GRAND-SUB       TO WS-TYPE-SUB.
           MOVE SPACES             TO WS-DTL-TYPE.
           MOVE 'ALL FRAUD TYPES'  TO WS-DTL-DESC.
           MOVE '** TOTAL'         TO WS-DTL-GROUP.
           PERFORM 3200-PRINT-TOTAL.

           IF WS-GROUPS-DROPPED > ZERO
               MOVE WS-GROUPS-DROPPED TO WS-NOTE-DROPPED
               WRITE FD-FRLMRPT-REC FROM WS-RPT-NOTE
           END-IF.

      *****************************************************************
       3100-PRINT-GROUP.
           MOVE WS-TYPE-CODE (WS-TYPE-SUB)    TO WS-DTL-TYPE.
           MOVE WS-TYPE-DESC (WS-TYPE-SUB)    TO WS-DTL-DESC.
           MOVE WS-GRP-ID (WS-GRP-SUB)        TO WS-DTL-GROUP.
           MOVE WS-GRP-WO-CNT (WS-GRP-SUB)    TO WS-DTL-WO-CNT.
           MOVE WS-GRP-WO-AMT (WS-GRP-SUB)    TO WS-DTL-WO-AMT.
           MOVE WS-GRP-RCV-CNT (WS-GRP-SUB)   TO WS-DTL-RCV-CNT.
           MOVE WS-GRP-RCV-AMT (WS-GRP-SUB)   TO WS-DTL-RCV-AMT.
           COMPUTE WS-DTL-NET-AMT = WS-GRP-WO-AMT (WS-GRP-SUB)
                                  - WS-GRP-RCV-AMT (WS-GRP-SUB).
           WRITE FD-FRLMRPT-REC FROM WS-RPT-DETAIL.
           EXIT.

      *****************************************************************
       3200-PRINT-TOTAL.
           MOVE WS-TOT-WO-CNT (WS-TYPE-SUB)   TO WS-DTL-WO-CNT.
           MOVE WS-TOT-WO-AMT (WS-TYPE-SUB)   TO WS-DTL-WO-AMT.
           MOVE WS-TOT-RCV-CNT (WS-TYPE-SUB)  TO WS-DTL-RCV-CNT.
           MOVE WS-TOT-RCV-AMT (WS-TYPE-SUB)  TO WS-DTL-RCV-AMT.
           COMPUTE WS-DTL-NET-AMT = WS-TOT-WO-AMT (WS-TYPE-SUB)
                                  - WS-TOT-RCV-AMT (WS-TYPE-SUB).
           WRITE FD-FRLMRPT-REC FROM WS-RPT-DETAIL.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBFRL02C MONTHLY FRAUD LOSS SUMMARY'.
           DISPLAY '  REPORT MONTH         : ' WS-RPT-MONTH-X.
           DISPLAY '  LEDGER ENTRIES READ  : ' WS-ENTRIES-READ.
           DISPLAY '  ENTRIES IN MONTH     : ' WS-ENTRIES-IN-MONTH.
           DISPLAY '  WRITE-OFFS           : '
                   WS-TOT-WO-CNT (WS-GRAND-SUB).
           DISPLAY '  WRITTEN-OFF AMOUNT   : '
                   WS-TOT-WO-AMT (WS-GRAND-SUB).
           DISPLAY '  RECOVERIES           : '
                   WS-TOT-RCV-CNT (WS-GRAND-SUB).
           DISPLAY '  RECOVERED AMOUNT     : '
                   WS-TOT-RCV-AMT (WS-GRAND-SUB).
           DISPLAY '  GROUP ROWS DROPPED   : ' WS-GROUPS-DROPPED.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE FRDLOSS-FILE.
           CLOSE FRLMRPT-FILE.
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
