      ******************************************************************
      * PROGRAM     : CBATP01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Report of credit limits capped by the COATPR0C
      *               ability-to-pay rule.  Reads the ATPCAPD records
      *               the CBORG01C origination and CBOLM01C line-review
      *               runs wrote for every limit boarded or proposed at
      *               the supportable line instead of the one asked
      *               for, lists each with the stated income and
      *               obligations behind it, and totals the count and
      *               the limit taken off by source.
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
       PROGRAM-ID.    CBATP01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATPCAPD-FILE ASSIGN TO ATPCAPD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ATPCAPD-STATUS.
      *
           SELECT ATP-RPT-FILE ASSIGN TO ATPRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ATPRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATPCAPD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       COPY CVATX01Y.

       FD  ATP-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-ATPRPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.

       01  ATPCAPD-STATUS.
           05  ATPCAPD-STAT1       PIC X.
           05  ATPCAPD-STAT2       PIC X.
       01  ATPRPT-STATUS.
           05  ATPRPT-STAT1        PIC X.
           05  ATPRPT-STAT2        PIC X.

       01  END-OF-FILE             PIC X(01) VALUE 'N'.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY         PIC 9(04).
           05  WS-RUN-MM           PIC 9(02).
           05  WS-RUN-DD           PIC 9(02).

       01  WS-WORK-FIELDS.
           05  WS-REDUCTION        PIC S9(10)V99 COMP-3.

       01  WS-RUN-COUNTS.
           05  WS-RECORDS-READ     PIC 9(09) VALUE 0.
           05  WS-ORIG-CAPPED      PIC 9(09) VALUE 0.
           05  WS-CLRV-CAPPED      PIC 9(09) VALUE 0.
           05  WS-OTHER-SKIPPED    PIC 9(09) VALUE 0.
           05  WS-ORIG-REDUCTION   PIC S9(12)V99 COMP-3 VALUE 0.
           05  WS-CLRV-REDUCTION   PIC S9(12)V99 COMP-3 VALUE 0.

       01  WS-RPT-HEADER1.
           05  FILLER  VALUE 'CBATP01C  LIMITS CAPPED BY ABILITY TO PAY'
                                               PIC X(42).
           05  FILLER  VALUE '   RUN DATE: '   PIC X(13).
           05  WS-HDR-RUN-YYYY                 PIC 9(04).
           05  FILLER  VALUE '-'               PIC X(01).
           05  WS-HDR-RUN-MM                   PIC 9(02).
           05  FILLER  VALUE '-'               PIC X(01).
           05  WS-HDR-RUN-DD                   PIC 9(02).
           05  FILLER  VALUE SPACES            PIC X(67).
       01  WS-RPT-HEADER2.
           05  FILLER  PIC X(32) VALUE
               'SRC  ACCOUNT     CUSTOMER  NAME '.
           05  FILLER  PIC X(32) VALUE
               '                      INCOME OBL'.
           05  FILLER  PIC X(32) VALUE
               'IGATIONS       CURRENT     REQUE'.
           05  FILLER  PIC X(32) VALUE
               'STED     CAPPED TO     REDUCTION'.
           05  FILLER  PIC X(04) VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  WS-RD-SOURCE                    PIC X(04).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-RD-ACCT                      PIC 9(11).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-RD-CUST                      PIC 9(09).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-RD-NAME                      PIC X(20).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-RD-INCOME                    PIC Z(8)9.99.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-RD-OBLIG                     PIC Z(7)9.99.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-RD-CURRENT                   PIC Z(9)9.99.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-RD-REQUESTED                 PIC Z(9)9.99.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-RD-CAPPED                    PIC Z(9)9.99.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-RD-REDUCTION                 PIC Z(9)9.99.
           05  FILLER  VALUE SPACES            PIC X(04).
       01  WS-RPT-TOTAL.
           05  FILLER  VALUE 'TOTAL '          PIC X(06).
           05  WS-RT-SOURCE                    PIC X(12).
           05  FILLER  VALUE ' LIMITS CAPPED: '
                                               PIC X(16).
           05  WS-RT-COUNT                     PIC Z(8)9.
           05  FILLER  VALUE '   LIMIT TAKEN OFF: '
                                               PIC X(20).
           05  WS-RT-REDUCTION                 PIC Z(11)9.99.
           05  FILLER  VALUE SPACES            PIC X(54).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBATP01C'.
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           MOVE WS-RUN-YYYY TO WS-HDR-RUN-YYYY.
           MOVE WS-RUN-MM   TO WS-HDR-RUN-MM.
           MOVE WS-RUN-DD   TO WS-HDR-RUN-DD.

           OPEN INPUT ATPCAPD-FILE.
           IF ATPCAPD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ATPCAPD: ' ATPCAPD-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT ATP-RPT-FILE.
           IF ATPRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ATPRPT: ' ATPRPT-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           WRITE FD-ATPRPT-REC FROM WS-RPT-HEADER1.
           WRITE FD-ATPRPT-REC FROM WS-RPT-HEADER2.

           PERFORM 2100-READ-CAPPED.
           PERFORM UNTIL END-OF-FILE = 'Y'
               ADD 1 TO WS-RECORDS-READ
               PERFORM 2200-REPORT-ONE-CAPPED
               PERFORM 2100-READ-CAPPED
           END-PERFORM.

           PERFORM 3000-WRITE-TOTALS.

           DISPLAY '================================================'.
           DISPLAY 'CBATP01C CAPPED LIMIT SUMMARY'.
           DISPLAY '  RECORDS READ          : ' WS-RECORDS-READ.
           DISPLAY '  CAPPED AT ORIGINATION : ' WS-ORIG-CAPPED.
           DISPLAY '  CAPPED AT LINE REVIEW : ' WS-CLRV-CAPPED.
           DISPLAY '  NOT CAPPED - SKIPPED  : ' WS-OTHER-SKIPPED.
           DISPLAY '================================================'.

           CLOSE ATPCAPD-FILE.
           CLOSE ATP-RPT-FILE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBATP01C'.
           GOBACK.

      *****************************************************************
       2100-READ-CAPPED.
           READ ATPCAPD-FILE.
           EVALUATE ATPCAPD-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING ATPCAPD: ' ATPCAPD-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * One line per capped limit; the reduction is what the rule     *
      * took off the limit asked for.                                 *
      *****************************************************************
       2200-REPORT-ONE-CAPPED.
           IF NOT ATX-CAPPED
               ADD 1 TO WS-OTHER-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-REDUCTION =
               ATX-REQUESTED-LIMIT - ATX-APPROVED-LIMIT.
           EVALUATE TRUE
               WHEN ATX-SRC-ORIGINATION
                   ADD 1            TO WS-ORIG-CAPPED
                   ADD WS-REDUCTION TO WS-ORIG-REDUCTION
               WHEN OTHER
                   ADD 1            TO WS-CLRV-CAPPED
                   ADD WS-REDUCTION TO WS-CLRV-REDUCTION
           END-EVALUATE.

           MOVE ATX-SOURCE          TO WS-RD-SOURCE.
           MOVE ATX-ACCT-ID         TO WS-RD-ACCT.
           MOVE ATX-CUST-ID         TO WS-RD-CUST.
           MOVE ATX-NAME            TO WS-RD-NAME.
           MOVE ATX-ANNUAL-INCOME   TO WS-RD-INCOME.
           MOVE ATX-MONTHLY-OBLIG   TO WS-RD-OBLIG.
           MOVE ATX-CURRENT-LIMIT   TO WS-RD-CURRENT.
           MOVE ATX-REQUESTED-LIMIT TO WS-RD-REQUESTED.
           MOVE ATX-APPROVED-LIMIT  TO WS-RD-CAPPED.
           MOVE WS-REDUCTION        TO WS-RD-REDUCTION.
           WRITE FD-ATPRPT-REC FROM WS-RPT-DETAIL.
           IF ATPRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ATPRPT: ' ATPRPT-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       3000-WRITE-TOTALS.
           MOVE SPACES TO FD-ATPRPT-REC.
           WRITE FD-ATPRPT-REC.
           MOVE 'ORIGINATION'       TO WS-RT-SOURCE.
           MOVE WS-ORIG-CAPPED      TO WS-RT-COUNT.
           MOVE WS-ORIG-REDUCTION   TO WS-RT-REDUCTION.
           WRITE FD-ATPRPT-REC FROM WS-RPT-TOTAL.
           MOVE 'LINE REVIEW'       TO WS-RT-SOURCE.
           MOVE WS-CLRV-CAPPED      TO WS-RT-COUNT.
           MOVE WS-CLRV-REDUCTION   TO WS-RT-REDUCTION.
           WRITE FD-ATPRPT-REC FROM WS-RPT-TOTAL.
           MOVE 'ALL SOURCES'       TO WS-RT-SOURCE.
           COMPUTE WS-RT-COUNT = WS-ORIG-CAPPED + WS-CLRV-CAPPED.
           COMPUTE WS-RT-REDUCTION =
               WS-ORIG-REDUCTION + WS-CLRV-REDUCTION.
           WRITE FD-ATPRPT-REC FROM WS-RPT-TOTAL.
           EXIT.

       9999-ABEND-PROGRAM.
           DISPLAY 'ABENDING PROGRAM'
           CALL 'CEE3ABD'.
