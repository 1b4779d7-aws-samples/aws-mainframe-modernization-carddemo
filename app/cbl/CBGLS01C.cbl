      ******************************************************************
      * PROGRAM     : CBGLS01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : GL suspense aging report.  Lists every open or
      *               released-but-not-yet-journaled line on the GLSUSP
      *               suspense queue with its age in days since the
      *               acknowledgment intake (CBGLA01C) filed it, and
      *               totals the items and amounts by age bucket.  Ends
      *               with return code 4 when anything has been
      *               outstanding longer than the escalation days.
      *
      *               Parameter card:  nnn  escalation days (default
      *                                     030)
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
       PROGRAM-ID.    CBGLS01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLSUSP-FILE ASSIGN TO GLSUSP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS GLS-KEY
                  FILE STATUS  IS GLSUSP-STATUS.
      *
           SELECT GLSRPT-FILE ASSIGN TO GLSRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS GLSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLSUSP-FILE.
       COPY CVGLS01Y.

       FD  GLSRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-GLSRPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.

       01  GLSUSP-STATUS.
           05  GLSUSP-STAT1        PIC X.
           05  GLSUSP-STAT2        PIC X.
       01  GLSRPT-STATUS.
           05  GLSRPT-STAT1        PIC X.
           05  GLSRPT-STAT2        PIC X.

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
           05  P-ESCALATE-DAYS     PIC X(03).
           05  FILLER              PIC X(77).

       01  WS-ESCALATE-DAYS        PIC S9(05) COMP-3 VALUE 30.

       01  WS-DATE-WORK.
           05  WS-RUN-DAY-NUM      PIC S9(07) COMP-3.
           05  WS-DAY-NUM          PIC S9(07) COMP-3.
           05  WS-DAYS-OPEN        PIC S9(05) COMP-3.
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
      * Age buckets - upper bound in days and the running totals.     *
      * The last bucket takes everything older.                       *
      *---------------------------------------------------------------*
       01  WS-AGE-BUCKETS-INIT.
           05  FILLER  PIC X(15) VALUE '000070-7 DAYS  '.
           05  FILLER  PIC X(15) VALUE '000308-30 DAYS '.
           05  FILLER  PIC X(15) VALUE '0006031-60 DAYS'.
           05  FILLER  PIC X(15) VALUE '0009061-90 DAYS'.
           05  FILLER  PIC X(15) VALUE '99999OVER 90   '.
       01  WS-AGE-BUCKETS REDEFINES WS-AGE-BUCKETS-INIT.
           05  WS-AGE-ENTRY OCCURS 5 TIMES.
               10  WS-AGE-UPPER            PIC 9(05).
               10  WS-AGE-LABEL            PIC X(10).
       01  WS-AGE-TOTALS.
           05  WS-AGE-TOTAL-ENTRY OCCURS 5 TIMES.
               10  WS-AGE-ITEMS            PIC 9(07) COMP-3.
               10  WS-AGE-AMOUNT           PIC S9(13)V99 COMP-3.
       01  WS-AGE-MAX              PIC S9(04) COMP VALUE 5.
       01  WS-AGE-SUB              PIC S9(04) COMP.

       01  WS-RUN-COUNTS.
           05  WS-ROWS-READ                PIC 9(09) VALUE 0.
           05  WS-ITEMS-OUTSTANDING        PIC 9(09) VALUE 0.
           05  WS-ITEMS-RELEASED           PIC 9(09) VALUE 0.
           05  WS-ITEMS-ESCALATED          PIC 9(09) VALUE 0.
           05  WS-BAD-DATE-COUNT           PIC 9(09) VALUE 0.
       01  WS-OUTSTANDING-AMT      PIC S9(13)V99 COMP-3 VALUE 0.

      *---------------------------------------------------------------*
      * Report lines.                                                 *
      *---------------------------------------------------------------*
       01  WS-AGE-HEADER1.
           05  FILLER  VALUE 'CBGLS01C  GL SUSPENSE AGING REPORT    '
                                               PIC X(40).
           05  FILLER  VALUE 'RUN DATE: '      PIC X(10).
           05  WS-AH-RUN-DATE                  PIC X(10).
           05  FILLER  VALUE '  ESCALATION DAYS: ' PIC X(19).
           05  WS-AH-ESCALATE-DAYS             PIC ZZZ9.
           05  FILLER  VALUE SPACES            PIC X(49).
       01  WS-AGE-HEADER2.
           05  FILLER  VALUE 'POST DATE  '      PIC X(11).
           05  FILLER  VALUE 'SR '              PIC X(03).
           05  FILLER  VALUE 'SEQ    '          PIC X(07).
           05  FILLER  VALUE 'S '               PIC X(02).
           05  FILLER  VALUE 'D '               PIC X(02).
           05  FILLER  VALUE 'GL ACCT  '        PIC X(09).
           05  FILLER  VALUE 'CORR ACCT'        PIC X(09).
           05  FILLER  VALUE '         AMOUNT ' PIC X(16).
           05  FILLER  VALUE 'TY '              PIC X(03).
           05  FILLER  VALUE 'CAT  '            PIC X(05).
           05  FILLER  VALUE 'RSN  '            PIC X(05).
           05  FILLER  VALUE 'REASON               ' PIC X(21).
           05  FILLER  VALUE 'RECEIVED   '      PIC X(11).
           05  FILLER  VALUE ' AGE '            PIC X(05).
           05  FILLER  VALUE 'BUCKET'           PIC X(23).
       01  WS-AGE-DETAIL.
           05  WS-AD-POST-DATE                 PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-AD-SOURCE                    PIC X(02).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-AD-LINE-SEQ                  PIC 9(06).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-AD-STATUS                    PIC X(01).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-AD-DR-CR                     PIC X(01).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-AD-GL-ACCOUNT                PIC X(08).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-AD-CORR-ACCOUNT              PIC X(08).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-AD-AMOUNT                    PIC Z(10)9.99-.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-AD-TRAN-TYPE                 PIC X(02).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-AD-TRAN-CAT                  PIC 9(04).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-AD-REASON-CD                 PIC X(04).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-AD-REASON-TEXT               PIC X(20).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-AD-RECEIVED                  PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-AD-DAYS-OPEN                 PIC ZZZ9.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-AD-BUCKET                    PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(13).
       01  WS-BKT-HEADER.
           05  FILLER  VALUE 'AGE BUCKET       ITEMS          AMOUNT'
                                               PIC X(40).
           05  FILLER  VALUE SPACES            PIC X(92).
       01  WS-BKT-DETAIL.
           05  WS-BD-LABEL                     PIC X(10).
           05  WS-BD-ITEMS                     PIC Z(10)9.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-BD-AMOUNT                    PIC Z(10)9.99-.
           05  FILLER  VALUE SPACES            PIC X(95).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBGLS01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-AGE-SUSPENSE.
           PERFORM 3000-PRINT-BUCKET-TOTALS.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBGLS01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT PRM-INFO FROM SYSIN.
           IF P-ESCALATE-DAYS IS NUMERIC
               MOVE P-ESCALATE-DAYS TO WS-ESCALATE-DAYS
           END-IF.
           DISPLAY 'CBGLS01C ESCALATION DAYS: ' WS-ESCALATE-DAYS.

           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE-DASH
           END-STRING.
           MOVE WS-RUN-DATE-DASH TO WS-DATE-IN.
           PERFORM 7000-DATE-TO-DAY-NUM.
           MOVE WS-DAY-NUM TO WS-RUN-DAY-NUM.

           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                   UNTIL WS-AGE-SUB > WS-AGE-MAX
               MOVE ZERO TO WS-AGE-ITEMS  (WS-AGE-SUB)
                            WS-AGE-AMOUNT (WS-AGE-SUB)
           END-PERFORM.

           OPEN INPUT GLSUSP-FILE.
           IF GLSUSP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GLSUSP'
               MOVE GLSUSP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN OUTPUT GLSRPT-FILE.
           IF GLSRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GLSRPT'
               MOVE GLSRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           MOVE WS-RUN-DATE-DASH TO WS-AH-RUN-DATE.
           MOVE WS-ESCALATE-DAYS TO WS-AH-ESCALATE-DAYS.
           WRITE FD-GLSRPT-REC FROM WS-AGE-HEADER1.
           WRITE FD-GLSRPT-REC FROM WS-AGE-HEADER2.

      *****************************************************************
      * Every open or released row goes on the report; re-journaled   *
      * rows are finished and stay off it.                            *
      *****************************************************************
       2000-AGE-SUSPENSE.
           PERFORM 2100-READ-SUSPENSE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               ADD 1 TO WS-ROWS-READ
               IF GLS-OUTSTANDING
                   PERFORM 2200-AGE-ONE-ITEM
               END-IF
               PERFORM 2100-READ-SUSPENSE
           END-PERFORM.

      *****************************************************************
       2100-READ-SUSPENSE.
           READ GLSUSP-FILE.
           EVALUATE GLSUSP-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING GLSUSP'
                   MOVE GLSUSP-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * A row with an unreadable received date ages into the oldest   *
      * bucket, so it is never hidden in the young ones.              *
      *****************************************************************
       2200-AGE-ONE-ITEM.
           ADD 1 TO WS-ITEMS-OUTSTANDING.
           IF GLS-RELEASED
               ADD 1 TO WS-ITEMS-RELEASED
           END-IF.
           ADD GLS-AMOUNT TO WS-OUTSTANDING-AMT.

           MOVE GLS-RECEIVED-DATE TO WS-DATE-IN.
           PERFORM 7000-DATE-TO-DAY-NUM.
           IF WS-DATE-OK
               COMPUTE WS-DAYS-OPEN = WS-RUN-DAY-NUM - WS-DAY-NUM
               IF WS-DAYS-OPEN < 0
                   MOVE ZERO TO WS-DAYS-OPEN
               END-IF
               PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                       UNTIL WS-AGE-SUB >= WS-AGE-MAX
                          OR WS-DAYS-OPEN <= WS-AGE-UPPER (WS-AGE-SUB)
                   CONTINUE
               END-PERFORM
           ELSE
               ADD 1 TO WS-BAD-DATE-COUNT
               MOVE ZERO TO WS-DAYS-OPEN
               MOVE WS-AGE-MAX TO WS-AGE-SUB
           END-IF.
           ADD 1          TO WS-AGE-ITEMS  (WS-AGE-SUB).
           ADD GLS-AMOUNT TO WS-AGE-AMOUNT (WS-AGE-SUB).
           IF WS-DAYS-OPEN > WS-ESCALATE-DAYS OR NOT WS-DATE-OK
               ADD 1 TO WS-ITEMS-ESCALATED
           END-IF.

           MOVE GLS-POST-DATE       TO WS-AD-POST-DATE.
           MOVE GLS-SOURCE-CD       TO WS-AD-SOURCE.
           MOVE GLS-LINE-SEQ        TO WS-AD-LINE-SEQ.
           MOVE GLS-STATUS          TO WS-AD-STATUS.
           MOVE GLS-DR-CR-IND       TO WS-AD-DR-CR.
           MOVE GLS-GL-ACCOUNT      TO WS-AD-GL-ACCOUNT.
           MOVE GLS-CORR-GL-ACCOUNT TO WS-AD-CORR-ACCOUNT.
           MOVE GLS-AMOUNT          TO WS-AD-AMOUNT.
           MOVE GLS-TRAN-TYPE-CD    TO WS-AD-TRAN-TYPE.
           MOVE GLS-TRAN-CAT-CD     TO WS-AD-TRAN-CAT.
           MOVE GLS-REASON-CD       TO WS-AD-REASON-CD.
           MOVE GLS-REASON-TEXT     TO WS-AD-REASON-TEXT.
           MOVE GLS-RECEIVED-DATE   TO WS-AD-RECEIVED.
           MOVE WS-DAYS-OPEN        TO WS-AD-DAYS-OPEN.
           MOVE WS-AGE-LABEL (WS-AGE-SUB) TO WS-AD-BUCKET.
           WRITE FD-GLSRPT-REC FROM WS-AGE-DETAIL.
           IF GLSRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING GLSRPT'
               MOVE GLSRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       3000-PRINT-BUCKET-TOTALS.
           MOVE SPACES TO FD-GLSRPT-REC.
           WRITE FD-GLSRPT-REC.
           WRITE FD-GLSRPT-REC FROM WS-BKT-HEADER.
           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                   UNTIL WS-AGE-SUB > WS-AGE-MAX
               MOVE WS-AGE-LABEL  (WS-AGE-SUB) TO WS-BD-LABEL
               MOVE WS-AGE-ITEMS  (WS-AGE-SUB) TO WS-BD-ITEMS
               MOVE WS-AGE-AMOUNT (WS-AGE-SUB) TO WS-BD-AMOUNT
               WRITE FD-GLSRPT-REC FROM WS-BKT-DETAIL
           END-PERFORM.
           MOVE 'TOTAL'              TO WS-BD-LABEL.
           MOVE WS-ITEMS-OUTSTANDING TO WS-BD-ITEMS.
           MOVE WS-OUTSTANDING-AMT   TO WS-BD-AMOUNT.
           WRITE FD-GLSRPT-REC FROM WS-BKT-DETAIL.
           EXIT.

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
           DISPLAY 'CBGLS01C GL SUSPENSE AGING SUMMARY'.
           DISPLAY '  SUSPENSE ROWS READ    : ' WS-ROWS-READ.
           DISPLAY '  OUTSTANDING ITEMS     : ' WS-ITEMS-OUTSTANDING.
           DISPLAY '  RELEASED, NOT SENT    : ' WS-ITEMS-RELEASED.
           DISPLAY '  PAST ESCALATION DAYS  : ' WS-ITEMS-ESCALATED.
           DISPLAY '  INVALID RECEIVED DATES: ' WS-BAD-DATE-COUNT.
           DISPLAY '  OUTSTANDING AMOUNT    : ' WS-OUTSTANDING-AMT.
           DISPLAY '================================================'.
           IF WS-ITEMS-ESCALATED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE GLSUSP-FILE.
           CLOSE GLSRPT-FILE.
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
