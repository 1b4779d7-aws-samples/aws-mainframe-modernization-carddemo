      ******************************************************************
      * PROGRAM     : CBPEN01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Penalty APR cure review.  Runs monthly after the
      *               delinquency aging.  Reviews every account under
      *               penalty pricing - noticed by CBDLQ01C when it
      *               aged into the 060 bucket - and restores the
      *               group's standard rate once the account has made
      *               six consecutive on-time minimum payments since
      *               the penalty took effect.  Every account reviewed
      *               is listed on the PENRPT review report with its
      *               trigger and effective dates, its on-time count
      *               and the outcome.
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
       PROGRAM-ID.    CBPEN01C.
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
      *    Review report - one line per account reviewed.
           SELECT PENRPT-FILE ASSIGN TO PENRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PENRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05  FD-ACCT-ID                       PIC 9(11).
           05  FD-ACCT-DATA                     PIC X(289).

       FD  GROUP-FILE.
       COPY CVACT04Y.

       FD  PENRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-PENRPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVACT01Y.

       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  GROUPFILE-STATUS.
           05  GROUPFILE-STAT1     PIC X.
           05  GROUPFILE-STAT2     PIC X.
       01  PENRPT-STATUS.
           05  PENRPT-STAT1        PIC X.
           05  PENRPT-STAT2        PIC X.

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
      * Consecutive on-time minimum payments that earn the cure.      *
      *---------------------------------------------------------------*
       01  WS-CURE-PAYMENTS        PIC 9(02) VALUE 6.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY         PIC 9(04).
           05  WS-RUN-MM           PIC 9(02).
           05  WS-RUN-DD           PIC 9(02).
       01  WS-RUN-DATE-DASH        PIC X(10).
       01  WS-RUN-TIME-FIELDS.
           05  WS-RUN-HH           PIC 9(02).
           05  WS-RUN-MN           PIC 9(02).
           05  WS-RUN-SS           PIC 9(02).
           05  WS-RUN-HS           PIC 9(02).
       01  WS-RUN-TIMESTAMP        PIC X(26).

       01  WS-GROUP-FOUND-SW       PIC X(01) VALUE 'N'.
           88  WS-GROUP-FOUND                VALUE 'Y'.
           88  WS-GROUP-NOT-FOUND            VALUE 'N'.

       01  WS-RUN-COUNTS.
           05  WS-ACCOUNTS-READ            PIC 9(09) VALUE 0.
           05  WS-ACCOUNTS-REVIEWED        PIC 9(09) VALUE 0.
           05  WS-IN-NOTICE-PERIOD         PIC 9(09) VALUE 0.
           05  WS-PENALTY-CONTINUES        PIC 9(09) VALUE 0.
           05  WS-RATE-RESTORED            PIC 9(09) VALUE 0.

      *---------------------------------------------------------------*
      * Review report print lines.                                    *
      *---------------------------------------------------------------*
       01  WS-PEN-HEADER1.
           05  FILLER  VALUE 'CBPEN01C  PENALTY APR CURE REVIEW'
                                               PIC X(40).
           05  FILLER  VALUE 'RUN DATE: '      PIC X(10).
           05  WS-HDR-RUN-DATE                 PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(72).
       01  WS-PEN-HEADER2.
           05  FILLER  VALUE 'ACCOUNT ID  '    PIC X(13).
           05  FILLER  VALUE 'GROUP     '      PIC X(11).
           05  FILLER  VALUE 'TRIGGERED '      PIC X(11).
           05  FILLER  VALUE 'EFFECTIVE '      PIC X(11).
           05  FILLER  VALUE 'ON-TIME'         PIC X(08).
           05  FILLER  VALUE 'STD RATE'        PIC X(09).
           05  FILLER  VALUE 'PEN RATE'        PIC X(09).
           05  FILLER  VALUE 'OUTCOME'         PIC X(60).
       01  WS-PEN-DETAIL.
           05  WS-DTL-ACCT                     PIC 9(11).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-GROUP                    PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-TRIGGER-DATE             PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-EFF-DATE                 PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(03).
           05  WS-DTL-ONTIME                   PIC Z9.
           05  FILLER  VALUE SPACES            PIC X(04).
           05  WS-DTL-STD-RATE                 PIC ZZ9.99.
           05  FILLER  VALUE SPACES            PIC X(03).
           05  WS-DTL-PEN-RATE                 PIC ZZ9.99.
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-OUTCOME                  PIC X(40).
           05  FILLER  VALUE SPACES            PIC X(21).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBPEN01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-REVIEW-ACCOUNTS.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBPEN01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
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
           MOVE WS-RUN-DATE-DASH TO WS-HDR-RUN-DATE.

           OPEN I-O ACCTFILE-FILE.
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

           OPEN OUTPUT PENRPT-FILE.
           IF PENRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PENRPT'
               MOVE PENRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           WRITE FD-PENRPT-REC FROM WS-PEN-HEADER1.
           WRITE FD-PENRPT-REC FROM WS-PEN-HEADER2.
           EXIT.

      *****************************************************************
       2000-REVIEW-ACCOUNTS.
      *****************************************************************
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ ACCTFILE-FILE INTO ACCOUNT-RECORD
               EVALUATE ACCTFILE-STATUS
                   WHEN '00'
                       ADD 1 TO WS-ACCOUNTS-READ
                       IF ACCT-PENALTY-IN-PLAY
                           PERFORM 2100-REVIEW-ONE-ACCOUNT
                       END-IF
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
      * A noticed account still inside its advance-notice period is   *
      * only listed.  A penalty account with six consecutive on-time  *
      * minimums (counted by CBDLQ01C) goes back to the group's       *
      * standard rate; any other stays on penalty pricing.            *
      *****************************************************************
       2100-REVIEW-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-REVIEWED.
           PERFORM 2200-GET-GROUP.

           EVALUATE TRUE
               WHEN ACCT-PENALTY-NOTICED
                AND ACCT-PENALTY-EFF-DATE > WS-RUN-DATE-DASH
                   ADD 1 TO WS-IN-NOTICE-PERIOD
                   MOVE 'NOTICE PERIOD - PENALTY NOT YET IN FORCE'
                     TO WS-DTL-OUTCOME
               WHEN ACCT-PENALTY-ONTIME-CNT NOT < WS-CURE-PAYMENTS
                   PERFORM 2300-RESTORE-RATE
                   MOVE 'RESTORED - STANDARD RATE APPLIES'
                     TO WS-DTL-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-PENALTY-CONTINUES
                   MOVE 'PENALTY CONTINUES - CURE NOT YET EARNED'
                     TO WS-DTL-OUTCOME
           END-EVALUATE.

           PERFORM 2400-WRITE-DETAIL.
           EXIT.

      *****************************************************************
       2200-GET-GROUP.
           SET WS-GROUP-NOT-FOUND TO TRUE.
           IF ACCT-GROUP-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCT-GROUP-ID TO GRP-ID.
           READ GROUP-FILE
               INVALID KEY
                   DISPLAY 'WARNING: GROUP NOT ON GROUPFILE: '
                           ACCT-GROUP-ID ' FOR ACCOUNT: ' ACCT-ID
               NOT INVALID KEY
                   SET WS-GROUP-FOUND TO TRUE
           END-READ.
           EXIT.

      *****************************************************************
       2300-RESTORE-RATE.
           SET ACCT-PENALTY-CURED TO TRUE.
           MOVE WS-RUN-DATE-DASH TO ACCT-PENALTY-CURE-DATE.
           MOVE WS-RUN-TIMESTAMP TO ACCT-LAST-MAINT-TS.
           MOVE ACCOUNT-RECORD   TO FD-ACCTFILE-REC.
           REWRITE FD-ACCTFILE-REC.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING ACCTFILE FOR ACCOUNT: '
                       ACCT-ID
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-RATE-RESTORED.
           EXIT.

      *****************************************************************
       2400-WRITE-DETAIL.
           MOVE ACCT-ID                   TO WS-DTL-ACCT.
           MOVE ACCT-GROUP-ID             TO WS-DTL-GROUP.
           MOVE ACCT-PENALTY-TRIGGER-DATE TO WS-DTL-TRIGGER-DATE.
           MOVE ACCT-PENALTY-EFF-DATE     TO WS-DTL-EFF-DATE.
           MOVE ACCT-PENALTY-ONTIME-CNT   TO WS-DTL-ONTIME.
           IF WS-GROUP-FOUND
               MOVE GRP-INT-RATE          TO WS-DTL-STD-RATE
               MOVE GRP-PENALTY-INT-RATE  TO WS-DTL-PEN-RATE
           ELSE
               MOVE ZERO                  TO WS-DTL-STD-RATE
                                             WS-DTL-PEN-RATE
           END-IF.
           WRITE FD-PENRPT-REC FROM WS-PEN-DETAIL.
           IF PENRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PENRPT'
               MOVE PENRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBPEN01C PENALTY APR CURE REVIEW SUMMARY'.
           DISPLAY '  ACCOUNTS READ         : ' WS-ACCOUNTS-READ.
           DISPLAY '  ACCOUNTS REVIEWED     : ' WS-ACCOUNTS-REVIEWED.
           DISPLAY '  IN NOTICE PERIOD      : ' WS-IN-NOTICE-PERIOD.
           DISPLAY '  PENALTY CONTINUES     : ' WS-PENALTY-CONTINUES.
           DISPLAY '  STANDARD RATE RESTORED: ' WS-RATE-RESTORED.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE ACCTFILE-FILE.
           CLOSE GROUP-FILE.
           CLOSE PENRPT-FILE.
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
