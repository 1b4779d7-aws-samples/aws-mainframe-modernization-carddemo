      ******************************************************************
      * PROGRAM     : CBLRTUPD.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Add/update/delete credit loss rate records
      *               (LOSSRATE, keyed by account group + delinquency
      *               bucket) from a control-card input file, the same
      *               way CBGLMUPD maintains the GL mapping file.  A
      *               blank group sets the default rate for a bucket.
      *               CBALW01C applies these rates to size the monthly
      *               loan-loss allowance.
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
       PROGRAM-ID.    CBLRTUPD.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOSSRATE-FILE ASSIGN TO LOSSRATE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS LRT-KEY
                  FILE STATUS  IS LOSSRATE-STATUS.
      *
           SELECT LRTCARD-FILE ASSIGN TO LRTCARD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS LRTCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOSSRATE-FILE.
       COPY CVLRT01Y.

       FD  LRTCARD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-INPUT-VARS.
           05  INPUT-TYPE                          PIC X(01).
           05  INPUT-GROUP-ID                      PIC X(10).
           05  INPUT-BUCKET                        PIC X(03).
               88  INPUT-BUCKET-VALID              VALUE '000', '030',
                                                         '060', '090',
                                                         '120', '150',
                                                         '180'.
           05  INPUT-LOSS-RATE                     PIC 9(03)V9(04).
           05  INPUT-DESC                          PIC X(30).
           05  FILLER                              PIC X(29).

       WORKING-STORAGE SECTION.

       01  LOSSRATE-STATUS                         PIC X(02).
       01  LRTCARD-STATUS                          PIC X(02).

       01  FLAGS.
           05  LASTREC                             PIC X(01)
                                                    VALUE SPACES.
           05  WS-STOP-FLG                         PIC X(01)
                                                    VALUE 'N'.
             88  STOP-PROCESSING                   VALUE 'Y'.

       01  WS-MISC-VARS.
           05  WS-RETURN-MSG                       PIC X(80)
                                                    VALUE SPACES.

       01  WS-SUMMARY-COUNTS.
           05  WS-ADD-COUNT                        PIC 9(07) VALUE 0.
           05  WS-UPDATE-COUNT                     PIC 9(07) VALUE 0.
           05  WS-DELETE-COUNT                     PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESSING.
           PERFORM 0001-OPEN-FILES
           PERFORM 1001-READ-NEXT-RECORDS
           STOP RUN.

       0001-OPEN-FILES.
           OPEN I-O LOSSRATE-FILE.
           IF LOSSRATE-STATUS NOT = '00' AND NOT = '05'
               DISPLAY 'ERROR OPENING LOSSRATE. STATUS: '
                   LOSSRATE-STATUS
               MOVE 'LOSSRATE OPEN FAILED' TO WS-RETURN-MSG
               SET STOP-PROCESSING TO TRUE
           END-IF.

           OPEN INPUT LRTCARD-FILE.
           IF LRTCARD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LRTCARD FILE. STATUS: '
                   LRTCARD-STATUS
               MOVE 'LRTCARD FILE OPEN FAILED' TO WS-RETURN-MSG
               SET STOP-PROCESSING TO TRUE
           END-IF.

           IF STOP-PROCESSING
               MOVE 4 TO RETURN-CODE
               PERFORM 2001-CLOSE-STOP
               STOP RUN
           END-IF.

       1001-READ-NEXT-RECORDS.
           PERFORM 1002-READ-RECORDS
           PERFORM UNTIL LASTREC = 'Y' OR STOP-PROCESSING
               PERFORM 1003-TREAT-RECORD THRU 1003-EXIT
               PERFORM 1002-READ-RECORDS
           END-PERFORM
           PERFORM 2001-CLOSE-STOP.

       1002-READ-RECORDS.
           READ LRTCARD-FILE INTO WS-INPUT-VARS
               AT END
                   MOVE 'Y' TO LASTREC
           END-READ.
           IF LASTREC NOT = 'Y'
               DISPLAY 'PROCESSING LOSS RATE CARD: ' WS-INPUT-VARS
           END-IF.

       1003-TREAT-RECORD.
           IF INPUT-TYPE = 'A' OR 'U' OR 'D'
               IF NOT INPUT-BUCKET-VALID
                   STRING 'ERROR: BUCKET NOT VALID: ' INPUT-BUCKET
                       DELIMITED BY SIZE
                       INTO WS-RETURN-MSG
                   END-STRING
                   PERFORM 9999-ABEND
                   GO TO 1003-EXIT
               END-IF
           END-IF.
           IF INPUT-TYPE = 'A' OR 'U'
               IF INPUT-LOSS-RATE IS NOT NUMERIC
                  OR INPUT-LOSS-RATE > 100
                   STRING 'ERROR: LOSS RATE NOT VALID FOR '
                       INPUT-GROUP-ID '/' INPUT-BUCKET
                       DELIMITED BY SIZE
                       INTO WS-RETURN-MSG
                   END-STRING
                   PERFORM 9999-ABEND
                   GO TO 1003-EXIT
               END-IF
           END-IF.

           EVALUATE INPUT-TYPE
             WHEN 'A'
               PERFORM 10031-INSERT-RATE THRU 10031-EXIT
             WHEN 'U'
               PERFORM 10032-UPDATE-RATE THRU 10032-EXIT
             WHEN 'D'
               PERFORM 10033-DELETE-RATE THRU 10033-EXIT
             WHEN '*'
               DISPLAY 'IGNORING COMMENTED LINE'
             WHEN OTHER
               STRING 'ERROR: TYPE NOT VALID: ' INPUT-TYPE
                   DELIMITED BY SIZE
                   INTO WS-RETURN-MSG
               END-STRING
               PERFORM 9999-ABEND
           END-EVALUATE.

       1003-EXIT.
           EXIT.

       10031-INSERT-RATE.
           MOVE INPUT-GROUP-ID     TO LRT-GROUP-ID
           MOVE INPUT-BUCKET       TO LRT-BUCKET
           READ LOSSRATE-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               STRING 'DUPLICATE LOSS RATE: ' INPUT-GROUP-ID
                   '/' INPUT-BUCKET ' - INSERT REJECTED'
                   DELIMITED BY SIZE
                   INTO WS-RETURN-MSG
               END-STRING
               PERFORM 9999-ABEND
               GO TO 10031-EXIT
           END-READ.

           MOVE INPUT-GROUP-ID     TO LRT-GROUP-ID
           MOVE INPUT-BUCKET       TO LRT-BUCKET
           MOVE INPUT-LOSS-RATE    TO LRT-LOSS-RATE
           MOVE INPUT-DESC         TO LRT-DESC

           WRITE LOSS-RATE-RECORD
             INVALID KEY
               DISPLAY 'ERROR WRITING LOSSRATE. STATUS: '
                   LOSSRATE-STATUS
               PERFORM 9999-ABEND
             NOT INVALID KEY
               DISPLAY 'LOSS RATE RECORD ADDED SUCCESSFULLY'
               ADD 1 TO WS-ADD-COUNT
           END-WRITE.

       10031-EXIT.
           EXIT.

       10032-UPDATE-RATE.
           MOVE INPUT-GROUP-ID     TO LRT-GROUP-ID
           MOVE INPUT-BUCKET       TO LRT-BUCKET
           READ LOSSRATE-FILE
             INVALID KEY
               STRING 'LOSS RATE NOT FOUND: ' INPUT-GROUP-ID
                   '/' INPUT-BUCKET
                   DELIMITED BY SIZE
                   INTO WS-RETURN-MSG
               END-STRING
               PERFORM 9999-ABEND
               GO TO 10032-EXIT
           END-READ.

           MOVE INPUT-LOSS-RATE    TO LRT-LOSS-RATE
           MOVE INPUT-DESC         TO LRT-DESC

           REWRITE LOSS-RATE-RECORD
             INVALID KEY
               DISPLAY 'ERROR REWRITING LOSSRATE. STATUS: '
                   LOSSRATE-STATUS
               PERFORM 9999-ABEND
             NOT INVALID KEY
               DISPLAY 'LOSS RATE RECORD UPDATED SUCCESSFULLY'
               ADD 1 TO WS-UPDATE-COUNT
           END-REWRITE.

       10032-EXIT.
           EXIT.

       10033-DELETE-RATE.
           MOVE INPUT-GROUP-ID     TO LRT-GROUP-ID
           MOVE INPUT-BUCKET       TO LRT-BUCKET
           READ LOSSRATE-FILE
             INVALID KEY
               STRING 'LOSS RATE NOT FOUND: ' INPUT-GROUP-ID
                   '/' INPUT-BUCKET
                   DELIMITED BY SIZE
                   INTO WS-RETURN-MSG
               END-STRING
               PERFORM 9999-ABEND
               GO TO 10033-EXIT
           END-READ.

           DELETE LOSSRATE-FILE
             INVALID KEY
               DISPLAY 'ERROR DELETING LOSSRATE. STATUS: '
                   LOSSRATE-STATUS
               PERFORM 9999-ABEND
             NOT INVALID KEY
               DISPLAY 'LOSS RATE RECORD DELETED SUCCESSFULLY'
               ADD 1 TO WS-DELETE-COUNT
           END-DELETE.

       10033-EXIT.
           EXIT.

       9999-ABEND.
           DISPLAY WS-RETURN-MSG.
           MOVE 4 TO RETURN-CODE.
           SET STOP-PROCESSING TO TRUE.

       2001-CLOSE-STOP.
           PERFORM 8900-PRINT-SUMMARY.
           CLOSE LOSSRATE-FILE.
           CLOSE LRTCARD-FILE.
           IF STOP-PROCESSING
               CALL 'CEE3ABD'
           END-IF.

       8900-PRINT-SUMMARY.
           DISPLAY '================================================'
           DISPLAY 'CBLRTUPD RUN SUMMARY'
           DISPLAY '  LOSS RATES ADDED  : ' WS-ADD-COUNT
           DISPLAY '  LOSS RATES UPDATED: ' WS-UPDATE-COUNT
           DISPLAY '  LOSS RATES DELETED: ' WS-DELETE-COUNT
           DISPLAY '================================================'.
