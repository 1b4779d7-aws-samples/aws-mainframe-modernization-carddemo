      ******************************************************************
      * PROGRAM     : CBGLA01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : General-ledger acknowledgment intake.  Reads the
      *               GL system's answer to the journal (GLACK) - one
      *               accepted or rejected detail per GLJRNL line and a
      *               control trailer - and files every rejected line
      *               on the GLSUSP suspense queue, keyed by the line's
      *               post date, source and sequence, for finance to
      *               repair on the COGLSR0C screen.  A reject already
      *               on the queue (an intake rerun) is left as it is.
      *               The run abends when the trailer does not prove
      *               the details, and ends with return code 4 when
      *               anything new went to suspense.
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
       PROGRAM-ID.    CBGLA01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLACK-FILE ASSIGN TO GLACK
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS GLACK-STATUS.
      *
           SELECT GLSUSP-FILE ASSIGN TO GLSUSP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS GLS-KEY
                  FILE STATUS  IS GLSUSP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLACK-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  FD-GLACK-REC                         PIC X(120).

       FD  GLSUSP-FILE.
       COPY CVGLS01Y.

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVGLA01Y.
       COPY CVGLJ01Y.

       01  GLACK-STATUS.
           05  GLACK-STAT1         PIC X.
           05  GLACK-STAT2         PIC X.
       01  GLSUSP-STATUS.
           05  GLSUSP-STAT1        PIC X.
           05  GLSUSP-STAT2        PIC X.

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

       01  WS-TRAILER-SEEN-SW      PIC X(01) VALUE 'N'.
           88  WS-TRAILER-SEEN               VALUE 'Y'.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-RUN-DATE-DASH                PIC X(10).

       01  WS-RUN-COUNTS.
           05  WS-DETAILS-READ             PIC 9(09) VALUE 0.
           05  WS-ACCEPTED-COUNT           PIC 9(09) VALUE 0.
           05  WS-REJECTED-COUNT           PIC 9(09) VALUE 0.
           05  WS-SUSP-FILED               PIC 9(09) VALUE 0.
           05  WS-SUSP-DUPLICATE           PIC 9(09) VALUE 0.
           05  WS-BAD-STATUS-COUNT         PIC 9(09) VALUE 0.
       01  WS-SUSP-AMT-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBGLA01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-ACKS.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBGLA01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE-DASH
           END-STRING.

           OPEN INPUT GLACK-FILE.
           IF GLACK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GLACK'
               MOVE GLACK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN I-O GLSUSP-FILE.
           IF GLSUSP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GLSUSP'
               MOVE GLSUSP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       2000-PROCESS-ACKS.
      *****************************************************************
           PERFORM 2100-READ-ACK.
           PERFORM UNTIL END-OF-FILE = 'Y'
               EVALUATE TRUE
                   WHEN ACK-TRAILER-REC
                       PERFORM 2150-VERIFY-TRAILER
                   WHEN ACK-DETAIL-REC
                       ADD 1 TO WS-DETAILS-READ
                       PERFORM 2200-APPLY-ONE-ACK
                   WHEN OTHER
                       DISPLAY 'UNEXPECTED GLACK RECORD TYPE: '
                               ACK-REC-TYPE
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
               PERFORM 2100-READ-ACK
           END-PERFORM.
           IF NOT WS-TRAILER-SEEN
               DISPLAY 'GLACK ENDED WITHOUT CONTROL TRAILER - '
                       'ACKNOWLEDGMENT INCOMPLETE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

       2100-READ-ACK.
           READ GLACK-FILE INTO GL-ACK-RECORD.
           EVALUATE GLACK-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING GLACK'
                   MOVE GLACK-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * The GL's trailer must account for every detail and reject.    *
      *****************************************************************
       2150-VERIFY-TRAILER.
           SET WS-TRAILER-SEEN TO TRUE.
           IF ACK-TR-DETAIL-COUNT NOT = WS-DETAILS-READ
            OR ACK-TR-REJECT-COUNT NOT = WS-REJECTED-COUNT
               DISPLAY 'GLACK OUT OF BALANCE WITH ITS TRAILER'
               DISPLAY '  TRAILER DETAILS: ' ACK-TR-DETAIL-COUNT
                       ' READ: ' WS-DETAILS-READ
               DISPLAY '  TRAILER REJECTS: ' ACK-TR-REJECT-COUNT
                       ' READ: ' WS-REJECTED-COUNT
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
      * An accepted line needs nothing more; a rejected one is filed  *
      * on the suspense queue.  A status the GL should never send is  *
      * counted and shown so the interface can be chased.             *
      *****************************************************************
       2200-APPLY-ONE-ACK.
           EVALUATE TRUE
               WHEN ACK-ACCEPTED
                   ADD 1 TO WS-ACCEPTED-COUNT
               WHEN ACK-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM 2300-FILE-SUSPENSE
               WHEN OTHER
                   ADD 1 TO WS-BAD-STATUS-COUNT
                   DISPLAY 'UNKNOWN GLACK STATUS ' ACK-STATUS
                           ' FOR LINE: ' ACK-JOURNAL-LINE(1:40)
           END-EVALUATE.
           EXIT.

      *****************************************************************
       2300-FILE-SUSPENSE.
           MOVE ACK-JOURNAL-LINE TO GL-JOURNAL-RECORD.
           INITIALIZE GL-SUSPENSE-RECORD.
           MOVE JRN-POST-DATE      TO GLS-POST-DATE.
           MOVE JRN-SOURCE-CD      TO GLS-SOURCE-CD.
           MOVE JRN-LINE-SEQ       TO GLS-LINE-SEQ.
           SET GLS-OPEN            TO TRUE.
           MOVE JRN-DR-CR-IND      TO GLS-DR-CR-IND.
           MOVE JRN-GL-ACCOUNT     TO GLS-GL-ACCOUNT.
           MOVE JRN-AMOUNT         TO GLS-AMOUNT.
           MOVE JRN-TRAN-TYPE-CD   TO GLS-TRAN-TYPE-CD.
           MOVE JRN-TRAN-CAT-CD    TO GLS-TRAN-CAT-CD.
           MOVE JRN-DESC           TO GLS-DESC.
           MOVE ACK-REASON-CD      TO GLS-REASON-CD.
           MOVE ACK-REASON-TEXT    TO GLS-REASON-TEXT.
           MOVE WS-RUN-DATE-DASH   TO GLS-RECEIVED-DATE.
           WRITE GL-SUSPENSE-RECORD.
           EVALUATE GLSUSP-STATUS
               WHEN '00'
                   ADD 1 TO WS-SUSP-FILED
                   ADD GLS-AMOUNT TO WS-SUSP-AMT-TOTAL
               WHEN '22'
                   ADD 1 TO WS-SUSP-DUPLICATE
               WHEN OTHER
                   DISPLAY 'ERROR WRITING GLSUSP FOR LINE: '
                           GLS-POST-DATE ' ' GLS-SOURCE-CD ' '
                           GLS-LINE-SEQ
                   MOVE GLSUSP-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBGLA01C GL ACKNOWLEDGMENT INTAKE SUMMARY'.
           DISPLAY '  DETAILS READ          : ' WS-DETAILS-READ.
           DISPLAY '  LINES ACCEPTED        : ' WS-ACCEPTED-COUNT.
           DISPLAY '  LINES REJECTED        : ' WS-REJECTED-COUNT.
           DISPLAY '  FILED TO SUSPENSE     : ' WS-SUSP-FILED.
           DISPLAY '  ALREADY IN SUSPENSE   : ' WS-SUSP-DUPLICATE.
           DISPLAY '  UNKNOWN STATUS        : ' WS-BAD-STATUS-COUNT.
           DISPLAY '  SUSPENSE AMOUNT FILED : ' WS-SUSP-AMT-TOTAL.
           DISPLAY '================================================'.
           IF WS-SUSP-FILED > 0 OR WS-BAD-STATUS-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE GLACK-FILE.
           CLOSE GLSUSP-FILE.
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
