      ******************************************************************
      * PROGRAM     : CBARR01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Archived-account restore.  For each account on
      *               the RESTREQ request file, puts back what the
      *               CBARC01C archival run moved off the live files:
      *               the account record from its ACCTARCH stub, and
      *               its cards and cross-reference rows from ARCHDTL.
      *               The stub stays on file marked restored, with the
      *               date and requester, as the record of the round
      *               trip.  The account comes back exactly as it was
      *               archived - closed - and any reopen is ordinary
      *               account maintenance from there.
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
       PROGRAM-ID.    CBARR01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Restore requests: account id and requester, one per card.
           SELECT RREQ-FILE ASSIGN TO RESTREQ
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RREQ-STATUS.
      *
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      *
           SELECT CARD-FILE ASSIGN TO CARDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CARD-NUM
                  FILE STATUS  IS CARDFILE-STATUS.
      *
           SELECT XREF-FILE ASSIGN TO XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS XREF-CARD-NUM
                  FILE STATUS  IS XREFFILE-STATUS.
      *
           SELECT ARCH-FILE ASSIGN TO ACCTARCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ARC-ACCT-ID
                  FILE STATUS  IS ACCTARCH-STATUS.
      *
           SELECT ARDTL-FILE ASSIGN TO ARCHDTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ARD-KEY
                  FILE STATUS  IS ARCHDTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RREQ-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-RREQ-REC.
           05 FD-RR-ACCT-ID                     PIC 9(11).
           05 FILLER                            PIC X(01).
           05 FD-RR-REQ-BY                      PIC X(08).
           05 FILLER                            PIC X(60).
       01  FD-RREQ-REC-X REDEFINES FD-RREQ-REC.
           05 FD-RR-ACCT-ID-X                   PIC X(11).
           05 FILLER                            PIC X(69).

       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  CARD-FILE.
       COPY CVACT02Y.

       FD  XREF-FILE.
       COPY CVACT03Y.

       FD  ARCH-FILE.
       COPY CVARC01Y.

       FD  ARDTL-FILE.
       COPY CVARC02Y.

       WORKING-STORAGE SECTION.

      *****************************************************************
       01  RREQ-STATUS.
           05  RREQ-STAT1          PIC X.
           05  RREQ-STAT2          PIC X.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  CARDFILE-STATUS.
           05  CARDFILE-STAT1      PIC X.
           05  CARDFILE-STAT2      PIC X.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.
       01  ACCTARCH-STATUS.
           05  ACCTARCH-STAT1      PIC X.
           05  ACCTARCH-STAT2      PIC X.
       01  ARCHDTL-STATUS.
           05  ARCHDTL-STAT1       PIC X.
           05  ARCHDTL-STAT2       PIC X.

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
       01  WS-DTL-DONE-SW          PIC X(01) VALUE 'N'.
           88  WS-DTL-DONE                   VALUE 'Y'.

       01  WS-WORK-FIELDS.
           05  WS-REJECT-REASON            PIC X(30).
           05  WS-ACCT-CARDS               PIC 9(03).
           05  WS-ACCT-XREFS               PIC 9(03).

       01  WS-RUN-COUNTS.
           05  WS-REQUESTS-READ            PIC 9(09) VALUE 0.
           05  WS-RESTORED-COUNT           PIC 9(09) VALUE 0.
           05  WS-REJECTED-COUNT           PIC 9(09) VALUE 0.
           05  WS-CARDS-RESTORED           PIC 9(09) VALUE 0.
           05  WS-XREFS-RESTORED           PIC 9(09) VALUE 0.
           05  WS-ROWS-ALREADY-LIVE        PIC 9(09) VALUE 0.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-RUN-DATE                     PIC X(10).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBARR01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-REQUESTS.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBARR01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING.

           OPEN INPUT RREQ-FILE.
           IF RREQ-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RESTREQ'
               MOVE RREQ-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN I-O ACCTFILE-FILE.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCTFILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN I-O CARD-FILE.
           IF CARDFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CARDFILE'
               MOVE CARDFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN I-O XREF-FILE.
           IF XREFFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING XREFFILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN I-O ARCH-FILE.
           IF ACCTARCH-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCTARCH'
               MOVE ACCTARCH-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN I-O ARDTL-FILE.
           IF ARCHDTL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ARCHDTL'
               MOVE ARCHDTL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

      *****************************************************************
       2000-PROCESS-REQUESTS.
      *****************************************************************
           PERFORM 2100-READ-REQUEST.
           PERFORM UNTIL END-OF-FILE = 'Y'
               ADD 1 TO WS-REQUESTS-READ
               PERFORM 2200-RESTORE-ONE-ACCOUNT
               PERFORM 2100-READ-REQUEST
           END-PERFORM.

      *****************************************************************
       2100-READ-REQUEST.
      *****************************************************************
           READ RREQ-FILE.
           EVALUATE RREQ-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING RESTREQ'
                   MOVE RREQ-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * The account record goes back first: if it is somehow already  *
      * live, nothing else is touched and the request is rejected.    *
      *****************************************************************
       2200-RESTORE-ONE-ACCOUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           IF FD-RR-ACCT-ID-X NOT NUMERIC
               MOVE 'ACCOUNT ID NOT NUMERIC' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF.

           MOVE FD-RR-ACCT-ID TO ARC-ACCT-ID.
           READ ARCH-FILE.
           EVALUATE ACCTARCH-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   MOVE 'ACCOUNT NOT ON ARCHIVE' TO WS-REJECT-REASON
               WHEN OTHER
                   DISPLAY 'ERROR READING ACCTARCH FOR: '
                           FD-RR-ACCT-ID
                   MOVE ACCTARCH-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
              AND NOT ARC-ARCHIVED
               MOVE 'ALREADY RESTORED' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2900-REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF.

           MOVE ARC-ACCT-IMAGE TO FD-ACCTFILE-REC.
           WRITE FD-ACCTFILE-REC.
           EVALUATE ACCTFILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '22'
                   MOVE 'ACCOUNT ALREADY ON ACCTFILE'
                     TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-REQUEST
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY 'ERROR WRITING ACCTFILE FOR: '
                           FD-RR-ACCT-ID
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.

           MOVE ZERO TO WS-ACCT-CARDS WS-ACCT-XREFS.
           PERFORM 2300-RESTORE-DETAIL-ROWS.

           SET ARC-RESTORED    TO TRUE.
           MOVE WS-RUN-DATE    TO ARC-RESTORE-DATE.
           MOVE FD-RR-REQ-BY   TO ARC-RESTORE-REQ-BY.
           REWRITE ACCOUNT-ARCHIVE-RECORD.
           IF ACCTARCH-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING ACCTARCH FOR: ' ARC-ACCT-ID
               MOVE ACCTARCH-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           ADD 1 TO WS-RESTORED-COUNT.
           DISPLAY 'RESTORED ACCOUNT: ' ARC-ACCT-ID
                   ' CARDS: ' WS-ACCT-CARDS
                   ' XREF ROWS: ' WS-ACCT-XREFS
                   ' REQUESTED BY: ' FD-RR-REQ-BY.
           EXIT.

      *****************************************************************
      * Browse the account's ARCHDTL rows, put each back on its live  *
      * file, and drop it from the archive.                           *
      *****************************************************************
       2300-RESTORE-DETAIL-ROWS.
           MOVE LOW-VALUES  TO ARD-KEY.
           MOVE ARC-ACCT-ID TO ARD-ACCT-ID.
           MOVE 'N' TO WS-DTL-DONE-SW.
           START ARDTL-FILE KEY IS >= ARD-KEY.
           EVALUATE ARCHDTL-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY 'ERROR STARTING ARCHDTL FOR: ' ARC-ACCT-ID
                   MOVE ARCHDTL-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.

           PERFORM 2310-READ-NEXT-DETAIL.
           PERFORM UNTIL WS-DTL-DONE
               EVALUATE TRUE
                   WHEN ARD-CARD-ROW
                       PERFORM 2400-RESTORE-CARD
                   WHEN ARD-XREF-ROW
                       PERFORM 2500-RESTORE-XREF
               END-EVALUATE
               DELETE ARDTL-FILE RECORD
               IF ARCHDTL-STATUS NOT = '00'
                   DISPLAY 'ERROR DELETING ARCHDTL FOR: '
                           ARC-ACCT-ID
                   MOVE ARCHDTL-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               PERFORM 2310-READ-NEXT-DETAIL
           END-PERFORM.
           EXIT.

      *****************************************************************
       2310-READ-NEXT-DETAIL.
           READ ARDTL-FILE NEXT.
           EVALUATE ARCHDTL-STATUS
               WHEN '00'
                   IF ARD-ACCT-ID NOT = ARC-ACCT-ID
                       SET WS-DTL-DONE TO TRUE
                   END-IF
               WHEN '10'
                   SET WS-DTL-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR READING ARCHDTL FOR: ' ARC-ACCT-ID
                   MOVE ARCHDTL-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * A row already live (a card number reissued to the account    *
      * before the restore, say) is left as it is and counted.        *
      *****************************************************************
       2400-RESTORE-CARD.
           MOVE ARD-IMAGE TO CARD-RECORD.
           WRITE CARD-RECORD.
           EVALUATE CARDFILE-STATUS
               WHEN '00'
                   ADD 1 TO WS-ACCT-CARDS
                   ADD 1 TO WS-CARDS-RESTORED
               WHEN '22'
                   DISPLAY 'WARNING: CARD ALREADY ON CARDFILE: '
                           ARD-CARD-NUM
                   ADD 1 TO WS-ROWS-ALREADY-LIVE
               WHEN OTHER
                   DISPLAY 'ERROR WRITING CARDFILE FOR: ' ARC-ACCT-ID
                   MOVE CARDFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
       2500-RESTORE-XREF.
           MOVE ARD-IMAGE(1:50) TO CARD-XREF-RECORD.
           WRITE CARD-XREF-RECORD.
           EVALUATE XREFFILE-STATUS
               WHEN '00'
                   ADD 1 TO WS-ACCT-XREFS
                   ADD 1 TO WS-XREFS-RESTORED
               WHEN '22'
                   DISPLAY 'WARNING: XREF ALREADY ON XREFFILE: '
                           ARD-CARD-NUM
                   ADD 1 TO WS-ROWS-ALREADY-LIVE
               WHEN OTHER
                   DISPLAY 'ERROR WRITING XREFFILE FOR: ' ARC-ACCT-ID
                   MOVE XREFFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
       2900-REJECT-REQUEST.
           ADD 1 TO WS-REJECTED-COUNT.
           DISPLAY 'RESTORE REJECTED - ACCOUNT: ' FD-RR-ACCT-ID-X
                   ' REASON: ' WS-REJECT-REASON.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBARR01C ARCHIVED-ACCOUNT RESTORE SUMMARY'.
           DISPLAY '  REQUESTS READ         : ' WS-REQUESTS-READ.
           DISPLAY '  ACCOUNTS RESTORED     : ' WS-RESTORED-COUNT.
           DISPLAY '  REQUESTS REJECTED     : ' WS-REJECTED-COUNT.
           DISPLAY '  CARDS RESTORED        : ' WS-CARDS-RESTORED.
           DISPLAY '  XREF ROWS RESTORED    : ' WS-XREFS-RESTORED.
           DISPLAY '  ROWS ALREADY LIVE     : ' WS-ROWS-ALREADY-LIVE.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE RREQ-FILE.
           CLOSE ACCTFILE-FILE.
           CLOSE CARD-FILE.
           CLOSE XREF-FILE.
           CLOSE ARCH-FILE.
           CLOSE ARDTL-FILE.
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
