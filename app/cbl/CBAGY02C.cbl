      ******************************************************************
      * PROGRAM     : CBAGY02C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Collections agency remittance intake.  Reads the
      *               agencies' remittance records (AGYREMIT) - one per
      *               collection from a debtor - and matches each to
      *               the account's placement with the remitting
      *               agency.  A collection is accepted while the
      *               placement is open, or after recall when it was
      *               collected on or before the recall date.  The
      *               agency's commission is worked at the rate fixed
      *               at placement and accumulated on AGYPLACE with
      *               the amount collected.  Accepted collections are
      *               written in the RCVPAY layout (AGYRCVPY) for the
      *               CBRCV01C recovery posting, which credits the
      *               ledger with the amount collected and posts the
      *               recovery net of commission; each is also kept
      *               on the AGYRMHST history the monthly liquidation
      *               report reads.
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
       PROGRAM-ID.    CBAGY02C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-FILE ASSIGN TO AGYREMIT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS AGYREMIT-STATUS.
      *
           SELECT RECVLEDG-FILE ASSIGN TO RECVLEDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS RCV-ACCT-ID
                  FILE STATUS  IS RECVLEDG-STATUS.
      *
           SELECT PLACE-FILE ASSIGN TO AGYPLACE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS APL-KEY
                  FILE STATUS  IS AGYPLACE-STATUS.
      *
      *    Accepted collections in the RCVPAY layout - concatenated
      *    ahead of the CBRCV01C recovery posting.
           SELECT RCVPAY-FILE ASSIGN TO AGYRCVPY
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RCVPAY-STATUS.
      *
      *    Remittance history for the monthly liquidation report.
           SELECT HIST-FILE ASSIGN TO AGYRMHST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS AGYRMHST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REMIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-REMIT-REC.
           05 FD-RM-AGENCY-ID                   PIC X(04).
           05 FD-RM-ACCT-ID                     PIC 9(11).
           05 FD-RM-AMOUNT                      PIC 9(09)V99.
           05 FD-RM-DATE                        PIC X(10).
           05 FD-RM-REFERENCE                   PIC X(16).
           05 FILLER                            PIC X(28).
       01  FD-REMIT-REC-X REDEFINES FD-REMIT-REC.
           05 FILLER                            PIC X(04).
           05 FD-RM-ACCT-ID-X                   PIC X(11).
           05 FD-RM-AMOUNT-X                    PIC X(11).
           05 FILLER                            PIC X(54).

       FD  RECVLEDG-FILE.
       COPY CVRCV01Y.

       FD  PLACE-FILE.
       COPY CVAGY02Y.

      *    RCVPAY remittance layout (CBRCV01C).
       FD  RCVPAY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-RCVPAY-REC.
           05 FD-RP-ACCT-ID                     PIC 9(11).
           05 FD-RP-AMOUNT                      PIC 9(09)V99.
           05 FD-RP-DATE                        PIC X(10).
           05 FD-RP-REFERENCE                   PIC X(16).
           05 FD-RP-AGENCY-ID                   PIC X(04).
           05 FD-RP-COMMISSION                  PIC 9(07)V99.
           05 FILLER                            PIC X(19).

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

       WORKING-STORAGE SECTION.

       01  AGYREMIT-STATUS.
           05  AGYREMIT-STAT1      PIC X.
           05  AGYREMIT-STAT2      PIC X.
       01  RECVLEDG-STATUS.
           05  RECVLEDG-STAT1      PIC X.
           05  RECVLEDG-STAT2      PIC X.
       01  AGYPLACE-STATUS.
           05  AGYPLACE-STAT1      PIC X.
           05  AGYPLACE-STAT2      PIC X.
       01  RCVPAY-STATUS.
           05  RCVPAY-STAT1        PIC X.
           05  RCVPAY-STAT2        PIC X.
       01  AGYRMHST-STATUS.
           05  AGYRMHST-STAT1      PIC X.
           05  AGYRMHST-STAT2      PIC X.

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

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY         PIC 9(04).
           05  WS-RUN-MM           PIC 9(02).
           05  WS-RUN-DD           PIC 9(02).
       01  WS-RUN-DATE-DASH        PIC X(10).

       01  WS-PLACE-SEQ            PIC 9(02).
       01  WS-MATCH-SW             PIC X(01) VALUE 'N'.
           88  WS-MATCH-FOUND                VALUE 'Y'.
           88  WS-MATCH-NOT-FOUND            VALUE 'N'.
       01  WS-REJECT-REASON        PIC X(30).
       01  WS-COMMISSION           PIC S9(07)V99 COMP-3 VALUE 0.

       01  WS-RUN-COUNTS.
           05  WS-REMITS-READ              PIC 9(09) VALUE 0.
           05  WS-REMITS-ACCEPTED          PIC 9(09) VALUE 0.
           05  WS-REMITS-REJECTED          PIC 9(09) VALUE 0.
       01  WS-RUN-TOTALS                   COMP-3.
           05  WS-COLLECTED-TOTAL          PIC S9(11)V99 VALUE 0.
           05  WS-COMMISSION-TOTAL         PIC S9(11)V99 VALUE 0.
           05  WS-REJECTED-TOTAL           PIC S9(11)V99 VALUE 0.

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBAGY02C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-REMITTANCES.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBAGY02C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE-DASH
           END-STRING.

           OPEN INPUT REMIT-FILE.
           IF AGYREMIT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGYREMIT'
               MOVE AGYREMIT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT RECVLEDG-FILE.
           IF RECVLEDG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RECVLEDG'
               MOVE RECVLEDG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN I-O PLACE-FILE.
           IF AGYPLACE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGYPLACE'
               MOVE AGYPLACE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT RCVPAY-FILE.
           IF RCVPAY-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGYRCVPY'
               MOVE RCVPAY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT HIST-FILE.
           IF AGYRMHST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGYRMHST'
               MOVE AGYRMHST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

      *****************************************************************
       2000-PROCESS-REMITTANCES.
      *****************************************************************
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ REMIT-FILE
               EVALUATE AGYREMIT-STATUS
                   WHEN '00'
                       ADD 1 TO WS-REMITS-READ
                       PERFORM 2100-PROCESS-ONE-REMIT
                   WHEN '10'
                       MOVE 'Y' TO END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERROR READING AGYREMIT'
                       MOVE AGYREMIT-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-PERFORM.
           EXIT.

      *****************************************************************
       2100-PROCESS-ONE-REMIT.
           IF FD-RM-ACCT-ID-X NOT NUMERIC
              OR FD-RM-AMOUNT-X NOT NUMERIC
              OR FD-RM-AMOUNT = ZERO
               MOVE 'INVALID ACCOUNT OR AMOUNT' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-REMIT
               EXIT PARAGRAPH
           END-IF.

           MOVE FD-RM-ACCT-ID TO RCV-ACCT-ID.
           READ RECVLEDG-FILE
               INVALID KEY
                   MOVE 'NO RECOVERY LEDGER' TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-REMIT
                   EXIT PARAGRAPH
           END-READ.
           IF RCV-PLACEMENT-CNT NOT NUMERIC
              OR RCV-PLACEMENT-CNT = ZERO
               MOVE 'ACCOUNT NEVER PLACED' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-REMIT
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2200-FIND-PLACEMENT.
           IF WS-MATCH-NOT-FOUND
               PERFORM 2900-REJECT-REMIT
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-COMMISSION ROUNDED =
               FD-RM-AMOUNT * APL-COMMISSION-PCT / 100.
           ADD FD-RM-AMOUNT  TO APL-RECOVERED-AMT.
           ADD WS-COMMISSION TO APL-COMMISSION-AMT.
           MOVE FD-RM-DATE   TO APL-LAST-REMIT-DATE.
           REWRITE AGENCY-PLACEMENT-RECORD.
           IF AGYPLACE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING AGYPLACE FOR ACCOUNT: '
                       APL-ACCT-ID
               MOVE AGYPLACE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           MOVE SPACES            TO FD-RCVPAY-REC.
           MOVE FD-RM-ACCT-ID     TO FD-RP-ACCT-ID.
           MOVE FD-RM-AMOUNT      TO FD-RP-AMOUNT.
           MOVE FD-RM-DATE        TO FD-RP-DATE.
           MOVE FD-RM-REFERENCE   TO FD-RP-REFERENCE.
           MOVE FD-RM-AGENCY-ID   TO FD-RP-AGENCY-ID.
           MOVE WS-COMMISSION     TO FD-RP-COMMISSION.
           WRITE FD-RCVPAY-REC.
           IF RCVPAY-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AGYRCVPY'
               MOVE RCVPAY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           MOVE SPACES            TO FD-HIST-REC.
           MOVE FD-RM-AGENCY-ID   TO FD-RH-AGENCY-ID.
           MOVE FD-RM-ACCT-ID     TO FD-RH-ACCT-ID.
           MOVE APL-PLACE-SEQ     TO FD-RH-PLACE-SEQ.
           MOVE FD-RM-DATE        TO FD-RH-DATE.
           MOVE FD-RM-AMOUNT      TO FD-RH-AMOUNT.
           MOVE WS-COMMISSION     TO FD-RH-COMMISSION.
           MOVE FD-RM-REFERENCE   TO FD-RH-REFERENCE.
           MOVE WS-RUN-DATE-DASH  TO FD-RH-INTAKE-DATE.
           WRITE FD-HIST-REC.
           IF AGYRMHST-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AGYRMHST'
               MOVE AGYRMHST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           ADD 1 TO WS-REMITS-ACCEPTED.
           ADD FD-RM-AMOUNT  TO WS-COLLECTED-TOTAL.
           ADD WS-COMMISSION TO WS-COMMISSION-TOTAL.
           EXIT.

      *****************************************************************
      * Walk the account's placements newest first for the latest    *
      * one with the remitting agency.  A recalled placement still    *
      * takes collections dated on or before its recall.              *
      *****************************************************************
       2200-FIND-PLACEMENT.
           SET WS-MATCH-NOT-FOUND TO TRUE.
           MOVE 'NOT PLACED WITH THIS AGENCY' TO WS-REJECT-REASON.
           MOVE RCV-PLACEMENT-CNT TO WS-PLACE-SEQ.
           PERFORM UNTIL WS-PLACE-SEQ = ZERO
                      OR WS-MATCH-FOUND
               MOVE FD-RM-ACCT-ID TO APL-ACCT-ID
               MOVE WS-PLACE-SEQ  TO APL-PLACE-SEQ
               READ PLACE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF APL-AGENCY-ID = FD-RM-AGENCY-ID
                           PERFORM 2250-CHECK-PLACEMENT
                           IF WS-MATCH-NOT-FOUND
                               EXIT PERFORM
                           END-IF
                       END-IF
               END-READ
               IF WS-MATCH-NOT-FOUND
                   SUBTRACT 1 FROM WS-PLACE-SEQ
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
       2250-CHECK-PLACEMENT.
           IF APL-PLACED
               SET WS-MATCH-FOUND TO TRUE
           ELSE
               IF FD-RM-DATE NOT > APL-RECALL-DATE
                   SET WS-MATCH-FOUND TO TRUE
               ELSE
                   MOVE 'COLLECTED AFTER RECALL' TO WS-REJECT-REASON
               END-IF
           END-IF.
           EXIT.

      *****************************************************************
       2900-REJECT-REMIT.
           ADD 1 TO WS-REMITS-REJECTED.
           IF FD-RM-AMOUNT-X IS NUMERIC
               ADD FD-RM-AMOUNT TO WS-REJECTED-TOTAL
           END-IF.
           DISPLAY 'REMITTANCE REJECTED - AGENCY: ' FD-RM-AGENCY-ID
                   ' ACCOUNT: ' FD-RM-ACCT-ID-X
                   ' REF: ' FD-RM-REFERENCE
                   ' - ' WS-REJECT-REASON.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBAGY02C AGENCY REMITTANCE SUMMARY'.
           DISPLAY '  REMITTANCES READ      : ' WS-REMITS-READ.
           DISPLAY '  REMITTANCES ACCEPTED  : ' WS-REMITS-ACCEPTED.
           DISPLAY '  REMITTANCES REJECTED  : ' WS-REMITS-REJECTED.
           DISPLAY '  COLLECTED TOTAL       : ' WS-COLLECTED-TOTAL.
           DISPLAY '  COMMISSION TOTAL      : ' WS-COMMISSION-TOTAL.
           DISPLAY '  REJECTED TOTAL        : ' WS-REJECTED-TOTAL.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE REMIT-FILE.
           CLOSE RECVLEDG-FILE.
           CLOSE PLACE-FILE.
           CLOSE RCVPAY-FILE.
           CLOSE HIST-FILE.
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
