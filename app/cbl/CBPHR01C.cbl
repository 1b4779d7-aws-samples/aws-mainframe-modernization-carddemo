      ******************************************************************
      * PROGRAM     : CBPHR01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Payment clearing-hold release.  Runs after the
      *               CBACH01C return intake.  Every payment hold on
      *               PAYHOLD still held with a release date on or
      *               before the run date has cleared without a return,
      *               so its amount comes off the account's held amount
      *               (ACCT-PAY-HOLD-AMT) - from then on authorization
      *               counts the payment in open-to-buy - and the hold
      *               is marked released.  Holds CBACH01C matched to a
      *               return are already marked returned and are
      *               passed over.
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
       PROGRAM-ID.    CBPHR01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Payment clearing holds, read in key order.
           SELECT PAYHOLD-FILE ASSIGN TO PAYHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PHD-KEY
                  FILE STATUS  IS PAYHOLD-STATUS.
      *
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYHOLD-FILE.
       COPY CVPHD01Y.

       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVACT01Y.

       01  PAYHOLD-STATUS.
           05  PAYHOLD-STAT1       PIC X.
           05  PAYHOLD-STAT2       PIC X.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

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

       01  WS-RUN-COUNTS.
           05  WS-HOLDS-READ               PIC 9(09) VALUE 0.
           05  WS-HOLDS-RELEASED           PIC 9(09) VALUE 0.
           05  WS-HOLDS-STILL-HELD         PIC 9(09) VALUE 0.
           05  WS-HOLDS-NO-ACCOUNT         PIC 9(09) VALUE 0.
       01  WS-RUN-AMOUNTS                  COMP-3.
           05  WS-RELEASED-AMT             PIC S9(11)V99 VALUE 0.
           05  WS-STILL-HELD-AMT           PIC S9(11)V99 VALUE 0.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-RUN-TIME-FIELDS.
           05  WS-RUN-HH                   PIC 9(02).
           05  WS-RUN-MN                   PIC 9(02).
           05  WS-RUN-SS                   PIC 9(02).
           05  WS-RUN-HS                   PIC 9(02).
       01  WS-RUN-TIMESTAMP                PIC X(26).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBPHR01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-RELEASE-HOLDS.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBPHR01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-FIELDS FROM TIME.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD ' '
                  WS-RUN-HH ':' WS-RUN-MN ':' WS-RUN-SS '.'
                  WS-RUN-HS '0000'
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP
           END-STRING.

           OPEN I-O PAYHOLD-FILE.
           IF PAYHOLD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYHOLD'
               MOVE PAYHOLD-STATUS TO IO-STATUS
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

      *****************************************************************
       2000-RELEASE-HOLDS.
      *****************************************************************
           PERFORM 2100-READ-HOLD.
           PERFORM UNTIL END-OF-FILE = 'Y'
               ADD 1 TO WS-HOLDS-READ
               IF PHD-HELD
                   IF PHD-RELEASE-DATE <= WS-RUN-TIMESTAMP(1:10)
                       PERFORM 2200-RELEASE-ONE-HOLD
                   ELSE
                       ADD 1 TO WS-HOLDS-STILL-HELD
                       ADD PHD-AMOUNT TO WS-STILL-HELD-AMT
                   END-IF
               END-IF
               PERFORM 2100-READ-HOLD
           END-PERFORM.

      *****************************************************************
       2100-READ-HOLD.
      *****************************************************************
           READ PAYHOLD-FILE NEXT.
           EVALUATE PAYHOLD-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING PAYHOLD'
                   MOVE PAYHOLD-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * The payment has cleared: take it off the account's held       *
      * amount (never below zero) and mark the hold released.  An     *
      * account no longer on file has nothing to restore, but the     *
      * hold is still released so it does not come round every night. *
      *****************************************************************
       2200-RELEASE-ONE-HOLD.
           MOVE PHD-ACCT-ID TO FD-ACCT-ID.
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                   ADD 1 TO WS-HOLDS-NO-ACCOUNT
                   DISPLAY 'HOLD RELEASED - ACCOUNT NOT ON FILE: '
                           PHD-ACCT-ID
               NOT INVALID KEY
                   PERFORM 2300-REDUCE-HELD-AMOUNT
           END-READ.

           SET PHD-RELEASED TO TRUE.
           MOVE WS-RUN-TIMESTAMP(1:10) TO PHD-STATUS-DATE.
           REWRITE PAYMENT-HOLD-RECORD.
           IF PAYHOLD-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING PAYHOLD FOR ACCOUNT: '
                       PHD-ACCT-ID
               MOVE PAYHOLD-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-HOLDS-RELEASED.
           ADD PHD-AMOUNT TO WS-RELEASED-AMT.
           EXIT.

      *****************************************************************
       2300-REDUCE-HELD-AMOUNT.
           IF ACCT-PAY-HOLD-AMT NOT NUMERIC
              OR ACCT-PAY-HOLD-AMT < PHD-AMOUNT
               MOVE ZERO TO ACCT-PAY-HOLD-AMT
           ELSE
               SUBTRACT PHD-AMOUNT FROM ACCT-PAY-HOLD-AMT
           END-IF.
           MOVE WS-RUN-TIMESTAMP TO ACCT-LAST-MAINT-TS.
           MOVE ACCOUNT-RECORD TO FD-ACCTFILE-REC.
           REWRITE FD-ACCTFILE-REC.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING ACCTFILE FOR ACCOUNT: '
                       ACCT-ID
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBPHR01C PAYMENT HOLD RELEASE SUMMARY'.
           DISPLAY '  HOLD RECORDS READ     : ' WS-HOLDS-READ.
           DISPLAY '  HOLDS RELEASED        : ' WS-HOLDS-RELEASED.
           DISPLAY '  AMOUNT RELEASED       : ' WS-RELEASED-AMT.
           DISPLAY '  RELEASED, NO ACCOUNT  : ' WS-HOLDS-NO-ACCOUNT.
           DISPLAY '  HOLDS STILL HELD      : ' WS-HOLDS-STILL-HELD.
           DISPLAY '  AMOUNT STILL HELD     : ' WS-STILL-HELD-AMT.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE PAYHOLD-FILE.
           CLOSE ACCTFILE-FILE.
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
