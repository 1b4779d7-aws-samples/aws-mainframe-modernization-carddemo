      ******************************************************************
      * PROGRAM     : CBCCK02C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Convenience check presentment intake.  Reads the
      *               checks presented through clearing, matches each
      *               to its CONVCHK record, and either posts it to the
      *               account as a type 10 transaction priced at the
      *               check's cash or promotional terms, or returns it
      *               on the CCHKRTN file with a return reason (not
      *               issued, already paid, stopped, expired, bad
      *               amount, account standing, no available credit).
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
       PROGRAM-ID.    CBCCK02C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Convenience checks presented through clearing.
           SELECT CCPRES-FILE ASSIGN TO CCHKPRES
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CCPRES-STATUS.
      *
           SELECT CONVCHK-FILE ASSIGN TO CONVCHK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CCK-KEY
                  FILE STATUS  IS CONVCHK-STATUS.
      *
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      *
           SELECT TRAN-FILE ASSIGN TO TRANSACT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS TRAN-ID
                  FILE STATUS  IS TRANFILE-STATUS.
      *
      *    Returned checks back to clearing.
           SELECT CCRTN-FILE ASSIGN TO CCHKRTN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CCRTN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CCPRES-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-CCPRES-REC.
           05 FD-CP-ACCT-ID                     PIC 9(11).
           05 FD-CP-CHECK-NUM                   PIC 9(05).
           05 FD-CP-AMOUNT                      PIC 9(09)V99.
           05 FD-CP-PRESENT-DATE                PIC X(10).
           05 FD-CP-ITEM-SEQ                    PIC X(15).
           05 FILLER                            PIC X(28).
       01  FD-CCPRES-REC-X REDEFINES FD-CCPRES-REC.
           05 FD-CP-KEY-X                       PIC X(16).
           05 FD-CP-AMOUNT-X                    PIC X(11).
           05 FILLER                            PIC X(53).

       FD  CONVCHK-FILE.
       COPY CVCCK01Y.

       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  TRAN-FILE.
       COPY CVTRA05Y.

       FD  CCRTN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-CCRTN-REC.
           05 FD-RT-ACCT-ID                     PIC X(11).
           05 FD-RT-CHECK-NUM                   PIC X(05).
           05 FD-RT-AMOUNT                      PIC X(11).
           05 FD-RT-ITEM-SEQ                    PIC X(15).
           05 FD-RT-REASON                      PIC X(02).
           05 FD-RT-REASON-TEXT                 PIC X(25).
           05 FD-RT-PRESENT-DATE                PIC X(10).
           05 FILLER                            PIC X(01).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVACT01Y.

       01  CCPRES-STATUS.
           05  CCPRES-STAT1        PIC X.
           05  CCPRES-STAT2        PIC X.
       01  CONVCHK-STATUS.
           05  CONVCHK-STAT1       PIC X.
           05  CONVCHK-STAT2       PIC X.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  TRANFILE-STATUS.
           05  TRANFILE-STAT1      PIC X.
           05  TRANFILE-STAT2      PIC X.
       01  CCRTN-STATUS.
           05  CCRTN-STAT1         PIC X.
           05  CCRTN-STAT2         PIC X.

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
       01  WS-TRAN-WRITTEN-SW      PIC X(01) VALUE 'N'.
           88  WS-TRAN-WRITTEN               VALUE 'Y'.
       01  WS-CHECK-FOUND-SW       PIC X(01) VALUE 'N'.
           88  WS-CHECK-FOUND                VALUE 'Y'.

       01  WS-RETURN-REASON        PIC X(02).
           88  WS-NOT-RETURNED               VALUE SPACES.
       01  WS-RETURN-TEXT          PIC X(25).

       01  WS-WORK-AMOUNTS                COMP-3.
           05  WS-AVAIL-CREDIT            PIC S9(11)V99 VALUE 0.
           05  WS-BUCKET-SUM              PIC S9(11)V99 VALUE 0.
           05  WS-PAID-TOTAL              PIC S9(11)V99 VALUE 0.
           05  WS-RETURNED-TOTAL          PIC S9(11)V99 VALUE 0.

       01  WS-RUN-COUNTS.
           05  WS-CHECKS-PRESENTED         PIC 9(09) VALUE 0.
           05  WS-CHECKS-PAID              PIC 9(09) VALUE 0.
           05  WS-CHECKS-RETURNED          PIC 9(09) VALUE 0.
           05  WS-RTN-NOT-ISSUED           PIC 9(09) VALUE 0.
           05  WS-RTN-ALREADY-PAID         PIC 9(09) VALUE 0.
           05  WS-RTN-STOPPED              PIC 9(09) VALUE 0.
           05  WS-RTN-EXPIRED              PIC 9(09) VALUE 0.
           05  WS-RTN-BAD-AMOUNT           PIC 9(09) VALUE 0.
           05  WS-RTN-ACCOUNT              PIC 9(09) VALUE 0.
           05  WS-RTN-NO-CREDIT            PIC 9(09) VALUE 0.

       01  WS-TRAN-ID-FIELDS.
           05  WS-TRAN-ID-PREFIX           PIC X(02) VALUE 'CK'.
           05  WS-TRAN-ID-DATE             PIC 9(08).
           05  WS-TRAN-ID-SEQ              PIC 9(06) VALUE 0.
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
       01  WS-RATE-DIS                     PIC ZZ9.99.

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBCCK02C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-PRESENTMENTS.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBCCK02C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-FIELDS FROM TIME.
           MOVE WS-RUN-DATE-FIELDS TO WS-TRAN-ID-DATE.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD ' '
                  WS-RUN-HH ':' WS-RUN-MN ':' WS-RUN-SS '.'
                  WS-RUN-HS '0000'
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP
           END-STRING.

           OPEN INPUT CCPRES-FILE.
           IF CCPRES-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CCHKPRES'
               MOVE CCPRES-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN I-O CONVCHK-FILE.
           IF CONVCHK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CONVCHK'
               MOVE CONVCHK-STATUS TO IO-STATUS
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

           OPEN I-O TRAN-FILE.
           IF TRANFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANSACT'
               MOVE TRANFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN OUTPUT CCRTN-FILE.
           IF CCRTN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CCHKRTN'
               MOVE CCRTN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

      *****************************************************************
       2000-PROCESS-PRESENTMENTS.
      *****************************************************************
           PERFORM 2100-READ-PRESENTMENT.
           PERFORM UNTIL END-OF-FILE = 'Y'
               ADD 1 TO WS-CHECKS-PRESENTED
               PERFORM 2200-PROCESS-ONE-CHECK
               PERFORM 2100-READ-PRESENTMENT
           END-PERFORM.

      *****************************************************************
       2100-READ-PRESENTMENT.
      *****************************************************************
           READ CCPRES-FILE.
           EVALUATE CCPRES-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING CCHKPRES'
                   MOVE CCPRES-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
       2200-PROCESS-ONE-CHECK.
           MOVE SPACES TO WS-RETURN-REASON.
           PERFORM 2300-EDIT-CHECK.
           IF WS-NOT-RETURNED
               PERFORM 2500-PAY-CHECK
           ELSE
               PERFORM 2700-RETURN-CHECK
           END-IF.
           EXIT.

      *****************************************************************
      * The edits run in the order clearing expects the reasons: an   *
      * item the account was never issued, one already paid, one the  *
      * cardholder stopped, one past its offer end date, a bad amount, *
      * an account that cannot take the debit, and last the credit    *
      * available for it.                                             *
      *****************************************************************
       2300-EDIT-CHECK.
           MOVE 'N' TO WS-CHECK-FOUND-SW.
           IF FD-CP-KEY-X NOT NUMERIC
               MOVE 'NF' TO WS-RETURN-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE FD-CP-ACCT-ID   TO CCK-ACCT-ID.
           MOVE FD-CP-CHECK-NUM TO CCK-CHECK-NUM.
           READ CONVCHK-FILE.
           EVALUATE CONVCHK-STATUS
               WHEN '00'
                   SET WS-CHECK-FOUND TO TRUE
               WHEN '23'
                   MOVE 'NF' TO WS-RETURN-REASON
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY 'ERROR READING CONVCHK: ' FD-CP-KEY-X
                   MOVE CONVCHK-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.

           EVALUATE TRUE
               WHEN CCK-PAID
                   MOVE 'AP' TO WS-RETURN-REASON
               WHEN CCK-STOPPED
                   MOVE 'SP' TO WS-RETURN-REASON
               WHEN CCK-EXPIRED
               WHEN CCK-EXPIRY-DATE < FD-CP-PRESENT-DATE
                   MOVE 'EX' TO WS-RETURN-REASON
               WHEN FD-CP-AMOUNT-X NOT NUMERIC
               WHEN FD-CP-AMOUNT = ZERO
                   MOVE 'IA' TO WS-RETURN-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT WS-NOT-RETURNED
               EXIT PARAGRAPH
           END-IF.

           MOVE CCK-ACCT-ID TO FD-ACCT-ID.
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'AC' TO WS-RETURN-REASON
                   EXIT PARAGRAPH
           END-READ.
           IF NOT ACCT-OPEN-ACTIVE OR ACCT-CHARGED-OFF
              OR ACCT-DECEASED OR ACCT-IN-BANKRUPTCY
               MOVE 'AC' TO WS-RETURN-REASON
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-AVAIL-CREDIT = ACCT-CREDIT-LIMIT
                                   - ACCT-CURR-BAL
                                   - ACCT-PAY-HOLD-AMT.
           IF FD-CP-AMOUNT > WS-AVAIL-CREDIT
               MOVE 'NS' TO WS-RETURN-REASON
               EXIT PARAGRAPH
           END-IF.
           IF CCK-CASH-PRICED
              AND ACCT-BAL-CASH + FD-CP-AMOUNT
                  > ACCT-CASH-CREDIT-LIMIT
               MOVE 'NS' TO WS-RETURN-REASON
           END-IF.
           EXIT.

      *****************************************************************
      * A paid check posts under its own transaction type, category   *
      * 0001 when it prices as a cash advance and 0002 when it        *
      * carries the offer's promotional rate, into the matching       *
      * balance bucket.                                               *
      *****************************************************************
       2500-PAY-CHECK.
           COMPUTE WS-BUCKET-SUM = ACCT-BAL-PURCHASE
                                 + ACCT-BAL-CASH
                                 + ACCT-BAL-PROMO.
           IF WS-BUCKET-SUM = ZERO
               MOVE ACCT-CURR-BAL TO ACCT-BAL-PURCHASE
           END-IF.

           PERFORM 2600-POST-CHECK-TRAN.

           ADD FD-CP-AMOUNT TO ACCT-CURR-BAL.
           ADD FD-CP-AMOUNT TO ACCT-CURR-CYC-DEBIT.
           IF CCK-PROMO-PRICED
               ADD FD-CP-AMOUNT       TO ACCT-BAL-PROMO
               MOVE CCK-PROMO-RATE     TO ACCT-PROMO-RATE
               MOVE CCK-PROMO-END-DATE TO ACCT-PROMO-END-DATE
           ELSE
               ADD FD-CP-AMOUNT       TO ACCT-BAL-CASH
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

           SET CCK-PAID              TO TRUE.
           MOVE FD-CP-AMOUNT         TO CCK-AMOUNT.
           MOVE FD-CP-PRESENT-DATE   TO CCK-PRESENT-DATE.
           MOVE TRAN-ID              TO CCK-TRAN-ID.
           MOVE SPACES               TO CCK-RETURN-REASON.
           PERFORM 2800-REWRITE-CHECK.

           ADD 1 TO WS-CHECKS-PAID.
           ADD FD-CP-AMOUNT TO WS-PAID-TOTAL.
           EXIT.

      *****************************************************************
       2600-POST-CHECK-TRAN.
           INITIALIZE TRAN-RECORD.
           ADD 1 TO WS-TRAN-ID-SEQ.
           MOVE WS-TRAN-ID-FIELDS TO TRAN-ID.
           MOVE '10'              TO TRAN-TYPE-CD.
           MOVE 'CONVCHK'         TO TRAN-SOURCE.
           IF CCK-PROMO-PRICED
               MOVE 0002              TO TRAN-CAT-CD
               MOVE CCK-PROMO-RATE    TO WS-RATE-DIS
               STRING 'CONVENIENCE CHECK ' CCK-CHECK-NUM
                      ' - PROMO RATE ' WS-RATE-DIS
                      ' THRU ' CCK-PROMO-END-DATE
                   DELIMITED BY SIZE
                   INTO TRAN-DESC
               END-STRING
           ELSE
               MOVE 0001              TO TRAN-CAT-CD
               STRING 'CONVENIENCE CHECK ' CCK-CHECK-NUM
                      ' - CASH ADVANCE'
                   DELIMITED BY SIZE
                   INTO TRAN-DESC
               END-STRING
           END-IF.
           MOVE FD-CP-AMOUNT      TO TRAN-AMT.
           MOVE ZERO              TO TRAN-MERCHANT-ID.
           MOVE SPACES            TO TRAN-MERCHANT-NAME
                                     TRAN-MERCHANT-CITY
                                     TRAN-MERCHANT-ZIP.
           MOVE CCK-CARD-NUM      TO TRAN-CARD-NUM.
           MOVE WS-RUN-TIMESTAMP  TO TRAN-ORIG-TS.
           MOVE WS-RUN-TIMESTAMP  TO TRAN-PROC-TS.

           MOVE 'N' TO WS-TRAN-WRITTEN-SW.
           PERFORM UNTIL WS-TRAN-WRITTEN
               WRITE TRAN-RECORD
               EVALUATE TRANFILE-STATUS
                   WHEN '00'
                       SET WS-TRAN-WRITTEN TO TRUE
                   WHEN '22'
                       ADD 1 TO WS-TRAN-ID-SEQ
                       MOVE WS-TRAN-ID-FIELDS TO TRAN-ID
                   WHEN OTHER
                       DISPLAY 'ERROR WRITING TRANSACT FOR '
                               'CHECK: ' TRAN-ID
                       MOVE TRANFILE-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-PERFORM.
           EXIT.

      *****************************************************************
      * A returned check goes back to clearing with its reason.  The  *
      * check record is marked returned (it may be presented again    *
      * once the reason is cleared) or expired; a check not on file,  *
      * already paid or stopped keeps the status it has.              *
      *****************************************************************
       2700-RETURN-CHECK.
           EVALUATE WS-RETURN-REASON
               WHEN 'NF'
                   ADD 1 TO WS-RTN-NOT-ISSUED
                   MOVE 'CHECK NOT ISSUED'         TO WS-RETURN-TEXT
               WHEN 'AP'
                   ADD 1 TO WS-RTN-ALREADY-PAID
                   MOVE 'CHECK ALREADY PAID'       TO WS-RETURN-TEXT
               WHEN 'SP'
                   ADD 1 TO WS-RTN-STOPPED
                   MOVE 'PAYMENT STOPPED'          TO WS-RETURN-TEXT
               WHEN 'EX'
                   ADD 1 TO WS-RTN-EXPIRED
                   MOVE 'CHECK EXPIRED'            TO WS-RETURN-TEXT
               WHEN 'IA'
                   ADD 1 TO WS-RTN-BAD-AMOUNT
                   MOVE 'INVALID AMOUNT'           TO WS-RETURN-TEXT
               WHEN 'AC'
                   ADD 1 TO WS-RTN-ACCOUNT
                   MOVE 'ACCOUNT CLOSED OR FROZEN' TO WS-RETURN-TEXT
               WHEN OTHER
                   ADD 1 TO WS-RTN-NO-CREDIT
                   MOVE 'INSUFFICIENT CREDIT'      TO WS-RETURN-TEXT
           END-EVALUATE.

           MOVE SPACES              TO FD-CCRTN-REC.
           MOVE FD-CCPRES-REC(1:11)  TO FD-RT-ACCT-ID.
           MOVE FD-CCPRES-REC(12:5)  TO FD-RT-CHECK-NUM.
           MOVE FD-CP-AMOUNT-X      TO FD-RT-AMOUNT.
           MOVE FD-CP-ITEM-SEQ      TO FD-RT-ITEM-SEQ.
           MOVE WS-RETURN-REASON    TO FD-RT-REASON.
           MOVE WS-RETURN-TEXT      TO FD-RT-REASON-TEXT.
           MOVE FD-CP-PRESENT-DATE  TO FD-RT-PRESENT-DATE.
           WRITE FD-CCRTN-REC.
           IF CCRTN-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CCHKRTN'
               MOVE CCRTN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-CHECKS-RETURNED.
           IF FD-CP-AMOUNT-X NUMERIC
               ADD FD-CP-AMOUNT TO WS-RETURNED-TOTAL
           END-IF.

           IF NOT WS-CHECK-FOUND
              OR CCK-PAID OR CCK-STOPPED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RETURN-REASON   TO CCK-RETURN-REASON.
           IF CCK-RTN-EXPIRED
               SET CCK-EXPIRED     TO TRUE
           ELSE
               SET CCK-RETURNED    TO TRUE
           END-IF.
           MOVE FD-CP-PRESENT-DATE TO CCK-PRESENT-DATE.
           PERFORM 2800-REWRITE-CHECK.
           EXIT.

      *****************************************************************
       2800-REWRITE-CHECK.
           REWRITE CONV-CHECK-RECORD.
           IF CONVCHK-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING CONVCHK FOR ACCOUNT: '
                       CCK-ACCT-ID ' CHECK ' CCK-CHECK-NUM
               MOVE CONVCHK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBCCK02C CONVENIENCE CHECK PRESENTMENT SUMMARY'.
           DISPLAY '  CHECKS PRESENTED     : ' WS-CHECKS-PRESENTED.
           DISPLAY '  CHECKS PAID          : ' WS-CHECKS-PAID.
           DISPLAY '  PAID TOTAL           : ' WS-PAID-TOTAL.
           DISPLAY '  CHECKS RETURNED      : ' WS-CHECKS-RETURNED.
           DISPLAY '  RETURNED TOTAL       : ' WS-RETURNED-TOTAL.
           DISPLAY '    NF NOT ISSUED      : ' WS-RTN-NOT-ISSUED.
           DISPLAY '    AP ALREADY PAID    : ' WS-RTN-ALREADY-PAID.
           DISPLAY '    SP STOPPED         : ' WS-RTN-STOPPED.
           DISPLAY '    EX EXPIRED         : ' WS-RTN-EXPIRED.
           DISPLAY '    IA INVALID AMOUNT  : ' WS-RTN-BAD-AMOUNT.
           DISPLAY '    AC ACCOUNT STATUS  : ' WS-RTN-ACCOUNT.
           DISPLAY '    NS NO CREDIT       : ' WS-RTN-NO-CREDIT.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE CCPRES-FILE.
           CLOSE CONVCHK-FILE.
           CLOSE ACCTFILE-FILE.
           CLOSE TRAN-FILE.
           CLOSE CCRTN-FILE.
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
