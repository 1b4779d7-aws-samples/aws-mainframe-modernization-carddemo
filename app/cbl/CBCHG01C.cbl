      *               recovery-ledger entry is opened for whatever
      *               comes back later, and forgiven amounts at or
      *               over the reporting floor land on the 1099-C
      *               candidate extract for the tax desk.  A
      *               secured card's collateral deposit (SECDEP) is
      *               applied first; only the shortfall charges off,
      *               and an account the deposit settles in full
      *               closes without a charge-off.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS TAXEXT-STATUS.
      *
      *    Secured card collateral deposits.
           SELECT SDP-FILE ASSIGN TO SECDEP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS SDP-ACCT-ID
                  FILE STATUS  IS SECDEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FD-TAX-DATE                       PIC X(10).
           05 FILLER                            PIC X(37).

       FD  SDP-FILE.
       COPY CVSDP01Y.

       WORKING-STORAGE SECTION.

      *****************************************************************
       01  TAXEXT-STATUS.
           05  TAXEXT-STAT1        PIC X.
           05  TAXEXT-STAT2        PIC X.
       01  SECDEP-STATUS.
           05  SECDEP-STAT1        PIC X.
           05  SECDEP-STAT2        PIC X.
       01  WS-SDP-FOUND-SW         PIC X(01) VALUE 'N'.
           88  WS-SDP-FOUND                  VALUE 'Y'.

       01  IO-STATUS.
           05  IO-STAT1            PIC X.
       01  WS-WORK-AMOUNTS                COMP-3.
           05  WS-CHARGEOFF-AMT           PIC S9(10)V99 VALUE 0.
           05  WS-CHARGEOFF-TOTAL         PIC S9(11)V99 VALUE 0.
           05  WS-DEP-APPLY               PIC S9(10)V99 VALUE 0.
           05  WS-DEP-APPLY-TOTAL         PIC S9(11)V99 VALUE 0.
           05  WS-DEP-RELEASE-TOTAL       PIC S9(11)V99 VALUE 0.

       01  WS-RUN-COUNTS.
           05  WS-ACCTS-READ               PIC 9(09) VALUE 0.
           05  WS-CHARGEOFFS-POSTED        PIC 9(09) VALUE 0.
           05  WS-ALREADY-CHARGED          PIC 9(09) VALUE 0.
           05  WS-TAX-CANDIDATES           PIC 9(09) VALUE 0.
           05  WS-DEPOSITS-APPLIED         PIC 9(09) VALUE 0.
           05  WS-DEPOSIT-SETTLED          PIC 9(09) VALUE 0.
           05  WS-DEPOSITS-RELEASED        PIC 9(09) VALUE 0.

       01  WS-TRAN-ID-FIELDS.
           05  WS-TRAN-ID-PREFIX           PIC X(02) VALUE 'CO'.
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN I-O SDP-FILE.
           IF SECDEP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SECDEP'
               MOVE SECDEP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           PERFORM 1200-BUILD-XREF-TABLE.

      *****************************************************************
           IF ACCT-CURR-BAL <= ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SDP-FOUND-SW.
           IF ACCT-SECURED
               PERFORM 2700-APPLY-DEPOSIT
               IF ACCT-CURR-BAL <= ZERO
                   PERFORM 2750-CLOSE-SETTLED-ACCOUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM 2300-CHARGE-OFF-ACCOUNT.
           EXIT.

           ADD 1 TO WS-TAX-CANDIDATES.
           EXIT.

      *****************************************************************
      * Secured card: the collateral deposit is applied against the   *
      * balance before anything is charged off, posted as a payment-  *
      * type credit (02 / 0009).  The deposit is then either used up  *
      * or larger than the balance, in which case the remainder is    *
      * released once the account closes.                             *
      *****************************************************************
       2700-APPLY-DEPOSIT.
           MOVE ACCT-ID TO SDP-ACCT-ID.
           READ SDP-FILE.
           EVALUATE SECDEP-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   DISPLAY 'WARNING: SECURED ACCOUNT HAS NO DEPOSIT '
                           'ON SECDEP: ' ACCT-ID
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY 'ERROR READING SECDEP FOR ACCOUNT: '
                           ACCT-ID
                   MOVE SECDEP-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           IF NOT SDP-HELD OR SDP-DEPOSIT-AMT <= ZERO
               EXIT PARAGRAPH
           END-IF.
           SET WS-SDP-FOUND TO TRUE.

           IF SDP-DEPOSIT-AMT < ACCT-CURR-BAL
               MOVE SDP-DEPOSIT-AMT TO WS-DEP-APPLY
           ELSE
               MOVE ACCT-CURR-BAL   TO WS-DEP-APPLY
           END-IF.

           INITIALIZE TRAN-RECORD.
           ADD 1 TO WS-TRAN-ID-SEQ.
           MOVE WS-TRAN-ID-FIELDS TO TRAN-ID.
           MOVE '02'              TO TRAN-TYPE-CD.
           MOVE 0009              TO TRAN-CAT-CD.
           MOVE 'CHARGEOFF'       TO TRAN-SOURCE.
           MOVE 'SECURED DEPOSIT APPLIED BEFORE CHARGE-OFF'
                                  TO TRAN-DESC.
           COMPUTE TRAN-AMT = 0 - WS-DEP-APPLY.
           MOVE ZERO              TO TRAN-MERCHANT-ID.
           MOVE SPACES            TO TRAN-MERCHANT-NAME
                                     TRAN-MERCHANT-CITY
                                     TRAN-MERCHANT-ZIP.
           PERFORM 2350-FIND-CARD-FOR-ACCT.
           MOVE WS-RUN-TIMESTAMP  TO TRAN-ORIG-TS.
           MOVE WS-RUN-TIMESTAMP  TO TRAN-PROC-TS.
           PERFORM 2450-WRITE-TRAN.

      *    The charge-off (or the closure below) zeroes the buckets,
      *    so only the balance and the cycle credit move here.
           SUBTRACT WS-DEP-APPLY FROM ACCT-CURR-BAL.
           ADD WS-DEP-APPLY TO ACCT-CURR-CYC-CREDIT.

           SUBTRACT WS-DEP-APPLY FROM SDP-DEPOSIT-AMT.
           ADD WS-DEP-APPLY TO SDP-APPLIED-AMT.
           MOVE WS-RUN-TIMESTAMP(1:10) TO SDP-APPLIED-DATE.
           IF SDP-DEPOSIT-AMT = ZERO
               SET SDP-APPLIED TO TRUE
           ELSE
      *        Left over only when the balance is settled in full -
      *        the account closes and the rest goes back.
               MOVE SDP-DEPOSIT-AMT TO SDP-RELEASED-AMT
               MOVE ZERO TO SDP-DEPOSIT-AMT
               MOVE WS-RUN-TIMESTAMP(1:10) TO SDP-RELEASE-DATE
               SET SDP-RELEASED TO TRUE
               SET SDP-REL-CHARGED-OFF TO TRUE
               ADD 1 TO WS-DEPOSITS-RELEASED
               ADD SDP-RELEASED-AMT TO WS-DEP-RELEASE-TOTAL
               DISPLAY 'DEPOSIT RELEASED FOR REFUND - ACCOUNT: '
                       ACCT-ID ' AMOUNT: ' SDP-RELEASED-AMT
                       ' TO: ' SDP-DEPOSIT-ACCT-REF
           END-IF.
           MOVE 'CBCHG01C' TO SDP-MAINT-USER.
           REWRITE SECURED-DEPOSIT-RECORD.
           IF SECDEP-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING SECDEP FOR ACCOUNT: '
                       ACCT-ID
               MOVE SECDEP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-DEPOSITS-APPLIED.
           ADD WS-DEP-APPLY TO WS-DEP-APPLY-TOTAL.
           EXIT.

      *****************************************************************
      * The deposit covered the whole balance: nothing is lost, so    *
      * the account closes with no charge-off, no recovery ledger and *
      * no 1099-C.                                                    *
      *****************************************************************
       2750-CLOSE-SETTLED-ACCOUNT.
           MOVE ZERO TO ACCT-BAL-PURCHASE.
           MOVE ZERO TO ACCT-BAL-CASH.
           MOVE ZERO TO ACCT-BAL-PROMO.
           MOVE 'C'  TO ACCT-ACTIVE-STATUS.
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
           ADD 1 TO WS-DEPOSIT-SETTLED.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY '  CHARGE-OFF TOTAL      : ' WS-CHARGEOFF-TOTAL.
           DISPLAY '  ALREADY CHARGED OFF   : ' WS-ALREADY-CHARGED.
           DISPLAY '  1099-C CANDIDATES     : ' WS-TAX-CANDIDATES.
           DISPLAY '  DEPOSITS APPLIED      : ' WS-DEPOSITS-APPLIED
                   ' AMT: ' WS-DEP-APPLY-TOTAL.
           DISPLAY '  SETTLED BY DEPOSIT    : ' WS-DEPOSIT-SETTLED.
           DISPLAY '  DEPOSITS RELEASED     : ' WS-DEPOSITS-RELEASED
                   ' AMT: ' WS-DEP-RELEASE-TOTAL.
           DISPLAY '================================================'.
           EXIT.

           CLOSE XREF-FILE.
           CLOSE RECVLEDG-FILE.
           CLOSE TAXEXT-FILE.
           CLOSE SDP-FILE.
           EXIT.

       9999-ABEND-PROGRAM.
