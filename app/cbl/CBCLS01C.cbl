      *               cross reference, closes the account, and stages
      *               the closure-letter event for the notification
      *               formatter.  Accounts still carrying a balance
      *               stay pending and are reported.  A secured
      *               card's collateral deposit (SECDEP) is applied to
      *               the balance first, and whatever is left of it is
      *               released for refund once the account closes.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS NTFYFILE-STATUS.
      *
      *    Secured card collateral deposits.
           SELECT SDP-FILE ASSIGN TO SECDEP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS SDP-ACCT-ID
                  FILE STATUS  IS SECDEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 120 CHARACTERS.
       01  FD-NTFYFILE-REC                      PIC X(120).

       FD  SDP-FILE.
       COPY CVSDP01Y.

       WORKING-STORAGE SECTION.

      *****************************************************************
       01  NTFYFILE-STATUS.
           05  NTFYFILE-STAT1      PIC X.
           05  NTFYFILE-STAT2      PIC X.
       01  SECDEP-STATUS.
           05  SECDEP-STAT1        PIC X.
           05  SECDEP-STAT2        PIC X.
       01  WS-SDP-FOUND-SW         PIC X(01) VALUE 'N'.
           88  WS-SDP-FOUND                  VALUE 'Y'.

       01  IO-STATUS.
           05  IO-STAT1            PIC X.
           05  WS-TRAIL-DAYS              PIC S9(05)    VALUE 0.
           05  WS-RUN-DATE-INT            PIC S9(09) COMP VALUE 0.
           05  WS-LMT-DATE-INT            PIC S9(09) COMP VALUE 0.
           05  WS-DEP-APPLY               PIC S9(10)V99 VALUE 0.
           05  WS-DEP-APPLY-TOTAL         PIC S9(11)V99 VALUE 0.
           05  WS-DEP-RELEASE-TOTAL       PIC S9(11)V99 VALUE 0.
           05  WS-DEP-TAKE                PIC S9(10)V99 VALUE 0.

       01  WS-RUN-COUNTS.
           05  WS-ACCTS-READ               PIC 9(09) VALUE 0.
           05  WS-ACCOUNTS-CLOSED          PIC 9(09) VALUE 0.
           05  WS-AWAITING-PAYMENT         PIC 9(09) VALUE 0.
           05  WS-CARDS-DEACTIVATED        PIC 9(09) VALUE 0.
           05  WS-DEPOSITS-APPLIED         PIC 9(09) VALUE 0.
           05  WS-DEPOSITS-RELEASED        PIC 9(09) VALUE 0.

       01  WS-TRAN-ID-FIELDS.
           05  WS-TRAN-ID-PREFIX           PIC X(02) VALUE 'CL'.
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN I-O SDP-FILE.
           IF SECDEP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SECDEP'
               MOVE SECDEP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

      *****************************************************************
       2000-COMPLETE-CLOSURES.
      *****************************************************************
       2200-SETTLE-ONE-CLOSURE.
           PERFORM 2300-POST-TRAILING-INTEREST.
           MOVE 'N' TO WS-SDP-FOUND-SW.
           IF ACCT-SECURED
               PERFORM 2700-APPLY-DEPOSIT
           END-IF.

           IF ACCT-CURR-BAL = ZERO
               PERFORM 2400-DEACTIVATE-CARDS
               MOVE 'C' TO ACCT-ACTIVE-STATUS
               ADD 1 TO WS-ACCOUNTS-CLOSED
               PERFORM 2600-STAGE-CLOSURE-EVENT
               IF WS-SDP-FOUND
                   PERFORM 2800-RELEASE-DEPOSIT
               END-IF
           ELSE
               ADD 1 TO WS-AWAITING-PAYMENT
               DISPLAY 'CLOSURE AWAITING PAYMENT - ACCOUNT: '
           END-IF.
           EXIT.

      *****************************************************************
      * Secured card: the collateral deposit settles as much of the   *
      * closing balance as it covers, posted as a payment-type credit *
      * (02 / 0009) and taken off the highest-priced buckets first -  *
      * cash, then purchase, then promotional.                        *
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
                   DISPLAY 'ERROR READING SECDEP FOR: ' ACCT-ID
                   MOVE SECDEP-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           IF NOT SDP-HELD
               EXIT PARAGRAPH
           END-IF.
           SET WS-SDP-FOUND TO TRUE.
           IF ACCT-CURR-BAL <= ZERO OR SDP-DEPOSIT-AMT <= ZERO
               EXIT PARAGRAPH
           END-IF.

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
           MOVE 'CLOSURE'         TO TRAN-SOURCE.
           MOVE 'SECURED DEPOSIT APPLIED AT CLOSURE'
                                  TO TRAN-DESC.
           COMPUTE TRAN-AMT = 0 - WS-DEP-APPLY.
           MOVE ZERO              TO TRAN-MERCHANT-ID.
           MOVE SPACES            TO TRAN-MERCHANT-NAME
                                     TRAN-MERCHANT-CITY
                                     TRAN-MERCHANT-ZIP.
           MOVE SPACES            TO TRAN-CARD-NUM.
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
                               'DEPOSIT: ' TRAN-ID
                       MOVE TRANFILE-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-PERFORM.

           SUBTRACT WS-DEP-APPLY FROM ACCT-CURR-BAL.
           ADD WS-DEP-APPLY TO ACCT-CURR-CYC-CREDIT.
           MOVE WS-DEP-APPLY TO WS-DEP-TAKE.
           PERFORM 2750-REDUCE-BUCKETS.

           SUBTRACT WS-DEP-APPLY FROM SDP-DEPOSIT-AMT.
           ADD WS-DEP-APPLY TO SDP-APPLIED-AMT.
           MOVE WS-RUN-TIMESTAMP(1:10) TO SDP-APPLIED-DATE.
           IF SDP-DEPOSIT-AMT = ZERO
               SET SDP-APPLIED TO TRUE
           END-IF.
           MOVE 'CBCLS01C' TO SDP-MAINT-USER.
           PERFORM 2850-REWRITE-DEPOSIT.
           ADD 1 TO WS-DEPOSITS-APPLIED.
           ADD WS-DEP-APPLY TO WS-DEP-APPLY-TOTAL.
           EXIT.

      *****************************************************************
       2750-REDUCE-BUCKETS.
           IF ACCT-BAL-CASH > ZERO AND WS-DEP-TAKE > ZERO
               IF ACCT-BAL-CASH < WS-DEP-TAKE
                   SUBTRACT ACCT-BAL-CASH FROM WS-DEP-TAKE
                   MOVE ZERO TO ACCT-BAL-CASH
               ELSE
                   SUBTRACT WS-DEP-TAKE FROM ACCT-BAL-CASH
                   MOVE ZERO TO WS-DEP-TAKE
               END-IF
           END-IF.
           IF ACCT-BAL-PURCHASE > ZERO AND WS-DEP-TAKE > ZERO
               IF ACCT-BAL-PURCHASE < WS-DEP-TAKE
                   SUBTRACT ACCT-BAL-PURCHASE FROM WS-DEP-TAKE
                   MOVE ZERO TO ACCT-BAL-PURCHASE
               ELSE
                   SUBTRACT WS-DEP-TAKE FROM ACCT-BAL-PURCHASE
                   MOVE ZERO TO WS-DEP-TAKE
               END-IF
           END-IF.
           IF ACCT-BAL-PROMO > ZERO AND WS-DEP-TAKE > ZERO
               IF ACCT-BAL-PROMO < WS-DEP-TAKE
                   MOVE ZERO TO ACCT-BAL-PROMO
               ELSE
                   SUBTRACT WS-DEP-TAKE FROM ACCT-BAL-PROMO
               END-IF
           END-IF.
           EXIT.

      *****************************************************************
      * The account has closed: what is left of the deposit goes     *
      * back to the customer through the deposit account.            *
      *****************************************************************
       2800-RELEASE-DEPOSIT.
           IF NOT SDP-HELD
               EXIT PARAGRAPH
           END-IF.
           IF SDP-DEPOSIT-AMT > ZERO
               MOVE SDP-DEPOSIT-AMT TO SDP-RELEASED-AMT
               MOVE ZERO TO SDP-DEPOSIT-AMT
               MOVE WS-RUN-TIMESTAMP(1:10) TO SDP-RELEASE-DATE
               SET SDP-RELEASED TO TRUE
               SET SDP-REL-CLOSED TO TRUE
               ADD 1 TO WS-DEPOSITS-RELEASED
               ADD SDP-RELEASED-AMT TO WS-DEP-RELEASE-TOTAL
               DISPLAY 'DEPOSIT RELEASED FOR REFUND - ACCOUNT: '
                       ACCT-ID ' AMOUNT: ' SDP-RELEASED-AMT
                       ' TO: ' SDP-DEPOSIT-ACCT-REF
           ELSE
               SET SDP-APPLIED TO TRUE
           END-IF.
           MOVE 'CBCLS01C' TO SDP-MAINT-USER.
           PERFORM 2850-REWRITE-DEPOSIT.
           EXIT.

      *****************************************************************
       2850-REWRITE-DEPOSIT.
           REWRITE SECURED-DEPOSIT-RECORD.
           IF SECDEP-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING SECDEP FOR: ' ACCT-ID
               MOVE SECDEP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY '  ACCOUNTS CLOSED      : ' WS-ACCOUNTS-CLOSED.
           DISPLAY '  AWAITING PAYMENT     : ' WS-AWAITING-PAYMENT.
           DISPLAY '  CARDS DEACTIVATED    : ' WS-CARDS-DEACTIVATED.
           DISPLAY '  DEPOSITS APPLIED     : ' WS-DEPOSITS-APPLIED
                   ' AMT: ' WS-DEP-APPLY-TOTAL.
           DISPLAY '  DEPOSITS RELEASED    : ' WS-DEPOSITS-RELEASED
                   ' AMT: ' WS-DEP-RELEASE-TOTAL.
           DISPLAY '================================================'.
           EXIT.

           CLOSE XREF-FILE.
           CLOSE CARD-FILE.
           CLOSE NTFY-FILE.
           CLOSE SDP-FILE.
           EXIT.

       9999-ABEND-PROGRAM.
