       01  WS-WORK-AMOUNTS                COMP-3.
           05  WS-DRAFT-AMT               PIC S9(09)V99 VALUE 0.
           05  WS-DRAFT-TOTAL             PIC S9(11)V99 VALUE 0.
           05  WS-BILLED-BAL              PIC S9(09)V99 VALUE 0.
       01  WS-DRAFT-AMT-CENTS             PIC 9(10).

      *---------------------------------------------------------------*
      * Installment plan amounts for an account flagged with plans.   *
      *---------------------------------------------------------------*
       01  WS-INSQ-PGM             PIC X(08) VALUE 'COINSQ0C'.
       COPY CVINS02Y.

       01  WS-RUN-COUNTS.
           05  WS-ENROLLMENTS-READ         PIC 9(09) VALUE 0.
           05  WS-DRAFTS-ORIGINATED        PIC 9(09) VALUE 0.
      * Amount options: M drafts the billed minimum (same terms as    *
      * CBDLQ01C and the statement run), S drafts the full statement  *
      * balance, F drafts the enrolled fixed amount.  Nothing drafts  *
      * against a zero or credit balance.  While a payment protection *
      * claim suspends the minimum, the minimum option drafts nothing *
      * (the cardholder may still have chosen to pay more).  A        *
      * disputed amount the cycle close held out of the balance is    *
      * not part of the minimum drafted, nor is installment principal *
      * not yet billed; the billed installments are drafted in full   *
      * on top of the minimum.                                        *
      *****************************************************************
       2300-PRICE-DRAFT.
           MOVE ZERO TO WS-DRAFT-AMT.
           END-IF.
           EVALUATE TRUE
               WHEN APY-OPT-MINIMUM
                       AND ACCT-PPI-BENEFIT-END NOT = SPACES
                       AND ACCT-PPI-BENEFIT-END NOT < WS-RUN-DATE
                   MOVE ZERO TO WS-DRAFT-AMT
               WHEN APY-OPT-MINIMUM
                   MOVE ACCT-CURR-BAL TO WS-BILLED-BAL
                   IF ACCT-DISPUTE-HELD-AMT IS NUMERIC
                       SUBTRACT ACCT-DISPUTE-HELD-AMT FROM WS-BILLED-BAL
                   END-IF
                   PERFORM 2310-GET-INSTALLMENT-DUE
                   SUBTRACT INSQ-UNBILLED-BAL INSQ-BILLED-DUE
                       FROM WS-BILLED-BAL
                   COMPUTE WS-DRAFT-AMT ROUNDED =
                       WS-BILLED-BAL * WS-MIN-PAY-PCT
                   IF WS-DRAFT-AMT < WS-MIN-PAY-FLOOR
                       MOVE WS-MIN-PAY-FLOOR TO WS-DRAFT-AMT
                   END-IF
                   IF WS-DRAFT-AMT > WS-BILLED-BAL
                       MOVE WS-BILLED-BAL TO WS-DRAFT-AMT
                   END-IF
                   IF WS-DRAFT-AMT < ZERO
                       MOVE ZERO TO WS-DRAFT-AMT
                   END-IF
                   ADD INSQ-BILLED-DUE TO WS-DRAFT-AMT
               WHEN APY-OPT-STMT-BAL
      *            The statement balance the cycle close recorded -
      *            mid-cycle purchases are not drafted.  A legacy
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * The account's installment plan amounts from COINSQ0C.         *
      *****************************************************************
       2310-GET-INSTALLMENT-DUE.
           MOVE ZERO TO INSQ-UNBILLED-BAL
                        INSQ-BILLED-DUE.
           IF NOT ACCT-HAS-INSTALLMENTS
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCT-ID TO INSQ-ACCT-ID.
           CALL WS-INSQ-PGM USING INSQ-PARM.
           IF INSQ-IO-ERROR
               DISPLAY 'ERROR READING INSTPLAN FOR ACCOUNT: ' ACCT-ID
                       ' STATUS: ' INSQ-FILE-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       2400-FIND-CUSTOMER-EFT.
           SET WS-NOT-FOUND TO TRUE.
