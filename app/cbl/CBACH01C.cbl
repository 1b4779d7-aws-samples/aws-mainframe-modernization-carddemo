      *               CBDLQ01C applies so the delinquency the payment
      *               had cured comes back, and stages a
      *               payment-returned notification event for the
      *               CBNTF01C formatter.  A payment returned while
      *               still inside its clearing hold has the hold
      *               dropped rather than released, so the money never
      *               reaches open-to-buy.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS NTFYFILE-STATUS.
      *
      *    Payment clearing holds - a return matched to a payment
      *    still on hold takes the hold down with it.
           SELECT PAYHOLD-FILE ASSIGN TO PAYHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PHD-KEY
                  FILE STATUS  IS PAYHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 120 CHARACTERS.
       01  FD-NTFYFILE-REC                      PIC X(120).

       FD  PAYHOLD-FILE.
       COPY CVPHD01Y.

       WORKING-STORAGE SECTION.

      *****************************************************************
       01  NTFYFILE-STATUS.
           05  NTFYFILE-STAT1      PIC X.
           05  NTFYFILE-STAT2      PIC X.
       01  PAYHOLD-STATUS.
           05  PAYHOLD-STAT1       PIC X.
           05  PAYHOLD-STAT2       PIC X.
       01  WS-HOLD-SCAN-SW         PIC X(01).
           88  WS-HOLD-SCAN-DONE             VALUE 'Y'.

       01  IO-STATUS.
           05  IO-STAT1            PIC X.
       01  WS-WORK-AMOUNTS                COMP-3.
           05  WS-MIN-PAYMENT             PIC S9(7)V99 VALUE 0.
           05  WS-PAID-THIS-CYCLE         PIC S9(9)V99 VALUE 0.
           05  WS-BILLED-BAL              PIC S9(9)V99 VALUE 0.
           05  WS-REVERSED-TOTAL          PIC S9(11)V99 VALUE 0.
           05  WS-FEE-TOTAL               PIC S9(11)V99 VALUE 0.
           05  WS-HOLD-DROP-TOTAL         PIC S9(11)V99 VALUE 0.

      *---------------------------------------------------------------*
      * Installment plan amounts for an account flagged with plans.   *
      *---------------------------------------------------------------*
       01  WS-INSQ-PGM             PIC X(08) VALUE 'COINSQ0C'.
       COPY CVINS02Y.

       01  WS-RUN-COUNTS.
           05  WS-RETURNS-READ             PIC 9(09) VALUE 0.
           05  WS-RETURNS-REJECTED         PIC 9(09) VALUE 0.
           05  WS-REAGED-COUNT             PIC 9(09) VALUE 0.
           05  WS-FEES-POSTED              PIC 9(09) VALUE 0.
           05  WS-FEES-WAIVED-BKRPT        PIC 9(09) VALUE 0.
           05  WS-NTFY-STAGED              PIC 9(09) VALUE 0.
           05  WS-HOLDS-DROPPED            PIC 9(09) VALUE 0.

       01  WS-TRAN-ID-FIELDS.
           05  WS-TRAN-ID-PREFIX           PIC X(02) VALUE 'AR'.
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN I-O PAYHOLD-FILE.
           IF PAYHOLD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYHOLD'
               MOVE PAYHOLD-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           PERFORM 1200-BUILD-XREF-TABLE.

      *****************************************************************
           PERFORM 2300-BACK-OUT-PAYMENT.
           PERFORM 2400-POST-RETURN-FEE.
           PERFORM 2500-REAGE-ACCOUNT.
           PERFORM 2700-DROP-PAYMENT-HOLD.

           MOVE WS-RUN-TIMESTAMP TO ACCT-LAST-MAINT-TS.
           MOVE ACCOUNT-RECORD TO FD-ACCTFILE-REC.

      *****************************************************************
       2400-POST-RETURN-FEE.
      *    No fee and no re-aging while the account is in bankruptcy.
           IF ACCT-IN-BANKRUPTCY
               ADD 1 TO WS-FEES-WAIVED-BKRPT
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE TRAN-RECORD.
           ADD 1 TO WS-TRAN-ID-SEQ.
           MOVE WS-TRAN-ID-FIELDS TO TRAN-ID.
      * the next bucket exactly as CBDLQ01C would have aged it.       *
      *****************************************************************
       2500-REAGE-ACCOUNT.
      *    A returned payment never qualified toward a re-age.
           MOVE ZERO TO ACCT-REAGE-QUAL-CNT.
           IF ACCT-IN-BANKRUPTCY
               EXIT PARAGRAPH
           END-IF.
      *    No minimum is due while a payment protection claim
      *    suspends it, so the returned payment cannot age the account.
           IF ACCT-PPI-BENEFIT-END NOT = SPACES
                   AND ACCT-PPI-BENEFIT-END NOT < WS-RUN-TIMESTAMP(1:10)
               EXIT PARAGRAPH
           END-IF.
      *    Nor is a disputed amount held out of the balance billed,
      *    nor installment principal not yet billed; the billed
      *    installments are due in full on top of the minimum.
           MOVE ACCT-CURR-BAL TO WS-BILLED-BAL.
           IF ACCT-DISPUTE-HELD-AMT IS NUMERIC
               SUBTRACT ACCT-DISPUTE-HELD-AMT FROM WS-BILLED-BAL
           END-IF.
           PERFORM 2510-GET-INSTALLMENT-DUE.
           SUBTRACT INSQ-UNBILLED-BAL INSQ-BILLED-DUE
               FROM WS-BILLED-BAL.
           IF WS-BILLED-BAL > 0
               COMPUTE WS-MIN-PAYMENT ROUNDED =
                   WS-BILLED-BAL * WS-MIN-PAY-PCT
               IF WS-MIN-PAYMENT < WS-MIN-PAY-FLOOR
                   IF WS-BILLED-BAL < WS-MIN-PAY-FLOOR
                       MOVE WS-BILLED-BAL TO WS-MIN-PAYMENT
                   ELSE
                       MOVE WS-MIN-PAY-FLOOR TO WS-MIN-PAYMENT
                   END-IF
           ELSE
               MOVE ZERO TO WS-MIN-PAYMENT
           END-IF.
           ADD INSQ-BILLED-DUE TO WS-MIN-PAYMENT.

           MOVE ACCT-CURR-CYC-CREDIT TO WS-PAID-THIS-CYCLE.
           IF WS-MIN-PAYMENT > ZERO
           END-IF.
           EXIT.

      *****************************************************************
      * The account's installment plan amounts from COINSQ0C.         *
      *****************************************************************
       2510-GET-INSTALLMENT-DUE.
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
       2600-STAGE-RETURN-EVENT.
           MOVE SPACES              TO NTFY-EVENT-RECORD.
           END-IF.
           MOVE ACCT-ID             TO NTFY-ACCT-ID.
           MOVE SPACES              TO NTFY-EVENT-TEXT.
           IF ACCT-IN-BANKRUPTCY
               STRING 'PAYMENT RETURNED BY YOUR BANK - REASON '
                      FD-RET-REASON-CD
                   DELIMITED BY SIZE INTO NTFY-EVENT-TEXT
               END-STRING
           ELSE
               STRING 'PAYMENT RETURNED BY YOUR BANK - REASON '
                      FD-RET-REASON-CD ' - FEE ASSESSED'
                   DELIMITED BY SIZE INTO NTFY-EVENT-TEXT
               END-STRING
           END-IF.
           WRITE FD-NTFYFILE-REC FROM NTFY-EVENT-RECORD.
           IF NTFYFILE-STATUS = '00'
               ADD 1 TO WS-NTFY-STAGED
           END-IF.
           EXIT.

      *****************************************************************
      * A return against a payment still inside its clearing hold:    *
      * the oldest held payment on the account for the returned       *
      * amount is marked returned and comes off the held amount, so   *
      * the release run never puts it into open-to-buy.  A return     *
      * with no matching hold (already released, or never held)      *
      * needs nothing here - the back-out above covers it.            *
      *****************************************************************
       2700-DROP-PAYMENT-HOLD.
           MOVE LOW-VALUES     TO PHD-KEY.
           MOVE FD-RET-ACCT-ID TO PHD-ACCT-ID.
           START PAYHOLD-FILE KEY IS NOT LESS THAN PHD-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE 'N' TO WS-HOLD-SCAN-SW.
           PERFORM UNTIL WS-HOLD-SCAN-DONE
               READ PAYHOLD-FILE NEXT
                   AT END
                       SET WS-HOLD-SCAN-DONE TO TRUE
                   NOT AT END
                       IF PHD-ACCT-ID NOT = FD-RET-ACCT-ID
                           SET WS-HOLD-SCAN-DONE TO TRUE
                       ELSE
                           IF PHD-HELD
                              AND PHD-AMOUNT = FD-RET-AMOUNT
                               PERFORM 2750-MARK-HOLD-RETURNED
                               SET WS-HOLD-SCAN-DONE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      *****************************************************************
       2750-MARK-HOLD-RETURNED.
           SET PHD-RETURNED TO TRUE.
           MOVE WS-RUN-TIMESTAMP(1:10) TO PHD-STATUS-DATE.
           REWRITE PAYMENT-HOLD-RECORD.
           IF PAYHOLD-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING PAYHOLD FOR ACCOUNT: '
                       PHD-ACCT-ID
               MOVE PAYHOLD-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           IF ACCT-PAY-HOLD-AMT NOT NUMERIC
              OR ACCT-PAY-HOLD-AMT < PHD-AMOUNT
               MOVE ZERO TO ACCT-PAY-HOLD-AMT
           ELSE
               SUBTRACT PHD-AMOUNT FROM ACCT-PAY-HOLD-AMT
           END-IF.
           ADD 1 TO WS-HOLDS-DROPPED.
           ADD PHD-AMOUNT TO WS-HOLD-DROP-TOTAL.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY '  AMOUNT REVERSED       : ' WS-REVERSED-TOTAL.
           DISPLAY '  RETURN FEES POSTED    : ' WS-FEES-POSTED.
           DISPLAY '  RETURN FEE TOTAL      : ' WS-FEE-TOTAL.
           DISPLAY '  FEES WAIVED - BKRPT   : ' WS-FEES-WAIVED-BKRPT.
           DISPLAY '  ACCOUNTS RE-AGED      : ' WS-REAGED-COUNT.
           DISPLAY '  EVENTS STAGED         : ' WS-NTFY-STAGED.
           DISPLAY '  HOLDS DROPPED         : ' WS-HOLDS-DROPPED.
           DISPLAY '  HELD AMOUNT DROPPED   : ' WS-HOLD-DROP-TOTAL.
           DISPLAY '================================================'.
           EXIT.

           CLOSE TRAN-FILE.
           CLOSE XREF-FILE.
           CLOSE NTFY-FILE.
           CLOSE PAYHOLD-FILE.
           EXIT.

       9999-ABEND-PROGRAM.
