                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS NTFYFILE-STATUS.

      *    Corporate card companies - optional; an employee account of
      *    a corporate-liability company gets a memo statement.
           SELECT CORP-FILE ASSIGN TO CORPFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CORP-ID
                  FILE STATUS  IS CORPFILE-STATUS.

           SELECT CHKPT-FILE ASSIGN TO CHKPTFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS CHKPTFILE-STATUS.
       FD  STMT-FILE.
       01  FD-STMTFILE-REC         PIC X(80).

       FD  CORP-FILE.
       COPY CVCRP01Y.
       FD  NTFY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
               10  FILLER  VALUE SPACES                 PIC X(29).
               10  FILLER  VALUE 'Payment Information'  PIC X(19).
               10  FILLER  VALUE SPACES                 PIC X(32).
           05  ST-LINE9K.
               10  FILLER  VALUE 'MEMO STATEMENT - BILLED TO: '
                                                        PIC X(28).
               10  ST-CORP-NAME                         PIC X(50).
               10  FILLER  VALUE SPACES                 PIC X(02).
           05  ST-LINE9B.
               10  FILLER  VALUE 'Payment Due Date   :' PIC X(20).
               10  ST-DUE-DATE                          PIC X(10).
               10  FILLER            VALUE '$'          PIC X(01).
               10  ST-INT-CHARGED                       PIC Z(7).99-.
               10  FILLER  VALUE SPACES                 PIC X(48).
           05  ST-LINE9N.
               10  FILLER  VALUE 'Amount in Dispute  :' PIC X(20).
               10  FILLER            VALUE '$'          PIC X(01).
               10  ST-DISPUTE-AMT                       PIC Z(9).99-.
               10  FILLER  VALUE SPACES                 PIC X(46).
           05  ST-LINE9F.
               10  FILLER  VALUE 'Avg Daily Bal Purch:' PIC X(20).
               10  FILLER            VALUE '$'          PIC X(01).
               10  ST-ADB-PURCHASE                      PIC Z(9).99-.
               10  FILLER  VALUE SPACES                 PIC X(46).
           05  ST-LINE9G.
               10  FILLER  VALUE 'Avg Daily Bal Cash :' PIC X(20).
               10  FILLER            VALUE '$'          PIC X(01).
               10  ST-ADB-CASH                          PIC Z(9).99-.
               10  FILLER  VALUE SPACES                 PIC X(46).
           05  ST-LINE9H.
               10  FILLER  VALUE 'Avg Daily Bal Promo:' PIC X(20).
               10  FILLER            VALUE '$'          PIC X(01).
               10  ST-ADB-PROMO                         PIC Z(9).99-.
               10  FILLER  VALUE SPACES                 PIC X(46).
           05  ST-LINE9J.
               10  FILLER  VALUE 'Days in Cycle      :' PIC X(20).
               10  ST-ADB-DAYS                          PIC Z9.
               10  FILLER  VALUE SPACES                 PIC X(58).
           05  ST-LINE10.
               10  FILLER  VALUE ALL '-'                PIC X(80).
           05  ST-LINE11.                                                       
           05  WS-MIN-PAY-FLOOR           PIC 9(5)V99 VALUE 25.00.
           05  WS-PAYMENT-GRACE-DAYS      PIC 9(3)    VALUE 25.

       01  CORPFILE-STATUS.
           05  CORPFILE-STAT1      PIC X.
           05  CORPFILE-STAT2      PIC X.
       01  WS-CORPFILE-AVAIL-SW    PIC X(01) VALUE 'N'.
           88  WS-CORPFILE-AVAIL             VALUE 'Y'.
       01  WS-CORP-MEMO-SW         PIC X(01) VALUE 'N'.
           88  WS-CORP-MEMO-STMT             VALUE 'Y'.
       01  WS-PAYMENT-AMOUNTS             COMP-3.
           05  WS-MIN-PAYMENT             PIC S9(7)V99 VALUE 0.
           05  WS-INT-CHARGED             PIC S9(7)V99 VALUE 0.
           05  WS-BILLED-BAL              PIC S9(9)V99 VALUE 0.

      *---------------------------------------------------------------*
      * Installment plan amounts for an account flagged with plans.   *
      *---------------------------------------------------------------*
       01  WS-INSQ-PGM             PIC X(08) VALUE 'COINSQ0C'.
       COPY CVINS02Y.

       COPY CVNTF01Y.
       01  NTFYFILE-STATUS.
           05  WS-RUN-CCYY                PIC 9(4).
           05  WS-RUN-MM                  PIC 9(2).
           05  WS-RUN-DD                  PIC 9(2).
       01  WS-STMT-RUN-DATE-DASH          PIC X(10).

       01  WS-PAYMENT-DUE-DATE.
           05  WS-DUE-CCYY                PIC 9(4).
           INITIALIZE WS-TRNX-TABLE WS-TRN-TBL-CNTR.

           ACCEPT WS-STMT-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-CCYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-STMT-RUN-DATE-DASH
           END-STRING.
           PERFORM 5050-COMPUTE-DUE-DATE.

       0000-START.
           CLOSE STMT-FILE.
           CLOSE CHKPT-FILE.
           CLOSE NTFY-FILE.
           IF WS-CORPFILE-AVAIL
               CLOSE CORP-FILE
           END-IF.
           DISPLAY 'NOTIFICATION EVENTS STAGED: ' WS-NTFY-STAGED.
           PERFORM 8760-WRITE-RANGE-TOTALS.
           DISPLAY 'STATEMENTS SUPPRESSED (DORMANT): '
           MOVE CUST-FICO-CREDIT-SCORE TO ST-FICO-SCORE.

           ADD ACCT-CURR-BAL TO WS-RANGE-BAL-TOTAL.
           PERFORM 5075-GET-CORP-BILLING.
           PERFORM 5070-COMPUTE-PAYMENT-AMOUNTS.
           MOVE WS-DUE-DATE-DISPLAY TO ST-DUE-DATE.
           MOVE WS-MIN-PAYMENT TO ST-MIN-PAY-DUE.
           MOVE WS-INT-CHARGED TO ST-INT-CHARGED.
           IF ACCT-ADB-DAYS IS NUMERIC AND ACCT-ADB-DAYS > 0
               MOVE ACCT-ADB-PURCHASE TO ST-ADB-PURCHASE
               MOVE ACCT-ADB-CASH     TO ST-ADB-CASH
               MOVE ACCT-ADB-PROMO    TO ST-ADB-PROMO
               MOVE ACCT-ADB-DAYS     TO ST-ADB-DAYS
           END-IF.
           PERFORM 5085-STAGE-DUE-EVENT.

           WRITE FD-STMTFILE-REC FROM ST-LINE1.
           WRITE FD-STMTFILE-REC FROM ST-LINE8.
           WRITE FD-STMTFILE-REC FROM ST-LINE9.
           WRITE FD-STMTFILE-REC FROM ST-LINE9A.
           IF WS-CORP-MEMO-STMT
               WRITE FD-STMTFILE-REC FROM ST-LINE9K
           END-IF.
           WRITE FD-STMTFILE-REC FROM ST-LINE9B.
           WRITE FD-STMTFILE-REC FROM ST-LINE9C.
           WRITE FD-STMTFILE-REC FROM ST-LINE9D.
      *    What is under investigation on open dispute cases.
           IF ACCT-DISPUTE-AMT IS NUMERIC AND ACCT-DISPUTE-AMT > 0
               MOVE ACCT-DISPUTE-AMT TO ST-DISPUTE-AMT
               WRITE FD-STMTFILE-REC FROM ST-LINE9N
           END-IF.
      *    The balances the last cycle close priced interest on.
           IF ACCT-ADB-DAYS IS NUMERIC AND ACCT-ADB-DAYS > 0
               WRITE FD-STMTFILE-REC FROM ST-LINE9F
               WRITE FD-STMTFILE-REC FROM ST-LINE9G
               WRITE FD-STMTFILE-REC FROM ST-LINE9H
               WRITE FD-STMTFILE-REC FROM ST-LINE9J
           END-IF.
           WRITE FD-STMTFILE-REC FROM ST-LINE10.
           WRITE FD-STMTFILE-REC FROM ST-LINE11.
           WRITE FD-STMTFILE-REC FROM ST-LINE12.
      *    Minimum payment is the greater of a flat percentage of the *
      *    current balance or a fixed floor, capped at the balance    *
      *    itself; interest charged applies the standard APR to the   *
      *    balance for one billing cycle.  No minimum is billed while *
      *    an approved payment protection claim suspends it.  A       *
      *    disputed amount the cycle close held out of the balance    *
      *    is billed neither minimum nor interest while its case is   *
      *    open.  An installment plan's unbilled principal is billed  *
      *    neither; the installments the cycle close billed are added *
      *    to the minimum in full.                                    *
      *---------------------------------------------------------------*
       5070-COMPUTE-PAYMENT-AMOUNTS.
           MOVE ACCT-CURR-BAL TO WS-BILLED-BAL.
           IF ACCT-DISPUTE-HELD-AMT IS NUMERIC
               SUBTRACT ACCT-DISPUTE-HELD-AMT FROM WS-BILLED-BAL
           END-IF.
           PERFORM 5072-GET-INSTALLMENT-DUE.
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
               END-IF
               COMPUTE WS-INT-CHARGED ROUNDED =
                   WS-BILLED-BAL * (WS-STANDARD-APR-PCT / 1200)
           ELSE
               MOVE ZERO TO WS-MIN-PAYMENT
               MOVE ZERO TO WS-INT-CHARGED
           END-IF.
           ADD INSQ-BILLED-DUE TO WS-MIN-PAYMENT.
           IF ACCT-PPI-BENEFIT-END NOT = SPACES
                   AND ACCT-PPI-BENEFIT-END NOT < WS-STMT-RUN-DATE-DASH
               MOVE ZERO TO WS-MIN-PAYMENT
           END-IF.
           IF WS-CORP-MEMO-STMT
               MOVE ZERO TO WS-MIN-PAYMENT
           END-IF.

           EXIT.

      *---------------------------------------------------------------*
      *    An account with installment plans: the unbilled plan       *
      *    principal is not yet due, and the installments the cycle   *
      *    close billed are due in full on top of the revolving       *
      *    minimum.                                                   *
      *---------------------------------------------------------------*
       5072-GET-INSTALLMENT-DUE.
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

      *---------------------------------------------------------------*
      *    An employee account of a corporate-liability company is    *
      *    billed on the company's consolidated statement (CBCRP01C); *
      *    its own statement is a memo of the employee's spending     *
      *    with nothing due.  Individual liability bills as usual.    *
      *---------------------------------------------------------------*
       5075-GET-CORP-BILLING.
           MOVE 'N' TO WS-CORP-MEMO-SW.
           IF WS-CORPFILE-AVAIL AND ACCT-CORP-ID IS NUMERIC
               MOVE ACCT-CORP-ID TO CORP-ID
               READ CORP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CORP-LIAB-CORPORATE
                           SET WS-CORP-MEMO-STMT TO TRUE
                           MOVE CORP-NAME TO ST-CORP-NAME
                       END-IF
               END-READ
           END-IF.

           EXIT.

                                                                                
           PERFORM 8600-CHKPTFILE-OPEN.
           PERFORM 8610-NTFYFILE-OPEN.
           PERFORM 8620-CORPFILE-OPEN.
           PERFORM 8700-RESTARTFILE-READ.
           PERFORM 8750-RANGECTL-READ.
           GO TO 1000-MAINLINE.                                                 
           END-IF.
           EXIT.

      *---------------------------------------------------------------*
      *    Corporate company file for memo-statement selection; a run *
      *    without it bills every account individually.               *
      *---------------------------------------------------------------*
       8620-CORPFILE-OPEN.
           OPEN INPUT CORP-FILE.
           IF  CORPFILE-STATUS = '00'
               SET WS-CORPFILE-AVAIL TO TRUE
           ELSE
               DISPLAY 'CORPFILE NOT AVAILABLE - NO MEMO STATEMENTS: '
                       CORPFILE-STATUS
           END-IF.
           EXIT.

      *---------------------------------------------------------------*
       8610-NTFYFILE-OPEN.
           OPEN OUTPUT NTFY-FILE.
