      *               the money: a lost case re-posts the disputed
      *               amount (reversing the provisional credit), a won
      *               case writes the amount off (the provisional
      *               credit stands).  A lost case also bills the
      *               interest the cycle closes deferred while it was
      *               under investigation; a won case forgives it.
      *               Either way the amount leaves the account's
      *               in-dispute figures.  Each settled case is stamped
      *               so it is processed exactly once, and an audit
      *               entry is written for every settlement posting.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
           05  WS-CASES-WON-SETTLED        PIC 9(09) VALUE 0.
           05  WS-CASES-LOST-SETTLED       PIC 9(09) VALUE 0.
           05  WS-CASES-STILL-OPEN         PIC 9(09) VALUE 0.
           05  WS-DEFER-INT-BILLED         PIC 9(09) VALUE 0.
           05  WS-DEFER-INT-FORGIVEN       PIC 9(09) VALUE 0.
       01  WS-RUN-AMOUNTS          COMP-3.
           05  WS-WRITTEN-OFF-AMT          PIC S9(11)V99 VALUE 0.
           05  WS-REPOSTED-AMT             PIC S9(11)V99 VALUE 0.
           05  WS-DEFER-INT-BILLED-AMT     PIC S9(11)V99 VALUE 0.
           05  WS-DEFER-INT-FORGIVEN-AMT   PIC S9(11)V99 VALUE 0.
      *    What a settlement moves on the account: the reversal and
      *    the deferred interest billed (a won case moves neither).
       01  WS-APPLY-FIELDS         COMP-3.
           05  WS-APPLY-AMT                PIC S9(09)V99 VALUE 0.
           05  WS-DEFER-INT                PIC S9(07)V99 VALUE 0.

       01  WS-TRAN-ID-FIELDS.
           05  WS-TRAN-ID-PREFIX           PIC X(02) VALUE 'DS'.
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-APPLY-AMT.
           MOVE ZERO TO WS-DEFER-INT.
           IF DIS-DEFER-INT-AMT IS NUMERIC
               MOVE DIS-DEFER-INT-AMT TO WS-DEFER-INT
           END-IF.

           EVALUATE TRUE
               WHEN DIS-WON
      *            Cardholder keeps the provisional credit - the
      *            disputed amount is written off, and the interest
      *            deferred on it is forgiven.
                   ADD DIS-AMT-DISPUTED TO WS-WRITTEN-OFF-AMT
                   ADD 1 TO WS-CASES-WON-SETTLED
                   IF WS-DEFER-INT > ZERO
                       ADD 1 TO WS-DEFER-INT-FORGIVEN
                       ADD WS-DEFER-INT TO WS-DEFER-INT-FORGIVEN-AMT
                   END-IF
                   PERFORM 2350-APPLY-TO-ACCOUNT
                   PERFORM 2500-STAMP-SETTLED
               WHEN DIS-LOST
      *            Cardholder owes the amount back - reverse the
      *            provisional credit with an offsetting debit.  A
      *            case that never had its credit posted left the
      *            amount in the balance, so there is nothing to
      *            reverse.  The deferred interest is billed.
                   IF DIS-PROV-CREDIT-TRAN-ID NOT = SPACES
                       PERFORM 2300-POST-REVERSAL
                       ADD DIS-AMT-DISPUTED TO WS-APPLY-AMT
                       ADD DIS-AMT-DISPUTED TO WS-REPOSTED-AMT
                   END-IF
                   IF WS-DEFER-INT > ZERO
                       PERFORM 2320-POST-DEFERRED-INTEREST
                       ADD WS-DEFER-INT TO WS-APPLY-AMT
                       ADD 1 TO WS-DEFER-INT-BILLED
                       ADD WS-DEFER-INT TO WS-DEFER-INT-BILLED-AMT
                   END-IF
                   PERFORM 2350-APPLY-TO-ACCOUNT
                   ADD 1 TO WS-CASES-LOST-SETTLED
                   PERFORM 2500-STAMP-SETTLED
               WHEN OTHER
           EXIT.

      *****************************************************************
      * The interest deferred on the case bills as an interest        *
      * charge, the same type and category the cycle close posts.     *
      *****************************************************************
       2320-POST-DEFERRED-INTEREST.
           INITIALIZE TRAN-RECORD.
           ADD 1 TO WS-TRAN-ID-SEQ.
           MOVE WS-TRAN-ID-FIELDS TO TRAN-ID.
           MOVE '03'              TO TRAN-TYPE-CD.
           MOVE 0005              TO TRAN-CAT-CD.
           MOVE 'DISPUTE'         TO TRAN-SOURCE.
           STRING 'DEFERRED INTEREST - DISPUTE LOST - CASE '
                  DIS-CASE-ID
               DELIMITED BY SIZE
               INTO TRAN-DESC
           END-STRING.
           MOVE WS-DEFER-INT      TO TRAN-AMT.
           MOVE ZERO              TO TRAN-MERCHANT-ID.
           MOVE SPACES            TO TRAN-MERCHANT-NAME
                                     TRAN-MERCHANT-CITY
                                     TRAN-MERCHANT-ZIP.
           MOVE DIS-CARD-NUM      TO TRAN-CARD-NUM.
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
                       DISPLAY 'ERROR WRITING TRANSACT FOR CASE: '
                               DIS-CASE-ID ' STATUS: ' TRANFILE-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-PERFORM.

           PERFORM 7500-WRITE-AUDIT-RECORD.
           EXIT.

      *****************************************************************
      * The settlement postings reach the cardholder's balance at    *
      * posting time, the way the payment batch applies payments,    *
      * and the case comes out of the account's in-dispute figures.  *
      *****************************************************************
       2350-APPLY-TO-ACCOUNT.
           MOVE DIS-ACCT-ID TO FD-ACCT-ID.
           END-IF.
           MOVE FD-ACCTFILE-REC TO ACCOUNT-RECORD.

           ADD WS-APPLY-AMT TO ACCT-CURR-BAL.
           ADD WS-APPLY-AMT TO ACCT-CURR-CYC-DEBIT.
           IF ACCT-DISPUTE-AMT IS NUMERIC
               SUBTRACT DIS-AMT-DISPUTED FROM ACCT-DISPUTE-AMT
               IF ACCT-DISPUTE-AMT < ZERO
                   MOVE ZERO TO ACCT-DISPUTE-AMT
               END-IF
           END-IF.
           IF ACCT-DISPUTE-HELD-AMT IS NUMERIC
                   AND DIS-PROV-CREDIT-TRAN-ID = SPACES
               SUBTRACT DIS-AMT-DISPUTED FROM ACCT-DISPUTE-HELD-AMT
               IF ACCT-DISPUTE-HELD-AMT < ZERO
                   MOVE ZERO TO ACCT-DISPUTE-HELD-AMT
               END-IF
           END-IF.
           MOVE WS-RUN-TIMESTAMP TO ACCT-LAST-MAINT-TS.
           MOVE ACCOUNT-RECORD TO FD-ACCTFILE-REC.
           REWRITE FD-ACCTFILE-REC.
           DISPLAY '  STILL OPEN           : ' WS-CASES-STILL-OPEN.
           DISPLAY '  WRITE-OFF TOTAL      : ' WS-WRITTEN-OFF-AMT.
           DISPLAY '  REVERSAL TOTAL       : ' WS-REPOSTED-AMT.
           DISPLAY '  DEFERRED INT BILLED  : ' WS-DEFER-INT-BILLED.
           DISPLAY '  DEFERRED INT AMOUNT  : ' WS-DEFER-INT-BILLED-AMT.
           DISPLAY '  DEFERRED INT FORGIVEN: ' WS-DEFER-INT-FORGIVEN.
           DISPLAY '  FORGIVEN AMOUNT      : '
                   WS-DEFER-INT-FORGIVEN-AMT.
           DISPLAY '================================================'.
           EXIT.

