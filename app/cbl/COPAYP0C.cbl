      *              without touching the balance a second time - the  *
      *              memo-post and the batch posting can never         *
      *              double-apply.                                     *
      *              A payment inside its clearing hold (PAYHSCHD, by  *
      *              channel and account age) is added to the          *
      *              account's held amount and logged to PAYHOLD, so   *
      *              authorizations do not see the money until the     *
      *              CBPHR01C release run clears it.                   *
      *                                                                *
      *              Terminal input:                                   *
      *                CPAY P <card16> <amount>      take payment      *
                                                   VALUE 'ACCTDAT '.
           05  WS-PAY-TDQ                          PIC X(04)
                                                   VALUE 'CPAY'.
           05  WS-PAYHOLD-FILE                     PIC X(08)
                                                   VALUE 'PAYHOLD '.
           05  WS-PAYHSCHD-FILE                    PIC X(08)
                                                   VALUE 'PAYHSCHD'.
           05  WS-RESP-CD                          PIC S9(09) COMP.
           05  WS-REAS-CD                          PIC S9(09) COMP.
           05  WS-USER-ID                          PIC X(08).
           05  WS-PAY-AMT                          PIC S9(09)V99
                                                   COMP-3.
           05  WS-BAL-DIS                          PIC Z(9)9.99-.
           05  WS-HOLD-DAYS                        PIC 9(03).
           05  WS-ACCT-AGE-MOS                     PIC 9(05).
           05  WS-RELEASE-DATE                     PIC X(10).
           05  WS-DATE-NUM                         PIC 9(08).
           05  WS-DATE-INT                         PIC S9(09) COMP.
           05  WS-SCHED-EOF-SW                     PIC X(01).
               88  WS-SCHED-EOF                    VALUE 'Y'.

       01  WS-TERM-INPUT.
           05  FILLER                              PIC X(04).

       COPY CVACT01Y.
       COPY CVACT03Y.
       COPY CVPHD01Y.
       COPY CVPHS01Y.

       COPY CVSEC02Y.
       01  WS-SECC-PGM             PIC X(08) VALUE 'COSECC0C'.
       COPY CVFRJ01Y.
       01  WS-FRJ-PGM              PIC X(08) VALUE 'COFRJW0C'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
               EXIT PARAGRAPH
           END-IF.

           PERFORM 1900-CHECK-STAFF-ACCESS.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE XREF-ACCT-ID TO ACCT-ID.
           EXEC CICS READ
                DATASET(WS-ACCT-FILE)
      *    Memo-post: the balance reflects the phone payment the
      *    moment the CSR confirms it.  A failed rewrite rolls the
      *    unit of work back - the staged remittance and the balance
      *    move together or not at all.  A payment still inside its
      *    clearing hold is carried in ACCT-PAY-HOLD-AMT so it does
      *    not come back into open-to-buy yet.
           SUBTRACT WS-PAY-AMT FROM ACCT-CURR-BAL.
           PERFORM 3000-GET-HOLD-DAYS.
           IF WS-HOLD-DAYS > ZERO
               IF ACCT-PAY-HOLD-AMT NOT NUMERIC
                   MOVE ZERO TO ACCT-PAY-HOLD-AMT
               END-IF
               ADD WS-PAY-AMT TO ACCT-PAY-HOLD-AMT
           END-IF.
           EXEC CICS REWRITE
                DATASET(WS-ACCT-FILE)
                FROM(ACCOUNT-RECORD)
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE FORWARD-RECOVERY-RECORD.
           MOVE WS-ACCT-FILE TO FRJ-FILE-ID.
           SET FRJ-CHANGE TO TRUE.
           MOVE ACCT-ID TO FRJ-KEY.
           MOVE LENGTH OF ACCOUNT-RECORD TO FRJ-IMAGE-LENGTH.
           MOVE ACCOUNT-RECORD TO FRJ-AFTER-IMAGE.
           PERFORM 9700-WRITE-RECOVERY-JOURNAL.

           IF WS-HOLD-DAYS > ZERO
               PERFORM 3100-WRITE-HOLD
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                   EXEC CICS SYNCPOINT ROLLBACK
                        NOHANDLE
                   END-EXEC
                   MOVE 'PAYMENT HOLD WRITE FAILED - NOT TAKEN'
                     TO WS-MSG-TEXT
                   PERFORM 9100-SEND-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE ACCT-CURR-BAL TO WS-BAL-DIS.
           IF WS-HOLD-DAYS > ZERO
               STRING 'PAYMENT TAKEN - NEW BALANCE ' WS-BAL-DIS
                      ' - HELD TO ' WS-RELEASE-DATE
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           ELSE
               STRING 'PAYMENT TAKEN - NEW BALANCE ' WS-BAL-DIS
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           END-IF.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * The staff-account rules on the card's account: COSECC0C,      *
      * asked again with the function already checked at the door,   *
      * refuses a user linked to the account and wants today's CSTA  *
      * approval for any other staff account.                         *
      ******************************************************************
       1900-CHECK-STAFF-ACCESS.
           MOVE SPACES TO WS-MSG-TEXT.
           MOVE XREF-ACCT-ID TO SECC-ACCT-ID.
           MOVE ZERO       TO SECC-CUST-ID.
           EXEC CICS LINK
                PROGRAM(WS-SECC-PGM)
                COMMAREA(SECC-PARM)
                LENGTH(LENGTH OF SECC-PARM)
                RESP(WS-RESP-CD)
           END-EXEC.
           EVALUATE TRUE
               WHEN SECC-ALLOWED
                   CONTINUE
               WHEN SECC-SELF-ACCESS
                   MOVE 'ACCOUNT IS LINKED TO YOU - ANOTHER USER ACTS'
                     TO WS-MSG-TEXT
               WHEN SECC-APPROVAL-REQUIRED
                   MOVE 'STAFF ACCOUNT - NEEDS TODAY''S CSTA APPROVAL'
                     TO WS-MSG-TEXT
               WHEN OTHER
                   MOVE 'NOT AUTHORIZED FOR THIS FUNCTION'
                     TO WS-MSG-TEXT
           END-EVALUATE.

      ******************************************************************
      * Stage the remittance for tonight's posting run.  The CPAY TD  *
      * queue is recoverable, so a rollback after a later failure     *
                RESP(WS-RESP-CD)
           END-EXEC.

      ******************************************************************
      * Clearing hold for a phone payment.  The schedule is keyed by  *
      * channel and minimum account age in months; the row with the   *
      * highest minimum age the account has reached applies.  No row  *
      * for the channel (or no schedule at all) means no hold.        *
      ******************************************************************
       3000-GET-HOLD-DAYS.
           MOVE ZERO TO WS-HOLD-DAYS.
           MOVE ZERO TO WS-ACCT-AGE-MOS.
           IF ACCT-OPEN-DATE(1:4) IS NUMERIC
              AND ACCT-OPEN-DATE(6:2) IS NUMERIC
              AND ACCT-OPEN-DATE(1:10) < WS-CUR-DATE
               COMPUTE WS-ACCT-AGE-MOS =
                   (FUNCTION NUMVAL(WS-CUR-DATE(1:4))
                  - FUNCTION NUMVAL(ACCT-OPEN-DATE(1:4))) * 12
                  + FUNCTION NUMVAL(WS-CUR-DATE(6:2))
                  - FUNCTION NUMVAL(ACCT-OPEN-DATE(6:2))
               END-COMPUTE
           END-IF.

           MOVE 'PHONE' TO PHS-CHANNEL.
           MOVE ZERO    TO PHS-MIN-AGE-MOS.
           EXEC CICS STARTBR
                DATASET(WS-PAYHSCHD-FILE)
                RIDFLD(PHS-KEY)
                KEYLENGTH(LENGTH OF PHS-KEY)
                GTEQ
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SCHED-EOF-SW.
           PERFORM UNTIL WS-SCHED-EOF
               EXEC CICS READNEXT
                    DATASET(WS-PAYHSCHD-FILE)
                    INTO(PAY-HOLD-SCHED-RECORD)
                    RIDFLD(PHS-KEY)
                    KEYLENGTH(LENGTH OF PHS-KEY)
                    RESP(WS-RESP-CD)
                    RESP2(WS-REAS-CD)
               END-EXEC
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                  OR PHS-CHANNEL NOT = 'PHONE'
                  OR PHS-MIN-AGE-MOS > WS-ACCT-AGE-MOS
                   SET WS-SCHED-EOF TO TRUE
               ELSE
                   MOVE PHS-HOLD-DAYS TO WS-HOLD-DAYS
               END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                DATASET(WS-PAYHSCHD-FILE)
                NOHANDLE
           END-EXEC.

      ******************************************************************
      * Log the hold.  The release date is the payment date plus the  *
      * hold days; the CBPHR01C run releases it on or after that date *
      * unless CBACH01C has already matched a return against it.      *
      ******************************************************************
       3100-WRITE-HOLD.
           MOVE WS-CUR-DATE(1:4) TO WS-DATE-NUM(1:4).
           MOVE WS-CUR-DATE(6:2) TO WS-DATE-NUM(5:2).
           MOVE WS-CUR-DATE(9:2) TO WS-DATE-NUM(7:2).
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + WS-HOLD-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM.
           STRING WS-DATE-NUM(1:4) '-' WS-DATE-NUM(5:2) '-'
                  WS-DATE-NUM(7:2)
               DELIMITED BY SIZE INTO WS-RELEASE-DATE
           END-STRING.

           MOVE SPACES          TO PAYMENT-HOLD-RECORD.
           MOVE ACCT-ID         TO PHD-ACCT-ID.
           MOVE WS-CUR-DATE     TO PHD-PAY-DATE.
           MOVE WS-REF-TIME     TO PHD-PAY-SEQ.
           SET PHD-CHANNEL-PHONE TO TRUE.
           MOVE WS-PAY-AMT      TO PHD-AMOUNT.
           MOVE WS-HOLD-DAYS    TO PHD-HOLD-DAYS.
           MOVE WS-RELEASE-DATE TO PHD-RELEASE-DATE.
           SET PHD-HELD         TO TRUE.
           MOVE WS-CUR-DATE     TO PHD-STATUS-DATE.
           MOVE PAY-REFERENCE   TO PHD-REFERENCE.

           EXEC CICS WRITE
                DATASET(WS-PAYHOLD-FILE)
                FROM(PAYMENT-HOLD-RECORD)
                RIDFLD(PHD-KEY)
                KEYLENGTH(LENGTH OF PHD-KEY)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.

      ******************************************************************
      * Forward-recovery journal: the after-image of the change just  *
      * made to the master goes to COFRJW0C.                          *
      ******************************************************************
       9700-WRITE-RECOVERY-JOURNAL.
           MOVE WS-PGMNAME TO FRJ-PROGRAM.
           EXEC CICS LINK
                PROGRAM(WS-FRJ-PGM)
                COMMAREA(FORWARD-RECOVERY-RECORD)
                LENGTH(LENGTH OF FORWARD-RECOVERY-RECORD)
                RESP(WS-RESP-CD)
           END-EXEC.
           EXIT.

      ******************************************************************
       9100-SEND-MESSAGE.
           EXEC CICS SEND TEXT
