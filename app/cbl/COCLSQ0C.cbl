
       COPY CVSEC02Y.
       01  WS-SECC-PGM             PIC X(08) VALUE 'COSECC0C'.
       COPY CVFRJ01Y.
       01  WS-FRJ-PGM              PIC X(08) VALUE 'COFRJW0C'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
               GO TO 9000-RETURN
           END-IF.

           IF WS-ACT-CLOSE
               PERFORM 1900-CHECK-STAFF-ACCESS
               IF WS-MSG-TEXT NOT = SPACES
                   PERFORM 9100-SEND-MESSAGE
                   GO TO 9000-RETURN
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACT-QUOTE
                   PERFORM 1000-PAYOFF-QUOTE
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * The staff-account rules on the account keyed: COSECC0C, asked *
      * again with the function already checked at the door, refuses  *
      * a user linked to the account and wants today's CSTA approval  *
      * for any other staff account.                                  *
      ******************************************************************
       1900-CHECK-STAFF-ACCESS.
           MOVE SPACES TO WS-MSG-TEXT.
           MOVE WS-IN-ACCT-ID TO SECC-ACCT-ID.
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
      * The payoff quote: balance plus per-diem interest at the       *
      * group rate for the quote's good-through window, so the check  *
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'ACCOUNT MARKED PENDING CLOSED' TO WS-MSG-TEXT
               INITIALIZE FORWARD-RECOVERY-RECORD
               MOVE WS-ACCT-FILE TO FRJ-FILE-ID
               SET FRJ-CHANGE TO TRUE
               MOVE ACCT-ID TO FRJ-KEY
               MOVE LENGTH OF ACCOUNT-RECORD TO FRJ-IMAGE-LENGTH
               MOVE ACCOUNT-RECORD TO FRJ-AFTER-IMAGE
               PERFORM 9700-WRITE-RECOVERY-JOURNAL
           ELSE
               MOVE 'ACCOUNT REWRITE FAILED' TO WS-MSG-TEXT
           END-IF.
               PERFORM 9100-SEND-MESSAGE
           END-IF.

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
