               GO TO 9000-RETURN
           END-IF.

           IF WS-ACT-ENROLL OR WS-ACT-CANCEL
               PERFORM 1900-CHECK-STAFF-ACCESS
               IF WS-MSG-TEXT NOT = SPACES
                   PERFORM 9100-SEND-MESSAGE
                   GO TO 9000-RETURN
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACT-ENROLL
                   PERFORM 1000-ENROLL-AUTOPAY
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
       1000-ENROLL-AUTOPAY.
           MOVE WS-IN-ACCT-ID TO ACCT-ID.
