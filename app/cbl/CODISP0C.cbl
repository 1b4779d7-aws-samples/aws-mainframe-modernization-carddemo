      *              progresses an existing case through represented / *
      *              won / lost.  Every case action and the            *
      *              provisional credit flow through COAUDIT like any  *
      *              other record change.  Before anything is          *
      *              written the account goes through COSECC0C's       *
      *              staff-account rules, so no user can dispute or    *
      *              settle a case on an account linked to themselves. *
      *                                                                *
      *              Terminal input:                                   *
      *                CDSP O <tran-id> <reason> <amount>   open       *
      *                CDSP R <case-id>                     represent  *
      *                CDSP W <case-id>                     won        *
      *                CDSP L <case-id> [<fraud-type>]      lost       *
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
           05  WS-CASE-TIME                        PIC 9(07).

       01  WS-LTR-TDQ              PIC X(04) VALUE 'CLTR'.
       COPY CVSEC02Y.
       01  WS-SECC-PGM             PIC X(08) VALUE 'COSECC0C'.
       COPY CVFRJ01Y.
       01  WS-FRJ-PGM              PIC X(08) VALUE 'COFRJW0C'.

       COPY CVDIS01Y.
       COPY CVTRA05Y.
               EXIT PARAGRAPH
           END-IF.

           MOVE XREF-ACCT-ID TO SECC-ACCT-ID.
           MOVE XREF-CUST-ID TO SECC-CUST-ID.
           PERFORM 1900-CHECK-STAFF-ACCESS.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE DISPUTE-CASE-RECORD.
           MOVE EIBTASKN          TO WS-CASE-TASKNO.
           MOVE WS-CUR-TIME(1:2)  TO WS-CASE-TIME(1:2).
               MOVE 'ACCOUNT UPDATE FAILED - CREDIT POSTED'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
           ELSE
               INITIALIZE FORWARD-RECOVERY-RECORD
               MOVE WS-ACCT-FILE-NAME TO FRJ-FILE-ID
               SET FRJ-CHANGE TO TRUE
               MOVE ACCT-ID TO FRJ-KEY
               MOVE LENGTH OF ACCOUNT-RECORD TO FRJ-IMAGE-LENGTH
               MOVE ACCOUNT-RECORD TO FRJ-AFTER-IMAGE
               PERFORM 9700-WRITE-RECOVERY-JOURNAL
           END-IF.
           EXIT.

      ******************************************************************
      * The staff-account rules on the case's account: COSECC0C       *
      * refuses a user linked to the account and wants today's CSTA   *
      * approval for any other staff account.  The caller sets the    *
      * account and, where it has one, the customer.                  *
      ******************************************************************
       1900-CHECK-STAFF-ACCESS.
           MOVE SPACES     TO WS-MSG-TEXT.
           MOVE WS-USER-ID TO SECC-USER-ID.
           MOVE 'DISP'     TO SECC-FUNCTION.
           MOVE 'N'        TO SECC-DUAL-CONTROL-SW.
           EXEC CICS LINK
                PROGRAM(WS-SECC-PGM)
                COMMAREA(SECC-PARM)
                LENGTH(LENGTH OF SECC-PARM)
                RESP(WS-RESP-CD)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP-CD NOT = DFHRESP(NORMAL)
                   MOVE 'ENTITLEMENT CHECK FAILED - NOTHING CHANGED'
                     TO WS-MSG-TEXT
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
           EXIT.

      ******************************************************************
      * Progress an existing case.  Won/lost only close the case      *
      * here; the money movement is the close batch's job so it can   *
               EXIT PARAGRAPH
           END-IF.

           MOVE DIS-ACCT-ID TO SECC-ACCT-ID.
           MOVE ZERO        TO SECC-CUST-ID.
           PERFORM 1900-CHECK-STAFF-ACCESS.
           IF WS-MSG-TEXT NOT = SPACES
               EXEC CICS UNLOCK
                    DATASET(WS-DISP-FILE-NAME)
                    NOHANDLE
               END-EXEC
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACT-REPRESENT
                   IF NOT DIS-OPENED
                   SET DIS-WON TO TRUE
                   MOVE WS-CUR-DATE TO DIS-CLOSE-DATE
               WHEN WS-ACT-LOST
                   IF DIS-REASON-CD = 'FRAU'
                       PERFORM 2100-SET-FRAUD-TYPE
                       IF NOT DIS-FRAUD-TYPE-VALID
                           MOVE 'FRAUD TYPE MUST BE LS/CF/CN/AT/AP/OT'
                             TO WS-MSG-TEXT
                           PERFORM 9100-SEND-MESSAGE
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   SET DIS-LOST TO TRUE
                   MOVE WS-CUR-DATE TO DIS-CLOSE-DATE
           END-EVALUATE.
           END-STRING.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * A lost fraud case is classified for the fraud-loss ledger.    *
      * The type rides in the reason slot of the L action; an analyst *
      * who leaves it off gets OT (other) and can be corrected before *
      * the fraud-loss run picks the case up.                         *
      ******************************************************************
       2100-SET-FRAUD-TYPE.
           IF WS-IN-REASON(1:2) = SPACES
               MOVE 'OT' TO DIS-FRAUD-TYPE
           ELSE
               MOVE WS-IN-REASON(1:2) TO DIS-FRAUD-TYPE
           END-IF.

      ******************************************************************
      * Audit the provisional credit through COAUDIT under the        *
      * transaction log type, the same as every other record change.  *
      * Every opened case owes the cardholder a written              *
      * acknowledgment - the staged event drives the CBLTR01C        *
      * letter through the CLTR letter-event queue.                  *
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
       9500-STAGE-DISPUTE-ACK.
           MOVE SPACES TO NTFY-EVENT-RECORD.
