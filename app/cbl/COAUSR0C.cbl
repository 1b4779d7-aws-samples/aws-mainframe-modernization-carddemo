
       COPY CVSEC02Y.
       01  WS-SECC-PGM             PIC X(08) VALUE 'COSECC0C'.
       COPY CVFRJ01Y.
       01  WS-FRJ-PGM              PIC X(08) VALUE 'COFRJW0C'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
               EXIT PARAGRAPH
           END-IF.

           MOVE ACCT-ID       TO SECC-ACCT-ID.
           MOVE CUST-ID       TO SECC-CUST-ID.
           PERFORM 1900-CHECK-STAFF-ACCESS.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2000-ALLOCATE-CARD-NUMBER.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
           END-STRING.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * The staff-account rules on the account and the cardholder in  *
      * SECC-ACCT-ID and SECC-CUST-ID: COSECC0C, asked again with the *
      * function already checked at the door, refuses a user linked   *
      * to either and wants today's CSTA approval for any other staff *
      * account or customer.                                          *
      ******************************************************************
       1900-CHECK-STAFF-ACCESS.
           MOVE SPACES TO WS-MSG-TEXT.
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
      * The next number from the BIN range, counter stepped under     *
      * UPDATE so two screens can never draw the same card.           *
               MOVE 'CARD WRITE FAILED' TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE FORWARD-RECOVERY-RECORD.
           MOVE WS-CARD-FILE TO FRJ-FILE-ID.
           SET FRJ-ADD TO TRUE.
           MOVE CARD-NUM TO FRJ-KEY.
           MOVE LENGTH OF CARD-RECORD TO FRJ-IMAGE-LENGTH.
           MOVE CARD-RECORD TO FRJ-AFTER-IMAGE.
           PERFORM 9700-WRITE-RECOVERY-JOURNAL.

           INITIALIZE CARD-XREF-RECORD.
           MOVE CARD-NUM  TO XREF-CARD-NUM.
               EXIT PARAGRAPH
           END-IF.

           MOVE XREF-ACCT-ID  TO SECC-ACCT-ID.
           MOVE XREF-CUST-ID  TO SECC-CUST-ID.
           PERFORM 1900-CHECK-STAFF-ACCESS.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE XREF-CARD-NUM TO CARD-NUM.
           EXEC CICS READ
                DATASET(WS-CARD-FILE)
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE FORWARD-RECOVERY-RECORD.
           MOVE WS-CARD-FILE TO FRJ-FILE-ID.
           SET FRJ-CHANGE TO TRUE.
           MOVE CARD-NUM TO FRJ-KEY.
           MOVE LENGTH OF CARD-RECORD TO FRJ-IMAGE-LENGTH.
           MOVE CARD-RECORD TO FRJ-AFTER-IMAGE.
           PERFORM 9700-WRITE-RECOVERY-JOURNAL.

           PERFORM 8000-AUDIT-CARD.
           MOVE 'AUTHORIZED USER CARD DEACTIVATED' TO WS-MSG-TEXT.
                RESP(WS-RESP-CD)
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
       8000-AUDIT-CARD.
           INITIALIZE AUDIT-PARMS
