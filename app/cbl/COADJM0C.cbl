      *              keys the adjustment with a mandatory reason code  *
      *              and it waits on the ADJPEND queue; a second,      *
      *              differently-signed-on checker approves or         *
      *              rejects; making (ADJM) and checking (ADJA) are    *
      *              separately granted functions.  Approval posts     *
      *              the adjustment to TRANSACT under the dedicated    *
      *              adjustment categories, applies it to the account  *
      *              balance, and writes before/after images through   *
      *              COAUDIT so every adjustment is attributable.      *
      *                                                                *
      *              Terminal input:                                   *
      *                CADJ M <acct> <C/D> <amount> <rsn>   make       *

       COPY CVSEC02Y.
       01  WS-SECC-PGM             PIC X(08) VALUE 'COSECC0C'.
       COPY CVFRJ01Y.
       01  WS-FRJ-PGM              PIC X(08) VALUE 'COFRJW0C'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
                NOHANDLE
           END-EXEC.

      *    Entitlement check at the door: the maker and checker
      *    functions are separately granted.
           INITIALIZE SECC-PARM.
           MOVE WS-USER-ID TO SECC-USER-ID.
           IF WS-ACT-MAKE
               MOVE 'ADJM' TO SECC-FUNCTION
           ELSE
               MOVE 'ADJA' TO SECC-FUNCTION
           END-IF.
           EXEC CICS LINK
                PROGRAM(WS-SECC-PGM)
                COMMAREA(SECC-PARM)
               EXIT PARAGRAPH
           END-IF.

           PERFORM 1900-CHECK-STAFF-ACCESS.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE ADJUSTMENT-RECORD.
           MOVE EIBTASKN         TO WS-AI-TASKNO.
           MOVE WS-CUR-TIME(1:2) TO WS-AI-TIME(1:2).
           END-STRING.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * The staff-account rules on the account: COSECC0C, asked again *
      * with the function already checked at the door, refuses a user *
      * linked to the account.  The checker step is the second person *
      * on any other staff account, so no separate approval is asked. *
      ******************************************************************
       1900-CHECK-STAFF-ACCESS.
           MOVE SPACES     TO WS-MSG-TEXT.
           MOVE ACCT-ID    TO SECC-ACCT-ID.
           MOVE ZERO       TO SECC-CUST-ID.
           SET SECC-DUAL-CONTROL TO TRUE.
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
               WHEN OTHER
                   MOVE 'NOT AUTHORIZED FOR THIS FUNCTION'
                     TO WS-MSG-TEXT
           END-EVALUATE.

      ******************************************************************
      * Checker: approve posts and applies, reject closes the queue   *
      * entry.  The checker must not be the maker.                    *
               EXIT PARAGRAPH
           END-IF.

           MOVE ADJ-ACCT-ID TO ACCT-ID.
           PERFORM 1900-CHECK-STAFF-ACCESS.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-USER-ID  TO ADJ-CHECKER-ID.
           MOVE WS-CUR-DATE TO ADJ-DECIDE-DATE.

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

           PERFORM 5000-POST-ADJUSTMENT-TRAN.

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
       8100-AUDIT-LINK.
           MOVE WS-USER-ID        TO AUDIT-IN-USER-ID.
