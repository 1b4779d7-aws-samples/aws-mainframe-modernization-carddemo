
       COPY CVSEC02Y.
       01  WS-SECC-PGM             PIC X(08) VALUE 'COSECC0C'.
       COPY CVFRJ01Y.
       01  WS-FRJ-PGM              PIC X(08) VALUE 'COFRJW0C'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CARDS-BLOCKED.
           INITIALIZE FORWARD-RECOVERY-RECORD.
           MOVE WS-CARD-FILE TO FRJ-FILE-ID.
           SET FRJ-CHANGE TO TRUE.
           MOVE CARD-NUM TO FRJ-KEY.
           MOVE LENGTH OF CARD-RECORD TO FRJ-IMAGE-LENGTH.
           MOVE CARD-RECORD TO FRJ-AFTER-IMAGE.
           PERFORM 9700-WRITE-RECOVERY-JOURNAL.

           INITIALIZE AUDIT-PARMS
               REPLACING ALPHANUMERIC DATA BY SPACES.
           END-IF.
           PERFORM 9100-SEND-MESSAGE.

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
