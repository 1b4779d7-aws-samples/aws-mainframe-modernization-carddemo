       COPY CVACT03Y.
       COPY CVCUS01Y.
       COPY CVAUD01Y.
       COPY CVFRJ01Y.
       01  WS-FRJ-PGM              PIC X(08) VALUE 'COFRJW0C'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
               MOVE 'CARD UPDATE FAILED - TRY AGAIN' TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE FORWARD-RECOVERY-RECORD.
           MOVE WS-CARD-FILE TO FRJ-FILE-ID.
           SET FRJ-CHANGE TO TRUE.
           MOVE CARD-NUM TO FRJ-KEY.
           MOVE LENGTH OF CARD-RECORD TO FRJ-IMAGE-LENGTH.
           MOVE CARD-RECORD TO FRJ-AFTER-IMAGE.
           PERFORM 9700-WRITE-RECOVERY-JOURNAL.

           MOVE 'B' TO AUDIT-IN-IMAGE-TYPE.
           MOVE WS-BEFORE-IMAGE TO AUDIT-IN-RECORD-DATA.
           END-EXEC.
           EXIT.

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
