         05 WS-FRDCASE-FILE            PIC X(08) VALUE 'FRDCASE '.
         05 WS-REPL-TDQ                PIC X(04) VALUE 'CRPL'.
         05 WS-NTFY-TDQ                PIC X(04) VALUE 'CNTF'.
         05 WS-FRJ-PGM                 PIC X(08) VALUE 'COFRJW0C'.
         05 WS-NTFY-DATE               PIC X(10) VALUE SPACES.
         05 WS-NTFY-TIME               PIC X(08) VALUE SPACES.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZERO.
       COPY CVFRD01Y.
       COPY CVNTF01Y.

      *- FORWARD-RECOVERY JOURNAL RECORD
       COPY CVFRJ01Y.

       01 WS-CASE-BROWSE-RID.
          05 WS-BR-CARD-NUM            PIC X(16).
          05 WS-BR-RPT-DATE            PIC X(08).
                   RESP(WS-RESP-CD)
                   RESP2(WS-REAS-CD)
              END-EXEC
              IF WS-RESP-CD = DFHRESP(NORMAL)
                 PERFORM WRITE-RECOVERY-JOURNAL
              ELSE
                 MOVE 'FRAUD MARKED - CARD DEACTIVATE FAILED'
                   TO WS-FRD-ACT-MSG
              END-IF
           END-IF
           .

      ******************************************************************
      * Forward-recovery journal: the card after-image goes to COFRJW0C.
      ******************************************************************
       WRITE-RECOVERY-JOURNAL.
           INITIALIZE FORWARD-RECOVERY-RECORD
           MOVE WS-CARD-FILE            TO FRJ-FILE-ID
           SET FRJ-CHANGE               TO TRUE
           MOVE CRDUPD-NUM              TO FRJ-KEY
           MOVE WS-PGMNAME              TO FRJ-PROGRAM
           MOVE LENGTH OF CRDUPD-RECORD TO FRJ-IMAGE-LENGTH
           MOVE CRDUPD-RECORD           TO FRJ-AFTER-IMAGE
           EXEC CICS LINK
                PROGRAM(WS-FRJ-PGM)
                COMMAREA(FORWARD-RECOVERY-RECORD)
                LENGTH(LENGTH OF FORWARD-RECOVERY-RECORD)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC
           .

      ******************************************************************
      * Open (or extend) the fraud case keyed by card + report date.
      * The replacement-card request is queued once per case.
