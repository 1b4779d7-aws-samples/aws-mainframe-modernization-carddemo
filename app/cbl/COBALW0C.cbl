           END-IF.

           INITIALIZE BALANCE-CONTROL-RECORD.
           IF BALW-RUN-DATE NOT = SPACES
               MOVE BALW-RUN-DATE TO BAL-RUN-DATE
           ELSE
               MOVE WS-RUN-DATE-DASH TO BAL-RUN-DATE
           END-IF.
           MOVE BALW-JOB-NAME     TO BAL-JOB-NAME.
           MOVE BALW-TOTAL-ID     TO BAL-TOTAL-ID.
           MOVE BALW-RECORD-COUNT TO BAL-RECORD-COUNT.
