       FD  GLJRNL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CVGLJ01Y.

       FD  PTRSTMT-FILE
           RECORDING MODE IS F
       01  WS-RUN-DATE                     PIC X(10).
       01  WS-GLJRNL-MAPPED-SW     PIC X(01) VALUE 'N'.
           88  WS-GLJRNL-MAPPED              VALUE 'Y'.
       01  WS-JRNL-SEQ             PIC 9(06) VALUE 0.

      *---------------------------------------------------------------*
      * Partner statement lines.                                      *
                   EXIT PARAGRAPH
           END-READ.

           MOVE SPACES        TO GL-JOURNAL-RECORD.
           SET JRN-SOURCE-PARTNER TO TRUE.
           ADD 1              TO WS-JRNL-SEQ.
           MOVE WS-JRNL-SEQ   TO JRN-LINE-SEQ.
           MOVE 'D'           TO JRN-DR-CR-IND.
           MOVE GLX-DR-ACCOUNT TO JRN-GL-ACCOUNT.
           MOVE WS-SHR-NET    TO JRN-AMOUNT.
           STRING 'PTNR SHARE ' PT-GROUP-ID
               DELIMITED BY SIZE INTO JRN-DESC
           END-STRING.
           WRITE GL-JOURNAL-RECORD.

           MOVE SPACES        TO GL-JOURNAL-RECORD.
           SET JRN-SOURCE-PARTNER TO TRUE.
           ADD 1              TO WS-JRNL-SEQ.
           MOVE WS-JRNL-SEQ   TO JRN-LINE-SEQ.
           MOVE 'C'           TO JRN-DR-CR-IND.
           MOVE GLX-CR-ACCOUNT TO JRN-GL-ACCOUNT.
           MOVE WS-SHR-NET    TO JRN-AMOUNT.
           STRING 'PTNR SHARE ' PT-GROUP-ID
               DELIMITED BY SIZE INTO JRN-DESC
           END-STRING.
           WRITE GL-JOURNAL-RECORD.
           IF GLJRNL-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING GLJRNL'
               MOVE GLJRNL-STATUS TO IO-STATUS
