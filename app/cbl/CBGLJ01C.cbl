      *               file.  Unmapped type/category combinations land
      *               on the exception report instead of being
      *               dropped, and the run aborts if total debits do
      *               not equal total credits.  Lines the GL
      *               rejected and finance has repaired and released
      *               from the GLSUSP suspense queue (COGLSR0C) ride
      *               along with the corrected GL account; each one
      *               replaces a single rejected side, so they are
      *               totalled apart from the balanced tie-out.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS GLJRNL-STATUS.
      *
      *    GL suspense queue - released repairs go out tonight.
           SELECT GLSUSP-FILE ASSIGN TO GLSUSP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS GLS-KEY
                  FILE STATUS  IS GLSUSP-STATUS.
      *
      *    Unmapped type/category exception report.
           SELECT GLEXCP-FILE ASSIGN TO GLEXCP
                  ORGANIZATION IS SEQUENTIAL
       FD  GLJRNL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CVGLJ01Y.

       FD  GLSUSP-FILE.
       COPY CVGLS01Y.

       FD  GLEXCP-FILE
           RECORDING MODE IS F
       01  GLEXCP-STATUS.
           05  GLEXCP-STAT1        PIC X.
           05  GLEXCP-STAT2        PIC X.
       01  GLSUSP-STATUS.
           05  GLSUSP-STAT1        PIC X.
           05  GLSUSP-STAT2        PIC X.
       01  WS-SUSP-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-SUSP-DONE                  VALUE 'Y'.
       01  WS-JRNL-SEQ             PIC 9(06) VALUE 0.

       01  END-OF-FILE             PIC X(01) VALUE 'N'.
       01  WS-FOUND-SW             PIC X.
       01  WS-RUN-TOTALS           COMP-3.
           05  WS-TOTAL-DEBITS     PIC S9(13)V99 VALUE 0.
           05  WS-TOTAL-CREDITS    PIC S9(13)V99 VALUE 0.
           05  WS-SUSP-DEBITS      PIC S9(13)V99 VALUE 0.
           05  WS-SUSP-CREDITS     PIC S9(13)V99 VALUE 0.
       01  WS-RUN-COUNTS.
           05  WS-TRANS-READ       PIC 9(09) VALUE 0.
           05  WS-BUCKETS-MAPPED   PIC 9(09) VALUE 0.
           05  WS-BUCKETS-UNMAPPED PIC 9(09) VALUE 0.
           05  WS-JRNL-WRITTEN     PIC 9(09) VALUE 0.
           05  WS-SUSP-RELEASED    PIC 9(09) VALUE 0.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY         PIC 9(04).
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ACCUMULATE-BUCKETS.
           PERFORM 3000-TRANSLATE-AND-WRITE.
           PERFORM 3500-SEND-RELEASED-SUSPENSE.
           PERFORM 4000-VERIFY-BALANCE.
           PERFORM 0300-WRITE-BALANCING-TOTALS.
           PERFORM 9000-CLOSE-FILES.
               DISPLAY 'ERROR OPENING GLEXCP: ' GLEXCP-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN I-O GLSUSP-FILE.
           IF GLSUSP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GLSUSP: ' GLSUSP-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

      *****************************************************************
       2000-ACCUMULATE-BUCKETS.

      *****************************************************************
       3200-WRITE-JOURNAL-PAIR.
           INITIALIZE GL-JOURNAL-RECORD.
           SET JRN-SOURCE-NIGHTLY        TO TRUE.
           MOVE 'D'                      TO JRN-DR-CR-IND.
           MOVE GLX-DR-ACCOUNT           TO JRN-GL-ACCOUNT.
           MOVE WS-BKT-AMT (WS-BKT-SUB)  TO JRN-AMOUNT.
           MOVE WS-BKT-CAT (WS-BKT-SUB)  TO JRN-TRAN-CAT-CD.
           MOVE WS-RUN-DATE-DASH         TO JRN-POST-DATE.
           MOVE GLX-DESC                 TO JRN-DESC.
           ADD 1                         TO WS-JRNL-SEQ.
           MOVE WS-JRNL-SEQ              TO JRN-LINE-SEQ.
           WRITE GL-JOURNAL-RECORD.
           IF GLJRNL-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING GLJRNL: ' GLJRNL-STATUS
               PERFORM 9999-ABEND-PROGRAM

           MOVE 'C'                      TO JRN-DR-CR-IND.
           MOVE GLX-CR-ACCOUNT           TO JRN-GL-ACCOUNT.
           ADD 1                         TO WS-JRNL-SEQ.
           MOVE WS-JRNL-SEQ              TO JRN-LINE-SEQ.
           WRITE GL-JOURNAL-RECORD.
           IF GLJRNL-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING GLJRNL: ' GLJRNL-STATUS
               PERFORM 9999-ABEND-PROGRAM
           ADD 1 TO WS-JRNL-WRITTEN.
           EXIT.

      *****************************************************************
      * Released suspense lines.  Each carries the side the GL        *
      * rejected, now against the account finance corrected it to,    *
      * and the suspense row is stamped with the line that carried it *
      * so a second reject comes back as a new row of its own.        *
      *****************************************************************
       3500-SEND-RELEASED-SUSPENSE.
           MOVE LOW-VALUES TO GLS-KEY.
           START GLSUSP-FILE KEY IS NOT LESS THAN GLS-KEY
               INVALID KEY
                   SET WS-SUSP-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-SUSP-DONE
               READ GLSUSP-FILE NEXT
                   AT END
                       SET WS-SUSP-DONE TO TRUE
                   NOT AT END
                       IF GLS-RELEASED
                           PERFORM 3550-WRITE-RELEASED-LINE
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

       3550-WRITE-RELEASED-LINE.
           INITIALIZE GL-JOURNAL-RECORD.
           SET JRN-SOURCE-SUSP-RELEASE   TO TRUE.
           MOVE GLS-DR-CR-IND            TO JRN-DR-CR-IND.
           MOVE GLS-CORR-GL-ACCOUNT      TO JRN-GL-ACCOUNT.
           MOVE GLS-AMOUNT               TO JRN-AMOUNT.
           MOVE GLS-TRAN-TYPE-CD         TO JRN-TRAN-TYPE-CD.
           MOVE GLS-TRAN-CAT-CD          TO JRN-TRAN-CAT-CD.
           MOVE WS-RUN-DATE-DASH         TO JRN-POST-DATE.
           MOVE GLS-DESC                 TO JRN-DESC.
           ADD 1                         TO WS-JRNL-SEQ.
           MOVE WS-JRNL-SEQ              TO JRN-LINE-SEQ.
           WRITE GL-JOURNAL-RECORD.
           IF GLJRNL-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING GLJRNL: ' GLJRNL-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-JRNL-WRITTEN.
           ADD 1 TO WS-SUSP-RELEASED.
           IF GLS-DR-CR-IND = 'D'
               ADD GLS-AMOUNT TO WS-SUSP-DEBITS
           ELSE
               ADD GLS-AMOUNT TO WS-SUSP-CREDITS
           END-IF.

           SET GLS-REJOURNALED           TO TRUE.
           MOVE WS-RUN-DATE-DASH         TO GLS-REJRNL-DATE.
           MOVE WS-JRNL-SEQ              TO GLS-REJRNL-SEQ.
           REWRITE GL-SUSPENSE-RECORD.
           IF GLSUSP-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING GLSUSP: ' GLSUSP-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       4000-VERIFY-BALANCE.
           DISPLAY '================================================'.
           DISPLAY '  JOURNAL RECORDS   : ' WS-JRNL-WRITTEN.
           DISPLAY '  TOTAL DEBITS      : ' WS-TOTAL-DEBITS.
           DISPLAY '  TOTAL CREDITS     : ' WS-TOTAL-CREDITS.
           DISPLAY '  SUSPENSE RELEASED : ' WS-SUSP-RELEASED.
           DISPLAY '  RELEASED DEBITS   : ' WS-SUSP-DEBITS.
           DISPLAY '  RELEASED CREDITS  : ' WS-SUSP-CREDITS.
           DISPLAY '================================================'.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY 'CBGLJ01C *** JOURNAL OUT OF BALANCE ***'
           CLOSE GLXREF-FILE.
           CLOSE GLJRNL-FILE.
           CLOSE GLEXCP-FILE.
           CLOSE GLSUSP-FILE.
           EXIT.

       9999-ABEND-PROGRAM.
