      *               than the threshold) that feeds the credit-line
      *               review queue.
      *
      *               Settings (SYSPARM, program CBSCR01C):
      *                 CHANGE-THRESHOLD  significant-change threshold,
      *                                   default 050
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
           88  WS-FOUND                      VALUE 'Y'.
           88  WS-NOT-FOUND                  VALUE 'N'.

       01  WS-CHANGE-THRESHOLD     PIC S9(04) COMP VALUE 50.
       01  WS-THRESHOLD-SOURCE     PIC X(30).
       01  WS-THRESHOLD-DISP       PIC ZZ9.

       COPY CVSPM02Y.

      *---------------------------------------------------------------*
      * SSN-to-customer lookup built from a full CUSTFILE pass - the  *
      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE-DASH
           END-STRING.

           PERFORM 1100-GET-PARAMETERS.

           OPEN INPUT SCORE-FILE.
           IF SCOREIN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SCOREIN: ' SCOREIN-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

      *****************************************************************
      * The significant-change threshold comes from SYSPARM.  A value *
      * outside its valid range, or a SYSPARM that cannot be read,    *
      * stops the run rather than quietly using the default.          *
      *****************************************************************
       1100-GET-PARAMETERS.
           INITIALIZE SPMR-PARM.
           MOVE 'CBSCR01C'          TO SPMR-PROGRAM.
           MOVE 'CHANGE-THRESHOLD'  TO SPMR-PARM-NAME.
           MOVE WS-RUN-DATE-DASH    TO SPMR-AS-OF-DATE.
           MOVE WS-CHANGE-THRESHOLD TO SPMR-DEFAULT-NUM.
           CALL 'COSPMR0C' USING SPMR-PARM.
           IF SPMR-IO-ERROR
               DISPLAY 'ERROR READING SYSPARM: ' SPMR-FILE-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           IF SPMR-OUT-OF-RANGE
               DISPLAY 'SYSPARM CHANGE-THRESHOLD OUT OF RANGE: '
                       SPMR-NUM-VALUE
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           MOVE SPMR-NUM-VALUE TO WS-CHANGE-THRESHOLD.
           MOVE SPMR-SOURCE    TO WS-THRESHOLD-SOURCE.
           DISPLAY 'CBSCR01C CHANGE THRESHOLD: ' WS-CHANGE-THRESHOLD.
           EXIT.

      *****************************************************************
       1500-BUILD-SSN-TABLE.
      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBSCR01C SCORE REFRESH SUMMARY'.
           MOVE WS-CHANGE-THRESHOLD TO WS-THRESHOLD-DISP.
           DISPLAY '  CHANGE THRESHOLD    : ' WS-THRESHOLD-DISP
                   '  ' WS-THRESHOLD-SOURCE.
           DISPLAY '  BUREAU RECORDS READ : ' WS-SCORES-READ.
           DISPLAY '  SCORES APPLIED      : ' WS-SCORES-APPLIED.
           DISPLAY '  SSN MISMATCHES      : ' WS-SSN-MISMATCHES.
