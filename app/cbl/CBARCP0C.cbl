      * Type        : BATCH COBOL Program
      * FUNCTION    : Statement archive purge.  Deletes archived
      *               statement lines older than the retention period
      *               (RETENTION-MONTHS on SYSPARM, default 24
      *               cycles/months) and reports what was kept and
      *               purged.  Runs as the last step of the statement
      *               stream.  Statements of an account under an
      *               active legal hold (LEGLHOLD), directly or
      *               through its customer, are kept whatever their age
      *               and listed with the matter.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ARCH-KEY
                  FILE STATUS  IS ARCHFILE-STATUS.
      *
           SELECT LGH-FILE ASSIGN TO LEGLHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-LGH-KEY
                  FILE STATUS  IS LGHFILE-STATUS.
      *
           SELECT XREF-FILE ASSIGN TO XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-XREF-CARD-NUM
                  FILE STATUS  IS XREFFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-FILE.
       COPY CVSTMA1Y.

       FD  LGH-FILE.
       01  FD-LGH-REC.
           05  FD-LGH-KEY                       PIC X(24).
           05  FD-LGH-DATA                      PIC X(96).

       FD  XREF-FILE.
       01  FD-XREFFILE-REC.
           05  FD-XREF-CARD-NUM                 PIC X(16).
           05  FD-XREF-DATA                     PIC X(34).

       WORKING-STORAGE SECTION.

       COPY CVLGH01Y.
       COPY CVACT03Y.

       01  ARCHFILE-STATUS.
           05  ARCHFILE-STAT1      PIC X.
           05  ARCHFILE-STAT2      PIC X.
       01  LGHFILE-STATUS.
           05  LGHFILE-STAT1       PIC X.
           05  LGHFILE-STAT2       PIC X.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.

       01  END-OF-FILE             PIC X(01) VALUE 'N'.

       01  WS-RETENTION-MONTHS     PIC S9(04) COMP VALUE 24.
       01  WS-RETENTION-SOURCE     PIC X(30).
       01  WS-RETENTION-DISP       PIC ZZ9.
       01  WS-RUN-DATE-DASH        PIC X(10).

       COPY CVSPM02Y.

      *---------------------------------------------------------------*
      *    Cutoff is the run month minus the retention period; any    *
           05  WS-STMT-YYYY        PIC 9(04).
           05  WS-STMT-MM          PIC 9(02).

      *---------------------------------------------------------------*
      *    Legal holds.  Account holds apply as they stand; customer  *
      *    holds reach every account of the customer on the xref.     *
      *---------------------------------------------------------------*
       01  WS-LGH-TABLE.
           05  WS-LGH-COUNT        PIC S9(04) COMP VALUE 0.
           05  WS-LGH-MAX          PIC S9(04) COMP VALUE 500.
           05  WS-LGH-ENTRY OCCURS 500 TIMES.
               10  WS-LGH-TYPE                  PIC X(01).
               10  WS-LGH-ID                    PIC 9(11).
               10  WS-LGH-MATTER                PIC X(12).
       01  WS-LGH-SUB              PIC S9(04) COMP.
       01  WS-HELD-ACCT-TABLE.
           05  WS-HELD-COUNT       PIC S9(04) COMP VALUE 0.
           05  WS-HELD-MAX         PIC S9(04) COMP VALUE 2000.
           05  WS-HELD-ENTRY OCCURS 2000 TIMES.
               10  WS-HELD-ACCT-ID              PIC 9(11).
               10  WS-HELD-MATTER               PIC X(12).
       01  WS-HELD-SUB             PIC S9(04) COMP.
       01  WS-LGH-DONE-SW          PIC X(01) VALUE 'N'.
           88  WS-LGH-DONE                    VALUE 'Y'.
       01  WS-LGH-HELD-SW          PIC X(01) VALUE 'N'.
           88  WS-LGH-HELD                    VALUE 'Y'.
       01  WS-LGH-MATTER-OUT       PIC X(12).
       01  WS-LAST-HELD-STMT.
           05  WS-LAST-HELD-ACCT   PIC 9(11) VALUE 0.
           05  WS-LAST-HELD-DATE   PIC X(10) VALUE SPACES.

       01  WS-RUN-COUNTS.
           05  WS-LINES-READ       PIC 9(09) VALUE 0.
           05  WS-LINES-PURGED     PIC 9(09) VALUE 0.
           05  WS-LINES-KEPT       PIC 9(09) VALUE 0.
           05  WS-BAD-DATE-COUNT   PIC 9(09) VALUE 0.
           05  WS-LINES-HELD       PIC 9(09) VALUE 0.

       PROCEDURE DIVISION.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE-DASH
           END-STRING.
           PERFORM 1050-GET-PARAMETERS.
           COMPUTE WS-CUTOFF-SEQ =
               (WS-RUN-YYYY * 12) + WS-RUN-MM - WS-RETENTION-MONTHS.

               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           PERFORM 1100-LOAD-LEGAL-HOLDS.
           PERFORM 1200-LOAD-HELD-ACCOUNTS.

      *****************************************************************
      * The retention period comes from SYSPARM.  A value outside its *
      * valid range, or a SYSPARM that cannot be read, stops the run  *
      * rather than purging to the default.                           *
      *****************************************************************
       1050-GET-PARAMETERS.
           INITIALIZE SPMR-PARM.
           MOVE 'CBARCP0C'          TO SPMR-PROGRAM.
           MOVE 'RETENTION-MONTHS'  TO SPMR-PARM-NAME.
           MOVE WS-RUN-DATE-DASH    TO SPMR-AS-OF-DATE.
           MOVE WS-RETENTION-MONTHS TO SPMR-DEFAULT-NUM.
           CALL 'COSPMR0C' USING SPMR-PARM.
           IF SPMR-IO-ERROR
               DISPLAY 'ERROR READING SYSPARM: ' SPMR-FILE-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           IF SPMR-OUT-OF-RANGE
               DISPLAY 'SYSPARM RETENTION-MONTHS OUT OF RANGE: '
                       SPMR-NUM-VALUE
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           MOVE SPMR-NUM-VALUE TO WS-RETENTION-MONTHS.
           MOVE SPMR-SOURCE    TO WS-RETENTION-SOURCE.
           DISPLAY 'CBARCP0C RETENTION MONTHS: ' WS-RETENTION-MONTHS.
           EXIT.

      *****************************************************************
      * Only holds still in force are kept.                           *
      *****************************************************************
       1100-LOAD-LEGAL-HOLDS.
           OPEN INPUT LGH-FILE.
           IF LGHFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LEGLHOLD: ' LGHFILE-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           MOVE 'N' TO WS-LGH-DONE-SW.
           PERFORM UNTIL WS-LGH-DONE
               READ LGH-FILE
                   AT END SET WS-LGH-DONE TO TRUE
               END-READ
               IF NOT WS-LGH-DONE
                   MOVE FD-LGH-REC TO LEGAL-HOLD-RECORD
                   IF LGH-ACTIVE
                       IF WS-LGH-COUNT >= WS-LGH-MAX
                           DISPLAY 'LEGAL HOLD TABLE FULL AT '
                                   WS-LGH-MAX
                           PERFORM 9999-ABEND-PROGRAM
                       END-IF
                       ADD 1 TO WS-LGH-COUNT
                       MOVE LGH-SUBJECT-TYPE
                         TO WS-LGH-TYPE(WS-LGH-COUNT)
                       MOVE LGH-SUBJECT-ID
                         TO WS-LGH-ID(WS-LGH-COUNT)
                       MOVE LGH-MATTER-NUM
                         TO WS-LGH-MATTER(WS-LGH-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE LGH-FILE.
           EXIT.

      *****************************************************************
      * Every account held directly or through its customer.  An      *
      * account on several xref rows may be tabled more than once;    *
      * the first entry found answers the lookup.                     *
      *****************************************************************
       1200-LOAD-HELD-ACCOUNTS.
           IF WS-LGH-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT XREF-FILE.
           IF XREFFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING XREFFILE: ' XREFFILE-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           MOVE 'N' TO WS-LGH-DONE-SW.
           PERFORM UNTIL WS-LGH-DONE
               READ XREF-FILE
                   AT END SET WS-LGH-DONE TO TRUE
               END-READ
               IF NOT WS-LGH-DONE
                   MOVE FD-XREFFILE-REC TO CARD-XREF-RECORD
                   PERFORM 1250-CHECK-XREF-HELD
               END-IF
           END-PERFORM.
           CLOSE XREF-FILE.
           EXIT.

       1250-CHECK-XREF-HELD.
           MOVE 'N' TO WS-LGH-HELD-SW.
           PERFORM VARYING WS-LGH-SUB FROM 1 BY 1
               UNTIL WS-LGH-SUB > WS-LGH-COUNT
               OR WS-LGH-HELD
               IF (WS-LGH-TYPE(WS-LGH-SUB) = 'C'
                   AND WS-LGH-ID(WS-LGH-SUB) = XREF-CUST-ID)
                  OR (WS-LGH-TYPE(WS-LGH-SUB) = 'A'
                   AND WS-LGH-ID(WS-LGH-SUB) = XREF-ACCT-ID)
                   SET WS-LGH-HELD TO TRUE
                   IF WS-HELD-COUNT >= WS-HELD-MAX
                       DISPLAY 'HELD ACCOUNT TABLE FULL AT '
                               WS-HELD-MAX
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   ADD 1 TO WS-HELD-COUNT
                   MOVE XREF-ACCT-ID
                     TO WS-HELD-ACCT-ID(WS-HELD-COUNT)
                   MOVE WS-LGH-MATTER(WS-LGH-SUB)
                     TO WS-HELD-MATTER(WS-HELD-COUNT)
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
       2000-PURGE-ARCHIVE.
      *****************************************************************
           COMPUTE WS-STMT-SEQ = (WS-STMT-YYYY * 12) + WS-STMT-MM.

           IF WS-STMT-SEQ < WS-CUTOFF-SEQ
               PERFORM 2300-CHECK-LEGAL-HOLD
           END-IF.

           IF WS-STMT-SEQ < WS-CUTOFF-SEQ
              AND NOT WS-LGH-HELD
               DELETE ARCH-FILE
               IF ARCHFILE-STATUS = '00'
                   ADD 1 TO WS-LINES-PURGED
           END-IF.
           EXIT.

      *****************************************************************
      * A held line is kept; each held statement is listed once.      *
      *****************************************************************
       2300-CHECK-LEGAL-HOLD.
           MOVE 'N' TO WS-LGH-HELD-SW.
           PERFORM VARYING WS-HELD-SUB FROM 1 BY 1
               UNTIL WS-HELD-SUB > WS-HELD-COUNT
               OR WS-LGH-HELD
               IF WS-HELD-ACCT-ID(WS-HELD-SUB) = ARCH-ACCT-ID
                   SET WS-LGH-HELD TO TRUE
                   MOVE WS-HELD-MATTER(WS-HELD-SUB)
                     TO WS-LGH-MATTER-OUT
               END-IF
           END-PERFORM.
           IF NOT WS-LGH-HELD
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-LINES-HELD.
           IF ARCH-ACCT-ID NOT = WS-LAST-HELD-ACCT
              OR ARCH-STMT-DATE NOT = WS-LAST-HELD-DATE
               MOVE ARCH-ACCT-ID   TO WS-LAST-HELD-ACCT
               MOVE ARCH-STMT-DATE TO WS-LAST-HELD-DATE
               DISPLAY 'LEGAL HOLD - NOT PURGED: ACCT ' ARCH-ACCT-ID
                       ' STMT ' ARCH-STMT-DATE
                       ' MATTER ' WS-LGH-MATTER-OUT
           END-IF.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBARCP0C STATEMENT ARCHIVE PURGE SUMMARY'.
           MOVE WS-RETENTION-MONTHS TO WS-RETENTION-DISP.
           DISPLAY '  RETENTION MONTHS     : ' WS-RETENTION-DISP
                   '  ' WS-RETENTION-SOURCE.
           DISPLAY '  ARCHIVE LINES READ   : ' WS-LINES-READ.
           DISPLAY '  ARCHIVE LINES PURGED : ' WS-LINES-PURGED.
           DISPLAY '  ARCHIVE LINES KEPT   : ' WS-LINES-KEPT.
           DISPLAY '    ON LEGAL HOLD      : ' WS-LINES-HELD.
           DISPLAY '  UNPARSEABLE DATES    : ' WS-BAD-DATE-COUNT.
           DISPLAY '================================================'.
           EXIT.
