      *               moves merchants past the configurable threshold
      *               to blocked on the merchant master - with a
      *               merchant audit entry - so the authorization side
      *               stops approving them.  A closing section
      *               totals the month by merchant category group
      *               from the MCCFILE reference.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS MER-ID
                  FILE STATUS  IS MERCHFILE-STATUS.
      *
           SELECT MCC-FILE ASSIGN TO MCCFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS MCC-CODE
                  FILE STATUS  IS MCCFILE-STATUS.
      *
      *    Audit trail entry for each merchant blocked - best effort,
      *    the same as the other batch maintenance programs.
       FD  MERCH-FILE.
       COPY CVMER01Y.

       FD  MCC-FILE.
       COPY CVMCC01Y.

       FD  AUDOUT-FILE.
       COPY AUDITLOG.

       01  MERCHFILE-STATUS.
           05  MERCHFILE-STAT1     PIC X.
           05  MERCHFILE-STAT2     PIC X.
       01  MCCFILE-STATUS.
           05  MCCFILE-STAT1       PIC X.
           05  MCCFILE-STAT2       PIC X.
       01  WS-AUDOUT-STATUS        PIC X(02).
       01  MERRPT-STATUS.
           05  MERRPT-STAT1        PIC X.
               10  WS-MER-TBL-DISP-CNT     PIC 9(09) COMP.
               10  WS-MER-TBL-DISP-AMT     PIC S9(11)V99 COMP-3.
               10  WS-MER-TBL-RATIO-BP     PIC S9(09) COMP-3.
               10  WS-MER-TBL-GROUP        PIC X(12).
       01  WS-MER-MAX              PIC S9(4) COMP VALUE 500.
       01  WS-MER-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-MER-SUB              PIC S9(4) COMP VALUE 0.
           05  WS-SWAP-DISP-CNT            PIC 9(09) COMP.
           05  WS-SWAP-DISP-AMT            PIC S9(11)V99 COMP-3.
           05  WS-SWAP-RATIO-BP            PIC S9(09) COMP-3.
           05  WS-SWAP-GROUP               PIC X(12).
       01  WS-FOUND-SW             PIC X.
           88  WS-FOUND                      VALUE 'Y'.
           88  WS-NOT-FOUND                  VALUE 'N'.
       01  WS-WORK-MER-ID          PIC 9(09).

      *---------------------------------------------------------------*
      * Totals by merchant category group (MCCFILE).  A merchant not  *
      * on the master, or whose MCC is not on the reference, counts   *
      * under UNCLASSIFIED.                                           *
      *---------------------------------------------------------------*
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 50 TIMES.
               10  WS-GRP-NAME             PIC X(12).
               10  WS-GRP-MER-CNT          PIC 9(09) COMP.
               10  WS-GRP-SETL-CNT         PIC 9(09) COMP.
               10  WS-GRP-SETL-AMT         PIC S9(13)V99 COMP-3.
               10  WS-GRP-DISP-CNT         PIC 9(09) COMP.
               10  WS-GRP-DISP-AMT         PIC S9(11)V99 COMP-3.
       01  WS-GRP-MAX              PIC S9(4) COMP VALUE 50.
       01  WS-GRP-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-GRP-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-GRP-SUB2             PIC S9(4) COMP VALUE 0.
       01  WS-GRP-RATIO-BP         PIC S9(09) COMP-3 VALUE 0.
       01  WS-UNCLASSIFIED         PIC X(12) VALUE 'UNCLASSIFIED'.

       01  WS-RUN-COUNTS.
           05  WS-SETL-RECS-READ           PIC 9(09) VALUE 0.
           05  WS-CASES-READ               PIC 9(09) VALUE 0.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-ACTION                   PIC X(14).
           05  FILLER  VALUE SPACES            PIC X(27).
       01  WS-RPT-GROUP-HEADER.
           05  FILLER  VALUE 'CBMER01C  MONTH BY CATEGORY GROUP'
                                               PIC X(132).
       01  WS-RPT-GROUP-HEADER2.
           05  FILLER  VALUE 'CATEGORY GROUP'  PIC X(14).
           05  FILLER  VALUE '  MERCHANTS '    PIC X(12).
           05  FILLER  VALUE '  SETL CNT'      PIC X(10).
           05  FILLER  VALUE '    SETL AMT'    PIC X(14).
           05  FILLER  VALUE ' DISP CNT'       PIC X(10).
           05  FILLER  VALUE '    DISP AMT'    PIC X(14).
           05  FILLER  VALUE ' RATIO-BP'       PIC X(58).
       01  WS-RPT-GROUP-DETAIL.
           05  WS-GD-NAME                      PIC X(12).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-GD-MER-CNT                   PIC ZZZZZZZZ9.
           05  FILLER  VALUE SPACES            PIC X(04).
           05  WS-GD-SETL-CNT                  PIC ZZZZZZZZ9.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-GD-SETL-AMT                  PIC Z(10)9.99-.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-GD-DISP-CNT                  PIC ZZZZZZZZ9.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-GD-DISP-AMT                  PIC Z(8)9.99-.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-GD-RATIO                     PIC ZZZZZZZZ9.
           05  FILLER  VALUE SPACES            PIC X(46).

       PROCEDURE DIVISION.

           PERFORM 2000-ACCUMULATE-SETTLEMENT.
           PERFORM 3000-ACCUMULATE-DISPUTES.
           PERFORM 4000-RANK-AND-REPORT.
           PERFORM 5000-REPORT-BY-CATEGORY.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBMER01C'.
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT MCC-FILE.
           IF MCCFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MCCFILE'
               MOVE MCCFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT AUDOUT-FILE.
           IF WS-AUDOUT-STATUS NOT = '00'
               DISPLAY 'AUDOUT OPEN NOT OK. STATUS: '
           MOVE ZERO TO WS-MER-TBL-DISP-CNT (WS-MER-SUB).
           MOVE ZERO TO WS-MER-TBL-DISP-AMT (WS-MER-SUB).
           MOVE ZERO TO WS-MER-TBL-RATIO-BP (WS-MER-SUB).
           PERFORM 2600-LOOKUP-CATEGORY.
           EXIT.

      *****************************************************************
      * Category group of a newly tabled merchant, through its MCC on *
      * the merchant master.                                          *
      *****************************************************************
       2600-LOOKUP-CATEGORY.
           MOVE WS-UNCLASSIFIED TO WS-MER-TBL-GROUP (WS-MER-SUB).
           MOVE WS-WORK-MER-ID TO MER-ID.
           READ MERCH-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE MER-MCC TO MCC-CODE.
           READ MCC-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF MCC-CATEGORY-GROUP NOT = SPACES
               MOVE MCC-CATEGORY-GROUP
                 TO WS-MER-TBL-GROUP (WS-MER-SUB)
           END-IF.
           EXIT.

      *****************************************************************
           MOVE '** BLOCKED ** ' TO WS-DTL-ACTION.
           EXIT.

      *****************************************************************
      * The month by category group - every tabled merchant, disputed *
      * or not - in group-name order after the ranked list.           *
      *****************************************************************
       5000-REPORT-BY-CATEGORY.
           PERFORM VARYING WS-MER-SUB FROM 1 BY 1
                   UNTIL WS-MER-SUB > WS-MER-COUNT
               PERFORM 5100-FIND-OR-ADD-GROUP
               IF WS-GRP-SUB > 0
                   ADD 1 TO WS-GRP-MER-CNT (WS-GRP-SUB)
                   ADD WS-MER-TBL-SETL-CNT (WS-MER-SUB)
                     TO WS-GRP-SETL-CNT (WS-GRP-SUB)
                   ADD WS-MER-TBL-SETL-AMT (WS-MER-SUB)
                     TO WS-GRP-SETL-AMT (WS-GRP-SUB)
                   ADD WS-MER-TBL-DISP-CNT (WS-MER-SUB)
                     TO WS-GRP-DISP-CNT (WS-GRP-SUB)
                   ADD WS-MER-TBL-DISP-AMT (WS-MER-SUB)
                     TO WS-GRP-DISP-AMT (WS-GRP-SUB)
               END-IF
           END-PERFORM.

           WRITE FD-MERRPT-REC FROM WS-RPT-GROUP-HEADER.
           WRITE FD-MERRPT-REC FROM WS-RPT-GROUP-HEADER2.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-COUNT
               MOVE WS-GRP-NAME (WS-GRP-SUB)     TO WS-GD-NAME
               MOVE WS-GRP-MER-CNT (WS-GRP-SUB)  TO WS-GD-MER-CNT
               MOVE WS-GRP-SETL-CNT (WS-GRP-SUB) TO WS-GD-SETL-CNT
               MOVE WS-GRP-SETL-AMT (WS-GRP-SUB) TO WS-GD-SETL-AMT
               MOVE WS-GRP-DISP-CNT (WS-GRP-SUB) TO WS-GD-DISP-CNT
               MOVE WS-GRP-DISP-AMT (WS-GRP-SUB) TO WS-GD-DISP-AMT
               MOVE ZERO TO WS-GRP-RATIO-BP
               IF WS-GRP-SETL-CNT (WS-GRP-SUB) > 0
                   COMPUTE WS-GRP-RATIO-BP =
                       WS-GRP-DISP-CNT (WS-GRP-SUB) * 10000
                       / WS-GRP-SETL-CNT (WS-GRP-SUB)
               END-IF
               MOVE WS-GRP-RATIO-BP TO WS-GD-RATIO
               WRITE FD-MERRPT-REC FROM WS-RPT-GROUP-DETAIL
           END-PERFORM.
           EXIT.

      *****************************************************************
      * Groups are kept in name order as they are added, so the       *
      * section prints sorted without a separate pass.                *
      *****************************************************************
       5100-FIND-OR-ADD-GROUP.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT
                     OR WS-FOUND
                     OR WS-GRP-NAME (WS-GRP-SUB) >
                        WS-MER-TBL-GROUP (WS-MER-SUB)
               IF WS-GRP-NAME (WS-GRP-SUB) =
                  WS-MER-TBL-GROUP (WS-MER-SUB)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-GRP-SUB
               EXIT PARAGRAPH
           END-IF.
           IF WS-GRP-COUNT >= WS-GRP-MAX
               DISPLAY 'WARNING: CATEGORY TABLE FULL, SKIPPING: '
                       WS-MER-TBL-GROUP (WS-MER-SUB)
               MOVE 0 TO WS-GRP-SUB
               EXIT PARAGRAPH
           END-IF.
      *    WS-GRP-SUB is the insertion point - open a slot there.
           PERFORM VARYING WS-GRP-SUB2 FROM WS-GRP-COUNT BY -1
                   UNTIL WS-GRP-SUB2 < WS-GRP-SUB
               MOVE WS-GRP-ENTRY (WS-GRP-SUB2)
                 TO WS-GRP-ENTRY (WS-GRP-SUB2 + 1)
           END-PERFORM.
           ADD 1 TO WS-GRP-COUNT.
           MOVE WS-MER-TBL-GROUP (WS-MER-SUB)
             TO WS-GRP-NAME (WS-GRP-SUB).
           MOVE ZERO TO WS-GRP-MER-CNT (WS-GRP-SUB).
           MOVE ZERO TO WS-GRP-SETL-CNT (WS-GRP-SUB).
           MOVE ZERO TO WS-GRP-SETL-AMT (WS-GRP-SUB).
           MOVE ZERO TO WS-GRP-DISP-CNT (WS-GRP-SUB).
           MOVE ZERO TO WS-GRP-DISP-AMT (WS-GRP-SUB).
           EXIT.

      *****************************************************************
      * Audit trail entry under the merchant log type, the same       *
      * convention as the online merchant maintenance.                *
           CLOSE DISP-FILE.
           CLOSE TRAN-FILE.
           CLOSE MERCH-FILE.
           CLOSE MCC-FILE.
           CLOSE AUDOUT-FILE.
           CLOSE MERRPT-FILE.
           EXIT.
