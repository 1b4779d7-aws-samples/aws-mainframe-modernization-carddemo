      *               totaled - every record leaving TRANSACT must
      *               land on TRANHIST, and a mismatch fails the run
      *               loudly before anything else consumes the files.
      *               A transaction on a card whose customer or
      *               account is under an active legal hold (LEGLHOLD)
      *               stays on TRANSACT and is listed with its matter.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS HIST-TRAN-ID
                  FILE STATUS  IS HISTFILE-STATUS.
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
           05  HIST-TRAN-ID                     PIC X(16).
           05  HIST-TRAN-DATA                   PIC X(334).

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

       01  TRANFILE-STATUS.
           05  TRANFILE-STAT1      PIC X.
           05  TRANFILE-STAT2      PIC X.
       01  HISTFILE-STATUS.
           05  HISTFILE-STAT1      PIC X.
           05  HISTFILE-STAT2      PIC X.
       01  LGHFILE-STATUS.
           05  LGHFILE-STAT1       PIC X.
           05  LGHFILE-STAT2       PIC X.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.

       01  IO-STATUS.
           05  IO-STAT1            PIC X.
           05  WS-TRAN-YYYY        PIC 9(04).
           05  WS-TRAN-MM          PIC 9(02).

      *---------------------------------------------------------------*
      * Legal holds.  The active holds name customers and accounts;   *
      * the cross-reference turns them into the cards a transaction   *
      * carries.                                                      *
      *---------------------------------------------------------------*
       01  WS-LGH-TABLE.
           05  WS-LGH-COUNT        PIC S9(04) COMP VALUE 0.
           05  WS-LGH-MAX          PIC S9(04) COMP VALUE 500.
           05  WS-LGH-ENTRY OCCURS 500 TIMES.
               10  WS-LGH-TYPE                  PIC X(01).
               10  WS-LGH-ID                    PIC 9(11).
               10  WS-LGH-MATTER                PIC X(12).
       01  WS-LGH-SUB              PIC S9(04) COMP.
       01  WS-HELD-CARD-TABLE.
           05  WS-HELD-COUNT       PIC S9(04) COMP VALUE 0.
           05  WS-HELD-MAX         PIC S9(04) COMP VALUE 2000.
           05  WS-HELD-ENTRY OCCURS 2000 TIMES.
               10  WS-HELD-CARD-NUM             PIC X(16).
               10  WS-HELD-MATTER               PIC X(12).
       01  WS-HELD-SUB             PIC S9(04) COMP.
       01  WS-LGH-DONE-SW          PIC X(01) VALUE 'N'.
           88  WS-LGH-DONE                    VALUE 'Y'.
       01  WS-LGH-HELD-SW          PIC X(01) VALUE 'N'.
           88  WS-LGH-HELD                    VALUE 'Y'.
       01  WS-LGH-MATTER-OUT       PIC X(12).

      *---------------------------------------------------------------*
      * Control totals - what leaves TRANSACT must land on TRANHIST,  *
      * in count and amount.                                          *
           05  WS-TRANS-ARCHIVED   PIC 9(09) VALUE 0.
           05  WS-TRANS-DELETED    PIC 9(09) VALUE 0.
           05  WS-BAD-DATE-COUNT   PIC 9(09) VALUE 0.
           05  WS-TRANS-HELD       PIC 9(09) VALUE 0.
       01  WS-CONTROL-AMOUNTS      COMP-3.
           05  WS-ARCHIVED-AMT     PIC S9(13)V99 VALUE 0.
           05  WS-DELETED-AMT      PIC S9(13)V99 VALUE 0.
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           PERFORM 1100-LOAD-LEGAL-HOLDS.
           PERFORM 1200-LOAD-HELD-CARDS.

      *****************************************************************
      * Only holds still in force are kept.                           *
      *****************************************************************
       1100-LOAD-LEGAL-HOLDS.
           OPEN INPUT LGH-FILE.
           IF LGHFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LEGLHOLD'
               MOVE LGHFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
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
      * Every card whose customer or account is held.                 *
      *****************************************************************
       1200-LOAD-HELD-CARDS.
           IF WS-LGH-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT XREF-FILE.
           IF XREFFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING XREFFILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
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
                       DISPLAY 'HELD CARD TABLE FULL AT '
                               WS-HELD-MAX
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   ADD 1 TO WS-HELD-COUNT
                   MOVE XREF-CARD-NUM
                     TO WS-HELD-CARD-NUM(WS-HELD-COUNT)
                   MOVE WS-LGH-MATTER(WS-LGH-SUB)
                     TO WS-HELD-MATTER(WS-HELD-COUNT)
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
       2000-ROLL-OFF-HISTORY.
      *****************************************************************
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2300-CHECK-LEGAL-HOLD.
           IF WS-LGH-HELD
               ADD 1 TO WS-TRANS-HELD
               DISPLAY 'LEGAL HOLD - NOT ROLLED OFF: ' TRAN-ID
                       ' MATTER ' WS-LGH-MATTER-OUT
               EXIT PARAGRAPH
           END-IF.

           MOVE TRAN-RECORD TO HIST-RECORD.
           WRITE HIST-RECORD.
           EVALUATE HISTFILE-STATUS
           ADD TRAN-AMT TO WS-DELETED-AMT.
           EXIT.

      *****************************************************************
       2300-CHECK-LEGAL-HOLD.
           MOVE 'N' TO WS-LGH-HELD-SW.
           PERFORM VARYING WS-HELD-SUB FROM 1 BY 1
               UNTIL WS-HELD-SUB > WS-HELD-COUNT
               OR WS-LGH-HELD
               IF WS-HELD-CARD-NUM(WS-HELD-SUB) = TRAN-CARD-NUM
                   SET WS-LGH-HELD TO TRUE
                   MOVE WS-HELD-MATTER(WS-HELD-SUB)
                     TO WS-LGH-MATTER-OUT
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
       8000-VERIFY-CONTROL-TOTALS.
           DISPLAY '================================================'.
           DISPLAY 'CBTRH01C HISTORY ROLLOFF CONTROL TOTALS'.
           DISPLAY '  TRANSACTIONS READ    : ' WS-TRANS-READ.
           DISPLAY '  KEPT ON TRANSACT     : ' WS-TRANS-KEPT.
           DISPLAY '  KEPT - LEGAL HOLD    : ' WS-TRANS-HELD.
           DISPLAY '  ARCHIVED TO TRANHIST : ' WS-TRANS-ARCHIVED
                   ' AMT: ' WS-ARCHIVED-AMT.
           DISPLAY '  DELETED FROM TRANSACT: ' WS-TRANS-DELETED
