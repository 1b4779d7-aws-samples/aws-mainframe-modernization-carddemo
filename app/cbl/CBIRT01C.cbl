      *               interchange and the movement by transaction
      *               type and merchant category - so a rate change
      *               keyed through COIRTM0C can be vetted before its
      *               effective date arrives.  The lines print grouped
      *               by the MCCFILE category group, each group with
      *               its own subtotal.
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
           SELECT IMPRPT-FILE ASSIGN TO IMPRPT
                  ORGANIZATION IS SEQUENTIAL
       FD  MERCH-FILE.
       COPY CVMER01Y.

       FD  MCC-FILE.
       COPY CVMCC01Y.

       FD  IMPRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  MERCHFILE-STATUS.
           05  MERCHFILE-STAT1     PIC X.
           05  MERCHFILE-STAT2     PIC X.
       01  MCCFILE-STATUS.
           05  MCCFILE-STAT1       PIC X.
           05  MCCFILE-STAT2       PIC X.
       01  IMPRPT-STATUS.
           05  IMPRPT-STAT1        PIC X.
           05  IMPRPT-STAT2        PIC X.
               10  WS-RT-VOLUME            PIC S9(13)V99 COMP-3.
               10  WS-RT-CUR-ICHG          PIC S9(11)V99 COMP-3.
               10  WS-RT-NEW-ICHG          PIC S9(11)V99 COMP-3.
               10  WS-RT-GROUP             PIC X(12).
       01  WS-RATE-MAX             PIC S9(4) COMP VALUE 200.
       01  WS-RATE-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-RATE-SUB             PIC S9(4) COMP VALUE 0.

       01  WS-DEFAULT-RATE         PIC 9V9999 VALUE .0150.

      *---------------------------------------------------------------*
      * Category groups (MCCFILE) with volume, in name order.  A      *
      * type/MCC whose code is not on the reference prints under      *
      * UNCLASSIFIED.                                                 *
      *---------------------------------------------------------------*
       01  WS-GRP-TABLE.
           05  WS-GRP-NAME OCCURS 50 TIMES PIC X(12).
       01  WS-GRP-MAX              PIC S9(4) COMP VALUE 50.
       01  WS-GRP-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-GRP-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-GRP-SUB2             PIC S9(4) COMP VALUE 0.
       01  WS-UNCLASSIFIED         PIC X(12) VALUE 'UNCLASSIFIED'.
       01  WS-GRP-TOTALS           COMP-3.
           05  WS-GRP-VOLUME               PIC S9(13)V99 VALUE 0.
           05  WS-GRP-CUR-ICHG             PIC S9(13)V99 VALUE 0.
           05  WS-GRP-NEW-ICHG             PIC S9(13)V99 VALUE 0.

       01  WS-RUN-COUNTS.
           05  WS-ITEMS-READ               PIC 9(09) VALUE 0.
           05  WS-ITEMS-PRICED             PIC 9(09) VALUE 0.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-DELTA                    PIC Z(9)9.99-.
           05  FILLER  VALUE SPACES            PIC X(45).
       01  WS-RPT-GROUP-HEADER.
           05  FILLER  VALUE 'CATEGORY GROUP: ' PIC X(16).
           05  WS-GH-NAME                      PIC X(12).
           05  FILLER  VALUE SPACES            PIC X(104).
       01  WS-RPT-GROUP-TOTAL.
           05  FILLER  VALUE 'SUBTOTAL'        PIC X(08).
           05  WS-GT-VOLUME                    PIC Z(11)9.99-.
           05  FILLER  VALUE SPACES            PIC X(08).
           05  WS-GT-CUR-ICHG                  PIC Z(9)9.99-.
           05  FILLER  VALUE SPACES            PIC X(08).
           05  WS-GT-NEW-ICHG                  PIC Z(9)9.99-.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-GT-DELTA                     PIC Z(9)9.99-.
           05  FILLER  VALUE SPACES            PIC X(45).

       PROCEDURE DIVISION.

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
           OPEN OUTPUT IMPRPT-FILE.
           IF IMPRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING IMPRPT'
           MOVE ZERO TO WS-RT-VOLUME (WS-RATE-SUB).
           MOVE ZERO TO WS-RT-CUR-ICHG (WS-RATE-SUB).
           MOVE ZERO TO WS-RT-NEW-ICHG (WS-RATE-SUB).
           MOVE WS-UNCLASSIFIED TO WS-RT-GROUP (WS-RATE-SUB).
           MOVE WS-WORK-MCC TO MCC-CODE.
           READ MCC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MCC-CATEGORY-GROUP NOT = SPACES
                       MOVE MCC-CATEGORY-GROUP
                         TO WS-RT-GROUP (WS-RATE-SUB)
                   END-IF
           END-READ.
           EXIT.

      *****************************************************************
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF WS-RT-VOLUME (WS-RATE-SUB) NOT = ZERO
                   PERFORM 7050-ADD-GROUP
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-COUNT
               PERFORM 7100-PRINT-ONE-GROUP
           END-PERFORM.

           DISPLAY '================================================'.
           DISPLAY 'CBIRT01C RATE-CHANGE IMPACT SUMMARY'.
           DISPLAY '  ITEMS READ          : ' WS-ITEMS-READ.
           DISPLAY '  ITEMS PRICED        : ' WS-ITEMS-PRICED.
           DISPLAY '  CATEGORY GROUPS     : ' WS-GRP-COUNT.
           DISPLAY '  VOLUME              : ' WS-TOT-VOLUME.
           DISPLAY '  CURRENT INTERCHANGE : ' WS-TOT-CUR-ICHG.
           DISPLAY '  PROPOSED INTERCHANGE: ' WS-TOT-NEW-ICHG.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
      * Enter the entry's group in the name-ordered group table.      *
      *****************************************************************
       7050-ADD-GROUP.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT
                     OR WS-FOUND
                     OR WS-GRP-NAME (WS-GRP-SUB) >
                        WS-RT-GROUP (WS-RATE-SUB)
               IF WS-GRP-NAME (WS-GRP-SUB) = WS-RT-GROUP (WS-RATE-SUB)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-GRP-COUNT >= WS-GRP-MAX
               DISPLAY 'WARNING: CATEGORY TABLE FULL, '
                       WS-RT-GROUP (WS-RATE-SUB)
                       ' PRINTS UNDER ' WS-GRP-NAME (WS-GRP-MAX)
               MOVE WS-GRP-NAME (WS-GRP-MAX)
                 TO WS-RT-GROUP (WS-RATE-SUB)
               EXIT PARAGRAPH
           END-IF.
      *    WS-GRP-SUB is the insertion point - open a slot there.
           PERFORM VARYING WS-GRP-SUB2 FROM WS-GRP-COUNT BY -1
                   UNTIL WS-GRP-SUB2 < WS-GRP-SUB
               MOVE WS-GRP-NAME (WS-GRP-SUB2)
                 TO WS-GRP-NAME (WS-GRP-SUB2 + 1)
           END-PERFORM.
           ADD 1 TO WS-GRP-COUNT.
           MOVE WS-RT-GROUP (WS-RATE-SUB) TO WS-GRP-NAME (WS-GRP-SUB).
           EXIT.

      *****************************************************************
      * One category group: its heading, its type/MCC lines, and the  *
      * group subtotal.                                               *
      *****************************************************************
       7100-PRINT-ONE-GROUP.
           MOVE WS-GRP-NAME (WS-GRP-SUB) TO WS-GH-NAME.
           WRITE FD-IMPRPT-REC FROM WS-RPT-GROUP-HEADER.
           MOVE ZERO TO WS-GRP-VOLUME WS-GRP-CUR-ICHG WS-GRP-NEW-ICHG.

           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF WS-RT-VOLUME (WS-RATE-SUB) NOT = ZERO
                  AND WS-RT-GROUP (WS-RATE-SUB) =
                      WS-GRP-NAME (WS-GRP-SUB)
                   PERFORM 7200-PRINT-ONE-ENTRY
               END-IF
           END-PERFORM.

           MOVE WS-GRP-VOLUME   TO WS-GT-VOLUME.
           MOVE WS-GRP-CUR-ICHG TO WS-GT-CUR-ICHG.
           MOVE WS-GRP-NEW-ICHG TO WS-GT-NEW-ICHG.
           COMPUTE WS-DELTA = WS-GRP-NEW-ICHG - WS-GRP-CUR-ICHG.
           MOVE WS-DELTA TO WS-GT-DELTA.
           WRITE FD-IMPRPT-REC FROM WS-RPT-GROUP-TOTAL.
           EXIT.

      *****************************************************************
       7200-PRINT-ONE-ENTRY.
           MOVE WS-RT-TYPE (WS-RATE-SUB)  TO WS-DTL-TYPE.
           MOVE WS-RT-MCC (WS-RATE-SUB)   TO WS-DTL-MCC.
           MOVE WS-RT-VOLUME (WS-RATE-SUB)
             TO WS-DTL-VOLUME.
           MOVE WS-RT-CUR-PCT (WS-RATE-SUB)
             TO WS-DTL-CUR-PCT.
           MOVE WS-RT-CUR-ICHG (WS-RATE-SUB)
             TO WS-DTL-CUR-ICHG.
           MOVE WS-RT-NEW-PCT (WS-RATE-SUB)
             TO WS-DTL-NEW-PCT.
           MOVE WS-RT-NEW-ICHG (WS-RATE-SUB)
             TO WS-DTL-NEW-ICHG.
           COMPUTE WS-DELTA =
               WS-RT-NEW-ICHG (WS-RATE-SUB)
               - WS-RT-CUR-ICHG (WS-RATE-SUB).
           MOVE WS-DELTA TO WS-DTL-DELTA.
           WRITE FD-IMPRPT-REC FROM WS-RPT-DETAIL.
           ADD WS-RT-VOLUME (WS-RATE-SUB)
             TO WS-TOT-VOLUME.
           ADD WS-RT-CUR-ICHG (WS-RATE-SUB)
             TO WS-TOT-CUR-ICHG.
           ADD WS-RT-NEW-ICHG (WS-RATE-SUB)
             TO WS-TOT-NEW-ICHG.
           ADD WS-RT-VOLUME (WS-RATE-SUB)   TO WS-GRP-VOLUME.
           ADD WS-RT-CUR-ICHG (WS-RATE-SUB) TO WS-GRP-CUR-ICHG.
           ADD WS-RT-NEW-ICHG (WS-RATE-SUB) TO WS-GRP-NEW-ICHG.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE SETL-EXT.
           CLOSE RATE-FILE.
           CLOSE MERCH-FILE.
           CLOSE MCC-FILE.
           CLOSE IMPRPT-FILE.
           EXIT.

