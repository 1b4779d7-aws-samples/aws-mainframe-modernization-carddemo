      *               foreign-transaction block, a card-not-present
      *               block, and a per-transaction amount cap.  The
      *               controls are enforced by COPAUA0C on every
      *               authorization request.  Blocked categories
      *               must be on the MCCFILE reference, and the
      *               inquiry lists each one with its description.
      *
      *               Terminal input:
      *                 CCTL S <acct-id> <fgn Y/N> <cnp Y/N> <cap>
                                           VALUE 'CCTLFILE'.
           05  WS-ACCT-FILE                PIC X(08)
                                           VALUE 'ACCTDAT '.
           05  WS-MCC-FILE                 PIC X(08)
                                           VALUE 'MCCFILE '.
           05  WS-RESP-CD                  PIC S9(09) COMP.
           05  WS-REAS-CD                  PIC S9(09) COMP.
           05  WS-MCC-SUB                  PIC S9(04) COMP.
           05  WS-MCC-USED                 PIC S9(04) COMP.
           05  WS-EXISTS-SW                PIC X(01).
               88  WS-CTRL-EXISTS          VALUE 'Y'.
           05  WS-MCC-BAD-SW               PIC X(01).
               88  WS-MCC-UNKNOWN          VALUE 'Y'.

       01  WS-TERM-INPUT.
           05  FILLER                      PIC X(04).
           05  WS-MSG-TEXT                 PIC X(78).
       01  WS-CAP-DISPLAY                  PIC Z(8)9.99.

      *    Inquiry answer - the controls line, then one 80-column line
      *    per blocked category with its reference description.
       01  WS-LIST-MSG.
           05  WS-LIST-LINE                PIC X(80) OCCURS 11 TIMES.
       01  WS-MCC-DETAIL.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-MD-MCC                   PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-MD-DESC                  PIC X(40).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-MD-GROUP                 PIC X(12).
           05  FILLER                      PIC X(07) VALUE ' RISK: '.
           05  WS-MD-RISK                  PIC X(01).
           05  FILLER                      PIC X(10) VALUE SPACES.

      *- CARDHOLDER SPENDING CONTROLS LAYOUT
       COPY CVCTL01Y.

      *- ACCOUNT MASTER - existence check before setting controls
       COPY CVACT01Y.

      *- MCC REFERENCE - blocked categories must be known codes
       COPY CVMCC01Y.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-COMMAREA                 PIC X(01)
               EXIT PARAGRAPH
           END-IF.

      *    A blocked category has to be a real code - a typo would
      *    block nothing.
           MOVE 'N' TO WS-MCC-BAD-SW.
           PERFORM VARYING WS-MCC-SUB FROM 1 BY 1
                   UNTIL WS-MCC-SUB > 4 OR WS-MCC-UNKNOWN
               IF WS-IN-MCC(WS-MCC-SUB) NOT = SPACES
                   MOVE WS-IN-MCC(WS-MCC-SUB) TO MCC-CODE
                   PERFORM 3100-READ-MCC
                   IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                       SET WS-MCC-UNKNOWN TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MCC-UNKNOWN
               STRING 'MCC ' MCC-CODE
                      ' NOT ON REFERENCE FILE - CONTROLS NOT SET'
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 1100-READ-EXISTING.

           INITIALIZE SPEND-CTRL-RECORD.
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-LIST-MSG.
           MOVE CTL-TRAN-AMT-CAP TO WS-CAP-DISPLAY.
           STRING 'FGN-BLK: ' CTL-FOREIGN-BLOCK
                  ' CNP-BLK: ' CTL-CNP-BLOCK
                  ' CAP: ' WS-CAP-DISPLAY
                  ' MCC-BLOCKS: ' CTL-BLOCKED-MCC-CNT
               DELIMITED BY SIZE INTO WS-LIST-LINE(1)
           END-STRING.

           PERFORM VARYING WS-MCC-SUB FROM 1 BY 1
                   UNTIL WS-MCC-SUB > CTL-BLOCKED-MCC-CNT
                      OR WS-MCC-SUB > 10
               MOVE CTL-BLOCKED-MCC(WS-MCC-SUB) TO MCC-CODE
                                                  WS-MD-MCC
               PERFORM 3100-READ-MCC
               IF WS-RESP-CD = DFHRESP(NORMAL)
                   MOVE MCC-DESC           TO WS-MD-DESC
                   MOVE MCC-CATEGORY-GROUP TO WS-MD-GROUP
                   MOVE MCC-RISK-CLASS     TO WS-MD-RISK
               ELSE
                   MOVE 'NOT ON MCC REFERENCE FILE' TO WS-MD-DESC
                   MOVE SPACES             TO WS-MD-GROUP
                                              WS-MD-RISK
               END-IF
               MOVE WS-MCC-DETAIL TO WS-LIST-LINE(WS-MCC-SUB + 1)
           END-PERFORM.

           EXEC CICS SEND TEXT
                FROM(WS-LIST-MSG)
                LENGTH(LENGTH OF WS-LIST-MSG)
                ERASE
                FREEKB
                NOHANDLE
           END-EXEC.

      ******************************************************************
      * MCC reference lookup for MCC-CODE - WS-RESP-CD tells whether  *
      * it is on file.                                                *
      ******************************************************************
       3100-READ-MCC.
           EXEC CICS READ
                DATASET(WS-MCC-FILE)
                INTO(MCC-REFERENCE-RECORD)
                RIDFLD(MCC-CODE)
                KEYLENGTH(LENGTH OF MCC-CODE)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.

       9100-SEND-MESSAGE.
           EXEC CICS SEND TEXT
