      * Output Files:
      *   AUDOUT  - Audit log records (AUDITLOG format)
      *
      * Update Files:
      *   AUDCHAIN - Audit-log chain head (CVAUC01Y).  Every entry
      *              written carries the next chain sequence number
      *              and its chained hash; the head is rewritten only
      *              when the whole run has gone out cleanly, so a
      *              failed run's AUDOUT is discarded and the rerun
      *              takes the same numbers again.
      *
      * Processing:
      *   1. Process customer records and create audit entries
      *   2. Process account records and create audit entries
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDOUT-STATUS
               .
           SELECT CHAIN-FILE
               ASSIGN TO AUDCHAIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACH-LOG-ID
               FILE STATUS IS WS-AUDCHAIN-STATUS
               .
               
       DATA DIVISION.
       FILE SECTION.
           .
           COPY AUDITLOG.
           
       FD  CHAIN-FILE.
           COPY CVAUC01Y.

       WORKING-STORAGE SECTION.
       
      * File Status Variables
               88  WS-CARDIN-OK            VALUE '00'.
           05  WS-AUDOUT-STATUS            PIC X(02) VALUE SPACES.
               88  WS-AUDOUT-OK            VALUE '00'.
           05  WS-AUDCHAIN-STATUS          PIC X(02) VALUE SPACES.
               88  WS-AUDCHAIN-OK          VALUE '00'.
               88  WS-AUDCHAIN-NOTFND      VALUE '23'.
               
      * Processing Control Variables
       01  WS-CONTROL-FLAGS.
           05  WS-DELTA-DELETES            PIC 9(07) VALUE ZERO.
           05  WS-DELTA-UNCHANGED          PIC 9(07) VALUE ZERO.

      * Audit-log chain - the run's entries follow on from the head
      * as it stood at the start of the run.
       01  WS-CHAIN-CONTROL.
           05  WS-CHAIN-HEAD-SW            PIC X(01) VALUE SPACE.
               88  WS-CHAIN-FILE-OPEN      VALUE 'O'.
               88  WS-CHAIN-HEAD-FOUND     VALUE 'F'.
               88  WS-CHAIN-HEAD-NEW       VALUE 'N'.
           05  WS-CHAIN-LOG-ID             PIC X(08) VALUE 'AUDITLOG'.
           05  WS-CHAIN-LAST-SEQ           PIC 9(15) COMP-3 VALUE 0.
           05  WS-CHAIN-LAST-HASH          PIC 9(18) COMP VALUE 0.
           05  WS-CHAIN-FIRST-SEQ          PIC 9(15) COMP-3 VALUE 0.
           05  WS-CHAIN-NEXT-SEQ           PIC 9(15) COMP-3 VALUE 0.
           05  WS-CHAIN-NEXT-HASH          PIC 9(18) COMP VALUE 0.
           05  WS-CHAIN-NEXT-TS            PIC X(26) VALUE SPACES.
           05  WS-CHAIN-LAST-TS            PIC X(26) VALUE SPACES.
           05  WS-HASH-PGM                 PIC X(08) VALUE 'COAUDH0C'.
       COPY CVAUC02Y.

      * User ID Generation Variables
       01  WS-USER-ID-CONTROL.
           05  WS-USER-SEQUENCE            PIC 9(05) VALUE 1.
               PERFORM 1400-OPEN-AUDOUT-FILE
           END-IF
           
      *    Chain head the run's entries follow on from
           IF WS-PROGRAM-OK
               PERFORM 1450-OPEN-CHAIN-HEAD
           END-IF
           
      *    Delta mode also needs the prior day's extracts
           IF P-MODE-DELTA AND WS-PROGRAM-OK
               PERFORM 1500-OPEN-PRIOR-FILES
           
           .
           
      ******************************************************************
      * Open Audit-Log Chain Head
      * No head yet means nothing has been chained - the run starts
      * the chain at one from a zero predecessor.
      ******************************************************************
       1450-OPEN-CHAIN-HEAD.
           
           OPEN I-O CHAIN-FILE
           IF NOT WS-AUDCHAIN-OK
               DISPLAY 'CBAUDP01: AUDCHAIN file open error'
               DISPLAY 'CBAUDP01: File Status: ' WS-AUDCHAIN-STATUS
               SET WS-PROGRAM-ERROR TO TRUE
               SET WS-ERROR TO TRUE
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           SET WS-CHAIN-FILE-OPEN TO TRUE
           
           MOVE WS-CHAIN-LOG-ID TO ACH-LOG-ID
           READ CHAIN-FILE
           EVALUATE TRUE
               WHEN WS-AUDCHAIN-OK
                   SET WS-CHAIN-HEAD-FOUND TO TRUE
                   MOVE ACH-LAST-SEQ  TO WS-CHAIN-LAST-SEQ
                   MOVE ACH-LAST-HASH TO WS-CHAIN-LAST-HASH
               WHEN WS-AUDCHAIN-NOTFND
                   SET WS-CHAIN-HEAD-NEW TO TRUE
                   MOVE ZERO TO WS-CHAIN-LAST-SEQ
                   MOVE ZERO TO WS-CHAIN-LAST-HASH
               WHEN OTHER
                   DISPLAY 'CBAUDP01: AUDCHAIN read error'
                   DISPLAY 'CBAUDP01: File Status: '
                           WS-AUDCHAIN-STATUS
                   SET WS-PROGRAM-ERROR TO TRUE
                   SET WS-ERROR TO TRUE
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-EVALUATE
           COMPUTE WS-CHAIN-FIRST-SEQ = WS-CHAIN-LAST-SEQ + 1
           DISPLAY 'CBAUDP01: Chaining from sequence '
                   WS-CHAIN-FIRST-SEQ
           
           .
           
      ******************************************************************
      * Process Customer Records
      ******************************************************************
           
      *    Validate card status
           IF CARD-ACTIVE-STATUS NOT = 'Y' AND
              CARD-ACTIVE-STATUS NOT = 'N' AND
              CARD-ACTIVE-STATUS NOT = 'L' AND
              CARD-ACTIVE-STATUS NOT = 'S'
               DISPLAY 'CBAUDP01: Invalid card status - '
                       'Record: ' WS-CARD-COUNT
                       ' Status: ' CARD-ACTIVE-STATUS
      ******************************************************************
       5000-WRITE-AUDIT-RECORD.
           
      *    Next link of the tamper-evident chain
           COMPUTE AUDIT-CHAIN-SEQ = WS-CHAIN-LAST-SEQ + 1
           MOVE WS-CHAIN-LAST-HASH TO AUDIT-CHAIN-PREV-HASH
           SET AUDIT-CHAIN-BATCH TO TRUE
           MOVE SPACES TO AUDIT-FILLER
           MOVE ZERO TO AUH-FOLD-HASH
           MOVE AUDIT-LOG-RECORD TO AUH-RECORD
           CALL WS-HASH-PGM USING AUDIT-HASH-PARM
           MOVE AUH-HASH TO AUDIT-CHAIN-HASH
           MOVE AUDIT-CHAIN-SEQ  TO WS-CHAIN-NEXT-SEQ
           MOVE AUDIT-CHAIN-HASH TO WS-CHAIN-NEXT-HASH
           MOVE AUDIT-TIMESTAMP  TO WS-CHAIN-NEXT-TS
           
           WRITE AUDIT-LOG-RECORD
           
           EVALUATE WS-AUDOUT-STATUS
               WHEN '00'
                   ADD 1 TO WS-AUDIT-COUNT
                   MOVE WS-CHAIN-NEXT-SEQ  TO WS-CHAIN-LAST-SEQ
                   MOVE WS-CHAIN-NEXT-HASH TO WS-CHAIN-LAST-HASH
                   MOVE WS-CHAIN-NEXT-TS   TO WS-CHAIN-LAST-TS
               WHEN '24'
                   DISPLAY 'CBAUDP01: Audit file boundary violation'
                   DISPLAY 'CBAUDP01: File Status: ' WS-AUDOUT-STATUS
           
           DISPLAY 'CBAUDP01: Terminating Program'
           
      *    Move the chain head on past this run's entries
           PERFORM 9050-SAVE-CHAIN-HEAD
           
      *    Close all files with error checking
           PERFORM 9100-CLOSE-FILES
           
           
           .
           
      ******************************************************************
      * Save Audit-Log Chain Head
      * Only a clean run moves the head.  After a failure the AUDOUT
      * written so far must not be loaded; the rerun chains the same
      * sequence numbers again.
      ******************************************************************
       9050-SAVE-CHAIN-HEAD.
           
           IF NOT WS-CHAIN-HEAD-FOUND AND NOT WS-CHAIN-HEAD-NEW
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-PROGRAM-OK
               DISPLAY 'CBAUDP01: Run failed - chain head not moved, '
                       'rerun chains from ' WS-CHAIN-FIRST-SEQ
               DISPLAY 'CBAUDP01: AUDOUT from this run must not be '
                       'loaded'
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDIT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           
           IF WS-CHAIN-HEAD-NEW
               MOVE SPACES TO AUDIT-CHAIN-HEAD
               MOVE WS-CHAIN-LOG-ID TO ACH-LOG-ID
               MOVE ZERO TO ACH-ARCH-HIGH-SEQ
           END-IF
           MOVE WS-CHAIN-LAST-SEQ  TO ACH-LAST-SEQ
           MOVE WS-CHAIN-LAST-HASH TO ACH-LAST-HASH
           MOVE WS-CHAIN-LAST-TS   TO ACH-LAST-TIMESTAMP
           MOVE 'CBAUDP01'         TO ACH-LAST-WRITER
           IF WS-CHAIN-HEAD-NEW
               WRITE AUDIT-CHAIN-HEAD
           ELSE
               REWRITE AUDIT-CHAIN-HEAD
           END-IF
           IF WS-AUDCHAIN-OK
               DISPLAY 'CBAUDP01: Chained sequences '
                       WS-CHAIN-FIRST-SEQ ' to ' WS-CHAIN-LAST-SEQ
           ELSE
               DISPLAY 'CBAUDP01: AUDCHAIN rewrite error'
               DISPLAY 'CBAUDP01: File Status: ' WS-AUDCHAIN-STATUS
               SET WS-PROGRAM-ERROR TO TRUE
               SET WS-ERROR TO TRUE
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           
           .
           
      ******************************************************************
      * Close All Files
      ******************************************************************
               END-IF
           END-IF
           
      *    Close chain head
           IF WS-CHAIN-HEAD-SW NOT = SPACE
               CLOSE CHAIN-FILE
           END-IF
           
           DISPLAY 'CBAUDP01: All files closed'
           
           .
