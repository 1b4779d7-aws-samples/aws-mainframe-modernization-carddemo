      ******************************************************************
      * PROGRAM     : CBAUDV0C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Audit-log chain verification.  Walks the
      *               tamper-evident chain COAUDIT and CBAUDP01 write
      *               onto AUDIT-LOG-RECORDs in sequence order and
      *               reports, on AUDVRPT:
      *                 GAP       - sequence numbers with no entry
      *                 BREAK     - an entry whose predecessor hash is
      *                             not the hash of the entry before it
      *                 ALTERED   - an entry that no longer hashes to
      *                             the hash it was written with
      *                 DUPLICATE - two different entries under one
      *                             sequence number
      *                 HEAD      - the log's last entry disagrees with
      *                             the AUDCHAIN head
      *                 ANCHOR    - an archive generation whose count
      *                             or seal disagrees with its anchor
      *               and ends RC=8 on any of them.
      *
      *               ONLINE  reads AUDITLOG and whatever archive
      *                       generations are concatenated on ARCHIN
      *                       (DD DUMMY for none) and checks the last
      *                       entry against the AUDCHAIN head.  With no
      *                       archive supplied, gaps wholly at or below
      *                       the highest sequence CBAUDR0C has archived
      *                       are listed as archived range, not counted
      *                       as exceptions.
      *               ARCHIVE reads one or more archive generations on
      *                       ARCHIN on their own: each entry's hash,
      *                       the links between the entries present,
      *                       and each generation's anchor seal.  Gaps
      *                       are the entries kept online when the
      *                       generation was cut and are listed only.
      *
      *               Parameter card:  ONLINE
      *                                ARCHIVE
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License").
      * You may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *    http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing,
      * software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the License
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBAUDV0C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-AUDIT-KEY
                  FILE STATUS  IS AUDFILE-STATUS.
      *
      *    Archive generation(s) - concatenated in the JCL.
           SELECT ARCHIN-FILE ASSIGN TO ARCHIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ARCHIN-STATUS.
      *
           SELECT CHAIN-FILE ASSIGN TO AUDCHAIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACH-LOG-ID
                  FILE STATUS  IS CHAINFILE-STATUS.
      *
           SELECT VRFY-FILE ASSIGN TO AUDVRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS AUDVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  FD-AUDIT-REC.
           05  FD-AUDIT-KEY                        PIC X(35).
           05  FD-AUDIT-DATA                       PIC X(530).

       FD  ARCHIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 565 CHARACTERS.
       01  FD-ARCHIN-REC                           PIC X(565).

       FD  CHAIN-FILE.
       COPY CVAUC01Y.

       FD  VRFY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-VRFY-REC                             PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY AUDITLOG.
       COPY CVAUC02Y.

       01  AUDFILE-STATUS.
           05  AUDFILE-STAT1       PIC X.
           05  AUDFILE-STAT2       PIC X.
       01  ARCHIN-STATUS.
           05  ARCHIN-STAT1        PIC X.
           05  ARCHIN-STAT2        PIC X.
       01  CHAINFILE-STATUS.
           05  CHAINFILE-STAT1     PIC X.
           05  CHAINFILE-STAT2     PIC X.
       01  AUDVRPT-STATUS.
           05  AUDVRPT-STAT1       PIC X.
           05  AUDVRPT-STAT2       PIC X.

       01  END-OF-FILE             PIC X(01) VALUE 'N'.

       01  PRM-INFO.
           05  P-FUNCTION          PIC X(07).
               88  P-FUNC-ONLINE               VALUE 'ONLINE '.
               88  P-FUNC-ARCHIVE              VALUE 'ARCHIVE'.
           05  FILLER              PIC X(73).

       01  WS-HASH-PGM             PIC X(08) VALUE 'COAUDH0C'.

      *    1 = finding the sequence range, 2 = placing the entries.
       01  WS-PASS                 PIC 9(01) VALUE 1.
       01  WS-ENTRY-SOURCE         PIC X(01).
           88  WS-FROM-ONLINE                 VALUE 'O'.
           88  WS-FROM-ARCHIVE                VALUE 'A'.

       01  WS-HEAD-SW              PIC X(01) VALUE 'N'.
           88  WS-HEAD-FOUND                  VALUE 'Y'.
       01  WS-HEAD-FIELDS.
           05  WS-HEAD-LAST-SEQ    PIC 9(15) COMP-3 VALUE 0.
           05  WS-HEAD-LAST-HASH   PIC 9(18) COMP VALUE 0.
           05  WS-HEAD-ARCH-HIGH   PIC 9(15) COMP-3 VALUE 0.

      *---------------------------------------------------------------*
      *    One slot per sequence number in the window verified,      *
      *    slot 1 = WS-LOW-SEQ.  A longer log is verified over its    *
      *    most recent WS-SLOT-MAX sequences.                         *
      *---------------------------------------------------------------*
       01  WS-SLOT-MAX             PIC S9(08) COMP VALUE 100000.
       01  WS-SLOT-COUNT           PIC S9(08) COMP VALUE 0.
       01  WS-SLOT-SUB             PIC S9(08) COMP.
       01  WS-SLOT-TABLE.
           05  WS-SLOT OCCURS 100000 TIMES.
               10  WS-SLOT-STATE                PIC X(01).
                   88  WS-SLOT-EMPTY                  VALUE SPACE.
                   88  WS-SLOT-PRESENT                VALUE 'P'.
               10  WS-SLOT-PREV-HASH            PIC 9(18) COMP.
               10  WS-SLOT-HASH                 PIC 9(18) COMP.
               10  WS-SLOT-SOURCE               PIC X(01).

       01  WS-SEQ-FIELDS           COMP-3.
           05  WS-LOW-SEQ                  PIC 9(15) VALUE 0.
           05  WS-HIGH-SEQ                 PIC 9(15) VALUE 0.
           05  WS-HIGH-SEEN                PIC 9(15) VALUE 0.
           05  WS-THIS-SEQ                 PIC 9(15) VALUE 0.
           05  WS-GAP-FROM                 PIC 9(15) VALUE 0.
           05  WS-GAP-TO                   PIC 9(15) VALUE 0.
           05  WS-GAP-SIZE                 PIC 9(15) VALUE 0.
       01  WS-SEQ-OUT-1            PIC 9(15).
       01  WS-SEQ-OUT-2            PIC 9(15).
       01  WS-IN-GAP-SW            PIC X(01) VALUE 'N'.
           88  WS-IN-GAP                      VALUE 'Y'.
       01  WS-COMPUTED-HASH        PIC 9(18) COMP.

      *---------------------------------------------------------------*
      *    Archive generation being sealed - reset at each anchor.    *
      *---------------------------------------------------------------*
       01  WS-GEN-FIELDS.
           05  WS-GEN-SEAL-HASH    PIC 9(18) COMP VALUE 0.
           05  WS-GEN-ENTRIES      PIC 9(09) VALUE 0.
           05  WS-GEN-CHAINED      PIC 9(09) VALUE 0.
           05  WS-GEN-LOW-SEQ      PIC 9(15) COMP-3 VALUE 0.
           05  WS-GEN-HIGH-SEQ     PIC 9(15) COMP-3 VALUE 0.

       01  WS-RUN-COUNTS.
           05  WS-ONLINE-READ              PIC 9(09) VALUE 0.
           05  WS-ARCHIVE-READ             PIC 9(09) VALUE 0.
           05  WS-UNCHAINED                PIC 9(09) VALUE 0.
           05  WS-BEFORE-WINDOW            PIC 9(09) VALUE 0.
           05  WS-SAME-COPIES              PIC 9(09) VALUE 0.
           05  WS-ENTRIES-VERIFIED         PIC 9(09) VALUE 0.
           05  WS-ANCHORS-READ             PIC 9(09) VALUE 0.
           05  WS-GAP-COUNT                PIC 9(09) VALUE 0.
           05  WS-MISSING-COUNT            PIC 9(15) VALUE 0.
           05  WS-INFO-GAP-COUNT           PIC 9(09) VALUE 0.
           05  WS-BREAK-COUNT              PIC 9(09) VALUE 0.
           05  WS-ALTERED-COUNT            PIC 9(09) VALUE 0.
           05  WS-DUP-COUNT                PIC 9(09) VALUE 0.
           05  WS-HEAD-EXCEPTIONS          PIC 9(09) VALUE 0.
           05  WS-ANCHOR-EXCEPTIONS        PIC 9(09) VALUE 0.
       01  WS-EXCEPTIONS                   PIC 9(09) VALUE 0.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-RUN-DATE                     PIC X(10).

       01  WS-RPT-LINE                     PIC X(132).
       01  WS-RPT-HEADER1.
           05  FILLER  VALUE 'CBAUDV0C  AUDIT LOG CHAIN VERIFICATION'
                                               PIC X(40).
           05  FILLER  VALUE 'MODE: '          PIC X(06).
           05  WS-HDR-MODE                     PIC X(07).
           05  FILLER  VALUE '  RUN DATE: '    PIC X(12).
           05  WS-HDR-RUN-DATE                 PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(57).
       01  WS-RPT-DETAIL.
           05  WS-DTL-KIND                     PIC X(10).
           05  FILLER  VALUE ' SEQ '           PIC X(05).
           05  WS-DTL-SEQ                      PIC Z(14)9.
           05  FILLER  VALUE ' '               PIC X(01).
           05  WS-DTL-TYPE                     PIC X(01).
           05  FILLER  VALUE ' '               PIC X(01).
           05  WS-DTL-TIMESTAMP                PIC X(26).
           05  FILLER  VALUE ' '               PIC X(01).
           05  WS-DTL-USER                     PIC X(08).
           05  FILLER  VALUE ' '               PIC X(01).
           05  WS-DTL-SOURCE                   PIC X(07).
           05  FILLER  VALUE ' '               PIC X(01).
           05  WS-DTL-NOTE                     PIC X(55).
       01  WS-RPT-GAP.
           05  WS-GAP-KIND                     PIC X(10).
           05  FILLER  VALUE ' SEQ '           PIC X(05).
           05  WS-GAP-FROM-OUT                 PIC Z(14)9.
           05  FILLER  VALUE ' TO '            PIC X(04).
           05  WS-GAP-TO-OUT                   PIC Z(14)9.
           05  FILLER  VALUE ' MISSING '       PIC X(09).
           05  WS-GAP-SIZE-OUT                 PIC Z(14)9.
           05  FILLER  VALUE ' '               PIC X(01).
           05  WS-GAP-NOTE                     PIC X(58).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBAUDV0C'.
           PERFORM 1000-INITIALIZE.
           MOVE 1 TO WS-PASS.
           PERFORM 2000-SCAN-ENTRIES.
           IF WS-HIGH-SEQ = 0
               MOVE 'NO CHAINED ENTRIES FOUND' TO WS-RPT-LINE
               PERFORM 7900-WRITE-REPORT-LINE
           ELSE
               PERFORM 2900-SET-WINDOW
               MOVE 2 TO WS-PASS
               PERFORM 2000-SCAN-ENTRIES
               PERFORM 4000-WALK-CHAIN
               IF P-FUNC-ONLINE
                   PERFORM 5000-CHECK-CHAIN-HEAD
               END-IF
           END-IF.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           IF WS-EXCEPTIONS > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBAUDV0C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT PRM-INFO FROM SYSIN.
           DISPLAY 'CBAUDV0C FUNCTION: ' P-FUNCTION.
           IF NOT P-FUNC-ONLINE AND NOT P-FUNC-ARCHIVE
               DISPLAY 'INVALID FUNCTION CARD: ' PRM-INFO
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING.

           OPEN OUTPUT VRFY-FILE.
           IF AUDVRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDVRPT: ' AUDVRPT-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           MOVE P-FUNCTION  TO WS-HDR-MODE.
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
           WRITE FD-VRFY-REC FROM WS-RPT-HEADER1.

           IF P-FUNC-ONLINE
               PERFORM 1100-READ-CHAIN-HEAD
           END-IF.
           EXIT.

      *****************************************************************
      * A log that has never been chained has no head; every entry    *
      * on it is then pre-chain.                                      *
      *****************************************************************
       1100-READ-CHAIN-HEAD.
           OPEN INPUT CHAIN-FILE.
           IF CHAINFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDCHAIN: ' CHAINFILE-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           MOVE 'AUDITLOG' TO ACH-LOG-ID.
           READ CHAIN-FILE.
           EVALUATE CHAINFILE-STATUS
               WHEN '00'
                   SET WS-HEAD-FOUND TO TRUE
                   MOVE ACH-LAST-SEQ      TO WS-HEAD-LAST-SEQ
                   MOVE ACH-LAST-HASH     TO WS-HEAD-LAST-HASH
                   MOVE ACH-ARCH-HIGH-SEQ TO WS-HEAD-ARCH-HIGH
                   MOVE ACH-LAST-SEQ      TO WS-HIGH-SEQ
               WHEN '23'
                   MOVE 'N' TO WS-HEAD-SW
               WHEN OTHER
                   DISPLAY 'ERROR READING AUDCHAIN: ' CHAINFILE-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           CLOSE CHAIN-FILE.
           EXIT.

      *****************************************************************
      * Both passes read the same inputs: the online file (ONLINE     *
      * mode) and then the archive generation(s).                     *
      *****************************************************************
       2000-SCAN-ENTRIES.
           IF P-FUNC-ONLINE
               OPEN INPUT AUDIT-FILE
               IF AUDFILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING AUDITLOG: ' AUDFILE-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               SET WS-FROM-ONLINE TO TRUE
               MOVE 'N' TO END-OF-FILE
               PERFORM 2100-READ-AUDIT
               PERFORM UNTIL END-OF-FILE = 'Y'
                   PERFORM 2300-TAKE-ENTRY
                   PERFORM 2100-READ-AUDIT
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

           OPEN INPUT ARCHIN-FILE.
           IF ARCHIN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ARCHIN: ' ARCHIN-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           SET WS-FROM-ARCHIVE TO TRUE.
           INITIALIZE WS-GEN-FIELDS.
           MOVE 'N' TO END-OF-FILE.
           PERFORM 2200-READ-ARCHIN.
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 2300-TAKE-ENTRY
               PERFORM 2200-READ-ARCHIN
           END-PERFORM.
           CLOSE ARCHIN-FILE.
           IF WS-PASS = 2 AND WS-GEN-ENTRIES > 0
               PERFORM 3600-REPORT-NO-ANCHOR
           END-IF.
           EXIT.

       2100-READ-AUDIT.
           READ AUDIT-FILE INTO AUDIT-LOG-RECORD.
           EVALUATE AUDFILE-STATUS
               WHEN '00'
                   IF WS-PASS = 1
                       ADD 1 TO WS-ONLINE-READ
                   END-IF
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING AUDITLOG: ' AUDFILE-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

       2200-READ-ARCHIN.
           READ ARCHIN-FILE INTO AUDIT-LOG-RECORD.
           EVALUATE ARCHIN-STATUS
               WHEN '00'
                   IF WS-PASS = 1
                       ADD 1 TO WS-ARCHIVE-READ
                   END-IF
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING ARCHIN: ' ARCHIN-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
       2300-TAKE-ENTRY.
           IF AUDIT-CHAIN-ANCHOR
               IF WS-PASS = 2
                   PERFORM 3500-CHECK-ANCHOR
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-PASS = 2 AND WS-FROM-ARCHIVE
               PERFORM 3400-FOLD-INTO-SEAL
           END-IF.

           IF AUDIT-CHAIN-SEQ NOT NUMERIC OR AUDIT-CHAIN-SEQ = 0
               IF WS-PASS = 1
                   ADD 1 TO WS-UNCHAINED
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-PASS = 1
               IF WS-LOW-SEQ = 0 OR AUDIT-CHAIN-SEQ < WS-LOW-SEQ
                   MOVE AUDIT-CHAIN-SEQ TO WS-LOW-SEQ
               END-IF
               IF AUDIT-CHAIN-SEQ > WS-HIGH-SEQ
                   MOVE AUDIT-CHAIN-SEQ TO WS-HIGH-SEQ
               END-IF
               IF AUDIT-CHAIN-SEQ > WS-HIGH-SEEN
                   MOVE AUDIT-CHAIN-SEQ TO WS-HIGH-SEEN
               END-IF
           ELSE
               PERFORM 3000-PLACE-ENTRY
           END-IF.
           EXIT.

      *****************************************************************
      * Window of sequences the slot table can hold.  In ONLINE mode  *
      * the high end is the chain head, so entries missing from the   *
      * end of the log show as a gap.                                 *
      *****************************************************************
       2900-SET-WINDOW.
           IF WS-LOW-SEQ = 0
               MOVE 1 TO WS-LOW-SEQ
           END-IF.
           IF WS-HIGH-SEQ - WS-LOW-SEQ + 1 > WS-SLOT-MAX
               COMPUTE WS-LOW-SEQ = WS-HIGH-SEQ - WS-SLOT-MAX + 1
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-SLOT-MAX TO WS-SEQ-OUT-1
               MOVE WS-LOW-SEQ  TO WS-SEQ-OUT-2
               STRING 'SEQUENCE RANGE EXCEEDS ' WS-SEQ-OUT-1
                      ' - VERIFYING FROM ' WS-SEQ-OUT-2
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM 7900-WRITE-REPORT-LINE
           END-IF.
           COMPUTE WS-SLOT-COUNT = WS-HIGH-SEQ - WS-LOW-SEQ + 1.
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > WS-SLOT-COUNT
               MOVE SPACE TO WS-SLOT-STATE (WS-SLOT-SUB)
               MOVE ZERO  TO WS-SLOT-PREV-HASH (WS-SLOT-SUB)
               MOVE ZERO  TO WS-SLOT-HASH (WS-SLOT-SUB)
               MOVE SPACE TO WS-SLOT-SOURCE (WS-SLOT-SUB)
           END-PERFORM.
           EXIT.

      *****************************************************************
      * An entry must still hash to what it was written with.  The    *
      * same entry met twice - online and in an archive after a       *
      * restore - is one entry; two different entries under one      *
      * sequence number are not.                                      *
      *****************************************************************
       3000-PLACE-ENTRY.
           MOVE ZERO             TO AUH-FOLD-HASH.
           MOVE AUDIT-LOG-RECORD TO AUH-RECORD.
           CALL WS-HASH-PGM USING AUDIT-HASH-PARM.
           MOVE AUH-HASH         TO WS-COMPUTED-HASH.
           IF WS-COMPUTED-HASH NOT = AUDIT-CHAIN-HASH
               ADD 1 TO WS-ALTERED-COUNT
               MOVE 'ALTERED'    TO WS-DTL-KIND
               MOVE 'CONTENT NO LONGER MATCHES ITS HASH'
                                 TO WS-DTL-NOTE
               PERFORM 7100-WRITE-ENTRY-LINE
           END-IF.

           IF AUDIT-CHAIN-SEQ < WS-LOW-SEQ
               ADD 1 TO WS-BEFORE-WINDOW
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SLOT-SUB = AUDIT-CHAIN-SEQ - WS-LOW-SEQ + 1.

           IF WS-SLOT-EMPTY (WS-SLOT-SUB)
               SET WS-SLOT-PRESENT (WS-SLOT-SUB) TO TRUE
               MOVE AUDIT-CHAIN-PREV-HASH
                 TO WS-SLOT-PREV-HASH (WS-SLOT-SUB)
               MOVE AUDIT-CHAIN-HASH TO WS-SLOT-HASH (WS-SLOT-SUB)
               MOVE WS-ENTRY-SOURCE  TO WS-SLOT-SOURCE (WS-SLOT-SUB)
               ADD 1 TO WS-ENTRIES-VERIFIED
           ELSE
               IF WS-SLOT-HASH (WS-SLOT-SUB) = AUDIT-CHAIN-HASH
                  AND WS-SLOT-PREV-HASH (WS-SLOT-SUB)
                      = AUDIT-CHAIN-PREV-HASH
                   ADD 1 TO WS-SAME-COPIES
               ELSE
                   ADD 1 TO WS-DUP-COUNT
                   MOVE 'DUPLICATE'  TO WS-DTL-KIND
                   MOVE 'A DIFFERENT ENTRY HOLDS THIS SEQUENCE'
                                     TO WS-DTL-NOTE
                   PERFORM 7100-WRITE-ENTRY-LINE
               END-IF
           END-IF.
           EXIT.

      *****************************************************************
      * Archive seal - every entry of the generation, in the order    *
      * CBAUDR0C wrote it, folded into the last.                      *
      *****************************************************************
       3400-FOLD-INTO-SEAL.
           MOVE WS-GEN-SEAL-HASH TO AUH-FOLD-HASH.
           MOVE AUDIT-LOG-RECORD TO AUH-RECORD.
           CALL WS-HASH-PGM USING AUDIT-HASH-PARM.
           MOVE AUH-HASH         TO WS-GEN-SEAL-HASH.
           ADD 1 TO WS-GEN-ENTRIES.
           IF AUDIT-CHAIN-SEQ NUMERIC AND AUDIT-CHAIN-SEQ > 0
               ADD 1 TO WS-GEN-CHAINED
               IF WS-GEN-LOW-SEQ = 0
                  OR AUDIT-CHAIN-SEQ < WS-GEN-LOW-SEQ
                   MOVE AUDIT-CHAIN-SEQ TO WS-GEN-LOW-SEQ
               END-IF
               IF AUDIT-CHAIN-SEQ > WS-GEN-HIGH-SEQ
                   MOVE AUDIT-CHAIN-SEQ TO WS-GEN-HIGH-SEQ
               END-IF
           END-IF.
           EXIT.

      *****************************************************************
      * The anchor closes its generation: what it says was written    *
      * must be what was read.                                        *
      *****************************************************************
       3500-CHECK-ANCHOR.
           ADD 1 TO WS-ANCHORS-READ.
           IF WS-GEN-SEAL-HASH      = AUDIT-ANC-SEAL-HASH
              AND WS-GEN-SEAL-HASH  = AUDIT-CHAIN-HASH
              AND WS-GEN-ENTRIES    = AUDIT-ANC-ENTRY-COUNT
              AND WS-GEN-CHAINED    = AUDIT-ANC-CHAINED-COUNT
              AND WS-GEN-LOW-SEQ    = AUDIT-ANC-LOW-SEQ
              AND WS-GEN-HIGH-SEQ   = AUDIT-ANC-HIGH-SEQ
               MOVE SPACES TO WS-RPT-LINE
               STRING 'ANCHOR OK  ARCHIVED ' AUDIT-ANC-RUN-DATE
                      ' ENTRIES ' WS-GEN-ENTRIES
                      ' SEQUENCES ' AUDIT-ANC-LOW-SEQ
                      ' TO ' AUDIT-ANC-HIGH-SEQ
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM 7900-WRITE-REPORT-LINE
           ELSE
               ADD 1 TO WS-ANCHOR-EXCEPTIONS
               MOVE SPACES TO WS-RPT-LINE
               STRING 'ANCHOR     ARCHIVED ' AUDIT-ANC-RUN-DATE
                      ' SEAL OR COUNT MISMATCH - ANCHOR ENTRIES '
                      AUDIT-ANC-ENTRY-COUNT
                      ' READ ' WS-GEN-ENTRIES
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM 7900-WRITE-REPORT-LINE
           END-IF.
           INITIALIZE WS-GEN-FIELDS.
           EXIT.

      *****************************************************************
      * Entries after the last anchor belong to a generation whose    *
      * anchor is gone - cut short, or added to.                      *
      *****************************************************************
       3600-REPORT-NO-ANCHOR.
           ADD 1 TO WS-ANCHOR-EXCEPTIONS.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ANCHOR     MISSING - ' WS-GEN-ENTRIES
                  ' ARCHIVE ENTRIES FOLLOW THE LAST ANCHOR'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM 7900-WRITE-REPORT-LINE.
           EXIT.

      *****************************************************************
      * Walk the window in sequence order.  Each entry present must   *
      * link to the one before it when that one is present too; the  *
      * first sequence ever links to zero.                            *
      *****************************************************************
       4000-WALK-CHAIN.
           MOVE 'N' TO WS-IN-GAP-SW.
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > WS-SLOT-COUNT
               COMPUTE WS-THIS-SEQ = WS-LOW-SEQ + WS-SLOT-SUB - 1
               IF WS-SLOT-EMPTY (WS-SLOT-SUB)
                   IF NOT WS-IN-GAP
                       SET WS-IN-GAP TO TRUE
                       MOVE WS-THIS-SEQ TO WS-GAP-FROM
                   END-IF
               ELSE
                   IF WS-IN-GAP
                       COMPUTE WS-GAP-TO = WS-THIS-SEQ - 1
                       PERFORM 4100-REPORT-GAP
                       MOVE 'N' TO WS-IN-GAP-SW
                   END-IF
                   PERFORM 4200-CHECK-LINK
               END-IF
           END-PERFORM.
           IF WS-IN-GAP
               MOVE WS-HIGH-SEQ TO WS-GAP-TO
               PERFORM 4100-REPORT-GAP
           END-IF.
           EXIT.

      *****************************************************************
       4100-REPORT-GAP.
           COMPUTE WS-GAP-SIZE = WS-GAP-TO - WS-GAP-FROM + 1.
           MOVE WS-GAP-FROM TO WS-GAP-FROM-OUT.
           MOVE WS-GAP-TO   TO WS-GAP-TO-OUT.
           MOVE WS-GAP-SIZE TO WS-GAP-SIZE-OUT.
           EVALUATE TRUE
               WHEN P-FUNC-ARCHIVE
                   ADD 1 TO WS-INFO-GAP-COUNT
                   MOVE 'UNARCHIVED' TO WS-GAP-KIND
                   MOVE 'KEPT ONLINE WHEN THE GENERATION WAS CUT'
                     TO WS-GAP-NOTE
               WHEN WS-ARCHIVE-READ = 0
                AND WS-HEAD-FOUND
                AND WS-GAP-TO NOT > WS-HEAD-ARCH-HIGH
                   ADD 1 TO WS-INFO-GAP-COUNT
                   MOVE 'ARCHIVED' TO WS-GAP-KIND
                   MOVE 'IN ARCHIVED RANGE - VERIFY WITH ARCHIVES'
                     TO WS-GAP-NOTE
               WHEN OTHER
                   ADD 1 TO WS-GAP-COUNT
                   ADD WS-GAP-SIZE TO WS-MISSING-COUNT
                   MOVE 'GAP' TO WS-GAP-KIND
                   MOVE 'NO ENTRY UNDER THESE SEQUENCE NUMBERS'
                     TO WS-GAP-NOTE
           END-EVALUATE.
           WRITE FD-VRFY-REC FROM WS-RPT-GAP.
           IF AUDVRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AUDVRPT: ' AUDVRPT-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       4200-CHECK-LINK.
           IF WS-SLOT-SUB > 1
               IF WS-SLOT-PRESENT (WS-SLOT-SUB - 1)
                  AND WS-SLOT-PREV-HASH (WS-SLOT-SUB)
                      NOT = WS-SLOT-HASH (WS-SLOT-SUB - 1)
                   PERFORM 4300-REPORT-BREAK
               END-IF
           ELSE
               IF WS-THIS-SEQ = 1
                  AND WS-SLOT-PREV-HASH (WS-SLOT-SUB) NOT = ZERO
                   PERFORM 4300-REPORT-BREAK
               END-IF
           END-IF.
           EXIT.

       4300-REPORT-BREAK.
           ADD 1 TO WS-BREAK-COUNT.
           MOVE 'BREAK'     TO WS-DTL-KIND.
           MOVE WS-THIS-SEQ TO WS-DTL-SEQ.
           MOVE SPACES      TO WS-DTL-TYPE.
           MOVE SPACES      TO WS-DTL-TIMESTAMP.
           MOVE SPACES      TO WS-DTL-USER.
           IF WS-SLOT-SOURCE (WS-SLOT-SUB) = 'O'
               MOVE 'ONLINE'  TO WS-DTL-SOURCE
           ELSE
               MOVE 'ARCHIVE' TO WS-DTL-SOURCE
           END-IF.
           MOVE 'DOES NOT LINK TO THE ENTRY BEFORE IT'
                            TO WS-DTL-NOTE.
           WRITE FD-VRFY-REC FROM WS-RPT-DETAIL.
           IF AUDVRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AUDVRPT: ' AUDVRPT-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
      * The log must end where the head says it does.                 *
      *****************************************************************
       5000-CHECK-CHAIN-HEAD.
           IF NOT WS-HEAD-FOUND
               MOVE 'NO CHAIN HEAD ON AUDCHAIN' TO WS-RPT-LINE
               PERFORM 7900-WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-HIGH-SEEN > WS-HEAD-LAST-SEQ
               ADD 1 TO WS-HEAD-EXCEPTIONS
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-HEAD-LAST-SEQ TO WS-SEQ-OUT-1
               MOVE WS-HIGH-SEEN TO WS-SEQ-OUT-2
               STRING 'HEAD       ENTRIES BEYOND THE CHAIN HEAD - '
                      'HEAD ' WS-SEQ-OUT-1
                      ' HIGHEST ON FILE ' WS-SEQ-OUT-2
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM 7900-WRITE-REPORT-LINE
           END-IF.
           IF WS-HEAD-LAST-SEQ >= WS-LOW-SEQ
               COMPUTE WS-SLOT-SUB = WS-HEAD-LAST-SEQ - WS-LOW-SEQ + 1
               IF WS-SLOT-PRESENT (WS-SLOT-SUB)
                  AND WS-SLOT-HASH (WS-SLOT-SUB) NOT = WS-HEAD-LAST-HASH
                   ADD 1 TO WS-HEAD-EXCEPTIONS
                   MOVE SPACES TO WS-RPT-LINE
                   MOVE WS-HEAD-LAST-SEQ TO WS-SEQ-OUT-1
                   STRING 'HEAD       LAST ENTRY ' WS-SEQ-OUT-1
                          ' IS NOT THE ENTRY THE HEAD RECORDS'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM 7900-WRITE-REPORT-LINE
               END-IF
           END-IF.
           EXIT.

      *****************************************************************
       7100-WRITE-ENTRY-LINE.
           MOVE AUDIT-CHAIN-SEQ  TO WS-DTL-SEQ.
           MOVE AUDIT-LOG-TYPE   TO WS-DTL-TYPE.
           MOVE AUDIT-TIMESTAMP  TO WS-DTL-TIMESTAMP.
           MOVE AUDIT-USER-ID    TO WS-DTL-USER.
           IF WS-FROM-ONLINE
               MOVE 'ONLINE'  TO WS-DTL-SOURCE
           ELSE
               MOVE 'ARCHIVE' TO WS-DTL-SOURCE
           END-IF.
           WRITE FD-VRFY-REC FROM WS-RPT-DETAIL.
           IF AUDVRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AUDVRPT: ' AUDVRPT-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

       7900-WRITE-REPORT-LINE.
           WRITE FD-VRFY-REC FROM WS-RPT-LINE.
           IF AUDVRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AUDVRPT: ' AUDVRPT-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           COMPUTE WS-EXCEPTIONS = WS-GAP-COUNT + WS-BREAK-COUNT
                                 + WS-ALTERED-COUNT + WS-DUP-COUNT
                                 + WS-HEAD-EXCEPTIONS
                                 + WS-ANCHOR-EXCEPTIONS.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-LOW-SEQ  TO WS-SEQ-OUT-1.
           MOVE WS-HIGH-SEQ TO WS-SEQ-OUT-2.
           STRING '  SEQUENCES ' WS-SEQ-OUT-1 ' TO ' WS-SEQ-OUT-2
                  '  ENTRIES VERIFIED: ' WS-ENTRIES-VERIFIED
                  '  EXCEPTIONS: ' WS-EXCEPTIONS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM 7900-WRITE-REPORT-LINE.

           DISPLAY '================================================'.
           DISPLAY 'CBAUDV0C AUDIT LOG CHAIN VERIFICATION SUMMARY'.
           DISPLAY '  MODE                 : ' P-FUNCTION.
           DISPLAY '  ONLINE ENTRIES READ  : ' WS-ONLINE-READ.
           DISPLAY '  ARCHIVE ENTRIES READ : ' WS-ARCHIVE-READ.
           DISPLAY '  ANCHORS READ         : ' WS-ANCHORS-READ.
           DISPLAY '  UNCHAINED ENTRIES    : ' WS-UNCHAINED.
           DISPLAY '  SEQUENCES FROM       : ' WS-LOW-SEQ.
           DISPLAY '  SEQUENCES TO         : ' WS-HIGH-SEQ.
           DISPLAY '  BEFORE WINDOW        : ' WS-BEFORE-WINDOW.
           DISPLAY '  ENTRIES VERIFIED     : ' WS-ENTRIES-VERIFIED.
           DISPLAY '  SAME ENTRY TWICE     : ' WS-SAME-COPIES.
           DISPLAY '  GAPS                 : ' WS-GAP-COUNT.
           DISPLAY '  ENTRIES MISSING      : ' WS-MISSING-COUNT.
           DISPLAY '  GAPS LISTED ONLY     : ' WS-INFO-GAP-COUNT.
           DISPLAY '  BREAKS               : ' WS-BREAK-COUNT.
           DISPLAY '  ALTERED              : ' WS-ALTERED-COUNT.
           DISPLAY '  DUPLICATE SEQUENCES  : ' WS-DUP-COUNT.
           DISPLAY '  HEAD EXCEPTIONS      : ' WS-HEAD-EXCEPTIONS.
           DISPLAY '  ANCHOR EXCEPTIONS    : ' WS-ANCHOR-EXCEPTIONS.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE VRFY-FILE.
           EXIT.

       9999-ABEND-PROGRAM.
           DISPLAY 'ABENDING PROGRAM'
           CALL 'CEE3ABD'.
