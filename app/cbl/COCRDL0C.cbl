      ******************************************************************
      * Program:     COCRDL0C.CBL                                      *
      * Layer:       Business logic                                    *
      * Function:    Lost/Stolen Card Reporting and Replacement        *
      * Description: The CSR reports a card lost or stolen.  The old   *
      *              card is stamped L (lost) or S (stolen) on the     *
      *              card master - COPAUA0C hard-declines both from    *
      *              that moment - and the block is committed before   *
      *              anything else is attempted, so a replacement      *
      *              failure can never leave the lost plastic live.    *
      *              A card already reported with no replacement on    *
      *              the cross reference is not blocked again - the    *
      *              CSR's rekey goes straight to the replacement.     *
      *              The replacement number is the next one free in    *
      *              the old card's BIN range (or the range the CSR    *
      *              names), taken under update on BINRANGE inside the *
      *              replacement's unit of work and check-digited by   *
      *              COLUHN0C.  It is written pending activation under *
      *              the same account with the same embossed name so   *
      *              the COCRDA0C activation flow applies, linked on   *
      *              the cross reference to the same account,          *
      *              customer and relationship, and dropped on the     *
      *              CEMB transient-data queue for the EMBOSSX vendor  *
      *              extract.  The old and new card details go on the  *
      *              CCHG queue for the CARDCHG change file, so the    *
      *              CBRCM01C account-updater run can pass them to     *
      *              the cardholder's recurring merchants.  Every file *
      *              change flows through COAUDIT.                     *
      *                                                                *
      *              Terminal input:                                   *
      *                CLST <cardnumber> <L|S> [<rnge>]                *
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
       PROGRAM-ID.
           COCRDL0C.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PGMNAME                          PIC X(08)
                                                   VALUE 'COCRDL0C'.
           05  WS-CARD-FILE                        PIC X(08)
                                                   VALUE 'CARDDAT '.
           05  WS-XREF-AIX                         PIC X(08)
                                                   VALUE 'CXACAIX '.
           05  WS-XREF-FILE                        PIC X(08)
                                                   VALUE 'CCXREF  '.
           05  WS-BIN-FILE                         PIC X(08)
                                                   VALUE 'BINRANGE'.
           05  WS-AUDIT-PGM                        PIC X(08)
                                                   VALUE 'COAUDIT '.
           05  WS-LUHN-PGM                         PIC X(08)
                                                   VALUE 'COLUHN0C'.
           05  WS-EMB-TDQ                          PIC X(04)
                                                   VALUE 'CEMB'.
           05  WS-CHG-TDQ                          PIC X(04)
                                                   VALUE 'CCHG'.
           05  WS-RESP-CD                          PIC S9(09) COMP.
           05  WS-REAS-CD                          PIC S9(09) COMP.
           05  WS-USER-ID                          PIC X(08).
           05  WS-ABS-TIME                         PIC S9(15) COMP-3.
           05  WS-CUR-DATE                         PIC X(10).
           05  WS-CUR-TIME                         PIC X(08).
           05  WS-OLD-CARD-NUM-N                   PIC 9(16).
           05  WS-RANGE-ID                         PIC X(04).

       01  WS-TERM-INPUT.
           05  FILLER                              PIC X(04).
           05  FILLER                              PIC X(01).
           05  WS-IN-CARD-NUM                      PIC X(16).
           05  FILLER                              PIC X(01).
           05  WS-IN-LOSS-TYPE                     PIC X(01).
               88  WS-LOSS-LOST                    VALUE 'L'.
               88  WS-LOSS-STOLEN                  VALUE 'S'.
           05  FILLER                              PIC X(01).
           05  WS-IN-RANGE-ID                      PIC X(04).
           05  FILLER                              PIC X(52).
       01  WS-TERM-INPUT-LEN                       PIC S9(04) COMP.

       01  WS-OUT-MSG.
           05  WS-MSG-TEXT                         PIC X(78).

       01  WS-BEFORE-IMAGE                         PIC X(150).

      *---------------------------------------------------------------*
      * The old card's identity, held while the replacement is built  *
      * over CARD-RECORD and CARD-XREF-RECORD.                        *
      *---------------------------------------------------------------*
       01  WS-OLD-CARD.
           05  WS-OLD-CARD-NUM                     PIC X(16).
           05  WS-OLD-ACCT-ID                      PIC 9(11).
           05  WS-OLD-CUST-ID                      PIC 9(09).
           05  WS-OLD-RELATION-CD                  PIC X(01).
           05  WS-OLD-EMBOSSED-NAME                PIC X(50).
           05  WS-OLD-EXPIRY                       PIC X(10).
           05  WS-OLD-BLOCK-TS                     PIC X(26).
       01  WS-XREF-ACCT-ID                         PIC 9(11).

       01  WS-EMBOSS-RECORD.
           05  EMB-EMBOSSED-NAME                   PIC X(50).
           05  EMB-CARD-NUM                        PIC X(16).
           05  EMB-NEW-EXPIRY                      PIC X(10).
           05  EMB-ACCT-ID                         PIC 9(11).
           05  FILLER                              PIC X(13).

       01  WS-BROWSE-FLAGS.
           05  WS-BROWSE-DONE-SW                   PIC X(01).
               88  WS-BROWSE-DONE                  VALUE 'Y'.
           05  WS-BROWSE-OPEN-SW                   PIC X(01).
               88  WS-BROWSE-OPEN                  VALUE 'Y'.
           05  WS-REPL-FOUND-SW                    PIC X(01).
               88  WS-REPL-FOUND                   VALUE 'Y'.
       01  WS-BIN-RID                              PIC X(04).
       01  WS-EXP-WORK.
           05  WS-EXP-SEQ          PIC S9(07) COMP-3.
           05  WS-EXP-YYYY         PIC 9(04).
           05  WS-EXP-MM           PIC 9(02).
       01  WS-NEW-EXPIRY           PIC X(10).
       01  WS-CVV-WORK             PIC 9(16).

      *---------------------------------------------------------------*
      * Card-number build: next-available base from the BIN range,    *
      * check digit the one COLUHN0C accepts.                         *
      *---------------------------------------------------------------*
       01  WS-CANDIDATE.
           05  WS-CAND-BASE        PIC 9(15).
           05  WS-CAND-CHECK       PIC 9(01).
       01  WS-END-BASE             PIC 9(15).
       01  WS-CHECK-TRY            PIC S9(04) COMP.

       COPY CVLUH01Y.
       COPY CVACT02Y.
       COPY CVACT03Y.
       COPY CVBIN01Y.
       COPY CVAUD01Y.
       COPY CVCCH01Y.

       COPY CVSEC02Y.
       01  WS-SECC-PGM             PIC X(08) VALUE 'COSECC0C'.
       COPY CVFRJ01Y.
       01  WS-FRJ-PGM              PIC X(08) VALUE 'COFRJW0C'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-COMMAREA                         PIC X(01)
               OCCURS 0 TO 100 TIMES DEPENDING ON EIBCALEN.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESSING.
           MOVE LENGTH OF WS-TERM-INPUT TO WS-TERM-INPUT-LEN.
           EXEC CICS RECEIVE
                INTO(WS-TERM-INPUT)
                LENGTH(WS-TERM-INPUT-LEN)
                RESP(WS-RESP-CD)
           END-EXEC.

           EXEC CICS ASSIGN
                USERID(WS-USER-ID)
                NOHANDLE
           END-EXEC.

      *    Entitlement check at the door.
           INITIALIZE SECC-PARM.
           MOVE WS-USER-ID TO SECC-USER-ID.
           MOVE 'CLST'     TO SECC-FUNCTION.
           EXEC CICS LINK
                PROGRAM(WS-SECC-PGM)
                COMMAREA(SECC-PARM)
                LENGTH(LENGTH OF SECC-PARM)
                RESP(WS-RESP-CD)
           END-EXEC.
           IF NOT SECC-ALLOWED
               MOVE 'NOT AUTHORIZED FOR THIS FUNCTION'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF.
           EXEC CICS ASKTIME NOHANDLE
                ABSTIME(WS-ABS-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABS-TIME)
                YYYYMMDD(WS-CUR-DATE)
                DATESEP('-')
                TIME(WS-CUR-TIME)
                TIMESEP
                NOHANDLE
           END-EXEC.

           PERFORM 1000-EDIT-INPUT.
           IF WS-MSG-TEXT = SPACES
               PERFORM 2000-BLOCK-OLD-CARD
           END-IF.
           IF WS-MSG-TEXT = SPACES
               PERFORM 3000-ALLOCATE-REPLACEMENT
           END-IF.
           IF WS-MSG-TEXT = SPACES
               PERFORM 4000-CREATE-REPLACEMENT
           END-IF.

           PERFORM 9100-SEND-MESSAGE.

           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * Reject bad input before any file is read.                      *
      ******************************************************************
       1000-EDIT-INPUT.
           MOVE SPACES TO WS-MSG-TEXT.

           IF WS-IN-CARD-NUM NOT NUMERIC
               MOVE 'ENTER: CLST <CARDNUMBER> <L|S> [<RNGE>]'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.

           IF NOT WS-LOSS-LOST AND NOT WS-LOSS-STOLEN
               MOVE 'REPORT TYPE MUST BE L (LOST) OR S (STOLEN)'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IN-CARD-NUM TO LUHN-CARD-NUM.
           CALL WS-LUHN-PGM USING LUHN-PARM.
           IF LUHN-INVALID
               MOVE 'CARD NUMBER FAILS CHECK-DIGIT TEST - REKEY'
                 TO WS-MSG-TEXT
           END-IF.
           EXIT.

      ******************************************************************
      * Stamp the old card lost or stolen and commit it at once - the *
      * block must stand even if no replacement can be issued.        *
      ******************************************************************
       2000-BLOCK-OLD-CARD.
           MOVE WS-IN-CARD-NUM TO XREF-CARD-NUM.
           EXEC CICS READ
                DATASET(WS-XREF-FILE)
                INTO(CARD-XREF-RECORD)
                RIDFLD(XREF-CARD-NUM)
                KEYLENGTH(16)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'CARD NOT ON CROSS REFERENCE' TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IN-CARD-NUM TO CARD-NUM.
           EXEC CICS READ
                DATASET(WS-CARD-FILE)
                INTO(CARD-RECORD)
                RIDFLD(CARD-NUM)
                KEYLENGTH(16)
                UPDATE
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'CARD NOT ON FILE' TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.

           MOVE CARD-NUM           TO WS-OLD-CARD-NUM.
           MOVE CARD-ACCT-ID       TO WS-OLD-ACCT-ID.
           MOVE XREF-CUST-ID       TO WS-OLD-CUST-ID.
           MOVE XREF-RELATION-CD   TO WS-OLD-RELATION-CD.
           MOVE CARD-EMBOSSED-NAME TO WS-OLD-EMBOSSED-NAME.
           MOVE CARD-EXPIRAION-DATE TO WS-OLD-EXPIRY.
           MOVE CARD-LAST-MAINT-TS TO WS-OLD-BLOCK-TS.

      *    A card still in the mail can go missing too, so pending
      *    cards are reportable; closed ones are not.  A card already
      *    reported whose replacement never got issued is left as it
      *    stands and a replacement is issued now, under the report
      *    type on file.
           EVALUATE TRUE
               WHEN CARD-STS-ACTIVE
               WHEN CARD-STS-PENDING-ACT
                   CONTINUE
               WHEN CARD-STS-LOST-STOLEN
                   EXEC CICS UNLOCK
                        DATASET(WS-CARD-FILE)
                        NOHANDLE
                   END-EXEC
                   MOVE CARD-ACTIVE-STATUS TO WS-IN-LOSS-TYPE
                   PERFORM 2100-FIND-REPLACEMENT
                   IF WS-REPL-FOUND
                       MOVE 'CARD IS ALREADY REPORTED LOST OR STOLEN'
                         TO WS-MSG-TEXT
                   END-IF
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE 'CARD IS NOT ACTIVE - NOTHING TO REPORT'
                     TO WS-MSG-TEXT
                   EXEC CICS UNLOCK
                        DATASET(WS-CARD-FILE)
                        NOHANDLE
                   END-EXEC
                   EXIT PARAGRAPH
           END-EVALUATE.

      *    Hold the before image; both audit images are written
      *    only after the change has actually landed on the file.
           MOVE CARD-RECORD TO WS-BEFORE-IMAGE.

           IF WS-LOSS-LOST
               SET CARD-STS-LOST   TO TRUE
           ELSE
               SET CARD-STS-STOLEN TO TRUE
           END-IF.
           STRING WS-CUR-DATE ' ' WS-CUR-TIME '.000000'
               DELIMITED BY SIZE INTO CARD-LAST-MAINT-TS
           END-STRING.

           EXEC CICS REWRITE
                DATASET(WS-CARD-FILE)
                FROM(CARD-RECORD)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'CARD UPDATE FAILED - CARD NOT BLOCKED, TRY AGAIN'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE FORWARD-RECOVERY-RECORD.
           MOVE WS-CARD-FILE TO FRJ-FILE-ID.
           SET FRJ-CHANGE TO TRUE.
           MOVE CARD-NUM TO FRJ-KEY.
           MOVE LENGTH OF CARD-RECORD TO FRJ-IMAGE-LENGTH.
           MOVE CARD-RECORD TO FRJ-AFTER-IMAGE.
           PERFORM 9700-WRITE-RECOVERY-JOURNAL.

           MOVE 'U'                   TO AUDIT-IN-ACTION-TYPE.
           MOVE 'D'                   TO AUDIT-IN-LOG-TYPE.
           MOVE LENGTH OF CARD-RECORD TO AUDIT-IN-RECORD-LENGTH.
           MOVE 'B'                   TO AUDIT-IN-IMAGE-TYPE.
           MOVE WS-BEFORE-IMAGE       TO AUDIT-IN-RECORD-DATA.
           PERFORM 8100-AUDIT-LINK.
           MOVE 'A'                   TO AUDIT-IN-IMAGE-TYPE.
           MOVE CARD-RECORD           TO AUDIT-IN-RECORD-DATA.
           PERFORM 8100-AUDIT-LINK.

           EXEC CICS SYNCPOINT
                NOHANDLE
           END-EXEC.
           EXIT.

      ******************************************************************
      * A replacement is a card for the same customer on the account, *
      * live or pending activation, last touched no earlier than the  *
      * old card was reported.                                        *
      ******************************************************************
       2100-FIND-REPLACEMENT.
           MOVE 'N' TO WS-REPL-FOUND-SW.
           MOVE WS-OLD-ACCT-ID TO WS-XREF-ACCT-ID.
           EXEC CICS STARTBR
                DATASET(WS-XREF-AIX)
                RIDFLD(WS-XREF-ACCT-ID)
                KEYLENGTH(LENGTH OF WS-XREF-ACCT-ID)
                EQUAL
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           PERFORM 2110-READ-NEXT-XREF
               UNTIL WS-BROWSE-DONE OR WS-REPL-FOUND.
           EXEC CICS ENDBR
                DATASET(WS-XREF-AIX)
                NOHANDLE
           END-EXEC.
           EXIT.

       2110-READ-NEXT-XREF.
           EXEC CICS READNEXT
                DATASET(WS-XREF-AIX)
                INTO(CARD-XREF-RECORD)
                RIDFLD(WS-XREF-ACCT-ID)
                KEYLENGTH(LENGTH OF WS-XREF-ACCT-ID)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF (WS-RESP-CD NOT = DFHRESP(NORMAL)
               AND WS-RESP-CD NOT = DFHRESP(DUPKEY))
              OR XREF-ACCT-ID NOT = WS-OLD-ACCT-ID
               SET WS-BROWSE-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF XREF-CUST-ID NOT = WS-OLD-CUST-ID
              OR XREF-CARD-NUM = WS-OLD-CARD-NUM
               EXIT PARAGRAPH
           END-IF.

           MOVE XREF-CARD-NUM TO CARD-NUM.
           EXEC CICS READ
                DATASET(WS-CARD-FILE)
                INTO(CARD-RECORD)
                RIDFLD(CARD-NUM)
                KEYLENGTH(16)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
              AND (CARD-STS-ACTIVE OR CARD-STS-PENDING-ACT)
              AND CARD-LAST-MAINT-TS NOT < WS-OLD-BLOCK-TS
               SET WS-REPL-FOUND TO TRUE
           END-IF.
           EXIT.

      ******************************************************************
      * The replacement number comes from the range the CSR named, or *
      * else the range the old card was issued from.                  *
      ******************************************************************
       3000-ALLOCATE-REPLACEMENT.
           IF WS-IN-RANGE-ID NOT = SPACES
               MOVE WS-IN-RANGE-ID TO WS-RANGE-ID
           ELSE
               PERFORM 3100-FIND-CARD-RANGE
           END-IF.
           IF WS-RANGE-ID = SPACES
               MOVE 'CARD BLOCKED - NO BIN RANGE FOUND, KEY ONE'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.

      *    The range row stays held until the replacement commits, so
      *    a failure further on gives the number back.
           MOVE WS-RANGE-ID TO BIN-RANGE-ID.
           EXEC CICS READ
                DATASET(WS-BIN-FILE)
                INTO(BIN-RANGE-RECORD)
                RIDFLD(BIN-RANGE-ID)
                KEYLENGTH(4)
                UPDATE
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'CARD BLOCKED - BIN RANGE NOT ON FILE'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF NOT BIN-ACTIVE
               MOVE 'CARD BLOCKED - BIN RANGE IS NOT ACTIVE'
                 TO WS-MSG-TEXT
               EXEC CICS UNLOCK
                    DATASET(WS-BIN-FILE)
                    NOHANDLE
               END-EXEC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-END-BASE = BIN-RANGE-END / 10.
           IF BIN-NEXT-AVAILABLE > WS-END-BASE
               MOVE 'CARD BLOCKED - BIN RANGE IS EXHAUSTED'
                 TO WS-MSG-TEXT
               EXEC CICS UNLOCK
                    DATASET(WS-BIN-FILE)
                    NOHANDLE
               END-EXEC
               EXIT PARAGRAPH
           END-IF.

           MOVE BIN-NEXT-AVAILABLE TO WS-CAND-BASE.
           PERFORM 3200-FIND-CHECK-DIGIT.
           IF NOT LUHN-VALID
               MOVE 'CARD BLOCKED - CARD NUMBER ALLOCATION FAILED'
                 TO WS-MSG-TEXT
               EXEC CICS UNLOCK
                    DATASET(WS-BIN-FILE)
                    NOHANDLE
               END-EXEC
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO BIN-NEXT-AVAILABLE.
           EXEC CICS REWRITE
                DATASET(WS-BIN-FILE)
                FROM(BIN-RANGE-RECORD)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK
                    NOHANDLE
               END-EXEC
               MOVE 'CARD BLOCKED - BIN RANGE UPDATE FAILED'
                 TO WS-MSG-TEXT
           END-IF.
           EXIT.

      ******************************************************************
      * Walk BINRANGE for the active range holding the old number.    *
      ******************************************************************
       3100-FIND-CARD-RANGE.
           MOVE SPACES          TO WS-RANGE-ID.
           MOVE WS-OLD-CARD-NUM TO WS-OLD-CARD-NUM-N.
           MOVE LOW-VALUES      TO WS-BIN-RID.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           MOVE 'N' TO WS-BROWSE-OPEN-SW.
           EXEC CICS STARTBR
                DATASET(WS-BIN-FILE)
                RIDFLD(WS-BIN-RID)
                KEYLENGTH(LENGTH OF WS-BIN-RID)
                GTEQ
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               SET WS-BROWSE-OPEN TO TRUE
           ELSE
               SET WS-BROWSE-DONE TO TRUE
           END-IF.

           PERFORM 3110-READ-NEXT-RANGE
               UNTIL WS-BROWSE-DONE.

           IF WS-BROWSE-OPEN
               EXEC CICS ENDBR
                    DATASET(WS-BIN-FILE)
                    RESP(WS-RESP-CD)
               END-EXEC
           END-IF.
           EXIT.

       3110-READ-NEXT-RANGE.
           EXEC CICS READNEXT
                DATASET(WS-BIN-FILE)
                INTO(BIN-RANGE-RECORD)
                LENGTH(LENGTH OF BIN-RANGE-RECORD)
                RIDFLD(WS-BIN-RID)
                KEYLENGTH(LENGTH OF WS-BIN-RID)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF BIN-ACTIVE
              AND WS-OLD-CARD-NUM-N >= BIN-RANGE-START
              AND WS-OLD-CARD-NUM-N <= BIN-RANGE-END
               MOVE BIN-RANGE-ID TO WS-RANGE-ID
               SET WS-BROWSE-DONE TO TRUE
           END-IF.
           EXIT.

      ******************************************************************
      * The check digit is the one of the ten that COLUHN0C passes.   *
      ******************************************************************
       3200-FIND-CHECK-DIGIT.
           MOVE 'I' TO LUHN-RESULT.
           PERFORM VARYING WS-CHECK-TRY FROM 0 BY 1
                   UNTIL LUHN-VALID OR WS-CHECK-TRY > 9
               MOVE WS-CHECK-TRY TO WS-CAND-CHECK
               MOVE WS-CANDIDATE TO LUHN-CARD-NUM
               CALL WS-LUHN-PGM USING LUHN-PARM
           END-PERFORM.
           EXIT.

      ******************************************************************
      * Replacement card pending activation, its cross reference,     *
      * the account-updater change and the embossing request.  A      *
      * failure part-way backs out the replacement only - the block   *
      * committed above stands.                                       *
      ******************************************************************
       4000-CREATE-REPLACEMENT.
           COMPUTE WS-EXP-SEQ =
               FUNCTION NUMVAL (WS-CUR-DATE(1:4)) * 12
               + FUNCTION NUMVAL (WS-CUR-DATE(6:2)) + 36.
           COMPUTE WS-EXP-YYYY = (WS-EXP-SEQ - 1) / 12.
           COMPUTE WS-EXP-MM =
               WS-EXP-SEQ - (WS-EXP-YYYY * 12).
           STRING WS-EXP-YYYY '-' WS-EXP-MM '-28'
               DELIMITED BY SIZE INTO WS-NEW-EXPIRY
           END-STRING.

           INITIALIZE CARD-RECORD.
           MOVE WS-CANDIDATE         TO CARD-NUM.
           MOVE WS-OLD-ACCT-ID       TO CARD-ACCT-ID.
           MOVE WS-CANDIDATE         TO WS-CVV-WORK.
           COMPUTE CARD-CVV-CD =
               FUNCTION MOD (WS-CVV-WORK, 997).
           MOVE WS-OLD-EMBOSSED-NAME TO CARD-EMBOSSED-NAME.
           MOVE WS-NEW-EXPIRY        TO CARD-EXPIRAION-DATE.
           SET CARD-STS-PENDING-ACT  TO TRUE.
           STRING WS-CUR-DATE ' ' WS-CUR-TIME '.000000'
               DELIMITED BY SIZE INTO CARD-LAST-MAINT-TS
           END-STRING.
           EXEC CICS WRITE
                DATASET(WS-CARD-FILE)
                FROM(CARD-RECORD)
                RIDFLD(CARD-NUM)
                KEYLENGTH(16)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK
                    NOHANDLE
               END-EXEC
               MOVE 'CARD BLOCKED - REPLACEMENT CARD WRITE FAILED'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE FORWARD-RECOVERY-RECORD.
           MOVE WS-CARD-FILE TO FRJ-FILE-ID.
           SET FRJ-ADD TO TRUE.
           MOVE CARD-NUM TO FRJ-KEY.
           MOVE LENGTH OF CARD-RECORD TO FRJ-IMAGE-LENGTH.
           MOVE CARD-RECORD TO FRJ-AFTER-IMAGE.
           PERFORM 9700-WRITE-RECOVERY-JOURNAL.

           INITIALIZE CARD-XREF-RECORD.
           MOVE CARD-NUM            TO XREF-CARD-NUM.
           MOVE WS-OLD-CUST-ID      TO XREF-CUST-ID.
           MOVE WS-OLD-ACCT-ID      TO XREF-ACCT-ID.
           MOVE WS-OLD-RELATION-CD  TO XREF-RELATION-CD.
           EXEC CICS WRITE
                DATASET(WS-XREF-FILE)
                FROM(CARD-XREF-RECORD)
                RIDFLD(XREF-CARD-NUM)
                KEYLENGTH(16)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK
                    NOHANDLE
               END-EXEC
               MOVE 'CARD BLOCKED - REPLACEMENT CROSS-REFERENCE FAILED'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.

      *    The updater run checks the new number is on the card
      *    master before it passes it on, so a change queued ahead of
      *    a failed embossing request is never sent.
           INITIALIZE CARD-CHANGE-RECORD.
           MOVE WS-OLD-CARD-NUM      TO CCH-OLD-CARD-NUM.
           MOVE WS-OLD-EXPIRY        TO CCH-OLD-EXPIRY.
           MOVE CARD-NUM             TO CCH-NEW-CARD-NUM.
           MOVE WS-NEW-EXPIRY        TO CCH-NEW-EXPIRY.
           MOVE WS-OLD-ACCT-ID       TO CCH-ACCT-ID.
           MOVE WS-CUR-DATE          TO CCH-CHANGE-DATE.
           IF WS-LOSS-LOST
               SET CCH-LOST-REPLACE   TO TRUE
           ELSE
               SET CCH-STOLEN-REPLACE TO TRUE
           END-IF.
           MOVE WS-PGMNAME           TO CCH-SOURCE-PGM.
           EXEC CICS WRITEQ
                TD QUEUE(WS-CHG-TDQ)
                FROM(CARD-CHANGE-RECORD)
                LENGTH(LENGTH OF CARD-CHANGE-RECORD)
                RESP(WS-RESP-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK
                    NOHANDLE
               END-EXEC
               MOVE 'CARD BLOCKED - CARD CHANGE RECORD FAILED'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES               TO WS-EMBOSS-RECORD.
           MOVE CARD-EMBOSSED-NAME   TO EMB-EMBOSSED-NAME.
           MOVE CARD-NUM             TO EMB-CARD-NUM.
           MOVE WS-NEW-EXPIRY        TO EMB-NEW-EXPIRY.
           MOVE WS-OLD-ACCT-ID       TO EMB-ACCT-ID.
           EXEC CICS WRITEQ
                TD QUEUE(WS-EMB-TDQ)
                FROM(WS-EMBOSS-RECORD)
                LENGTH(LENGTH OF WS-EMBOSS-RECORD)
                RESP(WS-RESP-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK
                    NOHANDLE
               END-EXEC
               MOVE 'CARD BLOCKED - EMBOSSING REQUEST FAILED'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.

           MOVE 'I'                   TO AUDIT-IN-ACTION-TYPE.
           MOVE SPACE                 TO AUDIT-IN-IMAGE-TYPE.
           MOVE 'D'                   TO AUDIT-IN-LOG-TYPE.
           MOVE LENGTH OF CARD-RECORD TO AUDIT-IN-RECORD-LENGTH.
           MOVE CARD-RECORD           TO AUDIT-IN-RECORD-DATA.
           PERFORM 8100-AUDIT-LINK.
           MOVE 'K'                   TO AUDIT-IN-LOG-TYPE.
           MOVE LENGTH OF CARD-XREF-RECORD
                                      TO AUDIT-IN-RECORD-LENGTH.
           MOVE CARD-XREF-RECORD      TO AUDIT-IN-RECORD-DATA.
           PERFORM 8100-AUDIT-LINK.

           IF WS-LOSS-LOST
               STRING 'CARD REPORTED LOST - REPLACEMENT ' CARD-NUM
                      ' PENDING ACTIVATION'
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           ELSE
               STRING 'CARD REPORTED STOLEN - REPLACEMENT ' CARD-NUM
                      ' PENDING ACTIVATION'
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           END-IF.
           EXIT.

      ******************************************************************
      * The caller sets action, log type, image type, length and data. *
      ******************************************************************
       8100-AUDIT-LINK.
           MOVE WS-USER-ID        TO AUDIT-IN-USER-ID.
           MOVE 'U'               TO AUDIT-IN-USER-TYPE.

           EXEC CICS LINK
                PROGRAM(WS-AUDIT-PGM)
                COMMAREA(AUDIT-PARMS)
                LENGTH(LENGTH OF AUDIT-PARMS)
                RESP(WS-RESP-CD)
           END-EXEC.
           EXIT.

      ******************************************************************
      * Forward-recovery journal: the after-image of the change just  *
      * made to the master goes to COFRJW0C.                          *
      ******************************************************************
       9700-WRITE-RECOVERY-JOURNAL.
           MOVE WS-PGMNAME TO FRJ-PROGRAM.
           EXEC CICS LINK
                PROGRAM(WS-FRJ-PGM)
                COMMAREA(FORWARD-RECOVERY-RECORD)
                LENGTH(LENGTH OF FORWARD-RECOVERY-RECORD)
                RESP(WS-RESP-CD)
           END-EXEC.
           EXIT.

      ******************************************************************
       9100-SEND-MESSAGE.
           EXEC CICS SEND TEXT
                FROM(WS-OUT-MSG)
                LENGTH(LENGTH OF WS-OUT-MSG)
                ERASE
                FREEKB
                NOHANDLE
           END-EXEC.
           EXIT.
