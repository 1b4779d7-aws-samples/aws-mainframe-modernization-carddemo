      ******************************************************************
      * Program     : CORULM0C.CBL
      * Application : CardDemo - Authorization Module
      * Type        : CICS COBOL Program
      * Function    : Authorization Decision Rule Maintenance
      *               Lets the risk team change the order, thresholds,
      *               reason codes and on/off state of the decision
      *               rules COPAUA0C runs in 6000-MAKE-DECISION,
      *               without a program change.  Each change is a new
      *               version of the rule with its own effective date;
      *               versions already in force are history and can
      *               not be changed or removed - add a new version
      *               effective today instead.  COPAUA0C picks up the
      *               rules each time an authorization task starts.
      *               Every change is audited through COAUDIT.
      *
      *               Terminal input:
      *                 CRUL A <rule-id> <eff-date> <seq> <Y/N> <reason>
      *                        <amount> <count> <fraction> <description>
      *                 CRUL U (same as A)           change a version
      *                 CRUL D <rule-id> <eff-date>  remove a version
      *                 CRUL L [<rule-id>]           list versions
      *               Rule ids are listed in CVRUL01Y.  Dates are
      *               YYYYMMDD; amount, count and fraction are the
      *               rule's thresholds, blank when the rule has none.
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
       PROGRAM-ID. CORULM0C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  WS-PGMNAME                  PIC X(08)
                                           VALUE 'CORULM0C'.
           05  WS-RULE-FILE                PIC X(08)
                                           VALUE 'AUTHRULE'.
           05  WS-AUDIT-PGM                PIC X(08)
                                           VALUE 'COAUDIT '.
           05  WS-SECC-PGM                 PIC X(08)
                                           VALUE 'COSECC0C'.
           05  WS-RESP-CD                  PIC S9(09) COMP.
           05  WS-REAS-CD                  PIC S9(09) COMP.
           05  WS-USER-ID                  PIC X(08).
           05  WS-ABS-TIME                 PIC S9(15) COMP-3.
           05  WS-TODAY                    PIC X(08).
           05  WS-RULE-SUB                 PIC S9(04) COMP.
           05  WS-LINE-SUB                 PIC S9(04) COMP.
           05  WS-PREV-LINE                PIC S9(04) COMP.
           05  WS-PREV-RULE-ID             PIC X(08).
           05  WS-BROWSE-SW                PIC X(01).
               88  WS-BROWSE-DONE          VALUE 'Y'.
           05  WS-EXISTS-SW                PIC X(01).
               88  WS-VERSION-EXISTS       VALUE 'Y'.

      *    The rules COPAUA0C knows - anything else would sit on the
      *    file and never fire.
       01  WS-KNOWN-RULES.
           05  FILLER                      PIC X(08) VALUE 'CARDSTS '.
           05  FILLER                      PIC X(08) VALUE 'ACCTSTS '.
           05  FILLER                      PIC X(08) VALUE 'FRAUDCNT'.
           05  FILLER                      PIC X(08) VALUE 'FRAUDMCC'.
           05  FILLER                      PIC X(08) VALUE 'FRAUDGEO'.
           05  FILLER                      PIC X(08) VALUE 'VELOCITY'.
           05  FILLER                      PIC X(08) VALUE 'SPNDMCC '.
           05  FILLER                      PIC X(08) VALUE 'SPNDFRGN'.
           05  FILLER                      PIC X(08) VALUE 'SPNDCNP '.
           05  FILLER                      PIC X(08) VALUE 'SPNDCAP '.
           05  FILLER                      PIC X(08) VALUE 'CASHLMT '.
           05  FILLER                      PIC X(08) VALUE 'CREDIT  '.
           05  FILLER                      PIC X(08) VALUE 'CORPLMT '.
           05  FILLER                      PIC X(08) VALUE 'RISKPROF'.
       01  WS-KNOWN-RULES-R REDEFINES WS-KNOWN-RULES.
           05  WS-KNOWN-RULE-ID            PIC X(08) OCCURS 14 TIMES.

       01  WS-TERM-INPUT.
           05  FILLER                      PIC X(04).
           05  FILLER                      PIC X(01).
           05  WS-IN-ACTION                PIC X(01).
               88  WS-ACT-ADD              VALUE 'A'.
               88  WS-ACT-UPDATE           VALUE 'U'.
               88  WS-ACT-DELETE           VALUE 'D'.
               88  WS-ACT-LIST             VALUE 'L'.
           05  FILLER                      PIC X(01).
           05  WS-IN-RULE-ID               PIC X(08).
           05  FILLER                      PIC X(01).
           05  WS-IN-EFF-DATE              PIC X(08).
           05  FILLER                      PIC X(01).
           05  WS-IN-SEQ                   PIC X(03).
           05  FILLER                      PIC X(01).
           05  WS-IN-ENABLED               PIC X(01).
           05  FILLER                      PIC X(01).
           05  WS-IN-REASON                PIC X(04).
           05  FILLER                      PIC X(01).
           05  WS-IN-AMT                   PIC X(12).
           05  FILLER                      PIC X(01).
           05  WS-IN-CNT                   PIC X(04).
           05  FILLER                      PIC X(01).
           05  WS-IN-PCT                   PIC X(04).
           05  FILLER                      PIC X(01).
           05  WS-IN-DESC                  PIC X(30).
       01  WS-TERM-INPUT-LEN               PIC S9(04) COMP.

       01  WS-OUT-MSG.
           05  WS-MSG-TEXT                 PIC X(78).

      *    List answer - one 80-column line per version under a title.
       01  WS-LIST-MSG.
           05  WS-LIST-LINE                PIC X(80) OCCURS 20 TIMES.
       01  WS-LIST-DETAIL.
           05  WS-LD-RULE-ID               PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-LD-EFF-DATE              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-LD-SEQ                   PIC 9(03).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-LD-ENABLED               PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-LD-REASON                PIC X(04).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-LD-AMT                   PIC Z(8)9.99.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-LD-CNT                   PIC Z(3)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-LD-PCT                   PIC .99.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-LD-STATUS                PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-LD-DESC                  PIC X(20).

       01  WS-BEFORE-IMAGE                 PIC X(100).

      *- AUTHORIZATION DECISION RULE LAYOUT
       COPY CVRUL01Y.

       COPY CVAUD01Y.
       COPY CVSEC02Y.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-COMMAREA                 PIC X(01)
               OCCURS 0 TO 100 TIMES DEPENDING ON EIBCALEN.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESSING.
           MOVE SPACES TO WS-TERM-INPUT.
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
           MOVE 'CRUL'     TO SECC-FUNCTION.
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
               GO TO 9000-RETURN
           END-IF.

           EXEC CICS ASKTIME NOHANDLE
                ABSTIME(WS-ABS-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABS-TIME)
                YYYYMMDD(WS-TODAY)
                NOHANDLE
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-ACT-ADD
                   PERFORM 1000-ADD-VERSION
               WHEN WS-ACT-UPDATE
                   PERFORM 2000-CHANGE-VERSION
               WHEN WS-ACT-DELETE
                   PERFORM 3000-DELETE-VERSION
               WHEN WS-ACT-LIST
                   PERFORM 4000-LIST-VERSIONS
               WHEN OTHER
                   MOVE 'ACTIONS: A ADD / U CHANGE / D DELETE / L LIST'
                     TO WS-MSG-TEXT
                   PERFORM 9100-SEND-MESSAGE
           END-EVALUATE.

       9000-RETURN.
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * Add a new version of a rule.  It may not take effect in the   *
      * past - the engine has already decided on that basis.          *
      ******************************************************************
       1000-ADD-VERSION.
           PERFORM 1050-EDIT-KEY.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 1060-EDIT-SETTINGS.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           EXEC CICS WRITE
                DATASET(WS-RULE-FILE)
                FROM(AUTH-RULE-RECORD)
                RIDFLD(RUL-KEY)
                KEYLENGTH(LENGTH OF RUL-KEY)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(DUPREC)
                   MOVE 'VERSION ALREADY ON FILE - USE U TO CHANGE IT'
                     TO WS-MSG-TEXT
                   PERFORM 9100-SEND-MESSAGE
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE 'DECISION RULE FILE UPDATE FAILED'
                     TO WS-MSG-TEXT
                   PERFORM 9100-SEND-MESSAGE
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE 'I'                   TO AUDIT-IN-ACTION-TYPE.
           MOVE SPACE                 TO AUDIT-IN-IMAGE-TYPE.
           MOVE AUTH-RULE-RECORD      TO AUDIT-IN-RECORD-DATA.
           PERFORM 8100-AUDIT-LINK.

           STRING 'RULE ' RUL-RULE-ID ' VERSION ' RUL-EFF-DATE
                  ' ADDED - USED FROM THAT DATE'
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           END-STRING.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * Rule id must be one the engine runs; the effective date must  *
      * be a real date and not already past.                          *
      ******************************************************************
       1050-EDIT-KEY.
           MOVE SPACES TO WS-MSG-TEXT.

           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > 14
                      OR WS-KNOWN-RULE-ID(WS-RULE-SUB) = WS-IN-RULE-ID
               CONTINUE
           END-PERFORM.
           IF WS-RULE-SUB > 14
               MOVE 'UNKNOWN RULE ID - SEE CVRUL01Y FOR THE RULE LIST'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.

           IF WS-IN-EFF-DATE NOT NUMERIC
               MOVE 'EFFECTIVE DATE MUST BE YYYYMMDD' TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD
                  (FUNCTION NUMVAL(WS-IN-EFF-DATE)) NOT = 0
               MOVE 'EFFECTIVE DATE IS NOT A VALID DATE' TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-EFF-DATE < WS-TODAY
               MOVE 'EFFECTIVE DATE MUST BE TODAY OR LATER'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IN-RULE-ID  TO RUL-RULE-ID.
           MOVE WS-IN-EFF-DATE TO RUL-EFF-DATE.

      ******************************************************************
      * Sequence, flag, reason and thresholds.  Blank thresholds are  *
      * zero; the fractions are of the amount the rule works on and   *
      * must stay under one.                                          *
      ******************************************************************
       1060-EDIT-SETTINGS.
           MOVE SPACES TO WS-MSG-TEXT.

           IF WS-IN-SEQ NOT NUMERIC OR WS-IN-SEQ = '000'
               MOVE 'SEQUENCE MUST BE 001 TO 999' TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-ENABLED NOT = 'Y' AND WS-IN-ENABLED NOT = 'N'
               MOVE 'ENABLED MUST BE Y OR N' TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-REASON NOT NUMERIC
               MOVE 'REASON CODE MUST BE 4 DIGITS' TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-AMT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-IN-AMT) NOT = 0
               MOVE 'THRESHOLD AMOUNT IS NOT A NUMBER' TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-CNT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-IN-CNT) NOT = 0
               MOVE 'THRESHOLD COUNT IS NOT A NUMBER' TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-PCT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-IN-PCT) NOT = 0
               MOVE 'THRESHOLD FRACTION IS NOT A NUMBER' TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IN-SEQ      TO RUL-SEQ.
           MOVE WS-IN-ENABLED  TO RUL-ENABLED-FLG.
           MOVE WS-IN-REASON   TO RUL-REASON-CD.
           MOVE ZERO           TO RUL-THRESHOLD-AMT
                                  RUL-THRESHOLD-CNT
                                  RUL-THRESHOLD-PCT.
           IF WS-IN-AMT NOT = SPACES
               COMPUTE RUL-THRESHOLD-AMT = FUNCTION NUMVAL(WS-IN-AMT)
           END-IF.
           IF WS-IN-CNT NOT = SPACES
               COMPUTE RUL-THRESHOLD-CNT = FUNCTION NUMVAL(WS-IN-CNT)
           END-IF.
           IF WS-IN-PCT NOT = SPACES
               IF FUNCTION NUMVAL(WS-IN-PCT) >= 1
                  OR FUNCTION NUMVAL(WS-IN-PCT) < 0
                   MOVE 'FRACTION MUST BE UNDER 1 - .25 IS 25 PCT'
                     TO WS-MSG-TEXT
                   EXIT PARAGRAPH
               END-IF
               COMPUTE RUL-THRESHOLD-PCT = FUNCTION NUMVAL(WS-IN-PCT)
           END-IF.
           IF RUL-THRESHOLD-AMT < 0
               MOVE 'THRESHOLD AMOUNT MAY NOT BE NEGATIVE'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IN-DESC     TO RUL-DESC.
           MOVE WS-USER-ID     TO RUL-UPD-USER.
           MOVE WS-TODAY       TO RUL-UPD-DATE.

      ******************************************************************
      * Change a version that has not yet taken effect (or takes      *
      * effect today).                                                *
      ******************************************************************
       2000-CHANGE-VERSION.
           PERFORM 1050-EDIT-KEY.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2100-READ-VERSION.
           IF NOT WS-VERSION-EXISTS
               MOVE 'NO SUCH VERSION ON FILE - USE A TO ADD IT'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE AUTH-RULE-RECORD TO WS-BEFORE-IMAGE.
           PERFORM 1060-EDIT-SETTINGS.
           IF WS-MSG-TEXT NOT = SPACES
               EXEC CICS UNLOCK
                    DATASET(WS-RULE-FILE)
                    NOHANDLE
               END-EXEC
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           EXEC CICS REWRITE
                DATASET(WS-RULE-FILE)
                FROM(AUTH-RULE-RECORD)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'DECISION RULE FILE UPDATE FAILED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'U'                   TO AUDIT-IN-ACTION-TYPE.
           MOVE 'B'                   TO AUDIT-IN-IMAGE-TYPE.
           MOVE WS-BEFORE-IMAGE       TO AUDIT-IN-RECORD-DATA.
           PERFORM 8100-AUDIT-LINK.
           MOVE 'A'                   TO AUDIT-IN-IMAGE-TYPE.
           MOVE AUTH-RULE-RECORD      TO AUDIT-IN-RECORD-DATA.
           PERFORM 8100-AUDIT-LINK.

           STRING 'RULE ' RUL-RULE-ID ' VERSION ' RUL-EFF-DATE
                  ' CHANGED'
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           END-STRING.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * READ UPDATE positions the version for REWRITE or DELETE.      *
      ******************************************************************
       2100-READ-VERSION.
           MOVE 'N' TO WS-EXISTS-SW.
           EXEC CICS READ
                DATASET(WS-RULE-FILE)
                INTO(AUTH-RULE-RECORD)
                RIDFLD(RUL-KEY)
                KEYLENGTH(LENGTH OF RUL-KEY)
                UPDATE
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               SET WS-VERSION-EXISTS TO TRUE
           END-IF.

      ******************************************************************
      * Withdraw a version that has not yet taken effect.             *
      ******************************************************************
       3000-DELETE-VERSION.
           PERFORM 1050-EDIT-KEY.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2100-READ-VERSION.
           IF NOT WS-VERSION-EXISTS
               MOVE 'NO SUCH VERSION ON FILE' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE AUTH-RULE-RECORD TO WS-BEFORE-IMAGE.
           EXEC CICS DELETE
                DATASET(WS-RULE-FILE)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'DECISION RULE FILE UPDATE FAILED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'D'                   TO AUDIT-IN-ACTION-TYPE.
           MOVE SPACE                 TO AUDIT-IN-IMAGE-TYPE.
           MOVE WS-BEFORE-IMAGE       TO AUDIT-IN-RECORD-DATA.
           PERFORM 8100-AUDIT-LINK.

           STRING 'RULE ' RUL-RULE-ID ' VERSION ' RUL-EFF-DATE
                  ' REMOVED'
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           END-STRING.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * List versions from the rule id given (or the start of the     *
      * file).  A version in force is marked REPLACED once a later    *
      * version of the same rule has also taken effect.               *
      ******************************************************************
       4000-LIST-VERSIONS.
           MOVE SPACES         TO WS-LIST-MSG.
           MOVE LOW-VALUES     TO RUL-KEY.
           IF WS-IN-RULE-ID NOT = SPACES
               MOVE WS-IN-RULE-ID TO RUL-RULE-ID
           END-IF.

           EXEC CICS STARTBR
                DATASET(WS-RULE-FILE)
                RIDFLD(RUL-KEY)
                KEYLENGTH(LENGTH OF RUL-KEY)
                GTEQ
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'NO DECISION RULE VERSIONS ON FILE - DEFAULTS APPLY'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'RULE-ID  EFF-DATE SEQ E RSN    THRESH-AMT  CNT FRC'
             TO WS-LIST-LINE(1).
           MOVE 'STATUS   DESCRIPTION' TO WS-LIST-LINE(1)(52:).
           MOVE 1      TO WS-LINE-SUB.
           MOVE 0      TO WS-PREV-LINE.
           MOVE SPACES TO WS-PREV-RULE-ID.
           MOVE 'N'    TO WS-BROWSE-SW.
           PERFORM 4100-LIST-ONE-VERSION
               UNTIL WS-BROWSE-DONE OR WS-LINE-SUB >= 20.

           EXEC CICS ENDBR
                DATASET(WS-RULE-FILE)
                NOHANDLE
           END-EXEC.

           EXEC CICS SEND TEXT
                FROM(WS-LIST-MSG)
                LENGTH(LENGTH OF WS-LIST-MSG)
                ERASE
                FREEKB
                NOHANDLE
           END-EXEC.

       4100-LIST-ONE-VERSION.
           EXEC CICS READNEXT
                DATASET(WS-RULE-FILE)
                INTO(AUTH-RULE-RECORD)
                RIDFLD(RUL-KEY)
                KEYLENGTH(LENGTH OF RUL-KEY)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF RUL-EFF-DATE > WS-TODAY
               MOVE 'PENDING ' TO WS-LD-STATUS
           ELSE
               MOVE 'IN FORCE' TO WS-LD-STATUS
               IF RUL-RULE-ID = WS-PREV-RULE-ID AND WS-PREV-LINE > 0
                   MOVE 'REPLACED'
                     TO WS-LIST-LINE(WS-PREV-LINE)(52:8)
               END-IF
           END-IF.

           MOVE RUL-RULE-ID       TO WS-LD-RULE-ID.
           MOVE RUL-EFF-DATE      TO WS-LD-EFF-DATE.
           MOVE RUL-SEQ           TO WS-LD-SEQ.
           MOVE RUL-ENABLED-FLG   TO WS-LD-ENABLED.
           MOVE RUL-REASON-CD     TO WS-LD-REASON.
           MOVE RUL-THRESHOLD-AMT TO WS-LD-AMT.
           MOVE RUL-THRESHOLD-CNT TO WS-LD-CNT.
           MOVE RUL-THRESHOLD-PCT TO WS-LD-PCT.
           MOVE RUL-DESC          TO WS-LD-DESC.

           ADD 1 TO WS-LINE-SUB.
           MOVE WS-LIST-DETAIL    TO WS-LIST-LINE(WS-LINE-SUB).
           MOVE RUL-RULE-ID       TO WS-PREV-RULE-ID.
           IF RUL-EFF-DATE > WS-TODAY
               MOVE 0             TO WS-PREV-LINE
           ELSE
               MOVE WS-LINE-SUB   TO WS-PREV-LINE
           END-IF.

      ******************************************************************
      * The caller sets action, image type and data.                   *
      ******************************************************************
       8100-AUDIT-LINK.
           MOVE WS-USER-ID                   TO AUDIT-IN-USER-ID.
           MOVE 'U'                          TO AUDIT-IN-USER-TYPE.
           MOVE 'L'                          TO AUDIT-IN-LOG-TYPE.
           MOVE LENGTH OF AUTH-RULE-RECORD   TO AUDIT-IN-RECORD-LENGTH.

           EXEC CICS LINK
                PROGRAM(WS-AUDIT-PGM)
                COMMAREA(AUDIT-PARMS)
                LENGTH(LENGTH OF AUDIT-PARMS)
                RESP(WS-RESP-CD)
           END-EXEC.

       9100-SEND-MESSAGE.
           EXEC CICS SEND TEXT
                FROM(WS-OUT-MSG)
                LENGTH(LENGTH OF WS-OUT-MSG)
                ERASE
                RESP(WS-RESP-CD)
           END-EXEC.
