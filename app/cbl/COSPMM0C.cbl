      ******************************************************************
      * Program:     COSPMM0C.CBL                                      *
      * Layer:       Business logic                                    *
      * Function:    System Parameter Maintenance                      *
      * Description: Maintains the system parameter file (SYSPARM) -   *
      *              the operating settings the batch jobs and the     *
      *              authorization processor read instead of control   *
      *              cards.  Each row is one version of a setting for  *
      *              a program, in force from its effective date until *
      *              a later version takes over.  A change to a live   *
      *              setting is keyed as a new version; only versions  *
      *              not yet past their effective date can be updated  *
      *              or deleted, so the history of what a job ran with *
      *              stays on file.  Numeric values must lie inside    *
      *              the row's valid range.  Every add/update/delete   *
      *              is logged through COAUDIT under the system        *
      *              parameter log type.                               *
      *                                                                *
      *              Terminal input:                                   *
      *                CSPM A <pgm> <name> <eff> <t> <value> <min>     *
      *                       <max> <desc>                       add   *
      *                CSPM U (as add)                          update *
      *                CSPM D <pgm> <name> <eff>                delete *
      *                CSPM I <pgm> <name> [<eff>]              inquire*
      *              pgm = program (8), name = parameter name (16),    *
      *              eff = CCYY-MM-DD, t = N numeric / A text,         *
      *              value = 20 characters, min and max = 14 each      *
      *              (numeric type only), desc = up to 40 characters.  *
      *              Inquire without a date shows the version in force *
      *              today.                                            *
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
           COSPMM0C.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PGMNAME                          PIC X(08)
                                                   VALUE 'COSPMM0C'.
           05  WS-SPM-FILE                         PIC X(08)
                                                   VALUE 'SYSPARM '.
           05  WS-AUDIT-PGM                        PIC X(08)
                                                   VALUE 'COAUDIT '.
           05  WS-RESP-CD                          PIC S9(09) COMP.
           05  WS-USER-ID                          PIC X(08).
           05  WS-REAS-CD                          PIC S9(09) COMP.
           05  WS-ABS-TIME                         PIC S9(15) COMP-3.
           05  WS-CUR-DATE                         PIC X(10).
           05  WS-NUM-VALUE                        PIC S9(09)V9(04).
           05  WS-MIN-VALUE                        PIC S9(09)V9(04).
           05  WS-MAX-VALUE                        PIC S9(09)V9(04).
           05  WS-VALUE-DISP                       PIC -(9)9.9(4).
           05  WS-MIN-DISP                         PIC -(9)9.9(4).
           05  WS-MAX-DISP                         PIC -(9)9.9(4).
           05  WS-BROWSE-SW                        PIC X(01).
               88  WS-BROWSE-DONE                  VALUE 'Y'.
               88  WS-BROWSE-MORE                  VALUE 'N'.
           05  WS-IN-FORCE-SW                      PIC X(01).
               88  WS-ROW-IN-FORCE                 VALUE 'Y'.
               88  WS-NO-ROW-IN-FORCE              VALUE 'N'.
           05  WS-IN-FORCE-ROW                     PIC X(200).

       01  WS-TERM-INPUT.
           05  FILLER                              PIC X(04).
           05  FILLER                              PIC X(01).
           05  WS-IN-ACTION                        PIC X(01).
               88  WS-ACT-ADD                      VALUE 'A'.
               88  WS-ACT-UPDATE                   VALUE 'U'.
               88  WS-ACT-DELETE                   VALUE 'D'.
               88  WS-ACT-INQUIRE                  VALUE 'I'.
           05  FILLER                              PIC X(01).
           05  WS-IN-PROGRAM                       PIC X(08).
           05  FILLER                              PIC X(01).
           05  WS-IN-PARM-NAME                     PIC X(16).
           05  FILLER                              PIC X(01).
           05  WS-IN-EFF-DATE                      PIC X(10).
           05  WS-IN-EFF-DATE-R REDEFINES WS-IN-EFF-DATE.
               10  WS-IN-EFF-YYYY                  PIC X(04).
               10  WS-IN-EFF-SEP1                  PIC X(01).
               10  WS-IN-EFF-MM                    PIC X(02).
               10  WS-IN-EFF-SEP2                  PIC X(01).
               10  WS-IN-EFF-DD                    PIC X(02).
           05  FILLER                              PIC X(01).
           05  WS-IN-TYPE                          PIC X(01).
               88  WS-IN-TYPE-NUMERIC              VALUE 'N'.
               88  WS-IN-TYPE-TEXT                 VALUE 'A'.
               88  WS-IN-TYPE-VALID                VALUE 'N', 'A'.
           05  FILLER                              PIC X(01).
           05  WS-IN-VALUE                         PIC X(20).
           05  FILLER                              PIC X(01).
           05  WS-IN-MIN                           PIC X(14).
           05  FILLER                              PIC X(01).
           05  WS-IN-MAX                           PIC X(14).
           05  FILLER                              PIC X(01).
           05  WS-IN-DESC                          PIC X(40).
           05  FILLER                              PIC X(09).
       01  WS-TERM-INPUT-LEN                       PIC S9(04) COMP.

       01  WS-OUT-MSG.
           05  WS-MSG-TEXT                         PIC X(78).
       01  WS-AUDIT-ACTION-SAVE                    PIC X(01).
       01  WS-AUDIT-IMAGE-SAVE                     PIC X(01).

       COPY CVSPM01Y.
       COPY CVAUD01Y.
       COPY CVSEC02Y.
       01  WS-SECC-PGM             PIC X(08) VALUE 'COSECC0C'.

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
           MOVE 'SPMM'     TO SECC-FUNCTION.
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

           IF WS-IN-PROGRAM = SPACES OR WS-IN-PARM-NAME = SPACES
               MOVE 'PROGRAM AND PARAMETER NAME ARE REQUIRED'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               GO TO 9000-RETURN
           END-IF.

           EXEC CICS ASKTIME NOHANDLE
                ABSTIME(WS-ABS-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABS-TIME)
                YYYYMMDD(WS-CUR-DATE)
                DATESEP('-')
                NOHANDLE
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-ACT-ADD
                   PERFORM 1000-ADD-PARM
               WHEN WS-ACT-UPDATE
                   PERFORM 2000-UPDATE-PARM
               WHEN WS-ACT-DELETE
                   PERFORM 3000-DELETE-PARM
               WHEN WS-ACT-INQUIRE
                   PERFORM 4000-INQUIRE-PARM
               WHEN OTHER
                   MOVE 'ACTIONS: A ADD / U UPDATE / D DELETE / I INQ'
                     TO WS-MSG-TEXT
                   PERFORM 9100-SEND-MESSAGE
           END-EVALUATE.

       9000-RETURN.
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      *    A new version may be keyed for any date from today on; a
      *    back-dated version would rewrite what past runs used.
       1000-ADD-PARM.
           PERFORM 4500-EDIT-INPUT.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-EFF-DATE < WS-CUR-DATE
               MOVE 'EFFECTIVE DATE MAY NOT BE BEFORE TODAY'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 5000-BUILD-RECORD-FROM-INPUT.
           EXEC CICS WRITE
                DATASET(WS-SPM-FILE)
                FROM(SYSTEM-PARAMETER-RECORD)
                RIDFLD(SPM-KEY)
                KEYLENGTH(LENGTH OF SPM-KEY)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE 'I' TO AUDIT-IN-ACTION-TYPE
                   PERFORM 8000-AUDIT-PARM-CHANGE
                   MOVE 'PARAMETER VERSION ADDED' TO WS-MSG-TEXT
               WHEN DFHRESP(DUPREC)
                   MOVE 'VERSION ALREADY ON FILE - USE U TO UPDATE'
                     TO WS-MSG-TEXT
               WHEN OTHER
                   MOVE 'SYSPARM WRITE FAILED' TO WS-MSG-TEXT
           END-EVALUATE.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
       2000-UPDATE-PARM.
           PERFORM 4500-EDIT-INPUT.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-EFF-DATE < WS-CUR-DATE
               MOVE 'VERSION ALREADY IN USE - ADD A NEW VERSION'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-PROGRAM   TO SPM-PROGRAM.
           MOVE WS-IN-PARM-NAME TO SPM-PARM-NAME.
           MOVE WS-IN-EFF-DATE  TO SPM-EFF-DATE.
           EXEC CICS READ
                DATASET(WS-SPM-FILE)
                INTO(SYSTEM-PARAMETER-RECORD)
                RIDFLD(SPM-KEY)
                KEYLENGTH(LENGTH OF SPM-KEY)
                UPDATE
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'PARAMETER VERSION NOT ON FILE' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'B' TO AUDIT-IN-IMAGE-TYPE.
           MOVE 'U' TO AUDIT-IN-ACTION-TYPE.
           PERFORM 8000-AUDIT-PARM-CHANGE.

           PERFORM 5000-BUILD-RECORD-FROM-INPUT.
           EXEC CICS REWRITE
                DATASET(WS-SPM-FILE)
                FROM(SYSTEM-PARAMETER-RECORD)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'A' TO AUDIT-IN-IMAGE-TYPE
               MOVE 'U' TO AUDIT-IN-ACTION-TYPE
               PERFORM 8000-AUDIT-PARM-CHANGE
               MOVE 'PARAMETER VERSION UPDATED' TO WS-MSG-TEXT
           ELSE
               MOVE 'SYSPARM REWRITE FAILED' TO WS-MSG-TEXT
           END-IF.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
       3000-DELETE-PARM.
           IF WS-IN-EFF-DATE < WS-CUR-DATE
               MOVE 'VERSION ALREADY IN USE - ADD A NEW VERSION'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-PROGRAM   TO SPM-PROGRAM.
           MOVE WS-IN-PARM-NAME TO SPM-PARM-NAME.
           MOVE WS-IN-EFF-DATE  TO SPM-EFF-DATE.
           EXEC CICS READ
                DATASET(WS-SPM-FILE)
                INTO(SYSTEM-PARAMETER-RECORD)
                RIDFLD(SPM-KEY)
                KEYLENGTH(LENGTH OF SPM-KEY)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'PARAMETER VERSION NOT ON FILE' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           EXEC CICS DELETE
                DATASET(WS-SPM-FILE)
                RIDFLD(SPM-KEY)
                KEYLENGTH(LENGTH OF SPM-KEY)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'D' TO AUDIT-IN-ACTION-TYPE
               PERFORM 8000-AUDIT-PARM-CHANGE
               MOVE 'PARAMETER VERSION DELETED' TO WS-MSG-TEXT
           ELSE
               MOVE 'SYSPARM DELETE FAILED' TO WS-MSG-TEXT
           END-IF.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      *    With a date, that exact version; without one, the version
      *    in force today - the one the jobs will pick up.
       4000-INQUIRE-PARM.
           IF WS-IN-EFF-DATE NOT = SPACES
               MOVE WS-IN-PROGRAM   TO SPM-PROGRAM
               MOVE WS-IN-PARM-NAME TO SPM-PARM-NAME
               MOVE WS-IN-EFF-DATE  TO SPM-EFF-DATE
               EXEC CICS READ
                    DATASET(WS-SPM-FILE)
                    INTO(SYSTEM-PARAMETER-RECORD)
                    RIDFLD(SPM-KEY)
                    KEYLENGTH(LENGTH OF SPM-KEY)
                    RESP(WS-RESP-CD)
                    RESP2(WS-REAS-CD)
               END-EXEC
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                   MOVE 'PARAMETER VERSION NOT ON FILE' TO WS-MSG-TEXT
                   PERFORM 9100-SEND-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM 4100-FIND-IN-FORCE
               IF WS-NO-ROW-IN-FORCE
                   MOVE 'NO VERSION IN FORCE - PROGRAM DEFAULT APPLIES'
                     TO WS-MSG-TEXT
                   PERFORM 9100-SEND-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-IN-FORCE-ROW TO SYSTEM-PARAMETER-RECORD
           END-IF.

           IF SPM-TYPE-TEXT
               STRING SPM-EFF-DATE ' A ' SPM-TEXT-VALUE ' '
                      SPM-DESC
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           ELSE
               MOVE SPM-NUM-VALUE TO WS-VALUE-DISP
               MOVE SPM-MIN-VALUE TO WS-MIN-DISP
               MOVE SPM-MAX-VALUE TO WS-MAX-DISP
               STRING SPM-EFF-DATE ' N ' WS-VALUE-DISP
                      ' RANGE ' WS-MIN-DISP ' TO ' WS-MAX-DISP
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           END-IF.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      *    Versions of one setting sit together in effective-date
      *    order; the last one not after today is in force.
       4100-FIND-IN-FORCE.
           SET WS-NO-ROW-IN-FORCE TO TRUE.
           MOVE WS-IN-PROGRAM   TO SPM-PROGRAM.
           MOVE WS-IN-PARM-NAME TO SPM-PARM-NAME.
           MOVE LOW-VALUES      TO SPM-EFF-DATE.
           EXEC CICS STARTBR
                DATASET(WS-SPM-FILE)
                RIDFLD(SPM-KEY)
                KEYLENGTH(LENGTH OF SPM-KEY)
                GTEQ
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           SET WS-BROWSE-MORE TO TRUE.
           PERFORM 4150-READ-NEXT-VERSION
               UNTIL WS-BROWSE-DONE.
           EXEC CICS ENDBR
                DATASET(WS-SPM-FILE)
                NOHANDLE
           END-EXEC.

       4150-READ-NEXT-VERSION.
           EXEC CICS READNEXT
                DATASET(WS-SPM-FILE)
                INTO(SYSTEM-PARAMETER-RECORD)
                RIDFLD(SPM-KEY)
                KEYLENGTH(LENGTH OF SPM-KEY)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
              OR SPM-PROGRAM   NOT = WS-IN-PROGRAM
              OR SPM-PARM-NAME NOT = WS-IN-PARM-NAME
              OR SPM-EFF-DATE  > WS-CUR-DATE
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               MOVE SYSTEM-PARAMETER-RECORD TO WS-IN-FORCE-ROW
               SET WS-ROW-IN-FORCE TO TRUE
           END-IF.

      ******************************************************************
      *    Add and update carry the whole version.  A numeric value
      *    must parse, its range must be in order and the value must
      *    lie inside it.  Leaves the reason in WS-MSG-TEXT when one
      *    fails.
       4500-EDIT-INPUT.
           MOVE SPACES TO WS-MSG-TEXT.
           EVALUATE TRUE
               WHEN WS-IN-EFF-YYYY NOT NUMERIC
                 OR WS-IN-EFF-MM   NOT NUMERIC
                 OR WS-IN-EFF-DD   NOT NUMERIC
                 OR WS-IN-EFF-SEP1 NOT = '-'
                 OR WS-IN-EFF-SEP2 NOT = '-'
                   MOVE 'EFFECTIVE DATE MUST BE CCYY-MM-DD'
                     TO WS-MSG-TEXT
               WHEN WS-IN-EFF-MM < '01' OR WS-IN-EFF-MM > '12'
                 OR WS-IN-EFF-DD < '01' OR WS-IN-EFF-DD > '31'
                   MOVE 'EFFECTIVE DATE IS NOT A VALID DATE'
                     TO WS-MSG-TEXT
               WHEN NOT WS-IN-TYPE-VALID
                   MOVE 'VALUE TYPE MUST BE N OR A' TO WS-MSG-TEXT
               WHEN WS-IN-VALUE = SPACES
                   MOVE 'VALUE IS REQUIRED' TO WS-MSG-TEXT
               WHEN WS-IN-DESC = SPACES
                   MOVE 'DESCRIPTION IS REQUIRED' TO WS-MSG-TEXT
               WHEN WS-IN-TYPE-TEXT
                   CONTINUE
               WHEN WS-IN-MIN = SPACES OR WS-IN-MAX = SPACES
                   MOVE 'MINIMUM AND MAXIMUM ARE REQUIRED'
                     TO WS-MSG-TEXT
               WHEN FUNCTION TEST-NUMVAL (WS-IN-VALUE) NOT = 0
                   MOVE 'VALUE IS NOT A NUMBER' TO WS-MSG-TEXT
               WHEN FUNCTION TEST-NUMVAL (WS-IN-MIN) NOT = 0
                 OR FUNCTION TEST-NUMVAL (WS-IN-MAX) NOT = 0
                   MOVE 'MINIMUM OR MAXIMUM IS NOT A NUMBER'
                     TO WS-MSG-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-MSG-TEXT NOT = SPACES OR WS-IN-TYPE-TEXT
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-NUM-VALUE = FUNCTION NUMVAL (WS-IN-VALUE).
           COMPUTE WS-MIN-VALUE = FUNCTION NUMVAL (WS-IN-MIN).
           COMPUTE WS-MAX-VALUE = FUNCTION NUMVAL (WS-IN-MAX).
           EVALUATE TRUE
               WHEN WS-MIN-VALUE > WS-MAX-VALUE
                   MOVE 'MINIMUM IS ABOVE MAXIMUM' TO WS-MSG-TEXT
               WHEN WS-NUM-VALUE < WS-MIN-VALUE
                 OR WS-NUM-VALUE > WS-MAX-VALUE
                   MOVE WS-MIN-VALUE TO WS-MIN-DISP
                   MOVE WS-MAX-VALUE TO WS-MAX-DISP
                   STRING 'VALUE OUTSIDE VALID RANGE ' WS-MIN-DISP
                          ' TO ' WS-MAX-DISP
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
       5000-BUILD-RECORD-FROM-INPUT.
           INITIALIZE SYSTEM-PARAMETER-RECORD.
           MOVE WS-IN-PROGRAM   TO SPM-PROGRAM.
           MOVE WS-IN-PARM-NAME TO SPM-PARM-NAME.
           MOVE WS-IN-EFF-DATE  TO SPM-EFF-DATE.
           MOVE WS-IN-TYPE      TO SPM-VALUE-TYPE.
           IF WS-IN-TYPE-TEXT
               MOVE WS-IN-VALUE  TO SPM-TEXT-VALUE
           ELSE
               MOVE WS-NUM-VALUE TO SPM-NUM-VALUE
               MOVE WS-MIN-VALUE TO SPM-MIN-VALUE
               MOVE WS-MAX-VALUE TO SPM-MAX-VALUE
           END-IF.
           MOVE WS-IN-DESC      TO SPM-DESC.
           MOVE WS-USER-ID      TO SPM-UPD-USER.
           MOVE WS-CUR-DATE     TO SPM-UPD-DATE.

      ******************************************************************
       8000-AUDIT-PARM-CHANGE.
      *    The caller sets AUDIT-IN-ACTION-TYPE (and the image type of
      *    an update's before/after pair) first - preserve them across
      *    the INITIALIZE.
           MOVE AUDIT-IN-ACTION-TYPE TO WS-AUDIT-ACTION-SAVE.
           MOVE AUDIT-IN-IMAGE-TYPE  TO WS-AUDIT-IMAGE-SAVE.
           INITIALIZE AUDIT-PARMS
               REPLACING ALPHANUMERIC DATA BY SPACES.
           MOVE WS-AUDIT-ACTION-SAVE TO AUDIT-IN-ACTION-TYPE.
           MOVE WS-AUDIT-IMAGE-SAVE  TO AUDIT-IN-IMAGE-TYPE.
           MOVE WS-USER-ID        TO AUDIT-IN-USER-ID.
           MOVE 'A'               TO AUDIT-IN-USER-TYPE.
           MOVE 'Y'               TO AUDIT-IN-LOG-TYPE.
           MOVE LENGTH OF SYSTEM-PARAMETER-RECORD
                                  TO AUDIT-IN-RECORD-LENGTH.
           MOVE SYSTEM-PARAMETER-RECORD TO AUDIT-IN-RECORD-DATA.

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
