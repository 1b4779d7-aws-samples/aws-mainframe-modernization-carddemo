      ******************************************************************
      * Program:     COLGHM0C.CBL                                      *
      * Layer:       Business logic                                    *
      * Function:    Legal / Litigation Hold Inquiry and Maintenance   *
      * Description: Legal's view and upkeep of the LEGLHOLD file.  A  *
      *              hold names a customer or an account and the       *
      *              matter it is held for; while any active hold     *
      *              names a subject the purge and rolloff jobs        *
      *              (CBPRG01C, CBTRH01C, CBAUDR0C, CBARCP0C) leave    *
      *              its records in place.  A hold is never deleted -  *
      *              release stamps the date and the releasing user    *
      *              and keeps the row, and every placement and        *
      *              release is logged through COAUDIT under the       *
      *              legal-hold log type.  Looking needs the CLGH      *
      *              entitlement; placing or releasing needs CLGM too. *
      *                                                                *
      *              Terminal input:                                   *
      *                CLGH I <type1> <id11>          holds on subject *
      *                CLGH L                         active holds     *
      *                CLGH P <type1> <id11> <matter12> <requester>    *
      *                                               place a hold     *
      *                CLGH R <type1> <id11> <matter12>                *
      *                                               release a hold   *
      *              Type is C (customer) or A (account); a customer   *
      *              id is entered right-justified in eleven digits.   *
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
           COLGHM0C.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PGMNAME                          PIC X(08)
                                                   VALUE 'COLGHM0C'.
           05  WS-ACCT-FILE                        PIC X(08)
                                                   VALUE 'ACCTDAT '.
           05  WS-CUST-FILE                        PIC X(08)
                                                   VALUE 'CUSTDAT '.
           05  WS-LEGLHOLD-FILE                    PIC X(08)
                                                   VALUE 'LEGLHOLD'.
           05  WS-AUDIT-PGM                        PIC X(08)
                                                   VALUE 'COAUDIT '.
           05  WS-RESP-CD                          PIC S9(09) COMP.
           05  WS-REAS-CD                          PIC S9(09) COMP.
           05  WS-USER-ID                          PIC X(08).
           05  WS-ABS-TIME                         PIC S9(15) COMP-3.
           05  WS-CUR-DATE                         PIC X(08).
           05  WS-LINE-SUB                         PIC S9(04) COMP.
           05  WS-MORE-SW                          PIC X(01).
               88  WS-MORE-ROWS                    VALUE 'Y'.
           05  WS-BROWSE-SW                        PIC X(01).
               88  WS-BROWSE-DONE                  VALUE 'Y'.
           05  WS-SUBJECT-ID                       PIC 9(11).
           05  WS-CUST-ID                          PIC 9(09).

       01  WS-TERM-INPUT.
           05  FILLER                              PIC X(04).
           05  FILLER                              PIC X(01).
           05  WS-IN-ACTION                        PIC X(01).
               88  WS-ACT-INQUIRE                  VALUE 'I'.
               88  WS-ACT-LIST                     VALUE 'L'.
               88  WS-ACT-PLACE                    VALUE 'P'.
               88  WS-ACT-RELEASE                  VALUE 'R'.
           05  FILLER                              PIC X(01).
           05  WS-IN-SUBJECT-TYPE                  PIC X(01).
               88  WS-IN-TYPE-VALID                VALUE 'C', 'A'.
               88  WS-IN-TYPE-CUSTOMER             VALUE 'C'.
           05  FILLER                              PIC X(01).
           05  WS-IN-SUBJECT-ID                    PIC X(11).
           05  FILLER                              PIC X(01).
           05  WS-IN-MATTER-NUM                    PIC X(12).
           05  FILLER                              PIC X(01).
           05  WS-IN-REQUESTER                     PIC X(30).
           05  FILLER                              PIC X(16).
       01  WS-TERM-INPUT-LEN                       PIC S9(04) COMP.

       01  WS-OUT-MSG.
           05  WS-MSG-TEXT                         PIC X(78).

      *    Inquiry answer - title, then one 80-column line per row.
       01  WS-INQ-MSG.
           05  WS-INQ-LINE                 PIC X(80) OCCURS 20 TIMES.
       01  WS-INQ-MAX                      PIC S9(04) COMP VALUE 20.
      *    Last line held back for the overflow note.
       01  WS-INQ-ROW-MAX                  PIC S9(04) COMP VALUE 19.

       01  WS-BEFORE-IMAGE                 PIC X(120).

       COPY CVACT01Y.
       COPY CVCUS01Y.
       COPY CVLGH01Y.
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
           MOVE 'CLGH'     TO SECC-FUNCTION.
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

      *    Placing or lifting a hold decides what the purges may
      *    destroy - a separate entitlement from looking at one.
           IF WS-ACT-PLACE OR WS-ACT-RELEASE
               INITIALIZE SECC-PARM
               MOVE WS-USER-ID TO SECC-USER-ID
               MOVE 'CLGM'     TO SECC-FUNCTION
               EXEC CICS LINK
                    PROGRAM(WS-SECC-PGM)
                    COMMAREA(SECC-PARM)
                    LENGTH(LENGTH OF SECC-PARM)
                    RESP(WS-RESP-CD)
               END-EXEC
               IF NOT SECC-ALLOWED
                   MOVE 'NOT AUTHORIZED TO PLACE OR RELEASE HOLDS'
                     TO WS-MSG-TEXT
                   PERFORM 9100-SEND-MESSAGE
                   GO TO 9000-RETURN
               END-IF
           END-IF.

           EXEC CICS ASKTIME NOHANDLE
                ABSTIME(WS-ABS-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABS-TIME)
                YYYYMMDD(WS-CUR-DATE)
                NOHANDLE
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-ACT-INQUIRE
                   PERFORM 1000-INQUIRE-SUBJECT
               WHEN WS-ACT-LIST
                   PERFORM 2000-LIST-ACTIVE-HOLDS
               WHEN WS-ACT-PLACE
                   PERFORM 3000-PLACE-HOLD
               WHEN WS-ACT-RELEASE
                   PERFORM 4000-RELEASE-HOLD
               WHEN OTHER
                   STRING 'ENTER: CLGH I <C/A> <ID> / L / '
                          'P <C/A> <ID> <MATTER> <REQUESTER> / '
                          'R <C/A> <ID> <MATTER>'
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM 9100-SEND-MESSAGE
           END-EVALUATE.

       9000-RETURN.
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * Every hold ever placed on one subject, active and released,   *
      * in matter order.                                              *
      ******************************************************************
       1000-INQUIRE-SUBJECT.
           PERFORM 5000-VALIDATE-SUBJECT.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-INQ-MSG.
           STRING 'LEGAL HOLDS ON ' WS-IN-SUBJECT-TYPE ' '
                  WS-SUBJECT-ID
               DELIMITED BY SIZE INTO WS-INQ-LINE(1)
           END-STRING.
           STRING '  MATTER       S PLACED   BY       '
                  'RELEASED BY       REQUESTER'
               DELIMITED BY SIZE INTO WS-INQ-LINE(2)
           END-STRING.
           MOVE 2 TO WS-LINE-SUB.

           MOVE LOW-VALUES         TO LGH-KEY.
           MOVE WS-IN-SUBJECT-TYPE TO LGH-SUBJECT-TYPE.
           MOVE WS-SUBJECT-ID      TO LGH-SUBJECT-ID.
           EXEC CICS STARTBR
                DATASET(WS-LEGLHOLD-FILE)
                RIDFLD(LGH-KEY)
                KEYLENGTH(LENGTH OF LGH-KEY)
                GTEQ
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'N' TO WS-BROWSE-SW
               MOVE 'N' TO WS-MORE-SW
               PERFORM UNTIL WS-BROWSE-DONE
                   EXEC CICS READNEXT
                        DATASET(WS-LEGLHOLD-FILE)
                        INTO(LEGAL-HOLD-RECORD)
                        RIDFLD(LGH-KEY)
                        KEYLENGTH(LENGTH OF LGH-KEY)
                        RESP(WS-RESP-CD)
                        RESP2(WS-REAS-CD)
                   END-EXEC
                   IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                      OR LGH-SUBJECT-TYPE NOT = WS-IN-SUBJECT-TYPE
                      OR LGH-SUBJECT-ID NOT = WS-SUBJECT-ID
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       IF WS-LINE-SUB >= WS-INQ-ROW-MAX
                           SET WS-MORE-ROWS TO TRUE
                           SET WS-BROWSE-DONE TO TRUE
                       ELSE
                           PERFORM 1100-FORMAT-HOLD-LINE
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                    DATASET(WS-LEGLHOLD-FILE)
                    NOHANDLE
               END-EXEC
           END-IF.

           IF WS-LINE-SUB = 2
               MOVE '  NO HOLDS ON FILE FOR THIS SUBJECT'
                 TO WS-INQ-LINE(3)
           END-IF.
           IF WS-MORE-ROWS
               MOVE '  MORE HOLDS ON FILE THAN FIT'
                 TO WS-INQ-LINE(WS-INQ-MAX)
           END-IF.
           PERFORM 9200-SEND-INQUIRY.

      ******************************************************************
       1100-FORMAT-HOLD-LINE.
           ADD 1 TO WS-LINE-SUB.
           STRING '  ' LGH-MATTER-NUM ' ' LGH-STATUS ' '
                  LGH-PLACED-DATE ' ' LGH-PLACED-USER ' '
                  LGH-RELEASE-DATE ' ' LGH-RELEASE-USER ' '
                  LGH-REQUESTER
               DELIMITED BY SIZE INTO WS-INQ-LINE(WS-LINE-SUB)
           END-STRING.

      ******************************************************************
      * Every hold still in force, in subject order.                  *
      ******************************************************************
       2000-LIST-ACTIVE-HOLDS.
           MOVE SPACES TO WS-INQ-MSG.
           MOVE 'ACTIVE LEGAL HOLDS' TO WS-INQ-LINE(1).
           STRING '  T SUBJECT     MATTER       PLACED   '
                  'BY       REQUESTER'
               DELIMITED BY SIZE INTO WS-INQ-LINE(2)
           END-STRING.
           MOVE 2 TO WS-LINE-SUB.

           MOVE LOW-VALUES TO LGH-KEY.
           EXEC CICS STARTBR
                DATASET(WS-LEGLHOLD-FILE)
                RIDFLD(LGH-KEY)
                KEYLENGTH(LENGTH OF LGH-KEY)
                GTEQ
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'N' TO WS-BROWSE-SW
               MOVE 'N' TO WS-MORE-SW
               PERFORM UNTIL WS-BROWSE-DONE
                   EXEC CICS READNEXT
                        DATASET(WS-LEGLHOLD-FILE)
                        INTO(LEGAL-HOLD-RECORD)
                        RIDFLD(LGH-KEY)
                        KEYLENGTH(LENGTH OF LGH-KEY)
                        RESP(WS-RESP-CD)
                        RESP2(WS-REAS-CD)
                   END-EXEC
                   IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       IF LGH-ACTIVE
                           IF WS-LINE-SUB >= WS-INQ-ROW-MAX
                               SET WS-MORE-ROWS TO TRUE
                               SET WS-BROWSE-DONE TO TRUE
                           ELSE
                               ADD 1 TO WS-LINE-SUB
                               STRING '  ' LGH-SUBJECT-TYPE ' '
                                      LGH-SUBJECT-ID ' '
                                      LGH-MATTER-NUM ' '
                                      LGH-PLACED-DATE ' '
                                      LGH-PLACED-USER ' '
                                      LGH-REQUESTER
                                   DELIMITED BY SIZE
                                   INTO WS-INQ-LINE(WS-LINE-SUB)
                               END-STRING
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                    DATASET(WS-LEGLHOLD-FILE)
                    NOHANDLE
               END-EXEC
           END-IF.

           IF WS-LINE-SUB = 2
               MOVE '  NO ACTIVE LEGAL HOLDS' TO WS-INQ-LINE(3)
           END-IF.
           IF WS-MORE-ROWS
               MOVE '  MORE HOLDS ON FILE THAN FIT'
                 TO WS-INQ-LINE(WS-INQ-MAX)
           END-IF.
           PERFORM 9200-SEND-INQUIRY.

      ******************************************************************
      * Place a hold.  The subject must be on its master.  A matter   *
      * already released on this subject is placed again in the same  *
      * row; the audit trail keeps the earlier release.               *
      ******************************************************************
       3000-PLACE-HOLD.
           PERFORM 5000-VALIDATE-SUBJECT.
           IF WS-MSG-TEXT = SPACES
               PERFORM 5100-VALIDATE-MATTER
           END-IF.
           IF WS-MSG-TEXT = SPACES
              AND WS-IN-REQUESTER = SPACES
               MOVE 'REQUESTER IS REQUIRED' TO WS-MSG-TEXT
           END-IF.
           IF WS-MSG-TEXT = SPACES
               PERFORM 5200-CHECK-SUBJECT-ON-FILE
           END-IF.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                DATASET(WS-LEGLHOLD-FILE)
                INTO(LEGAL-HOLD-RECORD)
                RIDFLD(LGH-KEY)
                KEYLENGTH(LENGTH OF LGH-KEY)
                UPDATE
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   IF LGH-ACTIVE
                       EXEC CICS UNLOCK
                            DATASET(WS-LEGLHOLD-FILE)
                            NOHANDLE
                       END-EXEC
                       MOVE 'HOLD ALREADY IN PLACE FOR THIS MATTER'
                         TO WS-MSG-TEXT
                   ELSE
                       MOVE LEGAL-HOLD-RECORD TO WS-BEFORE-IMAGE
                       PERFORM 3100-FILL-HOLD
                       EXEC CICS REWRITE
                            DATASET(WS-LEGLHOLD-FILE)
                            FROM(LEGAL-HOLD-RECORD)
                            RESP(WS-RESP-CD)
                            RESP2(WS-REAS-CD)
                       END-EXEC
                       IF WS-RESP-CD = DFHRESP(NORMAL)
                           PERFORM 8200-AUDIT-UPDATE
                           STRING 'HOLD PLACED AGAIN: '
                                  LGH-SUBJECT-TYPE ' ' LGH-SUBJECT-ID
                                  ' MATTER ' LGH-MATTER-NUM
                               DELIMITED BY SIZE INTO WS-MSG-TEXT
                           END-STRING
                       ELSE
                           MOVE 'LEGAL HOLD REWRITE FAILED'
                             TO WS-MSG-TEXT
                       END-IF
                   END-IF
               WHEN DFHRESP(NOTFND)
                   INITIALIZE LEGAL-HOLD-RECORD
                   MOVE WS-IN-SUBJECT-TYPE TO LGH-SUBJECT-TYPE
                   MOVE WS-SUBJECT-ID      TO LGH-SUBJECT-ID
                   MOVE WS-IN-MATTER-NUM   TO LGH-MATTER-NUM
                   PERFORM 3100-FILL-HOLD
                   EXEC CICS WRITE
                        DATASET(WS-LEGLHOLD-FILE)
                        FROM(LEGAL-HOLD-RECORD)
                        RIDFLD(LGH-KEY)
                        KEYLENGTH(LENGTH OF LGH-KEY)
                        RESP(WS-RESP-CD)
                        RESP2(WS-REAS-CD)
                   END-EXEC
                   IF WS-RESP-CD = DFHRESP(NORMAL)
                       MOVE 'I'       TO AUDIT-IN-ACTION-TYPE
                       MOVE SPACE     TO AUDIT-IN-IMAGE-TYPE
                       MOVE LEGAL-HOLD-RECORD
                                      TO AUDIT-IN-RECORD-DATA
                       PERFORM 8100-AUDIT-LINK
                       STRING 'HOLD PLACED: '
                              LGH-SUBJECT-TYPE ' ' LGH-SUBJECT-ID
                              ' MATTER ' LGH-MATTER-NUM
                           DELIMITED BY SIZE INTO WS-MSG-TEXT
                       END-STRING
                   ELSE
                       MOVE 'LEGAL HOLD WRITE FAILED' TO WS-MSG-TEXT
                   END-IF
               WHEN OTHER
                   MOVE 'LEGAL HOLD READ FAILED' TO WS-MSG-TEXT
           END-EVALUATE.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
       3100-FILL-HOLD.
           SET LGH-ACTIVE        TO TRUE.
           MOVE WS-IN-REQUESTER  TO LGH-REQUESTER.
           MOVE WS-CUR-DATE      TO LGH-PLACED-DATE.
           MOVE WS-USER-ID       TO LGH-PLACED-USER.
           MOVE SPACES           TO LGH-RELEASE-DATE.
           MOVE SPACES           TO LGH-RELEASE-USER.

      ******************************************************************
      * Release a hold.  The row stays on file as the record of what  *
      * was preserved; the audit trail carries it before and after.   *
      ******************************************************************
       4000-RELEASE-HOLD.
           PERFORM 5000-VALIDATE-SUBJECT.
           IF WS-MSG-TEXT = SPACES
               PERFORM 5100-VALIDATE-MATTER
           END-IF.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                DATASET(WS-LEGLHOLD-FILE)
                INTO(LEGAL-HOLD-RECORD)
                RIDFLD(LGH-KEY)
                KEYLENGTH(LENGTH OF LGH-KEY)
                UPDATE
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'LEGAL HOLD NOT ON FILE' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF NOT LGH-ACTIVE
               EXEC CICS UNLOCK
                    DATASET(WS-LEGLHOLD-FILE)
                    NOHANDLE
               END-EXEC
               STRING 'HOLD ALREADY RELEASED ' LGH-RELEASE-DATE
                      ' BY ' LGH-RELEASE-USER
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE LEGAL-HOLD-RECORD TO WS-BEFORE-IMAGE.
           SET LGH-RELEASED       TO TRUE.
           MOVE WS-CUR-DATE       TO LGH-RELEASE-DATE.
           MOVE WS-USER-ID        TO LGH-RELEASE-USER.
           EXEC CICS REWRITE
                DATASET(WS-LEGLHOLD-FILE)
                FROM(LEGAL-HOLD-RECORD)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM 8200-AUDIT-UPDATE
               STRING 'HOLD RELEASED: '
                      LGH-SUBJECT-TYPE ' ' LGH-SUBJECT-ID
                      ' MATTER ' LGH-MATTER-NUM
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           ELSE
               MOVE 'LEGAL HOLD REWRITE FAILED' TO WS-MSG-TEXT
           END-IF.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * Subject type and id.                                          *
      ******************************************************************
       5000-VALIDATE-SUBJECT.
           MOVE SPACES TO WS-MSG-TEXT.
           IF NOT WS-IN-TYPE-VALID
               MOVE 'SUBJECT TYPE MUST BE C (CUSTOMER) OR A (ACCOUNT)'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-SUBJECT-ID NOT NUMERIC
              OR WS-IN-SUBJECT-ID = ZEROS
               MOVE 'SUBJECT ID MUST BE 11 DIGITS' TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-SUBJECT-ID TO WS-SUBJECT-ID.
           IF WS-IN-TYPE-CUSTOMER
              AND WS-SUBJECT-ID > 999999999
               MOVE 'CUSTOMER ID IS 9 DIGITS - PAD WITH LEADING ZEROS'
                 TO WS-MSG-TEXT
           END-IF.

      ******************************************************************
      * Subject and matter make the hold key.                         *
      ******************************************************************
       5100-VALIDATE-MATTER.
           IF WS-IN-MATTER-NUM = SPACES
               MOVE 'MATTER NUMBER IS REQUIRED' TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-SUBJECT-TYPE TO LGH-SUBJECT-TYPE.
           MOVE WS-SUBJECT-ID      TO LGH-SUBJECT-ID.
           MOVE WS-IN-MATTER-NUM   TO LGH-MATTER-NUM.

      ******************************************************************
       5200-CHECK-SUBJECT-ON-FILE.
           IF WS-IN-TYPE-CUSTOMER
               MOVE WS-SUBJECT-ID TO WS-CUST-ID
               EXEC CICS READ
                    DATASET(WS-CUST-FILE)
                    INTO(CUSTOMER-RECORD)
                    RIDFLD(WS-CUST-ID)
                    KEYLENGTH(9)
                    RESP(WS-RESP-CD)
                    RESP2(WS-REAS-CD)
               END-EXEC
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                   MOVE 'CUSTOMER NOT ON MASTER' TO WS-MSG-TEXT
               END-IF
           ELSE
               MOVE WS-SUBJECT-ID TO ACCT-ID
               EXEC CICS READ
                    DATASET(WS-ACCT-FILE)
                    INTO(ACCOUNT-RECORD)
                    RIDFLD(ACCT-ID)
                    KEYLENGTH(11)
                    RESP(WS-RESP-CD)
                    RESP2(WS-REAS-CD)
               END-EXEC
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-MSG-TEXT
               END-IF
           END-IF.
      *    The record read may overlay the key just built.
           MOVE WS-IN-SUBJECT-TYPE TO LGH-SUBJECT-TYPE.
           MOVE WS-SUBJECT-ID      TO LGH-SUBJECT-ID.
           MOVE WS-IN-MATTER-NUM   TO LGH-MATTER-NUM.

      ******************************************************************
       8100-AUDIT-LINK.
           MOVE WS-USER-ID                   TO AUDIT-IN-USER-ID.
           MOVE 'A'                          TO AUDIT-IN-USER-TYPE.
           MOVE 'J'                          TO AUDIT-IN-LOG-TYPE.
           MOVE LENGTH OF LEGAL-HOLD-RECORD  TO AUDIT-IN-RECORD-LENGTH.

           EXEC CICS LINK
                PROGRAM(WS-AUDIT-PGM)
                COMMAREA(AUDIT-PARMS)
                LENGTH(LENGTH OF AUDIT-PARMS)
                RESP(WS-RESP-CD)
           END-EXEC.

      ******************************************************************
      * Both images of an update, written only after the change has   *
      * landed on the file.                                           *
      ******************************************************************
       8200-AUDIT-UPDATE.
           MOVE 'U'                   TO AUDIT-IN-ACTION-TYPE.
           MOVE 'B'                   TO AUDIT-IN-IMAGE-TYPE.
           MOVE WS-BEFORE-IMAGE       TO AUDIT-IN-RECORD-DATA.
           PERFORM 8100-AUDIT-LINK.
           MOVE 'A'                   TO AUDIT-IN-IMAGE-TYPE.
           MOVE LEGAL-HOLD-RECORD     TO AUDIT-IN-RECORD-DATA.
           PERFORM 8100-AUDIT-LINK.

       9100-SEND-MESSAGE.
           EXEC CICS SEND TEXT
                FROM(WS-OUT-MSG)
                LENGTH(LENGTH OF WS-OUT-MSG)
                ERASE
                RESP(WS-RESP-CD)
           END-EXEC.

       9200-SEND-INQUIRY.
           EXEC CICS SEND TEXT
                FROM(WS-INQ-MSG)
                LENGTH(LENGTH OF WS-INQ-MSG)
                ERASE
                FREEKB
                NOHANDLE
           END-EXEC.
