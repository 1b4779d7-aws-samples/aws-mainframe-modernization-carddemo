      ******************************************************************
      * Program:     COSTAM0C.CBL                                      *
      * Layer:       Business logic                                    *
      * Function:    Staff-Account Access Approval                     *
      * Description: Records the second person's approval a user needs *
      *              before working a staff account - one of our       *
      *              employees' or a relative's - on a maintenance     *
      *              screen without its own checker step.  An approval *
      *              names the account (or customer), the user and the *
      *              screen function, and holds for the day it is      *
      *              given; COSECC0C reads it from STAFFAPR.  The      *
      *              approver needs the STAA entitlement, may not      *
      *              approve their own access, and may not be linked   *
      *              to the account themselves.  Approvals given and   *
      *              withdrawn are logged through COAUDIT under the    *
      *              authorization log type for the CBSTF01C monthly   *
      *              staff-account report.                             *
      *                                                                *
      *              Terminal input:                                   *
      *                CSTA A <id> <userid> <func> <reason>  approve   *
      *                CSTA R <id> <userid> <func>           withdraw  *
      *                CSTA I <id> <userid> <func>           inquire   *
      *              id = 11-digit account or 9-digit customer (as     *
      *              the screen being approved keys it), userid = 8,   *
      *              func = the screen's 4-character function code.    *
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
           COSTAM0C.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PGMNAME                          PIC X(08)
                                                   VALUE 'COSTAM0C'.
           05  WS-STAFFAPR-FILE                    PIC X(08)
                                                   VALUE 'STAFFAPR'.
           05  WS-USERPROF-FILE                    PIC X(08)
                                                   VALUE 'USERPROF'.
           05  WS-AUDIT-PGM                        PIC X(08)
                                                   VALUE 'COAUDIT '.
           05  WS-RESP-CD                          PIC S9(09) COMP.
           05  WS-REAS-CD                          PIC S9(09) COMP.
           05  WS-USER-ID                          PIC X(08).
           05  WS-ABS-TIME                         PIC S9(15) COMP-3.
           05  WS-CUR-DATE                         PIC X(10).
           05  WS-CUR-TIME                         PIC X(08).
           05  WS-ACCT-ID                          PIC 9(11).
           05  WS-CUST-ID                          PIC 9(09).

       01  WS-TERM-INPUT.
           05  FILLER                              PIC X(04).
           05  FILLER                              PIC X(01).
           05  WS-IN-ACTION                        PIC X(01).
               88  WS-ACT-APPROVE                  VALUE 'A'.
               88  WS-ACT-WITHDRAW                 VALUE 'R'.
               88  WS-ACT-INQUIRE                  VALUE 'I'.
           05  FILLER                              PIC X(01).
           05  WS-IN-ID                            PIC X(11).
           05  WS-IN-ID-CUST REDEFINES WS-IN-ID.
               10  WS-IN-CUST-ID                   PIC X(09).
               10  WS-IN-CUST-PAD                  PIC X(02).
           05  FILLER                              PIC X(01).
           05  WS-IN-USER-ID                       PIC X(08).
           05  FILLER                              PIC X(01).
           05  WS-IN-FUNCTION                      PIC X(04).
           05  FILLER                              PIC X(01).
           05  WS-IN-REASON                        PIC X(40).
           05  FILLER                              PIC X(07).
       01  WS-TERM-INPUT-LEN                       PIC S9(04) COMP.

       01  WS-OUT-MSG.
           05  WS-MSG-TEXT                         PIC X(78).
       01  WS-AUDIT-ACTION-SAVE                    PIC X(01).

       COPY CVSTF01Y.
       COPY CVSEC01Y.
       COPY CVAUD01Y.
       COPY CVSEC02Y.
       01  WS-SECC-PGM             PIC X(08) VALUE 'COSECC0C'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-COMMAREA                         PIC X(01)
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
           MOVE 'STAA'     TO SECC-FUNCTION.
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

           MOVE SPACES TO WS-MSG-TEXT.
           IF NOT WS-ACT-APPROVE AND NOT WS-ACT-WITHDRAW
              AND NOT WS-ACT-INQUIRE
               STRING 'ENTER: CSTA A/R/I <ACCT OR CUST> <USERID> '
                      '<FUNC> [<REASON>]'
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM 9100-SEND-MESSAGE
               GO TO 9000-RETURN
           END-IF.

           MOVE ZERO TO WS-ACCT-ID.
           MOVE ZERO TO WS-CUST-ID.
           EVALUATE TRUE
               WHEN WS-IN-ID IS NUMERIC
                   MOVE WS-IN-ID      TO WS-ACCT-ID
               WHEN WS-IN-CUST-ID IS NUMERIC
                AND WS-IN-CUST-PAD = SPACES
                   MOVE WS-IN-CUST-ID TO WS-CUST-ID
               WHEN OTHER
                   MOVE 'ENTER AN 11-DIGIT ACCOUNT OR 9-DIGIT CUSTOMER'
                     TO WS-MSG-TEXT
           END-EVALUATE.
           IF WS-MSG-TEXT = SPACES
              AND WS-ACCT-ID = ZERO AND WS-CUST-ID = ZERO
               MOVE 'ACCOUNT OR CUSTOMER MAY NOT BE ZERO'
                 TO WS-MSG-TEXT
           END-IF.
           IF WS-MSG-TEXT = SPACES
              AND (WS-IN-USER-ID = SPACES OR WS-IN-FUNCTION = SPACES)
               MOVE 'USER ID AND FUNCTION CODE ARE REQUIRED'
                 TO WS-MSG-TEXT
           END-IF.
           IF WS-MSG-TEXT NOT = SPACES
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
                TIME(WS-CUR-TIME)
                TIMESEP
                NOHANDLE
           END-EXEC.

           INITIALIZE STAFF-APPROVAL-RECORD.
           MOVE WS-ACCT-ID      TO STA-ACCT-ID.
           MOVE WS-CUST-ID      TO STA-CUST-ID.
           MOVE WS-IN-USER-ID   TO STA-USER-ID.
           MOVE WS-IN-FUNCTION  TO STA-FUNCTION.
           MOVE WS-CUR-DATE     TO STA-APPR-DATE.

           EVALUATE TRUE
               WHEN WS-ACT-APPROVE
                   PERFORM 1000-APPROVE
               WHEN WS-ACT-WITHDRAW
                   PERFORM 2000-WITHDRAW
               WHEN OTHER
                   PERFORM 3000-INQUIRE
           END-EVALUATE.

       9000-RETURN.
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * An approval is a second person's: not the user's own, and not *
      * from anyone linked to the account.  COSECC0C, asked with the  *
      * approver and the account, answers both whether the account is *
      * a staff account at all and whether the approver is linked.    *
      ******************************************************************
       1000-APPROVE.
           IF WS-IN-USER-ID = WS-USER-ID
               MOVE 'YOU MAY NOT APPROVE YOUR OWN ACCESS'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-REASON = SPACES
               MOVE 'A REASON IS REQUIRED FOR THE APPROVAL'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IN-USER-ID TO SEC-USER-ID.
           EXEC CICS READ
                DATASET(WS-USERPROF-FILE)
                INTO(USER-PROFILE-RECORD)
                RIDFLD(SEC-USER-ID)
                KEYLENGTH(LENGTH OF SEC-USER-ID)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'USER ID NOT ON USERPROF' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ACCT-ID TO SECC-ACCT-ID.
           MOVE WS-CUST-ID TO SECC-CUST-ID.
           SET SECC-DUAL-CONTROL TO TRUE.
           EXEC CICS LINK
                PROGRAM(WS-SECC-PGM)
                COMMAREA(SECC-PARM)
                LENGTH(LENGTH OF SECC-PARM)
                RESP(WS-RESP-CD)
           END-EXEC.
           EVALUATE TRUE
               WHEN SECC-SELF-ACCESS
                   MOVE 'LINKED TO YOU - ANOTHER APPROVER MUST ACT'
                     TO WS-MSG-TEXT
               WHEN NOT SECC-ALLOWED
                   MOVE 'NOT AUTHORIZED FOR THIS FUNCTION'
                     TO WS-MSG-TEXT
               WHEN NOT SECC-STAFF-ACCOUNT
                   MOVE 'NOT A STAFF ACCOUNT - NO APPROVAL IS NEEDED'
                     TO WS-MSG-TEXT
           END-EVALUATE.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-USER-ID      TO STA-APPROVER-ID.
           MOVE WS-CUR-TIME     TO STA-APPR-TIME.
           MOVE WS-IN-REASON    TO STA-REASON.
           EXEC CICS WRITE
                DATASET(WS-STAFFAPR-FILE)
                FROM(STAFF-APPROVAL-RECORD)
                RIDFLD(STA-KEY)
                KEYLENGTH(LENGTH OF STA-KEY)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE 'I' TO AUDIT-IN-ACTION-TYPE
                   PERFORM 8000-AUDIT-APPROVAL
                   STRING 'APPROVED FOR ' STA-USER-ID ' - FUNCTION '
                          STA-FUNCTION ' - FOR ' STA-APPR-DATE ' ONLY'
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
               WHEN DFHRESP(DUPREC)
                   MOVE 'ALREADY APPROVED FOR TODAY' TO WS-MSG-TEXT
               WHEN OTHER
                   MOVE 'STAFFAPR WRITE FAILED' TO WS-MSG-TEXT
           END-EVALUATE.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * Withdrawing today's approval takes a second person too - the  *
      * user it was given to may not remove the record of it.         *
      ******************************************************************
       2000-WITHDRAW.
           IF WS-IN-USER-ID = WS-USER-ID
               MOVE 'YOU MAY NOT WITHDRAW YOUR OWN APPROVAL'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           EXEC CICS READ
                DATASET(WS-STAFFAPR-FILE)
                INTO(STAFF-APPROVAL-RECORD)
                RIDFLD(STA-KEY)
                KEYLENGTH(LENGTH OF STA-KEY)
                UPDATE
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'NO APPROVAL ON FILE FOR TODAY' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           EXEC CICS DELETE
                DATASET(WS-STAFFAPR-FILE)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'D' TO AUDIT-IN-ACTION-TYPE
               PERFORM 8000-AUDIT-APPROVAL
               MOVE 'APPROVAL WITHDRAWN' TO WS-MSG-TEXT
           ELSE
               MOVE 'STAFFAPR DELETE FAILED' TO WS-MSG-TEXT
           END-IF.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
       3000-INQUIRE.
           EXEC CICS READ
                DATASET(WS-STAFFAPR-FILE)
                INTO(STAFF-APPROVAL-RECORD)
                RIDFLD(STA-KEY)
                KEYLENGTH(LENGTH OF STA-KEY)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'NO APPROVAL ON FILE FOR TODAY' TO WS-MSG-TEXT
           ELSE
               STRING 'APPROVED BY ' STA-APPROVER-ID ' AT '
                      STA-APPR-TIME ' - ' STA-REASON
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           END-IF.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * Approvals log beside the staff-account rulings, under the     *
      * authorization log type with the image tagged STAFF APPR.      *
      * The caller sets AUDIT-IN-ACTION-TYPE first - preserve it      *
      * across the INITIALIZE.                                        *
      ******************************************************************
       8000-AUDIT-APPROVAL.
           MOVE AUDIT-IN-ACTION-TYPE TO WS-AUDIT-ACTION-SAVE.
           INITIALIZE STAFF-ACCESS-IMAGE
               REPLACING ALPHANUMERIC DATA BY SPACES.
           MOVE 'STAFF APPR'      TO STFA-TAG.
           IF WS-AUDIT-ACTION-SAVE = 'D'
               SET STFA-APPROVAL-WITHDRAWN TO TRUE
           ELSE
               SET STFA-APPROVAL-GIVEN     TO TRUE
           END-IF.
           MOVE STA-FUNCTION      TO STFA-FUNCTION.
           MOVE STA-ACCT-ID       TO STFA-ACCT-ID.
           MOVE STA-CUST-ID       TO STFA-CUST-ID.
           MOVE WS-USER-ID        TO STFA-APPROVER-ID.
           MOVE STA-USER-ID       TO STFA-FOR-USER-ID.
           INITIALIZE AUDIT-PARMS
               REPLACING ALPHANUMERIC DATA BY SPACES.
           MOVE WS-AUDIT-ACTION-SAVE TO AUDIT-IN-ACTION-TYPE.
           MOVE WS-USER-ID        TO AUDIT-IN-USER-ID.
           MOVE 'U'               TO AUDIT-IN-USER-TYPE.
           MOVE 'X'               TO AUDIT-IN-LOG-TYPE.
           MOVE LENGTH OF STAFF-ACCESS-IMAGE
                                  TO AUDIT-IN-RECORD-LENGTH.
           MOVE STAFF-ACCESS-IMAGE TO AUDIT-IN-RECORD-DATA.

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
