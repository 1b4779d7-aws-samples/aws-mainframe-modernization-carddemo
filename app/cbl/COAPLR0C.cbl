      ******************************************************************
      * Program:     COAPLR0C.CBL                                      *
      * Layer:       Business logic                                    *
      * Function:    Credit Application Underwriter Review             *
      * Description: Underwriter screen over the APPLFILE credit       *
      *              applications the CBAPL01C screening referred -    *
      *              possible sanctions matches, existing customers,   *
      *              review-band scores and products without a score   *
      *              cutoff.  Approving marks the application for the  *
      *              next CBAPL01C run to release to boarding;         *
      *              declining records the reason and stages the       *
      *              adverse-action letter event for CBLTR01C through  *
      *              the CLTR queue.  Each decision records the        *
      *              underwriter and date and is logged through        *
      *              COAUDIT.                                          *
      *                                                                *
      *              Terminal input:                                   *
      *                CAPL L                          list referred   *
      *                CAPL I <applid>                 inquire         *
      *                CAPL A <applid> <note>          approve         *
      *                CAPL D <applid> <reason>        decline         *
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
           COAPLR0C.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PGMNAME                          PIC X(08)
                                                   VALUE 'COAPLR0C'.
           05  WS-APPL-FILE                        PIC X(08)
                                                   VALUE 'APPLFILE'.
           05  WS-AUDIT-PGM                        PIC X(08)
                                                   VALUE 'COAUDIT '.
           05  WS-RESP-CD                          PIC S9(09) COMP.
           05  WS-REAS-CD                          PIC S9(09) COMP.
           05  WS-USER-ID                          PIC X(08).
           05  WS-ABS-TIME                         PIC S9(15) COMP-3.
           05  WS-CUR-DATE                         PIC X(10).
           05  WS-CUR-TIME                         PIC X(08).

       01  WS-TERM-INPUT.
           05  FILLER                              PIC X(04).
           05  FILLER                              PIC X(01).
           05  WS-IN-ACTION                        PIC X(01).
               88  WS-ACT-LIST                     VALUE 'L'.
               88  WS-ACT-INQUIRE                  VALUE 'I'.
               88  WS-ACT-APPROVE                  VALUE 'A'.
               88  WS-ACT-DECLINE                  VALUE 'D'.
           05  FILLER                              PIC X(01).
           05  WS-IN-APPL-ID                       PIC X(14).
           05  FILLER                              PIC X(01).
           05  WS-IN-NOTE                          PIC X(40).
           05  FILLER                              PIC X(19).
       01  WS-TERM-INPUT-LEN                       PIC S9(04) COMP.

       01  WS-OUT-MSG.
           05  WS-MSG-TEXT                         PIC X(78).
       01  WS-OUT-LINE.
           05  WS-OL-APPL-ID                       PIC X(14).
           05  FILLER                              PIC X(01).
           05  WS-OL-NAME                          PIC X(30).
           05  FILLER                              PIC X(01).
           05  WS-OL-FICO                          PIC 9(03).
           05  FILLER                              PIC X(01).
           05  WS-OL-GROUP-ID                      PIC X(10).
           05  FILLER                              PIC X(01).
           05  WS-OL-REASON-CD                     PIC X(04).
           05  FILLER                              PIC X(01).
           05  WS-OL-SANC-SCORE                    PIC 9(03).
           05  FILLER                              PIC X(09).

       01  WS-BROWSE-FLAGS.
           05  WS-BROWSE-DONE-SW                   PIC X(01).
               88  WS-BROWSE-DONE                  VALUE 'Y'.
           05  WS-BROWSE-OPEN-SW                   PIC X(01).
               88  WS-BROWSE-OPEN                  VALUE 'Y'.
       01  WS-MATCH-COUNT                          PIC S9(04) COMP
                                                   VALUE 0.
       01  WS-PAGE-LIMIT                           PIC S9(04) COMP
                                                   VALUE 15.
       01  WS-APPL-RID                             PIC X(14).
       01  WS-INCOME-DIS                           PIC Z(08)9.
       01  WS-LIMIT-DIS                            PIC Z(07)9.

       COPY CVAPL01Y.
       COPY CVNTF01Y.
       COPY CVAUD01Y.

       COPY CVSEC02Y.
       01  WS-SECC-PGM             PIC X(08) VALUE 'COSECC0C'.
       01  WS-LTR-TDQ              PIC X(04) VALUE 'CLTR'.

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
           MOVE 'APLR'     TO SECC-FUNCTION.
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

           EVALUATE TRUE
               WHEN WS-ACT-LIST
                   PERFORM 1000-LIST-REFERRED
               WHEN WS-ACT-INQUIRE
                   PERFORM 4000-INQUIRE-APPLICATION
               WHEN WS-ACT-APPROVE
               WHEN WS-ACT-DECLINE
                   PERFORM 2000-DECIDE-APPLICATION
               WHEN OTHER
                   STRING 'ENTER: CAPL L / I <ID> / A <ID> <NOTE> / '
                          'D <ID> <REASON>'
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM 9100-SEND-MESSAGE
           END-EVALUATE.

           IF WS-MATCH-COUNT > 0
               EXEC CICS SEND PAGE
                    RESP(WS-RESP-CD)
               END-EXEC
           END-IF.

           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
       1000-LIST-REFERRED.
           MOVE LOW-VALUES TO WS-APPL-RID.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           EXEC CICS STARTBR
                DATASET(WS-APPL-FILE)
                RIDFLD(WS-APPL-RID)
                KEYLENGTH(LENGTH OF WS-APPL-RID)
                GTEQ
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           MOVE 'N' TO WS-BROWSE-OPEN-SW.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               SET WS-BROWSE-OPEN TO TRUE
           ELSE
               SET WS-BROWSE-DONE TO TRUE
           END-IF.

           PERFORM 1100-READ-NEXT-APPLICATION
               UNTIL WS-BROWSE-DONE
                  OR WS-MATCH-COUNT >= WS-PAGE-LIMIT.

           IF WS-BROWSE-OPEN
               EXEC CICS ENDBR
                    DATASET(WS-APPL-FILE)
                    RESP(WS-RESP-CD)
               END-EXEC
           END-IF.

           IF WS-MATCH-COUNT = 0
               MOVE 'NO APPLICATIONS AWAITING REVIEW' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
           END-IF.

       1100-READ-NEXT-APPLICATION.
           EXEC CICS READNEXT
                DATASET(WS-APPL-FILE)
                INTO(APPLICATION-RECORD)
                LENGTH(LENGTH OF APPLICATION-RECORD)
                RIDFLD(WS-APPL-RID)
                KEYLENGTH(LENGTH OF WS-APPL-RID)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NOT APL-REFERRED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MATCH-COUNT.
           MOVE SPACES             TO WS-OUT-LINE.
           MOVE APL-ID             TO WS-OL-APPL-ID.
           STRING APL-FIRST-NAME(1:12) ' ' APL-LAST-NAME(1:17)
               DELIMITED BY SIZE INTO WS-OL-NAME
           END-STRING.
           MOVE APL-FICO-SCORE     TO WS-OL-FICO.
           MOVE APL-GROUP-ID       TO WS-OL-GROUP-ID.
           MOVE APL-REASON-CD      TO WS-OL-REASON-CD.
           MOVE APL-SANCTION-SCORE TO WS-OL-SANC-SCORE.
           EXEC CICS SEND TEXT
                FROM(WS-OUT-LINE)
                LENGTH(LENGTH OF WS-OUT-LINE)
                ACCUM
                RESP(WS-RESP-CD)
           END-EXEC.

      ******************************************************************
      * Only a referred application is the underwriter's to decide -  *
      * the screening's own approvals and declines stand.             *
      ******************************************************************
       2000-DECIDE-APPLICATION.
           IF WS-ACT-DECLINE
              AND WS-IN-NOTE = SPACES
               MOVE 'A DECLINE NEEDS A REASON FOR THE LETTER'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-APPL-ID TO WS-APPL-RID.
           EXEC CICS READ
                DATASET(WS-APPL-FILE)
                INTO(APPLICATION-RECORD)
                RIDFLD(WS-APPL-RID)
                KEYLENGTH(14)
                UPDATE
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'APPLICATION NOT ON FILE' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF NOT APL-REFERRED
               EXEC CICS UNLOCK
                    DATASET(WS-APPL-FILE)
                    RESP(WS-RESP-CD)
               END-EXEC
               MOVE 'APPLICATION IS NOT AWAITING REVIEW'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-USER-ID  TO APL-DECIDED-BY.
           MOVE WS-CUR-DATE TO APL-DECIDED-DATE.
           MOVE WS-IN-NOTE  TO APL-REVIEW-NOTE.
           IF WS-ACT-APPROVE
               SET APL-APPROVED TO TRUE
           ELSE
               SET APL-DECLINED TO TRUE
               SET APL-RSN-UNDERWRITER TO TRUE
               MOVE WS-IN-NOTE(1:30) TO APL-REASON
           END-IF.
           EXEC CICS REWRITE
                DATASET(WS-APPL-FILE)
                FROM(APPLICATION-RECORD)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'APPLICATION UPDATE FAILED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 3000-AUDIT-DECISION.

           IF WS-ACT-APPROVE
               MOVE 'APPROVED - RELEASED TO BOARDING BY THE NEXT RUN'
                 TO WS-MSG-TEXT
           ELSE
               PERFORM 3100-STAGE-ADVERSE-ACTION
               MOVE 'DECLINED - ADVERSE ACTION LETTER QUEUED'
                 TO WS-MSG-TEXT
           END-IF.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
       3000-AUDIT-DECISION.
           INITIALIZE AUDIT-PARMS
               REPLACING ALPHANUMERIC DATA BY SPACES.
           MOVE WS-USER-ID        TO AUDIT-IN-USER-ID.
           MOVE 'A'               TO AUDIT-IN-USER-TYPE.
           SET AUDIT-IN-UPDATE    TO TRUE.
           SET AUDIT-IN-CREDIT-APPL TO TRUE.
           MOVE LENGTH OF APPLICATION-RECORD
             TO AUDIT-IN-RECORD-LENGTH.
           MOVE APPLICATION-RECORD TO AUDIT-IN-RECORD-DATA.
           EXEC CICS LINK
                PROGRAM(WS-AUDIT-PGM)
                COMMAREA(AUDIT-PARMS)
                LENGTH(LENGTH OF AUDIT-PARMS)
                RESP(WS-RESP-CD)
           END-EXEC.

      ******************************************************************
      * A declined application is an adverse action - the staged      *
      * event drives the CBLTR01C letter, which names the applicant   *
      * from APPLFILE.                                                *
      ******************************************************************
       3100-STAGE-ADVERSE-ACTION.
           MOVE SPACES TO NTFY-EVENT-RECORD.
           SET NTFY-EV-ADVERSE-ACTION TO TRUE.
           MOVE WS-CUR-DATE TO NTFY-EVENT-DATE.
           MOVE WS-CUR-TIME TO NTFY-EVENT-TIME.
           MOVE ZEROS       TO NTFY-CUST-ID.
           MOVE ZEROS       TO NTFY-ACCT-ID.
           MOVE APL-ID      TO NTFY-APPL-ID.
           STRING 'CARD APPLICATION DECLINED - ' APL-REASON
               DELIMITED BY SIZE INTO NTFY-EVENT-TEXT
           END-STRING.
           EXEC CICS WRITEQ
                TD QUEUE(WS-LTR-TDQ)
                FROM(NTFY-EVENT-RECORD)
                LENGTH(LENGTH OF NTFY-EVENT-RECORD)
                RESP(WS-RESP-CD)
           END-EXEC.

      ******************************************************************
       4000-INQUIRE-APPLICATION.
           MOVE WS-IN-APPL-ID TO WS-APPL-RID.
           EXEC CICS READ
                DATASET(WS-APPL-FILE)
                INTO(APPLICATION-RECORD)
                RIDFLD(WS-APPL-RID)
                KEYLENGTH(14)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'APPLICATION NOT ON FILE' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-MATCH-COUNT.
           MOVE SPACES TO WS-OUT-MSG.
           STRING APL-ID ' ' APL-STATUS ' ' APL-FIRST-NAME(1:15) ' '
                  APL-LAST-NAME(1:20) ' DOB ' APL-DOB
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           END-STRING.
           PERFORM 4100-SEND-LINE.

           MOVE APL-ANNUAL-INCOME TO WS-INCOME-DIS.
           MOVE APL-CREDIT-LIMIT  TO WS-LIMIT-DIS.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'FICO ' APL-FICO-SCORE ' PRODUCT ' APL-GROUP-ID
                  ' INCOME ' WS-INCOME-DIS ' LIMIT ' WS-LIMIT-DIS
                  ' CUST ' APL-EXISTING-CUST-ID
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           END-STRING.
           PERFORM 4100-SEND-LINE.

           MOVE SPACES TO WS-OUT-MSG.
           STRING APL-REASON-CD ' ' APL-REASON ' SANCTIONS '
                  APL-SANCTION-SCORE ' ' APL-SANCTION-REF
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           END-STRING.
           PERFORM 4100-SEND-LINE.

           IF APL-DECIDED-BY NOT = SPACES
               MOVE SPACES TO WS-OUT-MSG
               STRING 'DECIDED ' APL-DECIDED-BY ' ' APL-DECIDED-DATE
                      ' ' APL-REVIEW-NOTE
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM 4100-SEND-LINE
           END-IF.

       4100-SEND-LINE.
           EXEC CICS SEND TEXT
                FROM(WS-OUT-MSG)
                LENGTH(LENGTH OF WS-OUT-MSG)
                ACCUM
                RESP(WS-RESP-CD)
           END-EXEC.

      ******************************************************************
       9100-SEND-MESSAGE.
           EXEC CICS SEND TEXT
                FROM(WS-OUT-MSG)
                LENGTH(LENGTH OF WS-OUT-MSG)
                ERASE
                RESP(WS-RESP-CD)
           END-EXEC.
