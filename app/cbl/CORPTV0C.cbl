      ******************************************************************
      * Program:     CORPTV0C.CBL                                      *
      * Layer:       Business logic                                    *
      * Function:    Batch report repository viewer                    *
      * Description: Operations screen over the RPTREPO repository     *
      *              that the CBRPT01C capture step fills after each   *
      *              report job, so tonight's reports are found        *
      *              without digging through the spool.  Lists the     *
      *              reports captured for a date (default today),      *
      *              pages through one report 18 lines at a time, and  *
      *              finds the lines holding a search text.  The       *
      *              screen needs the RPTV entitlement; a report       *
      *              captured under another function (collections,     *
      *              settlement and so on) also needs that one, both   *
      *              checked through COSECC0C.                         *
      *                                                                *
      *              Terminal input:                                   *
      *                RPTV L [yyyy-mm-dd]                             *
      *                RPTV V <date> <job8> <rpt8> [page4] [col3]      *
      *                RPTV F <date> <job8> <rpt8> [page4] <text>      *
      *              Job and report id are padded to eight columns.    *
      *              View shows 79 columns of the line from col3       *
      *              (default 002, past the carriage control); find    *
      *              starts at the page given and lists the matching   *
      *              lines by number.                                  *
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
           CORPTV0C.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PGMNAME                          PIC X(08)
                                                   VALUE 'CORPTV0C'.
           05  WS-RPTREPO-FILE                     PIC X(08)
                                                   VALUE 'RPTREPO '.
           05  WS-RESP-CD                          PIC S9(09) COMP.
           05  WS-REAS-CD                          PIC S9(09) COMP.
           05  WS-USER-ID                          PIC X(08).
           05  WS-ABS-TIME                         PIC S9(15) COMP-3.
           05  WS-CUR-DATE                         PIC X(10).
           05  WS-LINE-SUB                         PIC S9(04) COMP.
           05  WS-BROWSE-DONE-SW                   PIC X(01) VALUE 'N'.
               88  WS-BROWSE-DONE                  VALUE 'Y'.
           05  WS-MORE-SW                          PIC X(01) VALUE 'N'.
               88  WS-MORE-ROWS                    VALUE 'Y'.
           05  WS-PAGE                             PIC 9(04).
           05  WS-PAGE-COUNT                       PIC 9(07).
           05  WS-START-COL                        PIC 9(03).
           05  WS-FIRST-LINE                       PIC 9(07).
           05  WS-LAST-LINE                        PIC 9(07).
           05  WS-NEXT-PAGE                        PIC 9(07).
           05  WS-TEXT-LEN                         PIC S9(04) COMP.
           05  WS-HIT-COUNT                        PIC S9(04) COMP.
           05  WS-LINES-DIS                        PIC Z(06)9.
           05  WS-PAGE-DIS                         PIC Z(06)9.
           05  WS-OF-DIS                           PIC Z(06)9.

      *    Lines of report text on one page.
       01  WS-PAGE-LINES                   PIC S9(04) COMP VALUE 18.

       01  WS-TERM-INPUT.
           05  FILLER                              PIC X(04).
           05  FILLER                              PIC X(01).
           05  WS-IN-ACTION                        PIC X(01).
               88  WS-ACT-LIST                     VALUE 'L'.
               88  WS-ACT-VIEW                     VALUE 'V'.
               88  WS-ACT-FIND                     VALUE 'F'.
           05  FILLER                              PIC X(01).
           05  WS-IN-DATE                          PIC X(10).
           05  FILLER                              PIC X(01).
           05  WS-IN-JOB                           PIC X(08).
           05  FILLER                              PIC X(01).
           05  WS-IN-REPORT-ID                     PIC X(08).
           05  FILLER                              PIC X(01).
           05  WS-IN-PAGE                          PIC X(04).
           05  FILLER                              PIC X(01).
           05  WS-IN-TEXT                          PIC X(39).
           05  WS-IN-COL REDEFINES WS-IN-TEXT.
               10  WS-IN-COL-NBR                   PIC X(03).
               10  FILLER                          PIC X(36).
       01  WS-TERM-INPUT-LEN                       PIC S9(04) COMP.

       01  WS-OUT-MSG.
           05  WS-MSG-TEXT                         PIC X(78).

      *    Screen answer - title, then one 80-column line per row.
       01  WS-INQ-MSG.
           05  WS-INQ-LINE                 PIC X(80) OCCURS 20 TIMES.
       01  WS-INQ-MAX                      PIC S9(04) COMP VALUE 20.
      *    Last line held back for the paging or overflow note.
       01  WS-INQ-ROW-MAX                  PIC S9(04) COMP VALUE 19.

       01  WS-LIST-LINE.
           05  FILLER                              PIC X(01).
           05  WS-LL-JOB                           PIC X(08).
           05  FILLER                              PIC X(01).
           05  WS-LL-REPORT-ID                     PIC X(08).
           05  FILLER                              PIC X(01).
           05  WS-LL-TITLE                         PIC X(30).
           05  FILLER                              PIC X(01).
           05  WS-LL-LINES                         PIC Z(06)9.
           05  FILLER                              PIC X(01).
           05  WS-LL-EXPIRY                        PIC X(10).
           05  FILLER                              PIC X(01).
           05  WS-LL-ACCESS                        PIC X(04).
           05  FILLER                              PIC X(07).

       01  WS-FIND-LINE.
           05  WS-FL-LINE-NBR                      PIC Z(06)9.
           05  FILLER                              PIC X(01).
           05  WS-FL-TEXT                          PIC X(72).

       01  WS-BROWSE-KEY.
           05  WS-BK-DATE                          PIC X(10).
           05  WS-BK-JOB                           PIC X(08).
           05  WS-BK-REPORT-ID                     PIC X(08).
           05  WS-BK-LINE-NBR                      PIC 9(07).

       COPY CVRPT01Y.
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
           MOVE 'RPTV'     TO SECC-FUNCTION.
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
                NOHANDLE
           END-EXEC.

      *    No date means tonight's reports.
           IF WS-IN-DATE(1:4) NUMERIC
              AND WS-IN-DATE(6:2) NUMERIC
              AND WS-IN-DATE(9:2) NUMERIC
               CONTINUE
           ELSE
               MOVE WS-CUR-DATE TO WS-IN-DATE
           END-IF.
           IF WS-IN-PAGE NUMERIC AND WS-IN-PAGE > '0000'
               MOVE WS-IN-PAGE TO WS-PAGE
           ELSE
               MOVE 1 TO WS-PAGE
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACT-LIST
                   PERFORM 1000-LIST-REPORTS
               WHEN WS-ACT-VIEW
                   PERFORM 2000-VIEW-PAGE
               WHEN WS-ACT-FIND
                   PERFORM 3000-FIND-TEXT
               WHEN OTHER
                   STRING 'ENTER: RPTV L [DATE] / V <DATE> <JOB> '
                          '<RPT> [PAGE] [COL] / F ... [PAGE] <TEXT>'
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM 9100-SEND-MESSAGE
           END-EVALUATE.

       9000-RETURN.
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * Every report captured for the date, one line each from its    *
      * header row; the browse skips past each report's lines.       *
      ******************************************************************
       1000-LIST-REPORTS.
           MOVE SPACES TO WS-INQ-MSG.
           STRING 'REPORTS CAPTURED FOR ' WS-IN-DATE
               DELIMITED BY SIZE INTO WS-INQ-LINE(1)
           END-STRING.
           STRING ' JOB      REPORT   TITLE                         '
                  '    LINES EXPIRES    ROLE'
               DELIMITED BY SIZE INTO WS-INQ-LINE(2)
           END-STRING.
           MOVE 2 TO WS-LINE-SUB.

           MOVE WS-IN-DATE TO WS-BK-DATE.
           MOVE LOW-VALUES TO WS-BK-JOB.
           MOVE LOW-VALUES TO WS-BK-REPORT-ID.
           MOVE ZERO       TO WS-BK-LINE-NBR.
           EXEC CICS STARTBR
                DATASET(WS-RPTREPO-FILE)
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(LENGTH OF WS-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM UNTIL WS-BROWSE-DONE
                   EXEC CICS READNEXT
                        DATASET(WS-RPTREPO-FILE)
                        INTO(REPORT-REPO-RECORD)
                        RIDFLD(WS-BROWSE-KEY)
                        KEYLENGTH(LENGTH OF WS-BROWSE-KEY)
                        RESP(WS-RESP-CD)
                   END-EXEC
                   EVALUATE TRUE
                       WHEN WS-RESP-CD NOT = DFHRESP(NORMAL)
                           SET WS-BROWSE-DONE TO TRUE
                       WHEN RPR-RUN-DATE NOT = WS-IN-DATE
                           SET WS-BROWSE-DONE TO TRUE
                       WHEN RPR-LINE-NBR NOT = ZERO
                           CONTINUE
                       WHEN WS-LINE-SUB >= WS-INQ-ROW-MAX
                           SET WS-MORE-ROWS TO TRUE
                           SET WS-BROWSE-DONE TO TRUE
                       WHEN OTHER
                           PERFORM 1100-FORMAT-LIST-LINE
                           PERFORM 1200-SKIP-REPORT-LINES
                   END-EVALUATE
               END-PERFORM
               EXEC CICS ENDBR
                    DATASET(WS-RPTREPO-FILE)
                    NOHANDLE
               END-EXEC
           END-IF.

           IF WS-LINE-SUB = 2
               MOVE '  NO REPORTS CAPTURED FOR DATE' TO WS-INQ-LINE(3)
           END-IF.
           IF WS-MORE-ROWS
               MOVE '  MORE REPORTS ON FILE THAN FIT ON ONE SCREEN'
                 TO WS-INQ-LINE(WS-INQ-MAX)
           END-IF.
           PERFORM 9200-SEND-INQUIRY.
           EXIT.

      ******************************************************************
       1100-FORMAT-LIST-LINE.
           ADD 1 TO WS-LINE-SUB.
           MOVE SPACES           TO WS-LIST-LINE.
           MOVE RPR-JOB-NAME     TO WS-LL-JOB.
           MOVE RPR-REPORT-ID    TO WS-LL-REPORT-ID.
           MOVE RPR-TITLE        TO WS-LL-TITLE.
           MOVE RPR-LINE-COUNT   TO WS-LL-LINES.
           MOVE RPR-EXPIRY-DATE  TO WS-LL-EXPIRY.
           MOVE RPR-ACCESS-FUNC  TO WS-LL-ACCESS.
           MOVE WS-LIST-LINE     TO WS-INQ-LINE(WS-LINE-SUB).
           EXIT.

      ******************************************************************
      * The header row gives the line count, so the browse resumes   *
      * at the first key past the report's last line - the next       *
      * report's header.                                              *
      ******************************************************************
       1200-SKIP-REPORT-LINES.
           IF RPR-LINE-COUNT >= 9999999
               SET WS-BROWSE-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE RPR-KEY TO WS-BROWSE-KEY.
           COMPUTE WS-BK-LINE-NBR = RPR-LINE-COUNT + 1.
           EXEC CICS RESETBR
                DATASET(WS-RPTREPO-FILE)
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(LENGTH OF WS-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           END-IF.
           EXIT.

      ******************************************************************
      * One page of the report, 79 columns from the start column.     *
      ******************************************************************
       2000-VIEW-PAGE.
           PERFORM 5000-OPEN-REPORT.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-COL-NBR NUMERIC
              AND WS-IN-COL-NBR > '000'
              AND WS-IN-COL-NBR < '134'
               MOVE WS-IN-COL-NBR TO WS-START-COL
           ELSE
               MOVE 2 TO WS-START-COL
           END-IF.
           IF WS-START-COL > 55
               MOVE 55 TO WS-START-COL
           END-IF.
           IF WS-PAGE > WS-PAGE-COUNT
               MOVE WS-PAGE-COUNT TO WS-PAGE
           END-IF.

           MOVE SPACES TO WS-INQ-MSG.
           MOVE WS-PAGE       TO WS-PAGE-DIS.
           MOVE WS-PAGE-COUNT TO WS-OF-DIS.
           STRING RPR-JOB-NAME ' ' RPR-REPORT-ID ' ' RPR-RUN-DATE
                  '  PAGE' WS-PAGE-DIS ' OF' WS-OF-DIS
                  '  COL ' WS-START-COL
               DELIMITED BY SIZE INTO WS-INQ-LINE(1)
           END-STRING.
           MOVE 1 TO WS-LINE-SUB.

           COMPUTE WS-FIRST-LINE = (WS-PAGE - 1) * WS-PAGE-LINES + 1.
           COMPUTE WS-LAST-LINE  = WS-FIRST-LINE + WS-PAGE-LINES - 1.
           IF WS-LAST-LINE > RPR-LINE-COUNT
               MOVE RPR-LINE-COUNT TO WS-LAST-LINE
           END-IF.
           MOVE WS-FIRST-LINE TO WS-BK-LINE-NBR.
           PERFORM 5100-START-REPORT-BROWSE.
           PERFORM UNTIL WS-BROWSE-DONE
               PERFORM 5200-READ-REPORT-LINE
               IF NOT WS-BROWSE-DONE
                   IF RPR-LINE-NBR > WS-LAST-LINE
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-LINE-SUB
                       MOVE SPACES TO WS-INQ-LINE(WS-LINE-SUB)
                       MOVE RPR-LINE-TEXT(WS-START-COL:79)
                         TO WS-INQ-LINE(WS-LINE-SUB)(2:79)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 5300-END-REPORT-BROWSE.

           IF WS-PAGE < WS-PAGE-COUNT
               COMPUTE WS-NEXT-PAGE = WS-PAGE + 1
               MOVE WS-NEXT-PAGE TO WS-PAGE-DIS
               STRING '  NEXT: RPTV V ' RPR-RUN-DATE ' ' RPR-JOB-NAME
                      ' ' RPR-REPORT-ID ' ' WS-NEXT-PAGE(4:4)
                      ' ' WS-START-COL
                   DELIMITED BY SIZE INTO WS-INQ-LINE(WS-INQ-MAX)
               END-STRING
           ELSE
               MOVE '  END OF REPORT' TO WS-INQ-LINE(WS-INQ-MAX)
           END-IF.
           PERFORM 9200-SEND-INQUIRY.
           EXIT.

      ******************************************************************
      * Lines holding the search text, from the first line of the     *
      * page given, each shown with its line number.  A full screen   *
      * names the page to continue from.                              *
      ******************************************************************
       3000-FIND-TEXT.
           PERFORM VARYING WS-TEXT-LEN FROM 39 BY -1
                   UNTIL WS-TEXT-LEN = 0
                      OR WS-IN-TEXT(WS-TEXT-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF WS-TEXT-LEN = 0
               MOVE 'SEARCH TEXT IS REQUIRED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 5000-OPEN-REPORT.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-INQ-MSG.
           MOVE WS-PAGE TO WS-PAGE-DIS.
           STRING RPR-JOB-NAME ' ' RPR-REPORT-ID ' ' RPR-RUN-DATE
                  '  FIND "' WS-IN-TEXT(1:WS-TEXT-LEN)
                  '" FROM PAGE' WS-PAGE-DIS
               DELIMITED BY SIZE INTO WS-INQ-LINE(1)
           END-STRING.
           MOVE 1 TO WS-LINE-SUB.

           COMPUTE WS-FIRST-LINE = (WS-PAGE - 1) * WS-PAGE-LINES + 1.
           MOVE WS-FIRST-LINE TO WS-BK-LINE-NBR.
           PERFORM 5100-START-REPORT-BROWSE.
           PERFORM UNTIL WS-BROWSE-DONE
               PERFORM 5200-READ-REPORT-LINE
               IF NOT WS-BROWSE-DONE
                   PERFORM 3100-CHECK-ONE-LINE
               END-IF
           END-PERFORM.
           PERFORM 5300-END-REPORT-BROWSE.

           IF WS-LINE-SUB = 1
               MOVE '  NO MATCHING LINES' TO WS-INQ-LINE(2)
           END-IF.
           IF WS-MORE-ROWS
               MOVE RPR-LINE-NBR TO WS-NEXT-PAGE
               COMPUTE WS-NEXT-PAGE =
                   (WS-NEXT-PAGE - 1) / WS-PAGE-LINES + 1
               STRING '  MORE: RPTV F ' RPR-RUN-DATE ' ' RPR-JOB-NAME
                      ' ' RPR-REPORT-ID ' ' WS-NEXT-PAGE(4:4) ' '
                      WS-IN-TEXT(1:WS-TEXT-LEN)
                   DELIMITED BY SIZE INTO WS-INQ-LINE(WS-INQ-MAX)
               END-STRING
           ELSE
               MOVE '  END OF REPORT' TO WS-INQ-LINE(WS-INQ-MAX)
           END-IF.
           PERFORM 9200-SEND-INQUIRY.
           EXIT.

      ******************************************************************
       3100-CHECK-ONE-LINE.
           MOVE 0 TO WS-HIT-COUNT.
           INSPECT RPR-LINE-TEXT TALLYING WS-HIT-COUNT
               FOR ALL WS-IN-TEXT(1:WS-TEXT-LEN).
           IF WS-HIT-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINE-SUB >= WS-INQ-ROW-MAX
               SET WS-MORE-ROWS TO TRUE
               SET WS-BROWSE-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LINE-SUB.
           MOVE RPR-LINE-NBR          TO WS-FL-LINE-NBR.
           MOVE RPR-LINE-TEXT(2:72)   TO WS-FL-TEXT.
           MOVE WS-FIND-LINE          TO WS-INQ-LINE(WS-LINE-SUB).
           EXIT.

      ******************************************************************
      * The report's header row: it must be on file, and a report     *
      * captured under its own function needs that entitlement too.   *
      ******************************************************************
       5000-OPEN-REPORT.
           MOVE SPACES TO WS-MSG-TEXT.
           IF WS-IN-JOB = SPACES OR WS-IN-REPORT-ID = SPACES
               MOVE 'JOB NAME AND REPORT ID ARE REQUIRED'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-DATE      TO WS-BK-DATE.
           MOVE WS-IN-JOB       TO WS-BK-JOB.
           MOVE WS-IN-REPORT-ID TO WS-BK-REPORT-ID.
           MOVE ZERO            TO WS-BK-LINE-NBR.
           EXEC CICS READ
                DATASET(WS-RPTREPO-FILE)
                INTO(REPORT-REPO-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(LENGTH OF WS-BROWSE-KEY)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'REPORT NOT CAPTURED FOR THAT DATE'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF RPR-ACCESS-FUNC NOT = SPACES
              AND RPR-ACCESS-FUNC NOT = 'RPTV'
               INITIALIZE SECC-PARM
               MOVE WS-USER-ID      TO SECC-USER-ID
               MOVE RPR-ACCESS-FUNC TO SECC-FUNCTION
               EXEC CICS LINK
                    PROGRAM(WS-SECC-PGM)
                    COMMAREA(SECC-PARM)
                    LENGTH(LENGTH OF SECC-PARM)
                    RESP(WS-RESP-CD)
               END-EXEC
               IF NOT SECC-ALLOWED
                   MOVE 'NOT AUTHORIZED FOR THIS REPORT'
                     TO WS-MSG-TEXT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF RPR-LINE-COUNT = ZERO
               MOVE 'REPORT WAS CAPTURED EMPTY' TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PAGE-COUNT =
               (RPR-LINE-COUNT + WS-PAGE-LINES - 1) / WS-PAGE-LINES.
           EXIT.

      ******************************************************************
       5100-START-REPORT-BROWSE.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           MOVE 'N' TO WS-MORE-SW.
           EXEC CICS STARTBR
                DATASET(WS-RPTREPO-FILE)
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(LENGTH OF WS-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           END-IF.
           EXIT.

      ******************************************************************
      * The browse ends at the last line of the report.               *
      ******************************************************************
       5200-READ-REPORT-LINE.
           EXEC CICS READNEXT
                DATASET(WS-RPTREPO-FILE)
                INTO(REPORT-REPO-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(LENGTH OF WS-BROWSE-KEY)
                RESP(WS-RESP-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
              OR RPR-RUN-DATE  NOT = WS-IN-DATE
              OR RPR-JOB-NAME  NOT = WS-IN-JOB
              OR RPR-REPORT-ID NOT = WS-IN-REPORT-ID
               SET WS-BROWSE-DONE TO TRUE
           END-IF.
           EXIT.

      ******************************************************************
       5300-END-REPORT-BROWSE.
           EXEC CICS ENDBR
                DATASET(WS-RPTREPO-FILE)
                NOHANDLE
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

      ******************************************************************
       9200-SEND-INQUIRY.
           EXEC CICS SEND TEXT
                FROM(WS-INQ-MSG)
                LENGTH(LENGTH OF WS-INQ-MSG)
                ERASE
                FREEKB
                NOHANDLE
           END-EXEC.
           EXIT.
