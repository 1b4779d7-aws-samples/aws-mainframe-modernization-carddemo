      ******************************************************************
      * Program:     COGLSR0C.CBL                                      *
      * Layer:       Business logic                                    *
      * Function:    GL Suspense Inquiry and Repair                    *
      * Description: Finance's view of the GLSUSP suspense queue - the *
      *              journal lines the general ledger rejected, filed  *
      *              by the CBGLA01C acknowledgment intake.  Repair    *
      *              puts the corrected GL account on the line and     *
      *              releases it; the next nightly journal (CBGLJ01C)  *
      *              sends it and marks it re-journaled.  A released   *
      *              line may be corrected again until that run picks  *
      *              it up.  Every repair is logged through COAUDIT    *
      *              under the GL-suspense log type.  Looking needs    *
      *              the CGLS entitlement; repairing needs CGLR too.   *
      *              Fix the GLXREF mapping (CBGLMUPD) as well, or the *
      *              next night's journal is rejected the same way.    *
      *                                                                *
      *              Terminal input:                                   *
      *                CGLS L                      outstanding lines   *
      *                CGLS I <date10> <src2> <seq6>                   *
      *                                            one line in full    *
      *                CGLS R <date10> <src2> <seq6> <glacct8>         *
      *                                            repair and release  *
      *              Date is the journal post date CCYY-MM-DD, source  *
      *              and sequence as on the GL's reject.               *
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
           COGLSR0C.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PGMNAME                          PIC X(08)
                                                   VALUE 'COGLSR0C'.
           05  WS-GLSUSP-FILE                      PIC X(08)
                                                   VALUE 'GLSUSP  '.
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
           05  WS-AMOUNT-DIS                       PIC Z(10)9.99-.

       01  WS-TERM-INPUT.
           05  FILLER                              PIC X(04).
           05  FILLER                              PIC X(01).
           05  WS-IN-ACTION                        PIC X(01).
               88  WS-ACT-LIST                     VALUE 'L'.
               88  WS-ACT-INQUIRE                  VALUE 'I'.
               88  WS-ACT-REPAIR                   VALUE 'R'.
           05  FILLER                              PIC X(01).
           05  WS-IN-POST-DATE                     PIC X(10).
           05  FILLER                              PIC X(01).
           05  WS-IN-SOURCE-CD                     PIC X(02).
           05  FILLER                              PIC X(01).
           05  WS-IN-LINE-SEQ                      PIC X(06).
           05  FILLER                              PIC X(01).
           05  WS-IN-GL-ACCOUNT                    PIC X(08).
           05  FILLER                              PIC X(44).
       01  WS-TERM-INPUT-LEN                       PIC S9(04) COMP.

       01  WS-OUT-MSG.
           05  WS-MSG-TEXT                         PIC X(78).

      *    Inquiry answer - title, then one 80-column line per row.
       01  WS-INQ-MSG.
           05  WS-INQ-LINE                 PIC X(80) OCCURS 20 TIMES.
       01  WS-INQ-MAX                      PIC S9(04) COMP VALUE 20.
      *    Last line held back for the overflow note.
       01  WS-INQ-ROW-MAX                  PIC S9(04) COMP VALUE 19.

       01  WS-BEFORE-IMAGE                 PIC X(200).

       COPY CVGLS01Y.
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
           MOVE 'CGLS'     TO SECC-FUNCTION.
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

      *    Repairing a line decides what posts to the ledger - a
      *    separate entitlement from looking at the queue.
           IF WS-ACT-REPAIR
               INITIALIZE SECC-PARM
               MOVE WS-USER-ID TO SECC-USER-ID
               MOVE 'CGLR'     TO SECC-FUNCTION
               EXEC CICS LINK
                    PROGRAM(WS-SECC-PGM)
                    COMMAREA(SECC-PARM)
                    LENGTH(LENGTH OF SECC-PARM)
                    RESP(WS-RESP-CD)
               END-EXEC
               IF NOT SECC-ALLOWED
                   MOVE 'NOT AUTHORIZED TO REPAIR SUSPENSE LINES'
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
               WHEN WS-ACT-LIST
                   PERFORM 1000-LIST-OUTSTANDING
               WHEN WS-ACT-INQUIRE
                   PERFORM 2000-INQUIRE-LINE
               WHEN WS-ACT-REPAIR
                   PERFORM 3000-REPAIR-LINE
               WHEN OTHER
                   STRING 'ENTER: CGLS L / I <DATE> <SRC> <SEQ> / '
                          'R <DATE> <SRC> <SEQ> <GL ACCT>'
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM 9100-SEND-MESSAGE
           END-EVALUATE.

       9000-RETURN.
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * Every open or released line, oldest post date first.          *
      ******************************************************************
       1000-LIST-OUTSTANDING.
           MOVE SPACES TO WS-INQ-MSG.
           MOVE 'GL SUSPENSE - OUTSTANDING LINES' TO WS-INQ-LINE(1).
           STRING '  POST DATE  SR SEQ    S D GL ACCT  CORR     '
                  '         AMOUNT RSN  RECEIVED'
               DELIMITED BY SIZE INTO WS-INQ-LINE(2)
           END-STRING.
           MOVE 2 TO WS-LINE-SUB.

           MOVE LOW-VALUES TO GLS-KEY.
           EXEC CICS STARTBR
                DATASET(WS-GLSUSP-FILE)
                RIDFLD(GLS-KEY)
                KEYLENGTH(LENGTH OF GLS-KEY)
                GTEQ
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'N' TO WS-BROWSE-SW
               MOVE 'N' TO WS-MORE-SW
               PERFORM UNTIL WS-BROWSE-DONE
                   EXEC CICS READNEXT
                        DATASET(WS-GLSUSP-FILE)
                        INTO(GL-SUSPENSE-RECORD)
                        RIDFLD(GLS-KEY)
                        KEYLENGTH(LENGTH OF GLS-KEY)
                        RESP(WS-RESP-CD)
                        RESP2(WS-REAS-CD)
                   END-EXEC
                   IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       IF GLS-OUTSTANDING
                           IF WS-LINE-SUB >= WS-INQ-ROW-MAX
                               SET WS-MORE-ROWS TO TRUE
                               SET WS-BROWSE-DONE TO TRUE
                           ELSE
                               PERFORM 1100-FORMAT-LIST-LINE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                    DATASET(WS-GLSUSP-FILE)
                    NOHANDLE
               END-EXEC
           END-IF.

           IF WS-LINE-SUB = 2
               MOVE '  NO OUTSTANDING SUSPENSE LINES' TO WS-INQ-LINE(3)
           END-IF.
           IF WS-MORE-ROWS
               MOVE '  MORE LINES ON FILE THAN FIT - SEE CBGLS01C'
                 TO WS-INQ-LINE(WS-INQ-MAX)
           END-IF.
           PERFORM 9200-SEND-INQUIRY.

      ******************************************************************
       1100-FORMAT-LIST-LINE.
           ADD 1 TO WS-LINE-SUB.
           MOVE GLS-AMOUNT TO WS-AMOUNT-DIS.
           STRING '  ' GLS-POST-DATE ' ' GLS-SOURCE-CD ' '
                  GLS-LINE-SEQ ' ' GLS-STATUS ' ' GLS-DR-CR-IND ' '
                  GLS-GL-ACCOUNT ' ' GLS-CORR-GL-ACCOUNT ' '
                  WS-AMOUNT-DIS ' ' GLS-REASON-CD ' '
                  GLS-RECEIVED-DATE
               DELIMITED BY SIZE INTO WS-INQ-LINE(WS-LINE-SUB)
           END-STRING.

      ******************************************************************
      * One suspense line in full, whatever its status.               *
      ******************************************************************
       2000-INQUIRE-LINE.
           PERFORM 5000-VALIDATE-KEY.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                DATASET(WS-GLSUSP-FILE)
                INTO(GL-SUSPENSE-RECORD)
                RIDFLD(GLS-KEY)
                KEYLENGTH(LENGTH OF GLS-KEY)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'SUSPENSE LINE NOT ON FILE' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-INQ-MSG.
           MOVE GLS-AMOUNT TO WS-AMOUNT-DIS.
           STRING 'GL SUSPENSE LINE ' GLS-POST-DATE ' '
                  GLS-SOURCE-CD ' ' GLS-LINE-SEQ
               DELIMITED BY SIZE INTO WS-INQ-LINE(1)
           END-STRING.
           EVALUATE TRUE
               WHEN GLS-OPEN
                   MOVE '  STATUS      : OPEN - AWAITING REPAIR'
                     TO WS-INQ-LINE(2)
               WHEN GLS-RELEASED
                   MOVE '  STATUS      : RELEASED - NEXT JOURNAL RUN'
                     TO WS-INQ-LINE(2)
               WHEN GLS-REJOURNALED
                   MOVE '  STATUS      : RE-JOURNALED'
                     TO WS-INQ-LINE(2)
               WHEN OTHER
                   STRING '  STATUS      : ' GLS-STATUS
                       DELIMITED BY SIZE INTO WS-INQ-LINE(2)
                   END-STRING
           END-EVALUATE.
           STRING '  SIDE/AMOUNT : ' GLS-DR-CR-IND ' ' WS-AMOUNT-DIS
               DELIMITED BY SIZE INTO WS-INQ-LINE(3)
           END-STRING.
           STRING '  TYPE/CAT    : ' GLS-TRAN-TYPE-CD '/'
                  GLS-TRAN-CAT-CD ' ' GLS-DESC
               DELIMITED BY SIZE INTO WS-INQ-LINE(4)
           END-STRING.
           STRING '  GL ACCOUNT  : ' GLS-GL-ACCOUNT ' (REJECTED)'
               DELIMITED BY SIZE INTO WS-INQ-LINE(5)
           END-STRING.
           STRING '  GL REASON   : ' GLS-REASON-CD ' ' GLS-REASON-TEXT
               DELIMITED BY SIZE INTO WS-INQ-LINE(6)
           END-STRING.
           STRING '  RECEIVED    : ' GLS-RECEIVED-DATE
               DELIMITED BY SIZE INTO WS-INQ-LINE(7)
           END-STRING.
           STRING '  CORRECTED TO: ' GLS-CORR-GL-ACCOUNT
                  ' BY ' GLS-REPAIR-USER ' ON ' GLS-REPAIR-DATE
               DELIMITED BY SIZE INTO WS-INQ-LINE(8)
           END-STRING.
           STRING '  RE-JOURNALED: ' GLS-REJRNL-DATE
                  ' LINE ' GLS-REJRNL-SEQ
               DELIMITED BY SIZE INTO WS-INQ-LINE(9)
           END-STRING.
           PERFORM 9200-SEND-INQUIRY.

      ******************************************************************
      * Repair and release.  A line already re-journaled is finished; *
      * if the GL rejects the corrected line it comes back as a new   *
      * suspense line of its own.                                     *
      ******************************************************************
       3000-REPAIR-LINE.
           PERFORM 5000-VALIDATE-KEY.
           IF WS-MSG-TEXT = SPACES
              AND WS-IN-GL-ACCOUNT = SPACES
               MOVE 'CORRECTED GL ACCOUNT IS REQUIRED' TO WS-MSG-TEXT
           END-IF.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                DATASET(WS-GLSUSP-FILE)
                INTO(GL-SUSPENSE-RECORD)
                RIDFLD(GLS-KEY)
                KEYLENGTH(LENGTH OF GLS-KEY)
                UPDATE
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'SUSPENSE LINE NOT ON FILE' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF NOT GLS-OUTSTANDING
               EXEC CICS UNLOCK
                    DATASET(WS-GLSUSP-FILE)
                    NOHANDLE
               END-EXEC
               STRING 'LINE ALREADY RE-JOURNALED ' GLS-REJRNL-DATE
                      ' LINE ' GLS-REJRNL-SEQ
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE GL-SUSPENSE-RECORD TO WS-BEFORE-IMAGE.
           SET GLS-RELEASED        TO TRUE.
           MOVE WS-IN-GL-ACCOUNT   TO GLS-CORR-GL-ACCOUNT.
           MOVE WS-USER-ID         TO GLS-REPAIR-USER.
           MOVE WS-CUR-DATE        TO GLS-REPAIR-DATE.
           EXEC CICS REWRITE
                DATASET(WS-GLSUSP-FILE)
                FROM(GL-SUSPENSE-RECORD)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM 8200-AUDIT-UPDATE
               STRING 'RELEASED: ' GLS-POST-DATE ' ' GLS-SOURCE-CD
                      ' ' GLS-LINE-SEQ ' TO GL ' GLS-CORR-GL-ACCOUNT
                      ' - SENDS WITH NEXT JOURNAL'
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           ELSE
               MOVE 'SUSPENSE REWRITE FAILED' TO WS-MSG-TEXT
           END-IF.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * Post date, source and sequence make the suspense key.         *
      ******************************************************************
       5000-VALIDATE-KEY.
           MOVE SPACES TO WS-MSG-TEXT.
           IF WS-IN-POST-DATE(1:4) NOT NUMERIC
              OR WS-IN-POST-DATE(5:1) NOT = '-'
              OR WS-IN-POST-DATE(6:2) NOT NUMERIC
              OR WS-IN-POST-DATE(8:1) NOT = '-'
              OR WS-IN-POST-DATE(9:2) NOT NUMERIC
               MOVE 'POST DATE MUST BE CCYY-MM-DD' TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-SOURCE-CD = SPACES
               MOVE 'SOURCE IS REQUIRED (GL, PT OR SR)' TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-LINE-SEQ NOT NUMERIC
               MOVE 'LINE SEQUENCE MUST BE 6 DIGITS' TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-POST-DATE TO GLS-POST-DATE.
           MOVE WS-IN-SOURCE-CD TO GLS-SOURCE-CD.
           MOVE WS-IN-LINE-SEQ  TO GLS-LINE-SEQ.

      ******************************************************************
       8100-AUDIT-LINK.
           MOVE WS-USER-ID                   TO AUDIT-IN-USER-ID.
           MOVE 'A'                          TO AUDIT-IN-USER-TYPE.
           MOVE 'E'                          TO AUDIT-IN-LOG-TYPE.
           MOVE LENGTH OF GL-SUSPENSE-RECORD TO AUDIT-IN-RECORD-LENGTH.

           EXEC CICS LINK
                PROGRAM(WS-AUDIT-PGM)
                COMMAREA(AUDIT-PARMS)
                LENGTH(LENGTH OF AUDIT-PARMS)
                RESP(WS-RESP-CD)
           END-EXEC.

      ******************************************************************
      * Both images of a repair, written only after the change has    *
      * landed on the file.                                           *
      ******************************************************************
       8200-AUDIT-UPDATE.
           MOVE 'U'                   TO AUDIT-IN-ACTION-TYPE.
           MOVE 'B'                   TO AUDIT-IN-IMAGE-TYPE.
           MOVE WS-BEFORE-IMAGE       TO AUDIT-IN-RECORD-DATA.
           PERFORM 8100-AUDIT-LINK.
           MOVE 'A'                   TO AUDIT-IN-IMAGE-TYPE.
           MOVE GL-SUSPENSE-RECORD    TO AUDIT-IN-RECORD-DATA.
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
