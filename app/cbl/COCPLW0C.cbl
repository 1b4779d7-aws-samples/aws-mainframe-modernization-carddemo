      ******************************************************************
      * Program:     COCPLW0C.CBL                                      *
      * Layer:       Business logic                                    *
      * Function:    Customer Complaint Entry and Work Queue           *
      * Description: CSRs open complaint cases on the CMPLCASE file -  *
      *              direct or routed through a regulator - and the    *
      *              complaints team works them from the queue through *
      *              assignment to resolution.  Every case carries its *
      *              regulatory response due date; when the CSR leaves *
      *              it blank it defaults from the received date (15   *
      *              days for a regulator-routed complaint, 30 for     *
      *              any other).  The queue shows the days left and    *
      *              flags cases near or past due; CBCPL01C ages the   *
      *              same cases nightly.  Opening and resolving a case *
      *              each leave an entry in the customer's contact     *
      *              history.  Needs the CPLW entitlement.             *
      *                                                                *
      *              Terminal input:                                   *
      *                CCPL N <cust9> <acct11> <cat> <ch> [<rcvd>      *
      *                       [<due>]] <summary>          new case     *
      *                CCPL Q [<user>]                    open queue   *
      *                CCPL A <case> <user>               assign       *
      *                CCPL R <case> <res> <note>         resolve      *
      *                CCPL I <case>                      inquire      *
      *              Categories: BILL FEES RATE CRPT COLL FRAU DISP    *
      *              SERV PRIV OTHR.  Channels: P phone, M mail,       *
      *              E email, B branch, R regulator (the regulator's   *
      *              reference goes on the front of the summary        *
      *              followed by a slash).  Resolutions: CR credited,  *
      *              CO corrected, EX explained, DN denied, WD         *
      *              withdrawn.  Account zero means no one account.    *
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
           COCPLW0C.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PGMNAME                          PIC X(08)
                                                   VALUE 'COCPLW0C'.
           05  WS-CPL-FILE                         PIC X(08)
                                                   VALUE 'CMPLCASE'.
           05  WS-CUST-FILE                        PIC X(08)
                                                   VALUE 'CUSTDAT '.
           05  WS-ACCT-FILE                        PIC X(08)
                                                   VALUE 'ACCTDAT '.
           05  WS-CNT-FILE                         PIC X(08)
                                                   VALUE 'CNTCTHST'.
           05  WS-RESP-CD                          PIC S9(09) COMP.
           05  WS-REAS-CD                          PIC S9(09) COMP.
           05  WS-USER-ID                          PIC X(08).
           05  WS-ABS-TIME                         PIC S9(15) COMP-3.
           05  WS-CUR-DATE                         PIC X(10).
           05  WS-CUR-TIME                         PIC X(08).

      *---------------------------------------------------------------*
      * Regulatory response windows, in calendar days from receipt,   *
      * and how close to the due date a case is flagged as near.      *
      *---------------------------------------------------------------*
       01  WS-DUE-DAYS-REGULATOR                   PIC 9(03) VALUE 15.
       01  WS-DUE-DAYS-DIRECT                      PIC 9(03) VALUE 30.
       01  WS-NEAR-DAYS                            PIC 9(03) VALUE 5.

       01  WS-DATE-WORK.
           05  WS-DATE-NUM                         PIC 9(08).
           05  WS-DATE-INT                         PIC S9(09) COMP.
           05  WS-TODAY-INT                        PIC S9(09) COMP.
           05  WS-DAYS-LEFT                        PIC S9(05) COMP.
           05  WS-DATE-IN                          PIC X(10).
           05  WS-DATE-OK-SW                       PIC X(01).
               88  WS-DATE-OK                      VALUE 'Y'.

       01  WS-TERM-INPUT.
           05  FILLER                              PIC X(04).
           05  FILLER                              PIC X(01).
           05  WS-IN-ACTION                        PIC X(01).
               88  WS-ACT-NEW                      VALUE 'N'.
               88  WS-ACT-QUEUE                    VALUE 'Q'.
               88  WS-ACT-ASSIGN                   VALUE 'A'.
               88  WS-ACT-RESOLVE                  VALUE 'R'.
               88  WS-ACT-INQUIRE                  VALUE 'I'.
           05  FILLER                              PIC X(01).
           05  WS-IN-BODY                          PIC X(73).
      *    New-case view.
           05  WS-IN-NEW REDEFINES WS-IN-BODY.
               10  WS-IN-CUST-ID                   PIC X(09).
               10  FILLER                          PIC X(01).
               10  WS-IN-ACCT-ID                   PIC X(11).
               10  FILLER                          PIC X(01).
               10  WS-IN-CATEGORY                  PIC X(04).
               10  FILLER                          PIC X(01).
               10  WS-IN-CHANNEL                   PIC X(01).
               10  FILLER                          PIC X(01).
               10  WS-IN-RCVD-DATE                 PIC X(10).
               10  FILLER                          PIC X(01).
               10  WS-IN-DUE-DATE                  PIC X(10).
               10  FILLER                          PIC X(01).
               10  WS-IN-SUMMARY                   PIC X(22).
      *    Existing-case view.
           05  WS-IN-CASE REDEFINES WS-IN-BODY.
               10  WS-IN-CASE-ID                   PIC X(16).
               10  FILLER                          PIC X(01).
               10  WS-IN-FIELD1                    PIC X(08).
               10  FILLER                          PIC X(01).
               10  WS-IN-NOTE                      PIC X(47).
       01  WS-TERM-INPUT-LEN                       PIC S9(04) COMP.

       01  WS-OUT-MSG.
           05  WS-MSG-TEXT                         PIC X(78).
       01  WS-OUT-LINE.
           05  WS-OL-CASE-ID                       PIC X(16).
           05  FILLER                              PIC X(01).
           05  WS-OL-CUST-ID                       PIC X(09).
           05  FILLER                              PIC X(01).
           05  WS-OL-CATEGORY                      PIC X(04).
           05  FILLER                              PIC X(01).
           05  WS-OL-CHANNEL                       PIC X(01).
           05  FILLER                              PIC X(01).
           05  WS-OL-DUE-DATE                      PIC X(10).
           05  FILLER                              PIC X(01).
           05  WS-OL-DAYS-LEFT                     PIC ZZZ9-.
           05  FILLER                              PIC X(01).
           05  WS-OL-FLAG                          PIC X(04).
           05  FILLER                              PIC X(01).
           05  WS-OL-STATUS                        PIC X(01).
           05  FILLER                              PIC X(01).
           05  WS-OL-ASSIGNED                      PIC X(08).
           05  FILLER                              PIC X(01).
           05  WS-OL-SUMMARY                       PIC X(13).

       01  WS-BROWSE-FLAGS.
           05  WS-BROWSE-DONE-SW                   PIC X(01).
               88  WS-BROWSE-DONE                  VALUE 'Y'.
           05  WS-BROWSE-OPEN-SW                   PIC X(01).
               88  WS-BROWSE-OPEN                  VALUE 'Y'.
       01  WS-MATCH-COUNT                          PIC S9(04) COMP
                                                   VALUE 0.
       01  WS-PAGE-LIMIT                           PIC S9(04) COMP
                                                   VALUE 15.
       01  WS-CASE-RID                             PIC X(16).
       01  WS-CUST-RID                             PIC 9(09).
       01  WS-ACCT-RID                             PIC 9(11).
       01  WS-QUEUE-USER                           PIC X(08).

      ******************************************************************
      * Case-id: 'CP' + task number, unique within the region's day.
      ******************************************************************
       01  WS-CASE-ID-BUILD.
           05  FILLER                              PIC X(02)
                                                   VALUE 'CP'.
           05  WS-CASE-TASKNO                      PIC 9(07).
           05  WS-CASE-TIME                        PIC 9(07).

       COPY CVCPL01Y.
       COPY CVCUS01Y.
       COPY CVACT01Y.
       COPY CVCNT01Y.
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

           INITIALIZE SECC-PARM.
           MOVE WS-USER-ID TO SECC-USER-ID.
           MOVE 'CPLW'     TO SECC-FUNCTION.
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
                YYYYMMDD(WS-CUR-DATE)
                DATESEP('-')
                TIME(WS-CUR-TIME)
                TIMESEP
                NOHANDLE
           END-EXEC.
           MOVE WS-CUR-DATE TO WS-DATE-IN.
           PERFORM 7000-DATE-TO-INTEGER.
           MOVE WS-DATE-INT TO WS-TODAY-INT.

           EVALUATE TRUE
               WHEN WS-ACT-NEW
                   PERFORM 1000-OPEN-CASE
               WHEN WS-ACT-QUEUE
                   PERFORM 2000-LIST-QUEUE
               WHEN WS-ACT-ASSIGN
                   PERFORM 3000-ASSIGN-CASE
               WHEN WS-ACT-RESOLVE
                   PERFORM 4000-RESOLVE-CASE
               WHEN WS-ACT-INQUIRE
                   PERFORM 5000-INQUIRE-CASE
               WHEN OTHER
                   STRING 'ENTER: CCPL N <CUST> <ACCT> <CAT> <CH> '
                          '[<RCVD> [<DUE>]] <SUMMARY> / Q / A / R / I'
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM 9100-SEND-MESSAGE
           END-EVALUATE.

           IF WS-MATCH-COUNT > 0
               EXEC CICS SEND PAGE
                    RESP(WS-RESP-CD)
               END-EXEC
           END-IF.

       9000-RETURN.
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * Open a case.  Customer must be on file; a non-zero account    *
      * must be too.  Received defaults to today and the due date to  *
      * the regulatory window from receipt.                           *
      ******************************************************************
       1000-OPEN-CASE.
           IF WS-IN-CUST-ID NOT NUMERIC
               MOVE 'CUSTOMER ID MUST BE 9 DIGITS' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-ACCT-ID NOT NUMERIC
               MOVE 'ACCOUNT ID MUST BE 11 DIGITS (ZEROS IF NONE)'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE COMPLAINT-CASE-RECORD.
           MOVE WS-IN-CATEGORY TO CPL-CATEGORY.
           IF NOT CPL-CAT-VALID
               STRING 'CATEGORY MUST BE BILL FEES RATE CRPT COLL '
                      'FRAU DISP SERV PRIV OR OTHR'
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-CHANNEL TO CPL-CHANNEL.
           IF NOT CPL-CH-VALID
               MOVE 'CHANNEL MUST BE P, M, E, B OR R (REGULATOR)'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-SUMMARY = SPACES
               MOVE 'COMPLAINT SUMMARY IS REQUIRED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           IF WS-IN-RCVD-DATE = SPACES
               MOVE WS-CUR-DATE TO CPL-RECEIVED-DATE
           ELSE
               MOVE WS-IN-RCVD-DATE TO WS-DATE-IN
               PERFORM 7000-DATE-TO-INTEGER
               IF NOT WS-DATE-OK
                  OR WS-DATE-INT > WS-TODAY-INT
                   MOVE 'RECEIVED DATE MUST BE CCYY-MM-DD, NOT FUTURE'
                     TO WS-MSG-TEXT
                   PERFORM 9100-SEND-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-IN-RCVD-DATE TO CPL-RECEIVED-DATE
           END-IF.

           IF WS-IN-DUE-DATE = SPACES
               MOVE CPL-RECEIVED-DATE TO WS-DATE-IN
               PERFORM 7000-DATE-TO-INTEGER
               IF CPL-CH-REGULATOR
                   ADD WS-DUE-DAYS-REGULATOR TO WS-DATE-INT
               ELSE
                   ADD WS-DUE-DAYS-DIRECT TO WS-DATE-INT
               END-IF
               PERFORM 7100-INTEGER-TO-DATE
               MOVE WS-DATE-IN TO CPL-DUE-DATE
           ELSE
               MOVE WS-IN-DUE-DATE TO WS-DATE-IN
               PERFORM 7000-DATE-TO-INTEGER
               IF NOT WS-DATE-OK
                   MOVE 'DUE DATE MUST BE CCYY-MM-DD' TO WS-MSG-TEXT
                   PERFORM 9100-SEND-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-IN-DUE-DATE TO CPL-DUE-DATE
           END-IF.

           MOVE WS-IN-CUST-ID TO WS-CUST-RID.
           EXEC CICS READ
                DATASET(WS-CUST-FILE)
                INTO(CUSTOMER-RECORD)
                RIDFLD(WS-CUST-RID)
                KEYLENGTH(LENGTH OF WS-CUST-RID)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'CUSTOMER NOT ON FILE' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-ACCT-ID TO WS-ACCT-RID.
           IF WS-ACCT-RID NOT = ZERO
               EXEC CICS READ
                    DATASET(WS-ACCT-FILE)
                    INTO(ACCOUNT-RECORD)
                    RIDFLD(WS-ACCT-RID)
                    KEYLENGTH(LENGTH OF WS-ACCT-RID)
                    RESP(WS-RESP-CD)
                    RESP2(WS-REAS-CD)
               END-EXEC
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-MSG-TEXT
                   PERFORM 9100-SEND-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *    A regulator's reference is keyed ahead of a slash.
           IF CPL-CH-REGULATOR
               UNSTRING WS-IN-SUMMARY DELIMITED BY '/'
                   INTO CPL-REG-REF CPL-SUMMARY
               END-UNSTRING
               IF CPL-SUMMARY = SPACES
                   MOVE SPACES        TO CPL-REG-REF
                   MOVE WS-IN-SUMMARY TO CPL-SUMMARY
               END-IF
           ELSE
               MOVE WS-IN-SUMMARY TO CPL-SUMMARY
           END-IF.

           MOVE EIBTASKN          TO WS-CASE-TASKNO.
           MOVE WS-CUR-TIME(1:2)  TO WS-CASE-TIME(1:2).
           MOVE WS-CUR-TIME(4:2)  TO WS-CASE-TIME(3:2).
           MOVE WS-CUR-TIME(7:2)  TO WS-CASE-TIME(5:2).
           MOVE '0'               TO WS-CASE-TIME(7:1).
           MOVE WS-CASE-ID-BUILD  TO CPL-CASE-ID.
           MOVE WS-CUST-RID       TO CPL-CUST-ID.
           MOVE WS-ACCT-RID       TO CPL-ACCT-ID.
           SET CPL-OPEN           TO TRUE.
           MOVE WS-USER-ID        TO CPL-OPENED-BY.
           MOVE SPACES            TO CPL-ASSIGNED-TO
                                     CPL-RESOLUTION-CD
                                     CPL-RESOLUTION-NOTE
                                     CPL-RESOLVED-DATE
                                     CPL-RESOLVED-BY.

           EXEC CICS WRITE
                DATASET(WS-CPL-FILE)
                FROM(COMPLAINT-CASE-RECORD)
                RIDFLD(CPL-CASE-ID)
                KEYLENGTH(LENGTH OF CPL-CASE-ID)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'COMPLAINT CASE WRITE FAILED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO CNT-NOTE.
           STRING 'COMPLAINT OPENED ' CPL-CASE-ID ' ' CPL-CATEGORY
                  ' DUE ' CPL-DUE-DATE
               DELIMITED BY SIZE INTO CNT-NOTE
           END-STRING.
           PERFORM 9400-LOG-CONTACT.

           STRING 'CASE OPENED: ' CPL-CASE-ID ' DUE ' CPL-DUE-DATE
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           END-STRING.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * Queue view: first page of open and in-work cases in case-id   *
      * order, optionally only those assigned to one user.            *
      ******************************************************************
       2000-LIST-QUEUE.
           MOVE WS-IN-CASE-ID(1:8) TO WS-QUEUE-USER.
           MOVE LOW-VALUES TO WS-CASE-RID.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           EXEC CICS STARTBR
                DATASET(WS-CPL-FILE)
                RIDFLD(WS-CASE-RID)
                KEYLENGTH(LENGTH OF WS-CASE-RID)
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

           PERFORM 2100-READ-NEXT-CASE
               UNTIL WS-BROWSE-DONE
                  OR WS-MATCH-COUNT >= WS-PAGE-LIMIT.

           IF WS-BROWSE-OPEN
               EXEC CICS ENDBR
                    DATASET(WS-CPL-FILE)
                    RESP(WS-RESP-CD)
               END-EXEC
           END-IF.

           IF WS-MATCH-COUNT = 0
               MOVE 'COMPLAINT QUEUE IS EMPTY' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
           END-IF.

       2100-READ-NEXT-CASE.
           EXEC CICS READNEXT
                DATASET(WS-CPL-FILE)
                INTO(COMPLAINT-CASE-RECORD)
                LENGTH(LENGTH OF COMPLAINT-CASE-RECORD)
                RIDFLD(WS-CASE-RID)
                KEYLENGTH(LENGTH OF WS-CASE-RID)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NOT CPL-WORKABLE
               EXIT PARAGRAPH
           END-IF.
           IF WS-QUEUE-USER NOT = SPACES
              AND CPL-ASSIGNED-TO NOT = WS-QUEUE-USER
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MATCH-COUNT.
           PERFORM 6000-FORMAT-CASE-LINE.
           EXEC CICS SEND TEXT
                FROM(WS-OUT-LINE)
                LENGTH(LENGTH OF WS-OUT-LINE)
                ACCUM
                RESP(WS-RESP-CD)
           END-EXEC.

      ******************************************************************
       3000-ASSIGN-CASE.
           IF WS-IN-FIELD1 = SPACES
               MOVE 'ASSIGNEE USER ID IS REQUIRED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 6100-READ-CASE-UPDATE.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           IF CPL-RESOLVED
               MOVE 'CASE IS RESOLVED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-FIELD1 TO CPL-ASSIGNED-TO.
           SET CPL-IN-WORK   TO TRUE.
           PERFORM 6200-REWRITE-CASE.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'CASE ASSIGNED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
           END-IF.

      ******************************************************************
      * Resolution closes the case with its outcome; the date against *
      * the due date is what the compliance counts measure.           *
      ******************************************************************
       4000-RESOLVE-CASE.
           MOVE WS-IN-FIELD1(1:2) TO CPL-RESOLUTION-CD.
           IF NOT CPL-RES-VALID
               MOVE 'RESOLUTION MUST BE CR, CO, EX, DN OR WD'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 6100-READ-CASE-UPDATE.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           IF CPL-RESOLVED
               MOVE 'CASE IS ALREADY RESOLVED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-FIELD1(1:2) TO CPL-RESOLUTION-CD.
           MOVE WS-IN-NOTE        TO CPL-RESOLUTION-NOTE.
           MOVE WS-CUR-DATE       TO CPL-RESOLVED-DATE.
           MOVE WS-USER-ID        TO CPL-RESOLVED-BY.
           SET CPL-RESOLVED       TO TRUE.
           PERFORM 6200-REWRITE-CASE.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE SPACES TO CNT-NOTE
               STRING 'COMPLAINT RESOLVED ' CPL-CASE-ID ' '
                      CPL-RESOLUTION-CD
                   DELIMITED BY SIZE INTO CNT-NOTE
               END-STRING
               PERFORM 9400-LOG-CONTACT
               MOVE 'CASE RESOLVED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
           END-IF.

      ******************************************************************
       5000-INQUIRE-CASE.
           MOVE WS-IN-CASE-ID TO WS-CASE-RID.
           EXEC CICS READ
                DATASET(WS-CPL-FILE)
                INTO(COMPLAINT-CASE-RECORD)
                RIDFLD(WS-CASE-RID)
                KEYLENGTH(LENGTH OF WS-CASE-RID)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'COMPLAINT CASE NOT FOUND' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MATCH-COUNT.
           PERFORM 6000-FORMAT-CASE-LINE.
           EXEC CICS SEND TEXT
                FROM(WS-OUT-LINE)
                LENGTH(LENGTH OF WS-OUT-LINE)
                ACCUM
                RESP(WS-RESP-CD)
           END-EXEC.
           MOVE SPACES TO WS-OUT-LINE.
           STRING 'ACCT ' CPL-ACCT-ID ' RCVD ' CPL-RECEIVED-DATE
                  ' REG REF ' CPL-REG-REF ' BY ' CPL-OPENED-BY
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           EXEC CICS SEND TEXT
                FROM(WS-OUT-LINE)
                LENGTH(LENGTH OF WS-OUT-LINE)
                ACCUM
                RESP(WS-RESP-CD)
           END-EXEC.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE CPL-SUMMARY TO WS-OUT-LINE.
           EXEC CICS SEND TEXT
                FROM(WS-OUT-LINE)
                LENGTH(LENGTH OF WS-OUT-LINE)
                ACCUM
                RESP(WS-RESP-CD)
           END-EXEC.
           IF CPL-RESOLVED
               MOVE SPACES TO WS-OUT-LINE
               STRING 'RESOLVED ' CPL-RESOLVED-DATE ' '
                      CPL-RESOLUTION-CD ' BY ' CPL-RESOLVED-BY ' '
                      CPL-RESOLUTION-NOTE
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
               EXEC CICS SEND TEXT
                    FROM(WS-OUT-LINE)
                    LENGTH(LENGTH OF WS-OUT-LINE)
                    ACCUM
                    RESP(WS-RESP-CD)
               END-EXEC
           END-IF.

      ******************************************************************
       6000-FORMAT-CASE-LINE.
           MOVE SPACES             TO WS-OUT-LINE.
           MOVE CPL-CASE-ID        TO WS-OL-CASE-ID.
           MOVE CPL-CUST-ID        TO WS-OL-CUST-ID.
           MOVE CPL-CATEGORY       TO WS-OL-CATEGORY.
           MOVE CPL-CHANNEL        TO WS-OL-CHANNEL.
           MOVE CPL-DUE-DATE       TO WS-OL-DUE-DATE.
           MOVE CPL-STATUS         TO WS-OL-STATUS.
           MOVE CPL-ASSIGNED-TO    TO WS-OL-ASSIGNED.
           MOVE CPL-SUMMARY        TO WS-OL-SUMMARY.
           MOVE SPACES             TO WS-OL-FLAG.
           MOVE ZERO               TO WS-DAYS-LEFT.
           IF CPL-WORKABLE
               MOVE CPL-DUE-DATE TO WS-DATE-IN
               PERFORM 7000-DATE-TO-INTEGER
               IF WS-DATE-OK
                   COMPUTE WS-DAYS-LEFT = WS-DATE-INT - WS-TODAY-INT
                   EVALUATE TRUE
                       WHEN WS-DAYS-LEFT < 0
                           MOVE 'PAST' TO WS-OL-FLAG
                       WHEN WS-DAYS-LEFT <= WS-NEAR-DAYS
                           MOVE 'NEAR' TO WS-OL-FLAG
                   END-EVALUATE
               END-IF
           END-IF.
           MOVE WS-DAYS-LEFT       TO WS-OL-DAYS-LEFT.

      ******************************************************************
       6100-READ-CASE-UPDATE.
           MOVE WS-IN-CASE-ID TO WS-CASE-RID.
           EXEC CICS READ
                DATASET(WS-CPL-FILE)
                INTO(COMPLAINT-CASE-RECORD)
                RIDFLD(WS-CASE-RID)
                KEYLENGTH(LENGTH OF WS-CASE-RID)
                UPDATE
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'COMPLAINT CASE NOT FOUND' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
           END-IF.

      ******************************************************************
       6200-REWRITE-CASE.
           EXEC CICS REWRITE
                DATASET(WS-CPL-FILE)
                FROM(COMPLAINT-CASE-RECORD)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'CASE UPDATE FAILED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
           END-IF.

      ******************************************************************
      * CCYY-MM-DD in WS-DATE-IN to a day number in WS-DATE-INT.      *
      ******************************************************************
       7000-DATE-TO-INTEGER.
           MOVE 'N' TO WS-DATE-OK-SW.
           MOVE ZERO TO WS-DATE-INT.
           IF WS-DATE-IN(1:4) NOT NUMERIC
              OR WS-DATE-IN(5:1) NOT = '-'
              OR WS-DATE-IN(6:2) NOT NUMERIC
              OR WS-DATE-IN(8:1) NOT = '-'
              OR WS-DATE-IN(9:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-IN(1:4) TO WS-DATE-NUM(1:4).
           MOVE WS-DATE-IN(6:2) TO WS-DATE-NUM(5:2).
           MOVE WS-DATE-IN(9:2) TO WS-DATE-NUM(7:2).
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           SET WS-DATE-OK TO TRUE.

      ******************************************************************
       7100-INTEGER-TO-DATE.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM.
           STRING WS-DATE-NUM(1:4) '-' WS-DATE-NUM(5:2) '-'
                  WS-DATE-NUM(7:2)
               DELIMITED BY SIZE INTO WS-DATE-IN
           END-STRING.

      ******************************************************************
      * Case openings and resolutions go on the customer's contact    *
      * history; the note is built by the caller.                     *
      ******************************************************************
       9400-LOG-CONTACT.
           MOVE CPL-CUST-ID       TO CNT-CUST-ID.
           STRING WS-CUR-DATE ' ' WS-CUR-TIME '.000000'
               DELIMITED BY SIZE INTO CNT-TIMESTAMP
           END-STRING.
           MOVE 'S'               TO CNT-CHANNEL.
           MOVE 'CMPL'            TO CNT-REASON-CD.
           MOVE WS-USER-ID        TO CNT-USER-ID.
           EXEC CICS WRITE
                DATASET(WS-CNT-FILE)
                FROM(CONTACT-HISTORY-RECORD)
                RIDFLD(CNT-KEY)
                KEYLENGTH(LENGTH OF CNT-KEY)
                NOHANDLE
           END-EXEC.
           EXIT.

      ******************************************************************
       9100-SEND-MESSAGE.
           EXEC CICS SEND TEXT
                FROM(WS-OUT-MSG)
                LENGTH(LENGTH OF WS-OUT-MSG)
                ERASE
                RESP(WS-RESP-CD)
           END-EXEC.
