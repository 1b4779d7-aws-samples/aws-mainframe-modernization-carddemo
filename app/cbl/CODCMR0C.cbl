      ******************************************************************
      * Program:     CODCMR0C.CBL                                      *
      * Layer:       Business logic                                    *
      * Function:    Duplicate Customer Merge Review                   *
      * Description: Review screen over the DUPCUST pairs the CBDCM01C *
      *              detection run found - customers who share an      *
      *              SSN, a name and date of birth, or a surname and   *
      *              street address.  Inquiry shows the two customers  *
      *              side by side from CUSTDAT.  Approving marks the   *
      *              pair for the next CBDCM02C run to merge the       *
      *              retiring customer into the survivor; rejecting    *
      *              (a reason is required) keeps the detection from   *
      *              proposing the pair again.  Each decision records  *
      *              the reviewer and date and is logged through       *
      *              COAUDIT.  The pair key is the survivor CUST-ID    *
      *              followed by the retiring CUST-ID.                 *
      *                                                                *
      *              Terminal input:                                   *
      *                CDCM L                          list pending    *
      *                CDCM I <pairkey>                inquire         *
      *                CDCM A <pairkey> <note>         approve merge   *
      *                CDCM R <pairkey> <reason>       reject          *
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
           CODCMR0C.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PGMNAME                          PIC X(08)
                                                   VALUE 'CODCMR0C'.
           05  WS-DCM-FILE                         PIC X(08)
                                                   VALUE 'DUPCUST '.
           05  WS-CUST-FILE                        PIC X(08)
                                                   VALUE 'CUSTDAT '.
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
               88  WS-ACT-REJECT                   VALUE 'R'.
           05  FILLER                              PIC X(01).
           05  WS-IN-PAIR-KEY                      PIC X(18).
           05  FILLER                              PIC X(01).
           05  WS-IN-NOTE                          PIC X(40).
           05  FILLER                              PIC X(14).
       01  WS-TERM-INPUT-LEN                       PIC S9(04) COMP.

       01  WS-OUT-MSG.
           05  WS-MSG-TEXT                         PIC X(78).
       01  WS-OUT-LINE.
           05  WS-OL-SURVIVOR-ID                   PIC 9(09).
           05  FILLER                              PIC X(01).
           05  WS-OL-RETIRE-ID                     PIC 9(09).
           05  FILLER                              PIC X(01).
           05  WS-OL-BASIS                         PIC X(11).
           05  FILLER                              PIC X(01).
           05  WS-OL-SURVIVOR-NAME                 PIC X(22).
           05  FILLER                              PIC X(01).
           05  WS-OL-RETIRE-NAME                   PIC X(22).
           05  FILLER                              PIC X(01).

       01  WS-BROWSE-FLAGS.
           05  WS-BROWSE-DONE-SW                   PIC X(01).
               88  WS-BROWSE-DONE                  VALUE 'Y'.
           05  WS-BROWSE-OPEN-SW                   PIC X(01).
               88  WS-BROWSE-OPEN                  VALUE 'Y'.
       01  WS-MATCH-COUNT                          PIC S9(04) COMP
                                                   VALUE 0.
       01  WS-PAGE-LIMIT                           PIC S9(04) COMP
                                                   VALUE 15.
       01  WS-DCM-RID                              PIC X(18).
       01  WS-CUST-RID                             PIC 9(09).
       01  WS-BASIS-TEXT                           PIC X(11).

       COPY CVDCM01Y.
       COPY CVCUS01Y.
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
           MOVE 'DCMR'     TO SECC-FUNCTION.
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
                   PERFORM 1000-LIST-PENDING
               WHEN WS-ACT-INQUIRE
                   PERFORM 4000-INQUIRE-PAIR
               WHEN WS-ACT-APPROVE
               WHEN WS-ACT-REJECT
                   PERFORM 2000-DECIDE-PAIR
               WHEN OTHER
                   STRING 'ENTER: CDCM L / I <PAIR> / '
                          'A <PAIR> <NOTE> / R <PAIR> <REASON>'
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
       1000-LIST-PENDING.
           MOVE LOW-VALUES TO WS-DCM-RID.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           EXEC CICS STARTBR
                DATASET(WS-DCM-FILE)
                RIDFLD(WS-DCM-RID)
                KEYLENGTH(LENGTH OF WS-DCM-RID)
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

           PERFORM 1100-READ-NEXT-PAIR
               UNTIL WS-BROWSE-DONE
                  OR WS-MATCH-COUNT >= WS-PAGE-LIMIT.

           IF WS-BROWSE-OPEN
               EXEC CICS ENDBR
                    DATASET(WS-DCM-FILE)
                    RESP(WS-RESP-CD)
               END-EXEC
           END-IF.

           IF WS-MATCH-COUNT = 0
               MOVE 'NO DUPLICATE CUSTOMERS AWAITING REVIEW'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
           END-IF.

       1100-READ-NEXT-PAIR.
           EXEC CICS READNEXT
                DATASET(WS-DCM-FILE)
                INTO(DUPLICATE-CUSTOMER-RECORD)
                LENGTH(LENGTH OF DUPLICATE-CUSTOMER-RECORD)
                RIDFLD(WS-DCM-RID)
                KEYLENGTH(LENGTH OF WS-DCM-RID)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NOT DCM-PENDING
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MATCH-COUNT.
           PERFORM 1200-FORMAT-BASIS.
           MOVE SPACES            TO WS-OUT-LINE.
           MOVE DCM-SURVIVOR-ID   TO WS-OL-SURVIVOR-ID.
           MOVE DCM-RETIRE-ID     TO WS-OL-RETIRE-ID.
           MOVE WS-BASIS-TEXT     TO WS-OL-BASIS.
           MOVE DCM-SURVIVOR-NAME TO WS-OL-SURVIVOR-NAME.
           MOVE DCM-RETIRE-NAME   TO WS-OL-RETIRE-NAME.
           EXEC CICS SEND TEXT
                FROM(WS-OUT-LINE)
                LENGTH(LENGTH OF WS-OUT-LINE)
                ACCUM
                RESP(WS-RESP-CD)
           END-EXEC.

      ******************************************************************
      * What the pair matched on: SSN, NAME/DOB and ADDR as found.    *
      ******************************************************************
       1200-FORMAT-BASIS.
           MOVE SPACES TO WS-BASIS-TEXT.
           IF DCM-SSN-MATCHED
               MOVE 'SSN' TO WS-BASIS-TEXT(1:3)
           END-IF.
           IF DCM-NAME-DOB-MATCHED
               MOVE 'DOB' TO WS-BASIS-TEXT(5:3)
           END-IF.
           IF DCM-ADDRESS-MATCHED
               MOVE 'ADR' TO WS-BASIS-TEXT(9:3)
           END-IF.

      ******************************************************************
      * Only a pending pair is the reviewer's to decide - a merged or *
      * failed pair is history, and a decided one stands.             *
      ******************************************************************
       2000-DECIDE-PAIR.
           IF WS-ACT-REJECT
              AND WS-IN-NOTE = SPACES
               MOVE 'A REJECTION NEEDS A REASON' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-PAIR-KEY TO WS-DCM-RID.
           EXEC CICS READ
                DATASET(WS-DCM-FILE)
                INTO(DUPLICATE-CUSTOMER-RECORD)
                RIDFLD(WS-DCM-RID)
                KEYLENGTH(LENGTH OF WS-DCM-RID)
                UPDATE
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'DUPLICATE PAIR NOT ON FILE' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF NOT DCM-PENDING
               EXEC CICS UNLOCK
                    DATASET(WS-DCM-FILE)
                    RESP(WS-RESP-CD)
               END-EXEC
               MOVE 'PAIR IS NOT AWAITING REVIEW' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-USER-ID  TO DCM-DECIDED-BY.
           MOVE WS-CUR-DATE TO DCM-DECIDED-DATE.
           MOVE WS-IN-NOTE  TO DCM-NOTE.
           IF WS-ACT-APPROVE
               SET DCM-APPROVED TO TRUE
           ELSE
               SET DCM-REJECTED TO TRUE
           END-IF.
           EXEC CICS REWRITE
                DATASET(WS-DCM-FILE)
                FROM(DUPLICATE-CUSTOMER-RECORD)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'DUPLICATE PAIR UPDATE FAILED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 3000-AUDIT-DECISION.

           IF WS-ACT-APPROVE
               MOVE 'APPROVED - MERGED BY THE NEXT CBDCM02C RUN'
                 TO WS-MSG-TEXT
           ELSE
               MOVE 'REJECTED - PAIR WILL NOT BE PROPOSED AGAIN'
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
           SET AUDIT-IN-CUST-MERGE TO TRUE.
           MOVE LENGTH OF DUPLICATE-CUSTOMER-RECORD
             TO AUDIT-IN-RECORD-LENGTH.
           MOVE DUPLICATE-CUSTOMER-RECORD TO AUDIT-IN-RECORD-DATA.
           EXEC CICS LINK
                PROGRAM(WS-AUDIT-PGM)
                COMMAREA(AUDIT-PARMS)
                LENGTH(LENGTH OF AUDIT-PARMS)
                RESP(WS-RESP-CD)
           END-EXEC.

      ******************************************************************
      * The pair, then each customer as CUSTDAT holds it now.         *
      ******************************************************************
       4000-INQUIRE-PAIR.
           MOVE WS-IN-PAIR-KEY TO WS-DCM-RID.
           EXEC CICS READ
                DATASET(WS-DCM-FILE)
                INTO(DUPLICATE-CUSTOMER-RECORD)
                RIDFLD(WS-DCM-RID)
                KEYLENGTH(LENGTH OF WS-DCM-RID)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'DUPLICATE PAIR NOT ON FILE' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-MATCH-COUNT.
           PERFORM 1200-FORMAT-BASIS.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'PAIR ' DCM-SURVIVOR-ID '/' DCM-RETIRE-ID
                  ' STATUS ' DCM-STATUS ' MATCHED ' WS-BASIS-TEXT
                  ' FOUND ' DCM-FOUND-DATE
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           END-STRING.
           PERFORM 4100-SEND-LINE.

           MOVE DCM-SURVIVOR-ID TO WS-CUST-RID.
           PERFORM 4200-SHOW-CUSTOMER.
           MOVE DCM-RETIRE-ID TO WS-CUST-RID.
           PERFORM 4200-SHOW-CUSTOMER.

           IF DCM-DECIDED-BY NOT = SPACES
               MOVE SPACES TO WS-OUT-MSG
               STRING 'DECIDED ' DCM-DECIDED-BY ' ' DCM-DECIDED-DATE
                      ' ' DCM-NOTE
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM 4100-SEND-LINE
           END-IF.
           IF DCM-MERGED
               MOVE SPACES TO WS-OUT-MSG
               STRING 'MERGED ' DCM-MERGED-DATE ' CARDS '
                      DCM-XREF-MOVED ' CONTACTS ' DCM-CONTACTS-MOVED
                      ' COLL ' DCM-COLL-CASES-MOVED ' DISP '
                      DCM-DISPUTES-MOVED
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

       4200-SHOW-CUSTOMER.
           EXEC CICS READ
                DATASET(WS-CUST-FILE)
                INTO(CUSTOMER-RECORD)
                RIDFLD(WS-CUST-RID)
                KEYLENGTH(LENGTH OF WS-CUST-RID)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           MOVE SPACES TO WS-OUT-MSG.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               STRING 'CUSTOMER ' WS-CUST-RID ' NOT ON MASTER'
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM 4100-SEND-LINE
               EXIT PARAGRAPH
           END-IF.
           STRING CUST-ID ' ' CUST-FIRST-NAME(1:15) ' '
                  CUST-LAST-NAME(1:20) ' SSN ' CUST-SSN
                  ' DOB ' CUST-DOB-YYYY-MM-DD
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           END-STRING.
           PERFORM 4100-SEND-LINE.
           MOVE SPACES TO WS-OUT-MSG.
           STRING '          ' CUST-ADDR-LINE-1(1:40) ' '
                  CUST-ADDR-STATE-CD ' ' CUST-ADDR-ZIP
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           END-STRING.
           PERFORM 4100-SEND-LINE.
           IF NOT CUST-NOT-MERGED
               MOVE SPACES TO WS-OUT-MSG
               STRING '          RETIRED ' CUST-MERGED-DATE
                      ' - MERGED INTO ' CUST-MERGED-INTO-ID
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM 4100-SEND-LINE
           END-IF.

      ******************************************************************
       9100-SEND-MESSAGE.
           EXEC CICS SEND TEXT
                FROM(WS-OUT-MSG)
                LENGTH(LENGTH OF WS-OUT-MSG)
                ERASE
                RESP(WS-RESP-CD)
           END-EXEC.
