      ******************************************************************
      * Program:     COCRPM0C.CBL                                      *
      * Layer:       Business logic                                    *
      * Function:    Corporate Card Company Maintenance                *
      * Description: Attaches an employee account to a corporate card  *
      *              company on CORPFILE, removes it again, changes    *
      *              the company's liability between corporate and    *
      *              individual, and shows the company's standing.     *
      *              Attaching sets ACCT-CORP-ID on the account and    *
      *              writes the CORPMEMB membership; the employee's    *
      *              own limit stays the account's credit limit.  The  *
      *              account change flows through COAUDIT and the      *
      *              forward-recovery journal.                         *
      *                                                                *
      *              Terminal input:                                   *
      *                CRPM A <corp> <acct> <emp id> <emp name> attach *
      *                CRPM R <corp> <acct>                     remove *
      *                CRPM L <corp> <C/I>                   liability *
      *                CRPM I <corp>                           inquire *
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
           COCRPM0C.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PGMNAME                          PIC X(08)
                                                   VALUE 'COCRPM0C'.
           05  WS-CORP-FILE                        PIC X(08)
                                                   VALUE 'CORPFILE'.
           05  WS-CMB-FILE                         PIC X(08)
                                                   VALUE 'CORPMEMB'.
           05  WS-ACCT-FILE                        PIC X(08)
                                                   VALUE 'ACCTDAT '.
           05  WS-XREF-AIX                         PIC X(08)
                                                   VALUE 'CXACAIX '.
           05  WS-AUDIT-PGM                        PIC X(08)
                                                   VALUE 'COAUDIT '.
           05  WS-RESP-CD                          PIC S9(09) COMP.
           05  WS-REAS-CD                          PIC S9(09) COMP.
           05  WS-USER-ID                          PIC X(08).
           05  WS-ABS-TIME                         PIC S9(15) COMP-3.
           05  WS-CUR-DATE                         PIC X(10).
           05  WS-CUR-TIME                         PIC X(08).
           05  WS-CMB-FOUND-SW                     PIC X(01).
               88  WS-CMB-FOUND                    VALUE 'Y'.
           05  WS-AMT-DIS                          PIC Z(9)9.99-.
           05  WS-LIM-DIS                          PIC Z(9)9.99.
           05  WS-XREF-ACCT-ID                     PIC X(11).

       01  WS-TERM-INPUT.
           05  FILLER                              PIC X(04).
           05  FILLER                              PIC X(01).
           05  WS-IN-ACTION                        PIC X(01).
               88  WS-ACT-ATTACH                   VALUE 'A'.
               88  WS-ACT-REMOVE                   VALUE 'R'.
               88  WS-ACT-LIABILITY                VALUE 'L'.
               88  WS-ACT-INQUIRE                  VALUE 'I'.
           05  FILLER                              PIC X(01).
           05  WS-IN-CORP                          PIC X(09).
           05  FILLER                              PIC X(01).
           05  WS-IN-ACCT                          PIC X(11).
           05  WS-IN-LIAB REDEFINES WS-IN-ACCT.
               10  WS-IN-LIAB-CD                   PIC X(01).
               10  WS-IN-LIAB-REST                 PIC X(10).
           05  FILLER                              PIC X(01).
           05  WS-IN-EMP-ID                        PIC X(10).
           05  FILLER                              PIC X(01).
           05  WS-IN-EMP-NAME                      PIC X(40).
       01  WS-TERM-INPUT-LEN                       PIC S9(04) COMP.

       01  WS-OUT-MSG.
           05  WS-MSG-TEXT                         PIC X(78).

       01  WS-BEFORE-IMAGE                         PIC X(300).

       COPY CVCRP01Y.
       COPY CVCRP02Y.
       COPY CVACT01Y.
       COPY CVACT03Y.
       COPY CVAUD01Y.
       COPY CVFRJ01Y.
       01  WS-FRJ-PGM              PIC X(08) VALUE 'COFRJW0C'.
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

      *    Entitlement check at the door.
           INITIALIZE SECC-PARM.
           MOVE WS-USER-ID TO SECC-USER-ID.
           MOVE 'CRPM'     TO SECC-FUNCTION.
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

           IF NOT WS-ACT-ATTACH AND NOT WS-ACT-REMOVE
              AND NOT WS-ACT-LIABILITY AND NOT WS-ACT-INQUIRE
               STRING 'ENTER: CRPM A/R <CORP> <ACCT> [<EMP ID> <NAME>]'
                      ' OR CRPM L/I <CORP> [C/I]'
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM 9100-SEND-MESSAGE
               GO TO 9000-RETURN
           END-IF.

           IF WS-IN-CORP NOT NUMERIC
               MOVE 'COMPANY ID MUST BE 9 DIGITS' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               GO TO 9000-RETURN
           END-IF.
           IF (WS-ACT-ATTACH OR WS-ACT-REMOVE)
              AND WS-IN-ACCT NOT NUMERIC
               MOVE 'ACCOUNT ID MUST BE 11 DIGITS' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               GO TO 9000-RETURN
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACT-ATTACH
                   PERFORM 1000-ATTACH-ACCOUNT
               WHEN WS-ACT-REMOVE
                   PERFORM 2000-REMOVE-ACCOUNT
               WHEN WS-ACT-LIABILITY
                   PERFORM 3000-SET-LIABILITY
               WHEN OTHER
                   PERFORM 4000-INQUIRE
           END-EVALUATE.

       9000-RETURN.
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * Attach an employee account.  The company must be active and   *
      * the account open and not already under a company.  The        *
      * account's balance joins the company exposure at once so the   *
      * control limit holds before the nightly refresh.                *
      ******************************************************************
       1000-ATTACH-ACCOUNT.
           IF WS-IN-EMP-ID = SPACES OR WS-IN-EMP-NAME = SPACES
               MOVE 'EMPLOYEE ID AND NAME ARE REQUIRED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 8200-READ-CORP-UPDATE.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'COMPANY NOT ON FILE' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF NOT CORP-ACTIVE
               MOVE 'COMPANY IS NOT ACTIVE' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               PERFORM 8250-UNLOCK-CORP
               EXIT PARAGRAPH
           END-IF.

           PERFORM 8300-READ-ACCT-UPDATE.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'ACCOUNT NOT ON MASTER' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               PERFORM 8250-UNLOCK-CORP
               EXIT PARAGRAPH
           END-IF.
           IF NOT ACCT-OPEN-ACTIVE OR ACCT-CHARGED-OFF
              OR ACCT-DECEASED
               MOVE 'ACCOUNT CLOSED, CHARGED OFF OR DECEASED'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               PERFORM 8350-UNLOCK-ACCT
               PERFORM 8250-UNLOCK-CORP
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-CORP-ID NOT = SPACES
               STRING 'ACCOUNT ALREADY UNDER COMPANY ' ACCT-CORP-ID
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM 9100-SEND-MESSAGE
               PERFORM 8350-UNLOCK-ACCT
               PERFORM 8250-UNLOCK-CORP
               EXIT PARAGRAPH
           END-IF.

      *    The membership: a removed one is brought back.
           PERFORM 8400-READ-MEMBER-UPDATE.
           IF NOT WS-CMB-FOUND
               INITIALIZE CORP-MEMBER-RECORD
               MOVE CORP-ID        TO CMB-CORP-ID
               MOVE ACCT-ID        TO CMB-ACCT-ID
           END-IF.
           PERFORM 1100-GET-CUSTOMER.
           MOVE WS-IN-EMP-ID       TO CMB-EMPLOYEE-ID.
           MOVE WS-IN-EMP-NAME     TO CMB-EMPLOYEE-NAME.
           SET CMB-ACTIVE          TO TRUE.
           MOVE WS-CUR-DATE        TO CMB-ADDED-DATE.
           MOVE SPACES             TO CMB-REMOVED-DATE.
           MOVE WS-USER-ID         TO CMB-LAST-MAINT-USER.
           IF WS-CMB-FOUND
               PERFORM 8450-REWRITE-MEMBER
           ELSE
               EXEC CICS WRITE
                    DATASET(WS-CMB-FILE)
                    FROM(CORP-MEMBER-RECORD)
                    RIDFLD(CMB-KEY)
                    KEYLENGTH(LENGTH OF CMB-KEY)
                    RESP(WS-RESP-CD)
                    RESP2(WS-REAS-CD)
               END-EXEC
           END-IF.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'MEMBERSHIP WRITE FAILED - ACCOUNT NOT ATTACHED'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               PERFORM 8350-UNLOCK-ACCT
               PERFORM 8250-UNLOCK-CORP
               EXIT PARAGRAPH
           END-IF.

           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE.
           MOVE CORP-ID        TO ACCT-CORP-ID.
           PERFORM 8500-REWRITE-ACCOUNT.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'ACCOUNT REWRITE FAILED - CHECK MEMBERSHIP'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               PERFORM 8250-UNLOCK-CORP
               EXIT PARAGRAPH
           END-IF.

           IF ACCT-CURR-BAL > ZERO
               ADD ACCT-CURR-BAL TO CORP-BAL-EXPOSURE
           END-IF.
           ADD 1 TO CORP-MEMBER-COUNT.
           MOVE WS-USER-ID TO CORP-LAST-MAINT-USER.
           PERFORM 8270-REWRITE-CORP.

           STRING 'ACCOUNT ' ACCT-ID ' ATTACHED TO COMPANY ' CORP-ID
                  ' AS EMPLOYEE ' CMB-EMPLOYEE-ID
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           END-STRING.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * The employee's customer number, from the account's card       *
      * cross-reference; zero when the account has no card yet.       *
      ******************************************************************
       1100-GET-CUSTOMER.
           MOVE ZERO    TO CMB-CUST-ID.
           MOVE ACCT-ID TO WS-XREF-ACCT-ID.
           EXEC CICS READ
                DATASET(WS-XREF-AIX)
                INTO(CARD-XREF-RECORD)
                RIDFLD(WS-XREF-ACCT-ID)
                KEYLENGTH(LENGTH OF WS-XREF-ACCT-ID)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
              OR WS-RESP-CD = DFHRESP(DUPKEY)
               MOVE XREF-CUST-ID TO CMB-CUST-ID
           END-IF.

      ******************************************************************
      * Remove an employee account.  Its balance stays the employee's *
      * to pay; the company exposure gives it up at once.              *
      ******************************************************************
       2000-REMOVE-ACCOUNT.
           PERFORM 8200-READ-CORP-UPDATE.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'COMPANY NOT ON FILE' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 8300-READ-ACCT-UPDATE.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'ACCOUNT NOT ON MASTER' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               PERFORM 8250-UNLOCK-CORP
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-CORP-ID NOT = WS-IN-CORP
               MOVE 'ACCOUNT IS NOT UNDER THIS COMPANY' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               PERFORM 8350-UNLOCK-ACCT
               PERFORM 8250-UNLOCK-CORP
               EXIT PARAGRAPH
           END-IF.

           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE.
           MOVE SPACES         TO ACCT-CORP-ID.
           PERFORM 8500-REWRITE-ACCOUNT.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'ACCOUNT REWRITE FAILED - NOT REMOVED'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               PERFORM 8250-UNLOCK-CORP
               EXIT PARAGRAPH
           END-IF.

           PERFORM 8400-READ-MEMBER-UPDATE.
           IF WS-CMB-FOUND
               SET CMB-REMOVED     TO TRUE
               MOVE WS-CUR-DATE    TO CMB-REMOVED-DATE
               MOVE WS-USER-ID     TO CMB-LAST-MAINT-USER
               PERFORM 8450-REWRITE-MEMBER
           END-IF.

           IF ACCT-CURR-BAL > ZERO
               SUBTRACT ACCT-CURR-BAL FROM CORP-BAL-EXPOSURE
               IF CORP-BAL-EXPOSURE < ZERO
                   MOVE ZERO TO CORP-BAL-EXPOSURE
               END-IF
           END-IF.
           IF CORP-MEMBER-COUNT > ZERO
               SUBTRACT 1 FROM CORP-MEMBER-COUNT
           END-IF.
           MOVE WS-USER-ID TO CORP-LAST-MAINT-USER.
           PERFORM 8270-REWRITE-CORP.

           STRING 'ACCOUNT ' ACCT-ID ' REMOVED FROM COMPANY ' CORP-ID
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           END-STRING.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * Liability: C bills the company and sends the employees memo   *
      * statements; I bills each employee on their own statement.     *
      ******************************************************************
       3000-SET-LIABILITY.
           IF (WS-IN-LIAB-CD NOT = 'C' AND WS-IN-LIAB-CD NOT = 'I')
              OR WS-IN-LIAB-REST NOT = SPACES
               MOVE 'LIABILITY MUST BE C (CORPORATE) OR I (INDIVIDUAL)'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 8200-READ-CORP-UPDATE.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'COMPANY NOT ON FILE' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-LIAB-CD TO CORP-LIABILITY.
           MOVE WS-USER-ID    TO CORP-LAST-MAINT-USER.
           PERFORM 8270-REWRITE-CORP.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'COMPANY REWRITE FAILED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           IF CORP-LIAB-CORPORATE
               STRING 'COMPANY ' CORP-ID ' LIABILITY SET TO CORPORATE'
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           ELSE
               STRING 'COMPANY ' CORP-ID ' LIABILITY SET TO INDIVIDUAL'
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           END-IF.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
       4000-INQUIRE.
           MOVE WS-IN-CORP TO CORP-ID.
           EXEC CICS READ
                DATASET(WS-CORP-FILE)
                INTO(CORPORATE-COMPANY-RECORD)
                RIDFLD(CORP-ID)
                KEYLENGTH(LENGTH OF CORP-ID)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'COMPANY NOT ON FILE' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE CORP-CONTROL-LIMIT TO WS-LIM-DIS.
           COMPUTE WS-AMT-DIS = CORP-BAL-EXPOSURE
                              + CORP-AUTH-EXPOSURE.
           STRING 'ST ' CORP-STATUS ' LIAB ' CORP-LIABILITY
                  ' LIMIT ' WS-LIM-DIS
                  ' EXPOSURE ' WS-AMT-DIS
                  ' EMPLOYEES ' CORP-MEMBER-COUNT
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           END-STRING.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * Audit the account image under the existing 'A' account log    *
      * type; AUDIT-IN-IMAGE-TYPE is set by the caller ('B' before    *
      * the change, 'A' after).                                       *
      ******************************************************************
       8000-AUDIT-ACCOUNT.
           MOVE ACCOUNT-RECORD    TO AUDIT-IN-RECORD-DATA.
           PERFORM 8100-AUDIT-LINK.

       8100-AUDIT-LINK.
           MOVE WS-USER-ID        TO AUDIT-IN-USER-ID.
           MOVE 'U'               TO AUDIT-IN-USER-TYPE.
           MOVE 'U'               TO AUDIT-IN-ACTION-TYPE.
           MOVE 'A'               TO AUDIT-IN-LOG-TYPE.
           MOVE LENGTH OF ACCOUNT-RECORD TO AUDIT-IN-RECORD-LENGTH.

           EXEC CICS LINK
                PROGRAM(WS-AUDIT-PGM)
                COMMAREA(AUDIT-PARMS)
                LENGTH(LENGTH OF AUDIT-PARMS)
                RESP(WS-RESP-CD)
           END-EXEC.

      ******************************************************************
       8200-READ-CORP-UPDATE.
           MOVE WS-IN-CORP TO CORP-ID.
           EXEC CICS READ
                DATASET(WS-CORP-FILE)
                INTO(CORPORATE-COMPANY-RECORD)
                RIDFLD(CORP-ID)
                KEYLENGTH(LENGTH OF CORP-ID)
                UPDATE
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.

       8250-UNLOCK-CORP.
           EXEC CICS UNLOCK
                DATASET(WS-CORP-FILE)
                NOHANDLE
           END-EXEC.

       8270-REWRITE-CORP.
           EXEC CICS REWRITE
                DATASET(WS-CORP-FILE)
                FROM(CORPORATE-COMPANY-RECORD)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.

      ******************************************************************
       8300-READ-ACCT-UPDATE.
           MOVE WS-IN-ACCT TO ACCT-ID.
           EXEC CICS READ
                DATASET(WS-ACCT-FILE)
                INTO(ACCOUNT-RECORD)
                RIDFLD(ACCT-ID)
                KEYLENGTH(11)
                UPDATE
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.

       8350-UNLOCK-ACCT.
           EXEC CICS UNLOCK
                DATASET(WS-ACCT-FILE)
                NOHANDLE
           END-EXEC.

      ******************************************************************
       8400-READ-MEMBER-UPDATE.
           MOVE 'N'        TO WS-CMB-FOUND-SW.
           MOVE CORP-ID    TO CMB-CORP-ID.
           MOVE ACCT-ID    TO CMB-ACCT-ID.
           EXEC CICS READ
                DATASET(WS-CMB-FILE)
                INTO(CORP-MEMBER-RECORD)
                RIDFLD(CMB-KEY)
                KEYLENGTH(LENGTH OF CMB-KEY)
                UPDATE
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               SET WS-CMB-FOUND TO TRUE
           END-IF.

       8450-REWRITE-MEMBER.
           EXEC CICS REWRITE
                DATASET(WS-CMB-FILE)
                FROM(CORP-MEMBER-RECORD)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.

      ******************************************************************
      * Rewrite the account held for update, then journal it and      *
      * audit both images once the change has landed.                 *
      ******************************************************************
       8500-REWRITE-ACCOUNT.
           STRING WS-CUR-DATE ' ' WS-CUR-TIME '.000000'
               DELIMITED BY SIZE INTO ACCT-LAST-MAINT-TS
           END-STRING.
           EXEC CICS REWRITE
                DATASET(WS-ACCT-FILE)
                FROM(ACCOUNT-RECORD)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE FORWARD-RECOVERY-RECORD.
           MOVE WS-ACCT-FILE TO FRJ-FILE-ID.
           SET FRJ-CHANGE TO TRUE.
           MOVE ACCT-ID TO FRJ-KEY.
           MOVE LENGTH OF ACCOUNT-RECORD TO FRJ-IMAGE-LENGTH.
           MOVE ACCOUNT-RECORD TO FRJ-AFTER-IMAGE.
           PERFORM 9700-WRITE-RECOVERY-JOURNAL.

           MOVE 'B' TO AUDIT-IN-IMAGE-TYPE.
           MOVE WS-BEFORE-IMAGE TO AUDIT-IN-RECORD-DATA.
           PERFORM 8100-AUDIT-LINK.
           MOVE 'A' TO AUDIT-IN-IMAGE-TYPE.
           PERFORM 8000-AUDIT-ACCOUNT.
      *    The journal and audit links reuse the response field.
           MOVE DFHRESP(NORMAL) TO WS-RESP-CD.

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

       9100-SEND-MESSAGE.
           EXEC CICS SEND TEXT
                FROM(WS-OUT-MSG)
                LENGTH(LENGTH OF WS-OUT-MSG)
                ERASE
                RESP(WS-RESP-CD)
           END-EXEC.
