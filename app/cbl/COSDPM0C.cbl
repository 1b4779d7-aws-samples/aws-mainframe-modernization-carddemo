      ******************************************************************
      * Program:     COSDPM0C.CBL                                      *
      * Layer:       Business logic                                    *
      * Function:    Secured Card Deposit Maintenance                  *
      * Description: Records the collateral deposit behind a secured   *
      *              card on SECDEP and marks the account secured.     *
      *              The credit line may not exceed the deposit held:  *
      *              a line above it is lowered to it (the cash line   *
      *              with it).  A further deposit adds to the amount   *
      *              held but raises no line - that stays with the     *
      *              COLIMU0C maker/checker.  Graduation approves a    *
      *              CBSGR01C proposal: the account moves to the       *
      *              unsecured group and the deposit is released.      *
      *              Account changes flow through COAUDIT and the      *
      *              forward-recovery journal.                         *
      *                                                                *
      *              Terminal input:                                   *
      *                CSDP D <acct> <amount> <deposit acct> deposit   *
      *                CSDP G <acct> [<group>]              graduate   *
      *                CSDP I <acct>                        inquire    *
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
           COSDPM0C.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PGMNAME                          PIC X(08)
                                                   VALUE 'COSDPM0C'.
           05  WS-SDP-FILE                         PIC X(08)
                                                   VALUE 'SECDEP  '.
           05  WS-ACCT-FILE                        PIC X(08)
                                                   VALUE 'ACCTDAT '.
           05  WS-AUDIT-PGM                        PIC X(08)
                                                   VALUE 'COAUDIT '.
           05  WS-RESP-CD                          PIC S9(09) COMP.
           05  WS-REAS-CD                          PIC S9(09) COMP.
           05  WS-USER-ID                          PIC X(08).
           05  WS-ABS-TIME                         PIC S9(15) COMP-3.
           05  WS-CUR-DATE                         PIC X(10).
           05  WS-CUR-TIME                         PIC X(08).
           05  WS-SDP-FOUND-SW                     PIC X(01).
               88  WS-SDP-FOUND                    VALUE 'Y'.
           05  WS-LINE-CUT-SW                      PIC X(01).
               88  WS-LINE-CUT                     VALUE 'Y'.
           05  WS-DEPOSIT-AMT                      PIC S9(10)V99
                                                   COMP-3.
           05  WS-NEW-GROUP                        PIC X(10).
           05  WS-AMT-DIS                          PIC Z(9)9.99.
           05  WS-LIM-DIS                          PIC Z(9)9.99.

       01  WS-TERM-INPUT.
           05  FILLER                              PIC X(04).
           05  FILLER                              PIC X(01).
           05  WS-IN-ACTION                        PIC X(01).
               88  WS-ACT-DEPOSIT                  VALUE 'D'.
               88  WS-ACT-GRADUATE                 VALUE 'G'.
               88  WS-ACT-INQUIRE                  VALUE 'I'.
           05  FILLER                              PIC X(01).
           05  WS-IN-ACCT                          PIC X(11).
           05  FILLER                              PIC X(01).
           05  WS-IN-FIELD-2                       PIC X(13).
           05  FILLER                              PIC X(01).
           05  WS-IN-DEPOSIT-REF                   PIC X(20).
           05  FILLER                              PIC X(27).
       01  WS-TERM-INPUT-LEN                       PIC S9(04) COMP.

       01  WS-OUT-MSG.
           05  WS-MSG-TEXT                         PIC X(78).

       01  WS-BEFORE-IMAGE                         PIC X(300).

       COPY CVSDP01Y.
       COPY CVACT01Y.
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

      *    Entitlement check at the door: approving a graduation is
      *    granted separately from deposit maintenance.
           INITIALIZE SECC-PARM.
           MOVE WS-USER-ID TO SECC-USER-ID.
           IF WS-ACT-GRADUATE
               MOVE 'SDPG' TO SECC-FUNCTION
           ELSE
               MOVE 'SDPM' TO SECC-FUNCTION
           END-IF.
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

           IF NOT WS-ACT-DEPOSIT AND NOT WS-ACT-GRADUATE
              AND NOT WS-ACT-INQUIRE
               STRING 'ENTER: CSDP D <ACCT> <AMOUNT> <DEPOSIT ACCT> OR '
                      'CSDP G/I <ACCT> [<GROUP>]'
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM 9100-SEND-MESSAGE
               GO TO 9000-RETURN
           END-IF.

           IF WS-IN-ACCT NOT NUMERIC
               MOVE 'ACCOUNT ID MUST BE 11 DIGITS' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               GO TO 9000-RETURN
           END-IF.

           IF NOT WS-ACT-INQUIRE
               PERFORM 1900-CHECK-STAFF-ACCESS
               IF WS-MSG-TEXT NOT = SPACES
                   PERFORM 9100-SEND-MESSAGE
                   GO TO 9000-RETURN
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACT-DEPOSIT
                   PERFORM 1000-TAKE-DEPOSIT
               WHEN WS-ACT-GRADUATE
                   PERFORM 2000-GRADUATE
               WHEN OTHER
                   PERFORM 3000-INQUIRE
           END-EVALUATE.

       9000-RETURN.
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * The staff-account rules on the account keyed: COSECC0C, asked *
      * again with the function already checked at the door, refuses  *
      * a user linked to the account and wants today's CSTA approval  *
      * for any other staff account.                                  *
      ******************************************************************
       1900-CHECK-STAFF-ACCESS.
           MOVE SPACES TO WS-MSG-TEXT.
           MOVE WS-IN-ACCT    TO SECC-ACCT-ID.
           MOVE ZERO       TO SECC-CUST-ID.
           EXEC CICS LINK
                PROGRAM(WS-SECC-PGM)
                COMMAREA(SECC-PARM)
                LENGTH(LENGTH OF SECC-PARM)
                RESP(WS-RESP-CD)
           END-EXEC.
           EVALUATE TRUE
               WHEN SECC-ALLOWED
                   CONTINUE
               WHEN SECC-SELF-ACCESS
                   MOVE 'ACCOUNT IS LINKED TO YOU - ANOTHER USER ACTS'
                     TO WS-MSG-TEXT
               WHEN SECC-APPROVAL-REQUIRED
                   MOVE 'STAFF ACCOUNT - NEEDS TODAY''S CSTA APPROVAL'
                     TO WS-MSG-TEXT
               WHEN OTHER
                   MOVE 'NOT AUTHORIZED FOR THIS FUNCTION'
                     TO WS-MSG-TEXT
           END-EVALUATE.

      ******************************************************************
      * Take a deposit.  A first deposit (or one after an earlier     *
      * deposit was released or applied) starts a new hold; a further *
      * deposit adds to the amount held.  The account is marked       *
      * secured and its lines are held to the deposit.                *
      ******************************************************************
       1000-TAKE-DEPOSIT.
           IF WS-IN-FIELD-2 = SPACES
               MOVE 'DEPOSIT AMOUNT IS REQUIRED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DEPOSIT-AMT = FUNCTION NUMVAL(WS-IN-FIELD-2).
           IF WS-DEPOSIT-AMT NOT > ZERO
               MOVE 'DEPOSIT AMOUNT MUST BE GREATER THAN ZERO'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 8300-READ-ACCT-UPDATE.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'ACCOUNT NOT ON MASTER' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF NOT ACCT-OPEN-ACTIVE OR ACCT-CHARGED-OFF
              OR ACCT-DECEASED
               MOVE 'ACCOUNT CLOSED, CHARGED OFF OR DECEASED'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               PERFORM 8350-UNLOCK-ACCT
               EXIT PARAGRAPH
           END-IF.

           PERFORM 8500-READ-SDP-UPDATE.
           IF WS-SDP-FOUND AND SDP-HELD
               ADD WS-DEPOSIT-AMT TO SDP-DEPOSIT-AMT
               IF WS-IN-DEPOSIT-REF NOT = SPACES
                   MOVE WS-IN-DEPOSIT-REF TO SDP-DEPOSIT-ACCT-REF
               END-IF
           ELSE
               IF WS-IN-DEPOSIT-REF = SPACES
                   MOVE 'DEPOSIT ACCOUNT REFERENCE IS REQUIRED'
                     TO WS-MSG-TEXT
                   PERFORM 9100-SEND-MESSAGE
                   PERFORM 8350-UNLOCK-ACCT
                   IF WS-SDP-FOUND
                       PERFORM 8550-UNLOCK-SDP
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               INITIALIZE SECURED-DEPOSIT-RECORD
               MOVE ACCT-ID           TO SDP-ACCT-ID
               MOVE SPACES            TO SDP-RELEASE-REASON
                                         SDP-REVIEW-RESULT
               MOVE WS-DEPOSIT-AMT    TO SDP-DEPOSIT-AMT
                                         SDP-ORIG-DEPOSIT-AMT
               MOVE WS-IN-DEPOSIT-REF TO SDP-DEPOSIT-ACCT-REF
               MOVE WS-CUR-DATE       TO SDP-HOLD-DATE
           END-IF.
           SET SDP-HELD         TO TRUE.
           MOVE WS-USER-ID      TO SDP-MAINT-USER.
           IF WS-SDP-FOUND
               PERFORM 8600-REWRITE-SDP
           ELSE
               EXEC CICS WRITE
                    DATASET(WS-SDP-FILE)
                    FROM(SECURED-DEPOSIT-RECORD)
                    RIDFLD(SDP-ACCT-ID)
                    KEYLENGTH(LENGTH OF SDP-ACCT-ID)
                    RESP(WS-RESP-CD)
                    RESP2(WS-REAS-CD)
               END-EXEC
           END-IF.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'DEPOSIT WRITE FAILED - ACCOUNT NOT CHANGED'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               PERFORM 8350-UNLOCK-ACCT
               EXIT PARAGRAPH
           END-IF.

           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE.
           MOVE 'N' TO WS-LINE-CUT-SW.
           MOVE 'Y' TO ACCT-SECURED-IND.
           IF ACCT-CREDIT-LIMIT > SDP-DEPOSIT-AMT
               MOVE SDP-DEPOSIT-AMT TO ACCT-CREDIT-LIMIT
               SET WS-LINE-CUT TO TRUE
           END-IF.
           IF ACCT-CASH-CREDIT-LIMIT > ACCT-CREDIT-LIMIT
               MOVE ACCT-CREDIT-LIMIT TO ACCT-CASH-CREDIT-LIMIT
           END-IF.
           PERFORM 8400-REWRITE-ACCOUNT.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'ACCOUNT REWRITE FAILED - CHECK DEPOSIT'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE SDP-DEPOSIT-AMT   TO WS-AMT-DIS.
           MOVE ACCT-CREDIT-LIMIT TO WS-LIM-DIS.
           IF WS-LINE-CUT
               STRING 'DEPOSIT HELD ' WS-AMT-DIS
                      ' - LINE LOWERED TO ' WS-LIM-DIS
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           ELSE
               STRING 'DEPOSIT HELD ' WS-AMT-DIS
                      ' - LINE ' WS-LIM-DIS
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           END-IF.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * Graduate.  Only a graduation the quarterly review proposed is *
      * approved; the group keyed overrides the one proposed.  The    *
      * line stays as it is - it now stands unsecured.                *
      ******************************************************************
       2000-GRADUATE.
           MOVE WS-IN-ACCT TO SDP-ACCT-ID.
           PERFORM 8500-READ-SDP-UPDATE.
           IF NOT WS-SDP-FOUND OR NOT SDP-HELD
               MOVE 'NO DEPOSIT HELD FOR THIS ACCOUNT' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               IF WS-SDP-FOUND
                   PERFORM 8550-UNLOCK-SDP
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF NOT SDP-GRAD-PROPOSED
               MOVE 'GRADUATION NOT PROPOSED BY THE LAST REVIEW'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               PERFORM 8550-UNLOCK-SDP
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-FIELD-2 = SPACES
               MOVE SDP-GRAD-GROUP TO WS-NEW-GROUP
           ELSE
               MOVE WS-IN-FIELD-2  TO WS-NEW-GROUP
           END-IF.
           IF WS-NEW-GROUP = SPACES
               MOVE 'UNSECURED GROUP IS REQUIRED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               PERFORM 8550-UNLOCK-SDP
               EXIT PARAGRAPH
           END-IF.

           PERFORM 8300-READ-ACCT-UPDATE.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'ACCOUNT NOT ON MASTER' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               PERFORM 8550-UNLOCK-SDP
               EXIT PARAGRAPH
           END-IF.
           IF NOT ACCT-OPEN-ACTIVE OR ACCT-CHARGED-OFF
               MOVE 'ACCOUNT IS NOT OPEN - NOT GRADUATED'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               PERFORM 8350-UNLOCK-ACCT
               PERFORM 8550-UNLOCK-SDP
               EXIT PARAGRAPH
           END-IF.

           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE.
           MOVE WS-NEW-GROUP   TO ACCT-GROUP-ID.
           MOVE SPACE          TO ACCT-SECURED-IND.
           PERFORM 8400-REWRITE-ACCOUNT.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'ACCOUNT REWRITE FAILED - NOT GRADUATED'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               PERFORM 8550-UNLOCK-SDP
               EXIT PARAGRAPH
           END-IF.

           MOVE SDP-DEPOSIT-AMT TO SDP-RELEASED-AMT.
           MOVE ZERO            TO SDP-DEPOSIT-AMT.
           MOVE WS-CUR-DATE     TO SDP-RELEASE-DATE.
           SET SDP-RELEASED     TO TRUE.
           SET SDP-REL-GRADUATED TO TRUE.
           MOVE WS-USER-ID      TO SDP-MAINT-USER.
           PERFORM 8600-REWRITE-SDP.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'DEPOSIT REWRITE FAILED - CHECK ACCOUNT'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE SDP-RELEASED-AMT TO WS-AMT-DIS.
           STRING 'GRADUATED TO ' WS-NEW-GROUP
                  ' - DEPOSIT ' WS-AMT-DIS ' RELEASED TO '
                  SDP-DEPOSIT-ACCT-REF
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           END-STRING.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
       3000-INQUIRE.
           MOVE WS-IN-ACCT TO SDP-ACCT-ID.
           EXEC CICS READ
                DATASET(WS-SDP-FILE)
                INTO(SECURED-DEPOSIT-RECORD)
                RIDFLD(SDP-ACCT-ID)
                KEYLENGTH(LENGTH OF SDP-ACCT-ID)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'ACCOUNT HAS NO SECURED DEPOSIT' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN SDP-HELD
                   MOVE SDP-DEPOSIT-AMT TO WS-AMT-DIS
                   STRING 'HELD ' WS-AMT-DIS ' SINCE ' SDP-HOLD-DATE
                          ' AT ' SDP-DEPOSIT-ACCT-REF
                          ' REVIEW ' SDP-REVIEW-RESULT
                          ' ' SDP-GRAD-GROUP
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
               WHEN SDP-APPLIED
                   MOVE SDP-APPLIED-AMT TO WS-AMT-DIS
                   STRING 'APPLIED ' WS-AMT-DIS ' TO BALANCE ON '
                          SDP-APPLIED-DATE
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE SDP-RELEASED-AMT TO WS-AMT-DIS
                   STRING 'RELEASED ' WS-AMT-DIS ' ON '
                          SDP-RELEASE-DATE ' REASON '
                          SDP-RELEASE-REASON
                          ' TO ' SDP-DEPOSIT-ACCT-REF
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
           END-EVALUATE.
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
      * Rewrite the account held for update, then journal it and      *
      * audit both images once the change has landed.                 *
      ******************************************************************
       8400-REWRITE-ACCOUNT.
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
       8500-READ-SDP-UPDATE.
           MOVE 'N' TO WS-SDP-FOUND-SW.
           MOVE WS-IN-ACCT TO SDP-ACCT-ID.
           EXEC CICS READ
                DATASET(WS-SDP-FILE)
                INTO(SECURED-DEPOSIT-RECORD)
                RIDFLD(SDP-ACCT-ID)
                KEYLENGTH(LENGTH OF SDP-ACCT-ID)
                UPDATE
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               SET WS-SDP-FOUND TO TRUE
           END-IF.

       8550-UNLOCK-SDP.
           EXEC CICS UNLOCK
                DATASET(WS-SDP-FILE)
                NOHANDLE
           END-EXEC.

       8600-REWRITE-SDP.
           EXEC CICS REWRITE
                DATASET(WS-SDP-FILE)
                FROM(SECURED-DEPOSIT-RECORD)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.

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
