      ******************************************************************
      * Program:     COPPIM0C.CBL                                      *
      * Layer:       Business logic                                    *
      * Function:    Payment Protection Maintenance                    *
      * Description: Online enrollment, cancellation and claim         *
      *              approval for the payment protection (credit       *
      *              insurance) product on PPIFILE.  The cycle close   *
      *              bills the premium; this transaction only keeps    *
      *              the enrollment.  Approving a claim (job loss,     *
      *              disability or death) suspends the minimum payment *
      *              for the covered months: the benefit end date is   *
      *              set on the account record, where the delinquency, *
      *              fee and statement runs see it, and the account    *
      *              change flows through COAUDIT and the forward-     *
      *              recovery journal.                                 *
      *                                                                *
      *              Terminal input:                                   *
      *                CPPI E <acct> [<rate per 100>]      enroll      *
      *                CPPI X <acct>                       cancel      *
      *                CPPI C <acct> <J/D/X> <ccyy-mm-dd> <months>     *
      *                                                    claim       *
      *                CPPI I <acct>                       inquire     *
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
           COPPIM0C.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PGMNAME                          PIC X(08)
                                                   VALUE 'COPPIM0C'.
           05  WS-PPI-FILE                         PIC X(08)
                                                   VALUE 'PPIFILE '.
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
           05  WS-PPI-FOUND-SW                     PIC X(01).
               88  WS-PPI-FOUND                    VALUE 'Y'.
           05  WS-RATE-DIS                         PIC 9.9999.
           05  WS-AMT-DIS                          PIC Z(6)9.99.

      *    The standard premium rate per 100 dollars of closing
      *    balance, used when the enrollment does not key one, and
      *    the most months of minimum-payment relief one claim buys.
       01  WS-PPI-DEFAULT-RATE     PIC S9(01)V9(04) COMP-3
                                                   VALUE 0.8900.
       01  WS-PPI-MAX-MONTHS       PIC 9(02)       VALUE 12.

       01  WS-TERM-INPUT.
           05  FILLER                              PIC X(04).
           05  FILLER                              PIC X(01).
           05  WS-IN-ACTION                        PIC X(01).
               88  WS-ACT-ENROLL                   VALUE 'E'.
               88  WS-ACT-CANCEL                   VALUE 'X'.
               88  WS-ACT-CLAIM                    VALUE 'C'.
               88  WS-ACT-INQUIRE                  VALUE 'I'.
           05  FILLER                              PIC X(01).
           05  WS-IN-ACCT                          PIC X(11).
           05  FILLER                              PIC X(01).
           05  WS-IN-FIELD-2                       PIC X(10).
           05  FILLER                              PIC X(01).
           05  WS-IN-FIELD-3                       PIC X(10).
           05  FILLER                              PIC X(01).
           05  WS-IN-FIELD-4                       PIC X(02).
           05  FILLER                              PIC X(37).
       01  WS-TERM-INPUT-LEN                       PIC S9(04) COMP.

       01  WS-OUT-MSG.
           05  WS-MSG-TEXT                         PIC X(78).

       01  WS-BEFORE-IMAGE                         PIC X(300).

      *---------------------------------------------------------------*
      * Claim dates.  The benefit runs from approval for the covered  *
      * months; the day is held to 28 so every month has it.         *
      *---------------------------------------------------------------*
       01  WS-EVENT-DATE.
           05  WS-EVT-YYYY                         PIC X(04).
           05  WS-EVT-SEP1                         PIC X(01).
           05  WS-EVT-MM                           PIC X(02).
           05  WS-EVT-SEP2                         PIC X(01).
           05  WS-EVT-DD                           PIC X(02).
       01  WS-CLAIM-MONTHS                         PIC 9(02).
       01  WS-BEN-WORK.
           05  WS-BEN-YYYY                         PIC 9(04).
           05  WS-BEN-MM                           PIC 9(04).
           05  WS-BEN-DD                           PIC 9(02).
       01  WS-BEN-END-DATE.
           05  WS-BEN-END-YYYY                     PIC 9(04).
           05  FILLER                              PIC X(01) VALUE '-'.
           05  WS-BEN-END-MM                       PIC 9(02).
           05  FILLER                              PIC X(01) VALUE '-'.
           05  WS-BEN-END-DD                       PIC 9(02).

       COPY CVPPI01Y.
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

      *    Entitlement check at the door.
           INITIALIZE SECC-PARM.
           MOVE WS-USER-ID TO SECC-USER-ID.
           MOVE 'PPIM'     TO SECC-FUNCTION.
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

           IF NOT WS-ACT-ENROLL AND NOT WS-ACT-CANCEL
              AND NOT WS-ACT-CLAIM AND NOT WS-ACT-INQUIRE
               STRING 'ENTER: CPPI E/X/I <ACCT> [RATE] OR '
                      'CPPI C <ACCT> <J/D/X> <CCYY-MM-DD> <MM>'
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
               WHEN WS-ACT-ENROLL
                   PERFORM 1000-ENROLL
               WHEN WS-ACT-CANCEL
                   PERFORM 2000-CANCEL
               WHEN WS-ACT-CLAIM
                   PERFORM 3000-APPROVE-CLAIM
               WHEN OTHER
                   PERFORM 4000-INQUIRE
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
      * Enroll a new account, or re-enroll a cancelled one.  Premium  *
      * and claim history on a re-enrolled record are kept.           *
      ******************************************************************
       1000-ENROLL.
           MOVE WS-IN-ACCT TO ACCT-ID.
           EXEC CICS READ
                DATASET(WS-ACCT-FILE)
                INTO(ACCOUNT-RECORD)
                RIDFLD(ACCT-ID)
                KEYLENGTH(11)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'ACCOUNT NOT ON MASTER' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-CLOSED OR ACCT-PENDING-CLOSED
              OR ACCT-CHARGED-OFF OR ACCT-DECEASED
               MOVE 'ACCOUNT CLOSED, CHARGED OFF OR DECEASED'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 8500-READ-PPI-UPDATE.
           IF WS-PPI-FOUND AND PPI-ENROLLED
               MOVE 'ACCOUNT ALREADY ENROLLED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           IF NOT WS-PPI-FOUND
               INITIALIZE PPI-ENROLLMENT-RECORD
               MOVE ACCT-ID TO PPI-ACCT-ID
               MOVE SPACES  TO PPI-CLAIM-STATUS
           END-IF.

           IF WS-IN-FIELD-2 = SPACES
               MOVE WS-PPI-DEFAULT-RATE TO PPI-RATE-PER-100
           ELSE
               COMPUTE PPI-RATE-PER-100 =
                   FUNCTION NUMVAL(WS-IN-FIELD-2)
               IF PPI-RATE-PER-100 NOT > ZERO
                   MOVE 'RATE PER 100 MUST BE 0.0001 TO 9.9999'
                     TO WS-MSG-TEXT
                   PERFORM 9100-SEND-MESSAGE
                   EXEC CICS UNLOCK
                        DATASET(WS-PPI-FILE)
                        NOHANDLE
                   END-EXEC
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           SET PPI-ENROLLED    TO TRUE.
           MOVE WS-CUR-DATE    TO PPI-ENROLL-DATE.
           MOVE SPACES         TO PPI-CANCEL-DATE.
           MOVE WS-USER-ID     TO PPI-MAINT-USER.

           IF WS-PPI-FOUND
               PERFORM 8600-REWRITE-PPI
           ELSE
               EXEC CICS WRITE
                    DATASET(WS-PPI-FILE)
                    FROM(PPI-ENROLLMENT-RECORD)
                    RIDFLD(PPI-ACCT-ID)
                    KEYLENGTH(LENGTH OF PPI-ACCT-ID)
                    RESP(WS-RESP-CD)
                    RESP2(WS-REAS-CD)
               END-EXEC
           END-IF.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'ENROLLMENT WRITE FAILED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE PPI-RATE-PER-100 TO WS-RATE-DIS.
           STRING 'ACCOUNT ' PPI-ACCT-ID ' ENROLLED AT '
                  WS-RATE-DIS ' PER 100'
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           END-STRING.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * Cancel.  A claim still paying benefit must run out first -    *
      * cancelling would not give back the suspended minimums.        *
      ******************************************************************
       2000-CANCEL.
           MOVE WS-IN-ACCT TO PPI-ACCT-ID.
           PERFORM 8500-READ-PPI-UPDATE.
           IF NOT WS-PPI-FOUND OR NOT PPI-ENROLLED
               MOVE 'ACCOUNT NOT ENROLLED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF PPI-CLAIM-APPROVED
              AND PPI-BENEFIT-END-DATE NOT < WS-CUR-DATE
               STRING 'CLAIM BENEFIT ACTIVE THROUGH '
                      PPI-BENEFIT-END-DATE ' - NOT CANCELLED'
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM 9100-SEND-MESSAGE
               EXEC CICS UNLOCK
                    DATASET(WS-PPI-FILE)
                    NOHANDLE
               END-EXEC
               EXIT PARAGRAPH
           END-IF.

           SET PPI-CANCELLED   TO TRUE.
           MOVE WS-CUR-DATE    TO PPI-CANCEL-DATE.
           MOVE WS-USER-ID     TO PPI-MAINT-USER.
           PERFORM 8600-REWRITE-PPI.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'ENROLLMENT REWRITE FAILED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           STRING 'ACCOUNT ' PPI-ACCT-ID ' PAYMENT PROTECTION CANCELLED'
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           END-STRING.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * Approve a claim.  The enrollment records the claim and the    *
      * benefit end date; the account carries the same date so the    *
      * batch runs need not read PPIFILE to honour the suspension.    *
      ******************************************************************
       3000-APPROVE-CLAIM.
           MOVE SPACES TO WS-MSG-TEXT.
           PERFORM 3100-VALIDATE-CLAIM.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IN-ACCT TO PPI-ACCT-ID.
           PERFORM 8500-READ-PPI-UPDATE.
           IF NOT WS-PPI-FOUND OR NOT PPI-ENROLLED
               MOVE 'ACCOUNT NOT ENROLLED - CLAIM NOT APPROVED'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF PPI-CLAIM-APPROVED
              AND PPI-BENEFIT-END-DATE NOT < WS-CUR-DATE
               STRING 'CLAIM ALREADY PAYING BENEFIT THROUGH '
                      PPI-BENEFIT-END-DATE
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM 9100-SEND-MESSAGE
               EXEC CICS UNLOCK
                    DATASET(WS-PPI-FILE)
                    NOHANDLE
               END-EXEC
               EXIT PARAGRAPH
           END-IF.

           PERFORM 3200-SET-BENEFIT-END.

           MOVE PPI-ACCT-ID TO ACCT-ID.
           EXEC CICS READ
                DATASET(WS-ACCT-FILE)
                INTO(ACCOUNT-RECORD)
                RIDFLD(ACCT-ID)
                KEYLENGTH(11)
                UPDATE
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'ACCOUNT NOT ON MASTER - CLAIM NOT APPROVED'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXEC CICS UNLOCK
                    DATASET(WS-PPI-FILE)
                    NOHANDLE
               END-EXEC
               EXIT PARAGRAPH
           END-IF.

      *    Hold the before image; both audit images are written
      *    only after the change has actually landed on the file.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE.
           MOVE WS-BEN-END-DATE TO ACCT-PPI-BENEFIT-END.
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
               MOVE 'ACCOUNT REWRITE FAILED - CLAIM NOT APPROVED'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXEC CICS UNLOCK
                    DATASET(WS-PPI-FILE)
                    NOHANDLE
               END-EXEC
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

           SET PPI-CLAIM-APPROVED   TO TRUE.
           MOVE WS-IN-FIELD-2(1:1)  TO PPI-CLAIM-TYPE.
           MOVE WS-EVENT-DATE       TO PPI-CLAIM-EVENT-DATE.
           MOVE WS-CUR-DATE         TO PPI-CLAIM-APPROVE-DATE.
           MOVE WS-CLAIM-MONTHS     TO PPI-BENEFIT-MONTHS.
           MOVE WS-BEN-END-DATE     TO PPI-BENEFIT-END-DATE.
           ADD 1                    TO PPI-CLAIM-CNT.
           MOVE WS-USER-ID          TO PPI-MAINT-USER.
           PERFORM 8600-REWRITE-PPI.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'ENROLLMENT REWRITE FAILED - CHECK ACCOUNT'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           STRING 'CLAIM APPROVED - MINIMUM PAYMENT SUSPENDED THROUGH '
                  WS-BEN-END-DATE
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           END-STRING.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
       3100-VALIDATE-CLAIM.
           MOVE WS-IN-FIELD-2(1:1) TO PPI-CLAIM-TYPE.
           IF NOT PPI-CLAIM-TYPE-VALID
              OR WS-IN-FIELD-2(2:9) NOT = SPACES
               MOVE 'CLAIM TYPE MUST BE J, D OR X'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IN-FIELD-3 TO WS-EVENT-DATE.
           IF WS-EVT-YYYY NOT NUMERIC OR WS-EVT-MM NOT NUMERIC
              OR WS-EVT-DD NOT NUMERIC
              OR WS-EVT-SEP1 NOT = '-' OR WS-EVT-SEP2 NOT = '-'
              OR WS-EVT-MM < '01' OR WS-EVT-MM > '12'
              OR WS-EVT-DD < '01' OR WS-EVT-DD > '31'
               MOVE 'EVENT DATE MUST BE CCYY-MM-DD' TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF WS-EVENT-DATE > WS-CUR-DATE
               MOVE 'EVENT DATE MAY NOT BE IN THE FUTURE'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.

           IF WS-IN-FIELD-4(2:1) = SPACE
               MOVE WS-IN-FIELD-4(1:1) TO WS-IN-FIELD-4(2:1)
               MOVE '0'                TO WS-IN-FIELD-4(1:1)
           END-IF.
           IF WS-IN-FIELD-4 NOT NUMERIC
               MOVE 'BENEFIT MONTHS MUST BE NUMERIC' TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-FIELD-4 TO WS-CLAIM-MONTHS.
           IF WS-CLAIM-MONTHS < 1
              OR WS-CLAIM-MONTHS > WS-PPI-MAX-MONTHS
               MOVE WS-PPI-MAX-MONTHS TO WS-IN-FIELD-4
               STRING 'BENEFIT MONTHS MUST BE 1 TO ' WS-IN-FIELD-4
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           END-IF.

      ******************************************************************
       3200-SET-BENEFIT-END.
           MOVE WS-CUR-DATE(1:4) TO WS-BEN-YYYY.
           MOVE WS-CUR-DATE(6:2) TO WS-BEN-MM.
           MOVE WS-CUR-DATE(9:2) TO WS-BEN-DD.
           ADD WS-CLAIM-MONTHS TO WS-BEN-MM.
           IF WS-BEN-MM > 12
               SUBTRACT 12 FROM WS-BEN-MM
               ADD 1 TO WS-BEN-YYYY
           END-IF.
           IF WS-BEN-DD > 28
               MOVE 28 TO WS-BEN-DD
           END-IF.
           MOVE WS-BEN-YYYY TO WS-BEN-END-YYYY.
           MOVE WS-BEN-MM   TO WS-BEN-END-MM.
           MOVE WS-BEN-DD   TO WS-BEN-END-DD.

      ******************************************************************
       4000-INQUIRE.
           MOVE WS-IN-ACCT TO PPI-ACCT-ID.
           EXEC CICS READ
                DATASET(WS-PPI-FILE)
                INTO(PPI-ENROLLMENT-RECORD)
                RIDFLD(PPI-ACCT-ID)
                KEYLENGTH(LENGTH OF PPI-ACCT-ID)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'ACCOUNT HAS NEVER ENROLLED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE PPI-RATE-PER-100  TO WS-RATE-DIS.
           MOVE PPI-LAST-PREM-AMT TO WS-AMT-DIS.
           IF PPI-CLAIM-APPROVED
              AND PPI-BENEFIT-END-DATE NOT < WS-CUR-DATE
               STRING 'ST ' PPI-STATUS ' RATE ' WS-RATE-DIS
                      ' LAST PREM ' WS-AMT-DIS
                      ' CLAIM ' PPI-CLAIM-TYPE
                      ' BENEFIT TO ' PPI-BENEFIT-END-DATE
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           ELSE
               STRING 'ST ' PPI-STATUS ' RATE ' WS-RATE-DIS
                      ' LAST PREM ' WS-AMT-DIS
                      ' ON ' PPI-LAST-PREM-DATE
                      ' CLAIMS ' PPI-CLAIM-CNT
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           END-IF.
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
       8500-READ-PPI-UPDATE.
           MOVE 'N' TO WS-PPI-FOUND-SW.
           EXEC CICS READ
                DATASET(WS-PPI-FILE)
                INTO(PPI-ENROLLMENT-RECORD)
                RIDFLD(PPI-ACCT-ID)
                KEYLENGTH(LENGTH OF PPI-ACCT-ID)
                UPDATE
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               SET WS-PPI-FOUND TO TRUE
           END-IF.

       8600-REWRITE-PPI.
           EXEC CICS REWRITE
                DATASET(WS-PPI-FILE)
                FROM(PPI-ENROLLMENT-RECORD)
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
