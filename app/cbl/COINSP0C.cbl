      ******************************************************************
      * Program:     COINSP0C.CBL                                      *
      * Layer:       Business logic                                    *
      * Function:    Installment Plan Conversion                       *
      * Description: Converts a posted purchase into fixed monthly     *
      *              installments at the cardholder's request.  The    *
      *              purchase must be at least the minimum amount and  *
      *              the account open, current and in good standing;   *
      *              the term falls within the allowed range and the   *
      *              plan is priced either by a one-time fee, posted   *
      *              to the revolving balance at conversion, or by     *
      *              interest at the plan rate billed with each        *
      *              installment.  The plan row on INSTPLAN carries    *
      *              the unbilled principal, which the CBINT01C cycle  *
      *              close keeps out of revolving interest and bills   *
      *              one installment a cycle into the minimum payment. *
      *              A plan may be paid off early with no penalty: its *
      *              unbilled balance simply rejoins the revolving     *
      *              balance.  Limits, fee and plan rate come from     *
      *              SYSPARM (program COINSP0C) with compiled          *
      *              defaults.  The COTRNS0C transaction search jumps  *
      *              here with the selected purchase.  Every plan and  *
      *              account change flows through COAUDIT.             *
      *                                                                *
      *              Terminal input:                                   *
      *                CINS C <tranid> <term> <F|R>   convert          *
      *                CINS P <acct> <tranid>         pay off early    *
      *                CINS I <acct>                  plans and totals *
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
           COINSP0C.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PGMNAME                          PIC X(08)
                                                   VALUE 'COINSP0C'.
           05  WS-ACCT-FILE                        PIC X(08)
                                                   VALUE 'ACCTDAT '.
           05  WS-TRAN-FILE                        PIC X(08)
                                                   VALUE 'TRANSACT'.
           05  WS-XREF-FILE                        PIC X(08)
                                                   VALUE 'CCXREF  '.
           05  WS-INSTPLAN-FILE                    PIC X(08)
                                                   VALUE 'INSTPLAN'.
           05  WS-SYSPARM-FILE                     PIC X(08)
                                                   VALUE 'SYSPARM '.
           05  WS-AUDIT-PGM                        PIC X(08)
                                                   VALUE 'COAUDIT '.
           05  WS-RESP-CD                          PIC S9(09) COMP.
           05  WS-REAS-CD                          PIC S9(09) COMP.
           05  WS-USER-ID                          PIC X(08).
           05  WS-ABS-TIME                         PIC S9(15) COMP-3.
           05  WS-CUR-DATE                         PIC X(10).
           05  WS-CUR-TIME                         PIC X(08).
           05  WS-STAFF-ACCT-ID                    PIC 9(11).
           05  WS-TERM-LEN                         PIC S9(04) COMP.
           05  WS-TERM-NUM                         PIC 9(03).
           05  WS-AMT-DIS                          PIC Z(8)9.99.
           05  WS-AMT2-DIS                         PIC Z(8)9.99.
           05  WS-MIN-DIS                          PIC Z(6)9.99.
           05  WS-TERM-DIS                         PIC ZZ9.
           05  WS-TERM2-DIS                        PIC ZZ9.
           05  WS-COUNT-DIS                        PIC ZZ9.
           05  WS-BROWSE-SW                        PIC X(01).
               88  WS-BROWSE-DONE                  VALUE 'Y'.
               88  WS-BROWSE-MORE                  VALUE 'N'.

      ******************************************************************
      * Plan arithmetic.  A rate plan's installment is the level       *
      * payment that retires the principal over the term at the plan   *
      * rate; a fee plan's is the principal over the term.             *
      ******************************************************************
       01  WS-PLAN-CALC.
           05  WS-PRINCIPAL                        PIC S9(09)V99
                                                   COMP-3.
           05  WS-FEE-AMT                          PIC S9(07)V99
                                                   COMP-3.
           05  WS-MONTHLY-AMT                      PIC S9(07)V99
                                                   COMP-3.
           05  WS-MONTH-RATE                       PIC S9(01)V9(09)
                                                   COMP-3.
           05  WS-GROWTH                           PIC S9(05)V9(09)
                                                   COMP-3.
           05  WS-TOT-UNBILLED                     PIC S9(09)V99
                                                   COMP-3.
           05  WS-TOT-BILLED                       PIC S9(09)V99
                                                   COMP-3.
           05  WS-PLAN-COUNT                       PIC 9(03).
           05  WS-ACTIVE-COUNT                     PIC 9(03).

      ******************************************************************
      * Operating settings, read from SYSPARM (program COINSP0C) for   *
      * the day; a setting with no row in force, or a value outside    *
      * its row's range, keeps the compiled default.                   *
      ******************************************************************
       01  WS-SETTINGS.
           05  WS-MIN-AMOUNT                       PIC S9(07)V99
                                                   VALUE 100.00.
           05  WS-MIN-TERM                         PIC 9(03)
                                                   VALUE 3.
           05  WS-MAX-TERM                         PIC 9(03)
                                                   VALUE 36.
           05  WS-FEE-PCT                          PIC S9(03)V99
                                                   VALUE 3.00.
           05  WS-PLAN-RATE                        PIC S9(03)V99
                                                   VALUE 9.99.
       01  WS-SPM-LOOKUP.
           05  WS-SPM-PARM-NAME                    PIC X(16).
           05  WS-SPM-VALUE                        PIC S9(09)V9(04).
           05  WS-SPM-MIN-VALUE                    PIC S9(09)V9(04).
           05  WS-SPM-MAX-VALUE                    PIC S9(09)V9(04).
           05  WS-SPM-FOUND-SW                     PIC X(01).
               88  WS-SPM-FOUND                    VALUE 'Y'.
               88  WS-SPM-NOT-FOUND                VALUE 'N'.
           05  WS-SPM-BROWSE-SW                    PIC X(01).
               88  WS-SPM-MORE                     VALUE 'Y'.
               88  WS-SPM-DONE                     VALUE 'N'.

       01  WS-TERM-INPUT.
           05  FILLER                              PIC X(04).
           05  FILLER                              PIC X(01).
           05  WS-IN-ACTION                        PIC X(01).
               88  WS-ACT-CONVERT                  VALUE 'C'.
               88  WS-ACT-PAYOFF                   VALUE 'P'.
               88  WS-ACT-INQUIRE                  VALUE 'I'.
           05  FILLER                              PIC X(01).
           05  WS-IN-TRAN-ID                       PIC X(16).
           05  FILLER                              PIC X(01).
           05  WS-IN-TERM                          PIC X(03).
           05  FILLER                              PIC X(01).
           05  WS-IN-PRICING                       PIC X(01).
               88  WS-IN-FEE-PRICED                VALUE 'F'.
               88  WS-IN-RATE-PRICED               VALUE 'R'.
           05  FILLER                              PIC X(51).
      *    Payoff and inquiry name the account first.
       01  WS-IN-ACCOUNT-VIEW REDEFINES WS-TERM-INPUT.
           05  FILLER                              PIC X(07).
           05  WS-IN-ACCT-ID                       PIC X(11).
           05  FILLER                              PIC X(01).
           05  WS-IN-PLAN-TRAN-ID                  PIC X(16).
           05  FILLER                              PIC X(45).
       01  WS-TERM-INPUT-LEN                       PIC S9(04) COMP.

       01  WS-OUT-MSG.
           05  WS-MSG-TEXT                         PIC X(78).

       01  WS-BEFORE-IMAGE                         PIC X(300).
       01  WS-PLAN-BEFORE-IMAGE                    PIC X(200).

      ******************************************************************
      * Fee transaction id: 'IF' + task number + time.
      ******************************************************************
       01  WS-FEE-ID-BUILD.
           05  FILLER                              PIC X(02)
                                                   VALUE 'IF'.
           05  WS-FEE-TASKNO                       PIC 9(07).
           05  WS-FEE-TIME                         PIC 9(07).

       COPY CVFRJ01Y.
       01  WS-FRJ-PGM              PIC X(08) VALUE 'COFRJW0C'.

       COPY CVACT01Y.
       COPY CVACT03Y.
       COPY CVTRA05Y.
       COPY CVINS01Y.
       COPY CVINJ01Y.
       COPY CVSPM01Y.
       COPY CVAUD01Y.

       COPY CVSEC02Y.
       01  WS-SECC-PGM             PIC X(08) VALUE 'COSECC0C'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-COMMAREA                         PIC X(01)
               OCCURS 0 TO 100 TIMES DEPENDING ON EIBCALEN.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESSING.
      *    A jump from the COTRNS0C transaction search arrives with
      *    the conversion commarea instead of terminal input - run
      *    the convert path on the purchase it selected.
           MOVE SPACES TO WS-TERM-INPUT.
           IF EIBCALEN >= LENGTH OF INSTALLMENT-JUMP-AREA
               MOVE DFHCOMMAREA(1:LENGTH OF INSTALLMENT-JUMP-AREA)
                 TO INSTALLMENT-JUMP-AREA
           END-IF.
           IF EIBCALEN >= LENGTH OF INSTALLMENT-JUMP-AREA
                   AND INJ-VALID
               MOVE 'C'           TO WS-IN-ACTION
               MOVE INJ-TRAN-ID   TO WS-IN-TRAN-ID
               MOVE INJ-TERM      TO WS-IN-TERM
               MOVE INJ-PRICING   TO WS-IN-PRICING
           ELSE
               MOVE LENGTH OF WS-TERM-INPUT TO WS-TERM-INPUT-LEN
               EXEC CICS RECEIVE
                    INTO(WS-TERM-INPUT)
                    LENGTH(WS-TERM-INPUT-LEN)
                    RESP(WS-RESP-CD)
               END-EXEC
           END-IF.

           EXEC CICS ASSIGN
                USERID(WS-USER-ID)
                NOHANDLE
           END-EXEC.

      *    Entitlement check at the door.
           INITIALIZE SECC-PARM.
           MOVE WS-USER-ID TO SECC-USER-ID.
           MOVE 'INSP'     TO SECC-FUNCTION.
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

           IF (WS-ACT-PAYOFF OR WS-ACT-INQUIRE)
                   AND WS-IN-ACCT-ID NOT NUMERIC
               MOVE 'ACCOUNT ID MUST BE 11 DIGITS' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               GO TO 9000-RETURN
           END-IF.

           IF WS-ACT-PAYOFF
               MOVE WS-IN-ACCT-ID TO WS-STAFF-ACCT-ID
               PERFORM 1900-CHECK-STAFF-ACCESS
               IF WS-MSG-TEXT NOT = SPACES
                   PERFORM 9100-SEND-MESSAGE
                   GO TO 9000-RETURN
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACT-CONVERT
                   PERFORM 1000-CONVERT-PURCHASE
               WHEN WS-ACT-PAYOFF
                   PERFORM 2000-PAY-OFF-PLAN
               WHEN WS-ACT-INQUIRE
                   PERFORM 3000-INQUIRE
               WHEN OTHER
                   STRING 'ENTER: CINS C <TRANID> <TERM> <F|R>, '
                          'CINS P <ACCT> <TRANID> OR CINS I <ACCT>'
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM 9100-SEND-MESSAGE
           END-EVALUATE.

       9000-RETURN.
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * The staff-account rules on the account: COSECC0C, asked again *
      * with the function already checked at the door, refuses a user *
      * linked to the account and wants today's CSTA approval for any *
      * other staff account.                                          *
      ******************************************************************
       1900-CHECK-STAFF-ACCESS.
           MOVE SPACES TO WS-MSG-TEXT.
           MOVE WS-STAFF-ACCT-ID TO SECC-ACCT-ID.
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
      * Convert: a posted purchase, once, on an account in good       *
      * standing.  The fee transaction, the plan and the account move *
      * together or not at all.                                       *
      ******************************************************************
       1000-CONVERT-PURCHASE.
           PERFORM 1100-LOAD-SETTINGS.

           MOVE ZERO TO WS-TERM-LEN.
           INSPECT WS-IN-TERM TALLYING WS-TERM-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-TERM-LEN = ZERO
               MOVE 'ENTER: CINS C <TRANID> <TERM> <F|R>'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-TERM(1:WS-TERM-LEN) NOT NUMERIC
               MOVE 'TERM MUST BE A NUMBER OF MONTHS' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-TERM(1:WS-TERM-LEN) TO WS-TERM-NUM.
           IF WS-TERM-NUM < WS-MIN-TERM OR WS-TERM-NUM > WS-MAX-TERM
               MOVE WS-MIN-TERM TO WS-TERM-DIS
               MOVE WS-MAX-TERM TO WS-TERM2-DIS
               STRING 'TERM MUST BE ' WS-TERM-DIS ' TO '
                      WS-TERM2-DIS ' MONTHS'
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-IN-FEE-PRICED AND NOT WS-IN-RATE-PRICED
               MOVE 'PRICING MUST BE F (FEE) OR R (PLAN RATE)'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IN-TRAN-ID TO TRAN-ID.
           EXEC CICS READ
                DATASET(WS-TRAN-FILE)
                INTO(TRAN-RECORD)
                RIDFLD(TRAN-ID)
                KEYLENGTH(LENGTH OF TRAN-ID)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'TRANSACTION NOT FOUND ON TRANSACT' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF TRAN-TYPE-CD NOT = '01' OR TRAN-AMT NOT > ZERO
               MOVE 'ONLY A POSTED PURCHASE CAN BE CONVERTED'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF TRAN-AMT < WS-MIN-AMOUNT
               MOVE WS-MIN-AMOUNT TO WS-MIN-DIS
               STRING 'PURCHASE IS BELOW THE PLAN MINIMUM OF '
                      WS-MIN-DIS
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

      *    Resolve the account through the cross reference.
           MOVE TRAN-CARD-NUM TO XREF-CARD-NUM.
           EXEC CICS READ
                DATASET(WS-XREF-FILE)
                INTO(CARD-XREF-RECORD)
                RIDFLD(XREF-CARD-NUM)
                KEYLENGTH(LENGTH OF XREF-CARD-NUM)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'CARD NOT ON CROSS REFERENCE - NOT CONVERTED'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE XREF-ACCT-ID TO WS-STAFF-ACCT-ID.
           PERFORM 1900-CHECK-STAFF-ACCESS.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

      *    A purchase converts only once, whatever became of the plan.
           MOVE XREF-ACCT-ID TO INS-ACCT-ID.
           MOVE TRAN-ID      TO INS-TRAN-ID.
           EXEC CICS READ
                DATASET(WS-INSTPLAN-FILE)
                INTO(INSTALLMENT-PLAN-RECORD)
                RIDFLD(INS-KEY)
                KEYLENGTH(LENGTH OF INS-KEY)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'PURCHASE IS ALREADY ON AN INSTALLMENT PLAN'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE XREF-ACCT-ID TO ACCT-ID.
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
               MOVE 'ACCOUNT NOT ON MASTER' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

      *    Only a balance the account still carries can be spread.
           EVALUATE TRUE
               WHEN NOT ACCT-OPEN-ACTIVE
                   MOVE 'ACCOUNT IS NOT OPEN - NOT CONVERTED'
                     TO WS-MSG-TEXT
               WHEN ACCT-CHARGED-OFF
                   MOVE 'ACCOUNT IS CHARGED OFF - NOT CONVERTED'
                     TO WS-MSG-TEXT
               WHEN ACCT-IN-BANKRUPTCY
                   MOVE 'ACCOUNT IS IN BANKRUPTCY - NOT CONVERTED'
                     TO WS-MSG-TEXT
               WHEN NOT ACCT-DELINQ-CURRENT
                   MOVE 'ACCOUNT IS DELINQUENT - NOT CONVERTED'
                     TO WS-MSG-TEXT
               WHEN TRAN-AMT > ACCT-CURR-BAL
                   MOVE 'BALANCE IS BELOW THE PURCHASE - NOT CONVERTED'
                     TO WS-MSG-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-MSG-TEXT NOT = SPACES
               EXEC CICS UNLOCK
                    DATASET(WS-ACCT-FILE)
                    NOHANDLE
               END-EXEC
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE.

           PERFORM 1200-PRICE-PLAN.

           INITIALIZE INSTALLMENT-PLAN-RECORD.
           MOVE ACCT-ID          TO INS-ACCT-ID.
           MOVE TRAN-ID          TO INS-TRAN-ID.
           MOVE TRAN-CARD-NUM    TO INS-CARD-NUM.
           SET INS-ACTIVE        TO TRUE.
           MOVE WS-IN-PRICING    TO INS-PRICING.
           MOVE WS-PRINCIPAL     TO INS-PRINCIPAL
                                    INS-UNBILLED-BAL.
           MOVE WS-FEE-AMT       TO INS-FEE-AMT.
           IF INS-RATE-PRICED
               MOVE WS-PLAN-RATE TO INS-PLAN-RATE
           END-IF.
           MOVE WS-TERM-NUM      TO INS-TERM-MONTHS.
           MOVE WS-MONTHLY-AMT   TO INS-MONTHLY-AMT.
           MOVE WS-CUR-DATE      TO INS-START-DATE.
           MOVE WS-USER-ID       TO INS-CREATED-BY.

           IF WS-FEE-AMT > ZERO
               PERFORM 1300-POST-PLAN-FEE
               IF WS-MSG-TEXT NOT = SPACES
                   PERFORM 9100-SEND-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               MOVE TRAN-ID      TO INS-FEE-TRAN-ID
           END-IF.

           EXEC CICS WRITE
                DATASET(WS-INSTPLAN-FILE)
                FROM(INSTALLMENT-PLAN-RECORD)
                RIDFLD(INS-KEY)
                KEYLENGTH(LENGTH OF INS-KEY)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK
                    NOHANDLE
               END-EXEC
               MOVE 'INSTALLMENT PLAN WRITE FAILED - NOT CONVERTED'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

      *    The plan principal stays in the balance; the flag sends
      *    the cycle close and the minimum-payment jobs to INSTPLAN.
           MOVE 'Y' TO ACCT-INSTALL-IND.
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
               EXEC CICS SYNCPOINT ROLLBACK
                    NOHANDLE
               END-EXEC
               MOVE 'ACCOUNT REWRITE FAILED - NOT CONVERTED'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE FORWARD-RECOVERY-RECORD.
           MOVE WS-ACCT-FILE TO FRJ-FILE-ID.
           SET FRJ-CHANGE TO TRUE.
           MOVE ACCT-ID TO FRJ-KEY.
           MOVE LENGTH OF ACCOUNT-RECORD TO FRJ-IMAGE-LENGTH.
           MOVE ACCOUNT-RECORD TO FRJ-AFTER-IMAGE.
           PERFORM 9700-WRITE-RECOVERY-JOURNAL.

           IF WS-FEE-AMT > ZERO
               PERFORM 9200-AUDIT-TRANSACTION
           END-IF.
           MOVE 'I'                      TO AUDIT-IN-ACTION-TYPE.
           MOVE SPACE                    TO AUDIT-IN-IMAGE-TYPE.
           MOVE INSTALLMENT-PLAN-RECORD  TO AUDIT-IN-RECORD-DATA.
           PERFORM 8100-AUDIT-PLAN.
           MOVE 'B'                      TO AUDIT-IN-IMAGE-TYPE.
           MOVE WS-BEFORE-IMAGE          TO AUDIT-IN-RECORD-DATA.
           PERFORM 8200-AUDIT-ACCOUNT.
           MOVE 'A'                      TO AUDIT-IN-IMAGE-TYPE.
           MOVE ACCOUNT-RECORD           TO AUDIT-IN-RECORD-DATA.
           PERFORM 8200-AUDIT-ACCOUNT.

           MOVE WS-MONTHLY-AMT TO WS-AMT-DIS.
           MOVE WS-TERM-NUM    TO WS-TERM-DIS.
           IF INS-FEE-PRICED
               MOVE WS-FEE-AMT TO WS-MIN-DIS
               STRING 'PLAN SET UP: ' WS-TERM-DIS ' X ' WS-AMT-DIS
                      ' FEE ' WS-MIN-DIS
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           ELSE
               MOVE WS-PLAN-RATE TO WS-MIN-DIS
               STRING 'PLAN SET UP: ' WS-TERM-DIS ' X ' WS-AMT-DIS
                      ' RATE ' WS-MIN-DIS
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           END-IF.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * The day's limits and pricing from SYSPARM.                    *
      ******************************************************************
       1100-LOAD-SETTINGS.
           MOVE 'MIN-AMOUNT' TO WS-SPM-PARM-NAME.
           PERFORM 1150-READ-SYSPARM.
           IF WS-SPM-FOUND
               MOVE WS-SPM-VALUE TO WS-MIN-AMOUNT
           END-IF.
           MOVE 'MIN-TERM'   TO WS-SPM-PARM-NAME.
           PERFORM 1150-READ-SYSPARM.
           IF WS-SPM-FOUND
               MOVE WS-SPM-VALUE TO WS-MIN-TERM
           END-IF.
           MOVE 'MAX-TERM'   TO WS-SPM-PARM-NAME.
           PERFORM 1150-READ-SYSPARM.
           IF WS-SPM-FOUND
               MOVE WS-SPM-VALUE TO WS-MAX-TERM
           END-IF.
           MOVE 'FEE-PCT'    TO WS-SPM-PARM-NAME.
           PERFORM 1150-READ-SYSPARM.
           IF WS-SPM-FOUND
               MOVE WS-SPM-VALUE TO WS-FEE-PCT
           END-IF.
           MOVE 'PLAN-RATE'  TO WS-SPM-PARM-NAME.
           PERFORM 1150-READ-SYSPARM.
           IF WS-SPM-FOUND
               MOVE WS-SPM-VALUE TO WS-PLAN-RATE
           END-IF.

      ******************************************************************
      * One setting: the row for WS-SPM-PARM-NAME with the latest     *
      * effective date not after today.  Rows for a setting sit       *
      * together in effective-date order, so the browse stops at the  *
      * first row past today or past the setting.                     *
      ******************************************************************
       1150-READ-SYSPARM.
           SET WS-SPM-NOT-FOUND     TO TRUE.
           MOVE WS-PGMNAME          TO SPM-PROGRAM.
           MOVE WS-SPM-PARM-NAME    TO SPM-PARM-NAME.
           MOVE LOW-VALUES          TO SPM-EFF-DATE.
           EXEC CICS STARTBR
                DATASET(WS-SYSPARM-FILE)
                RIDFLD(SPM-KEY)
                KEYLENGTH(LENGTH OF SPM-KEY)
                GTEQ
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           SET WS-SPM-MORE TO TRUE.
           PERFORM UNTIL WS-SPM-DONE
               EXEC CICS READNEXT
                    DATASET(WS-SYSPARM-FILE)
                    INTO(SYSTEM-PARAMETER-RECORD)
                    LENGTH(LENGTH OF SYSTEM-PARAMETER-RECORD)
                    RIDFLD(SPM-KEY)
                    KEYLENGTH(LENGTH OF SPM-KEY)
                    RESP(WS-RESP-CD)
                    RESP2(WS-REAS-CD)
               END-EXEC
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                  OR SPM-PROGRAM NOT = WS-PGMNAME
                  OR SPM-PARM-NAME NOT = WS-SPM-PARM-NAME
                  OR SPM-EFF-DATE > WS-CUR-DATE
                   SET WS-SPM-DONE TO TRUE
               ELSE
                   IF SPM-TYPE-NUMERIC
                       SET WS-SPM-FOUND     TO TRUE
                       MOVE SPM-NUM-VALUE   TO WS-SPM-VALUE
                       MOVE SPM-MIN-VALUE   TO WS-SPM-MIN-VALUE
                       MOVE SPM-MAX-VALUE   TO WS-SPM-MAX-VALUE
                   END-IF
               END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                DATASET(WS-SYSPARM-FILE)
                NOHANDLE
           END-EXEC.
           IF WS-SPM-FOUND
              AND (WS-SPM-VALUE < WS-SPM-MIN-VALUE
                   OR WS-SPM-VALUE > WS-SPM-MAX-VALUE)
               SET WS-SPM-NOT-FOUND TO TRUE
           END-IF.

      ******************************************************************
      * Fee plan: the fee is the set percentage of the purchase and   *
      * each installment the principal over the term.  Rate plan: the *
      * level payment P * r / (1 - (1 + r) ** -n) at the monthly rate *
      * r, no fee.  The close's last installment takes any rounding.  *
      ******************************************************************
       1200-PRICE-PLAN.
           MOVE TRAN-AMT TO WS-PRINCIPAL.
           MOVE ZERO     TO WS-FEE-AMT.
           IF WS-IN-FEE-PRICED
               COMPUTE WS-FEE-AMT ROUNDED =
                   WS-PRINCIPAL * WS-FEE-PCT / 100
           END-IF.
           IF WS-IN-RATE-PRICED AND WS-PLAN-RATE > ZERO
               COMPUTE WS-MONTH-RATE ROUNDED = WS-PLAN-RATE / 1200
               COMPUTE WS-GROWTH ROUNDED =
                   (1 + WS-MONTH-RATE) ** WS-TERM-NUM
               COMPUTE WS-MONTHLY-AMT ROUNDED =
                   WS-PRINCIPAL * WS-MONTH-RATE * WS-GROWTH
                   / (WS-GROWTH - 1)
           ELSE
               COMPUTE WS-MONTHLY-AMT ROUNDED =
                   WS-PRINCIPAL / WS-TERM-NUM
           END-IF.

      ******************************************************************
      * The plan fee posts to TRANSACT and the revolving balance at   *
      * conversion, the way COADJM0C posts a debit adjustment.        *
      ******************************************************************
       1300-POST-PLAN-FEE.
           INITIALIZE TRAN-RECORD.
           MOVE EIBTASKN          TO WS-FEE-TASKNO.
           MOVE WS-CUR-TIME(1:2)  TO WS-FEE-TIME(1:2).
           MOVE WS-CUR-TIME(4:2)  TO WS-FEE-TIME(3:2).
           MOVE WS-CUR-TIME(7:2)  TO WS-FEE-TIME(5:2).
           MOVE '0'               TO WS-FEE-TIME(7:1).
           MOVE WS-FEE-ID-BUILD   TO TRAN-ID.
           MOVE '05'              TO TRAN-TYPE-CD.
           MOVE 0011              TO TRAN-CAT-CD.
           MOVE 'INSTPLAN'        TO TRAN-SOURCE.
           STRING 'INSTALLMENT PLAN FEE - PURCHASE ' INS-TRAN-ID
               DELIMITED BY SIZE INTO TRAN-DESC
           END-STRING.
           MOVE WS-FEE-AMT        TO TRAN-AMT.
           MOVE ZERO              TO TRAN-MERCHANT-ID.
           MOVE SPACES            TO TRAN-MERCHANT-NAME
                                     TRAN-MERCHANT-CITY
                                     TRAN-MERCHANT-ZIP.
           MOVE INS-CARD-NUM      TO TRAN-CARD-NUM.
           STRING WS-CUR-DATE ' ' WS-CUR-TIME '.000000'
               DELIMITED BY SIZE INTO TRAN-ORIG-TS
           END-STRING.
           MOVE TRAN-ORIG-TS      TO TRAN-PROC-TS.

           EXEC CICS WRITE
                DATASET(WS-TRAN-FILE)
                FROM(TRAN-RECORD)
                RIDFLD(TRAN-ID)
                KEYLENGTH(LENGTH OF TRAN-ID)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK
                    NOHANDLE
               END-EXEC
               MOVE 'PLAN FEE WRITE FAILED - NOT CONVERTED'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.

           ADD WS-FEE-AMT TO ACCT-CURR-BAL.
           ADD WS-FEE-AMT TO ACCT-CURR-CYC-DEBIT.
      *    A never-bucketed account stays that way.
           IF ACCT-BAL-PURCHASE NOT = ZERO OR ACCT-BAL-CASH NOT = ZERO
                  OR ACCT-BAL-PROMO NOT = ZERO
               ADD WS-FEE-AMT TO ACCT-BAL-PURCHASE
           END-IF.

      ******************************************************************
      * Early payoff: the unbilled principal rejoins the revolving    *
      * balance, due with it on the next statement; no penalty, and   *
      * a fee already posted stays earned.  An installment already    *
      * billed stays due.                                             *
      ******************************************************************
       2000-PAY-OFF-PLAN.
           MOVE WS-IN-ACCT-ID      TO INS-ACCT-ID.
           MOVE WS-IN-PLAN-TRAN-ID TO INS-TRAN-ID.
           EXEC CICS READ
                DATASET(WS-INSTPLAN-FILE)
                INTO(INSTALLMENT-PLAN-RECORD)
                RIDFLD(INS-KEY)
                KEYLENGTH(LENGTH OF INS-KEY)
                UPDATE
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'NO INSTALLMENT PLAN FOR THAT PURCHASE'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF NOT INS-ACTIVE
               EXEC CICS UNLOCK
                    DATASET(WS-INSTPLAN-FILE)
                    NOHANDLE
               END-EXEC
               STRING 'PLAN IS NOT ACTIVE - STATUS ' INS-STATUS
                      ' SINCE ' INS-END-DATE
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE INSTALLMENT-PLAN-RECORD TO WS-PLAN-BEFORE-IMAGE.

           MOVE INS-UNBILLED-BAL TO WS-AMT-DIS.
           SET INS-PAID-OFF      TO TRUE.
           MOVE ZERO             TO INS-UNBILLED-BAL.
           MOVE WS-CUR-DATE      TO INS-END-DATE.
           EXEC CICS REWRITE
                DATASET(WS-INSTPLAN-FILE)
                FROM(INSTALLMENT-PLAN-RECORD)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'INSTALLMENT PLAN UPDATE FAILED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'U'                      TO AUDIT-IN-ACTION-TYPE.
           MOVE 'B'                      TO AUDIT-IN-IMAGE-TYPE.
           MOVE WS-PLAN-BEFORE-IMAGE     TO AUDIT-IN-RECORD-DATA.
           PERFORM 8100-AUDIT-PLAN.
           MOVE 'A'                      TO AUDIT-IN-IMAGE-TYPE.
           MOVE INSTALLMENT-PLAN-RECORD  TO AUDIT-IN-RECORD-DATA.
           PERFORM 8100-AUDIT-PLAN.

           STRING 'PLAN PAID OFF - ' WS-AMT-DIS
                  ' NOW DUE WITH THE REVOLVING BALANCE'
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           END-STRING.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * Inquiry: the account's plans counted and totalled - principal *
      * still to bill and the installments the last close billed.     *
      ******************************************************************
       3000-INQUIRE.
           MOVE ZERO TO WS-PLAN-COUNT
                        WS-ACTIVE-COUNT
                        WS-TOT-UNBILLED
                        WS-TOT-BILLED.
           MOVE WS-IN-ACCT-ID TO INS-ACCT-ID.
           MOVE LOW-VALUES    TO INS-TRAN-ID.
           EXEC CICS STARTBR
                DATASET(WS-INSTPLAN-FILE)
                RIDFLD(INS-KEY)
                KEYLENGTH(LENGTH OF INS-KEY)
                GTEQ
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               SET WS-BROWSE-MORE TO TRUE
               PERFORM UNTIL WS-BROWSE-DONE
                   EXEC CICS READNEXT
                        DATASET(WS-INSTPLAN-FILE)
                        INTO(INSTALLMENT-PLAN-RECORD)
                        RIDFLD(INS-KEY)
                        KEYLENGTH(LENGTH OF INS-KEY)
                        RESP(WS-RESP-CD)
                        RESP2(WS-REAS-CD)
                   END-EXEC
                   IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                      OR INS-ACCT-ID NOT = WS-IN-ACCT-ID
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-PLAN-COUNT
                       IF INS-ACTIVE
                           ADD 1 TO WS-ACTIVE-COUNT
                           ADD INS-UNBILLED-BAL TO WS-TOT-UNBILLED
                       END-IF
                       ADD INS-CURR-BILLED-AMT TO WS-TOT-BILLED
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                    DATASET(WS-INSTPLAN-FILE)
                    NOHANDLE
               END-EXEC
           END-IF.

           IF WS-PLAN-COUNT = ZERO
               MOVE 'NO INSTALLMENT PLANS ON THIS ACCOUNT'
                 TO WS-MSG-TEXT
           ELSE
               MOVE WS-PLAN-COUNT   TO WS-COUNT-DIS
               MOVE WS-ACTIVE-COUNT TO WS-TERM-DIS
               MOVE WS-TOT-UNBILLED TO WS-AMT-DIS
               MOVE WS-TOT-BILLED   TO WS-AMT2-DIS
               STRING 'PLANS ' WS-COUNT-DIS ' ACTIVE ' WS-TERM-DIS
                      ' UNBILLED ' WS-AMT-DIS
                      ' BILLED DUE ' WS-AMT2-DIS
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           END-IF.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * The caller sets action, image type and data.                  *
      ******************************************************************
       8100-AUDIT-PLAN.
           MOVE WS-USER-ID        TO AUDIT-IN-USER-ID.
           MOVE 'U'               TO AUDIT-IN-USER-TYPE.
           MOVE 'O'               TO AUDIT-IN-LOG-TYPE.
           MOVE LENGTH OF INSTALLMENT-PLAN-RECORD
                                  TO AUDIT-IN-RECORD-LENGTH.

           EXEC CICS LINK
                PROGRAM(WS-AUDIT-PGM)
                COMMAREA(AUDIT-PARMS)
                LENGTH(LENGTH OF AUDIT-PARMS)
                RESP(WS-RESP-CD)
           END-EXEC.
           EXIT.

      ******************************************************************
      * The caller sets image type and data.                          *
      ******************************************************************
       8200-AUDIT-ACCOUNT.
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
           EXIT.

      ******************************************************************
      * Audit the plan fee through COAUDIT under the transaction log  *
      * type, the same as every other record change.                  *
      ******************************************************************
       9200-AUDIT-TRANSACTION.
           INITIALIZE AUDIT-PARMS.
           MOVE WS-USER-ID        TO AUDIT-IN-USER-ID.
           MOVE 'U'               TO AUDIT-IN-USER-TYPE.
           MOVE 'I'               TO AUDIT-IN-ACTION-TYPE.
           MOVE 'T'               TO AUDIT-IN-LOG-TYPE.
           MOVE LENGTH OF TRAN-RECORD TO AUDIT-IN-RECORD-LENGTH.
           MOVE TRAN-RECORD       TO AUDIT-IN-RECORD-DATA.

           EXEC CICS LINK
                PROGRAM(WS-AUDIT-PGM)
                COMMAREA(AUDIT-PARMS)
                LENGTH(LENGTH OF AUDIT-PARMS)
                RESP(WS-RESP-CD)
           END-EXEC.
           EXIT.

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

      ******************************************************************
       9100-SEND-MESSAGE.
           EXEC CICS SEND TEXT
                FROM(WS-OUT-MSG)
                LENGTH(LENGTH OF WS-OUT-MSG)
                ERASE
                RESP(WS-RESP-CD)
           END-EXEC.
