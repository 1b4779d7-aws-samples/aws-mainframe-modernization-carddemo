      ******************************************************************
      * Program:     COPRDC0C.CBL                                      *
      * Layer:       Business logic                                    *
      * Function:    Card Product-Change Request                       *
      * Description: The CSR asks for an account to be moved to       *
      *              another card product - an upgrade to gold, a      *
      *              downgrade to classic.  The request is checked     *
      *              against the product table (PRODFILE): the        *
      *              product must be active, differ from the one the   *
      *              account is on, and the account's credit line must *
      *              meet the product's minimum.  It is then recorded  *
      *              pending on PRDCHG for the CBPRD01C run, which     *
      *              reprices the account under the product's group,   *
      *              reissues its cards from the product's BIN range,  *
      *              and carries or forfeits the points balance.  A    *
      *              pending request may be cancelled until the run    *
      *              picks it up.  Every request change flows through  *
      *              COAUDIT.                                          *
      *                                                                *
      *              Terminal input:                                   *
      *                CPRD R <acct> <prod>   request a change         *
      *                CPRD X <acct>          cancel pending request   *
      *                CPRD I <acct>          product and request      *
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
           COPRDC0C.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PGMNAME                          PIC X(08)
                                                   VALUE 'COPRDC0C'.
           05  WS-ACCT-FILE                        PIC X(08)
                                                   VALUE 'ACCTDAT '.
           05  WS-PROD-FILE                        PIC X(08)
                                                   VALUE 'PRODFILE'.
           05  WS-PRDCHG-FILE                      PIC X(08)
                                                   VALUE 'PRDCHG  '.
           05  WS-AUDIT-PGM                        PIC X(08)
                                                   VALUE 'COAUDIT '.
           05  WS-RESP-CD                          PIC S9(09) COMP.
           05  WS-REAS-CD                          PIC S9(09) COMP.
           05  WS-USER-ID                          PIC X(08).
           05  WS-ABS-TIME                         PIC S9(15) COMP-3.
           05  WS-CUR-DATE                         PIC X(10).
           05  WS-CUR-TIME                         PIC X(08).
           05  WS-LIMIT-DIS                        PIC Z(9)9.99.
           05  WS-MIN-DIS                          PIC Z(9)9.99.
           05  WS-CUR-PRODUCT                      PIC X(04).
           05  WS-REQ-FOUND-SW                     PIC X(01).
               88  WS-REQ-FOUND                    VALUE 'Y'.
               88  WS-REQ-NOT-FOUND                VALUE 'N'.

       01  WS-TERM-INPUT.
           05  FILLER                              PIC X(04).
           05  FILLER                              PIC X(01).
           05  WS-IN-ACTION                        PIC X(01).
               88  WS-ACT-REQUEST                  VALUE 'R'.
               88  WS-ACT-CANCEL                   VALUE 'X'.
               88  WS-ACT-INQUIRE                  VALUE 'I'.
           05  FILLER                              PIC X(01).
           05  WS-IN-ACCT-ID                       PIC X(11).
           05  FILLER                              PIC X(01).
           05  WS-IN-PRODUCT-ID                    PIC X(04).
           05  FILLER                              PIC X(57).
       01  WS-TERM-INPUT-LEN                       PIC S9(04) COMP.

       01  WS-OUT-MSG.
           05  WS-MSG-TEXT                         PIC X(78).

       01  WS-BEFORE-IMAGE                         PIC X(100).

       COPY CVACT01Y.
       COPY CVPRD01Y.
       COPY CVPRD02Y.
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
           MOVE 'PRDC'     TO SECC-FUNCTION.
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

           IF WS-IN-ACCT-ID NOT NUMERIC
               MOVE 'ACCOUNT ID MUST BE 11 DIGITS' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               GO TO 9000-RETURN
           END-IF.

           IF WS-ACT-REQUEST OR WS-ACT-CANCEL
               PERFORM 1900-CHECK-STAFF-ACCESS
               IF WS-MSG-TEXT NOT = SPACES
                   PERFORM 9100-SEND-MESSAGE
                   GO TO 9000-RETURN
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACT-REQUEST
                   PERFORM 1000-REQUEST-CHANGE
               WHEN WS-ACT-CANCEL
                   PERFORM 2000-CANCEL-REQUEST
               WHEN WS-ACT-INQUIRE
                   PERFORM 3000-INQUIRE
               WHEN OTHER
                   MOVE 'ENTER: CPRD R <ACCT> <PROD> OR CPRD X/I <ACCT>'
                     TO WS-MSG-TEXT
                   PERFORM 9100-SEND-MESSAGE
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
           MOVE WS-IN-ACCT-ID TO SECC-ACCT-ID.
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
      * Request: the account must be open and in good standing, and   *
      * the product one it can move to.  Nothing but PRDCHG changes   *
      * here - the account, cards and points wait for CBPRD01C.       *
      ******************************************************************
       1000-REQUEST-CHANGE.
           PERFORM 5000-READ-ACCOUNT.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN NOT ACCT-OPEN-ACTIVE
                   MOVE 'ACCOUNT IS NOT OPEN - NO PRODUCT CHANGE'
                     TO WS-MSG-TEXT
               WHEN ACCT-CHARGED-OFF
                   MOVE 'ACCOUNT IS CHARGED OFF - NO PRODUCT CHANGE'
                     TO WS-MSG-TEXT
               WHEN ACCT-IN-BANKRUPTCY
                   MOVE 'ACCOUNT IS IN BANKRUPTCY - NO PRODUCT CHANGE'
                     TO WS-MSG-TEXT
               WHEN WS-IN-PRODUCT-ID = SPACES
                   MOVE 'ENTER: CPRD R <ACCT> <PROD>' TO WS-MSG-TEXT
               WHEN WS-IN-PRODUCT-ID = ACCT-PRODUCT-ID
                   MOVE 'ACCOUNT IS ALREADY ON THAT PRODUCT'
                     TO WS-MSG-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IN-PRODUCT-ID TO PRD-ID.
           PERFORM 5100-READ-PRODUCT.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'PRODUCT NOT ON FILE' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF NOT PRD-ACTIVE
               MOVE 'PRODUCT IS NOT OPEN TO NEW ACCOUNTS'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
      *    A product's minimum line is a floor the account must
      *    already stand on; raising the line is COLIMU0C's business.
           IF ACCT-CREDIT-LIMIT < PRD-MIN-CREDIT-LIMIT
               MOVE ACCT-CREDIT-LIMIT    TO WS-LIMIT-DIS
               MOVE PRD-MIN-CREDIT-LIMIT TO WS-MIN-DIS
               STRING 'LIMIT ' WS-LIMIT-DIS ' BELOW PRODUCT MINIMUM '
                      WS-MIN-DIS
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

      *    One request per account: a pending one must be cancelled
      *    first, a finished one is replaced.
           MOVE ACCT-PRODUCT-ID TO WS-CUR-PRODUCT.
           PERFORM 5200-READ-REQUEST-UPDATE.
           IF WS-REQ-FOUND AND PCR-PENDING
               EXEC CICS UNLOCK
                    DATASET(WS-PRDCHG-FILE)
                    NOHANDLE
               END-EXEC
               STRING 'REQUEST TO ' PCR-NEW-PRODUCT-ID
                      ' ALREADY PENDING - CANCEL IT FIRST'
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE PRODUCT-CHANGE-RECORD.
           MOVE ACCT-ID          TO PCR-ACCT-ID.
           MOVE WS-CUR-PRODUCT   TO PCR-OLD-PRODUCT-ID.
           MOVE PRD-ID           TO PCR-NEW-PRODUCT-ID.
           SET PCR-PENDING       TO TRUE.
           MOVE WS-USER-ID       TO PCR-REQ-USER-ID.
           MOVE WS-CUR-DATE      TO PCR-REQ-DATE.
           MOVE WS-CUR-TIME      TO PCR-REQ-TIME.

           IF WS-REQ-FOUND
               EXEC CICS REWRITE
                    DATASET(WS-PRDCHG-FILE)
                    FROM(PRODUCT-CHANGE-RECORD)
                    RESP(WS-RESP-CD)
                    RESP2(WS-REAS-CD)
               END-EXEC
           ELSE
               EXEC CICS WRITE
                    DATASET(WS-PRDCHG-FILE)
                    FROM(PRODUCT-CHANGE-RECORD)
                    RIDFLD(PCR-ACCT-ID)
                    KEYLENGTH(LENGTH OF PCR-ACCT-ID)
                    RESP(WS-RESP-CD)
                    RESP2(WS-REAS-CD)
               END-EXEC
           END-IF.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'PRODUCT-CHANGE REQUEST WRITE FAILED'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           IF WS-REQ-FOUND
               MOVE 'U'             TO AUDIT-IN-ACTION-TYPE
               MOVE 'B'             TO AUDIT-IN-IMAGE-TYPE
               MOVE WS-BEFORE-IMAGE TO AUDIT-IN-RECORD-DATA
               PERFORM 8100-AUDIT-LINK
               MOVE 'A'             TO AUDIT-IN-IMAGE-TYPE
           ELSE
               MOVE 'I'             TO AUDIT-IN-ACTION-TYPE
               MOVE SPACE           TO AUDIT-IN-IMAGE-TYPE
           END-IF.
           MOVE PRODUCT-CHANGE-RECORD TO AUDIT-IN-RECORD-DATA.
           PERFORM 8100-AUDIT-LINK.

           IF WS-CUR-PRODUCT = SPACES
               MOVE 'NONE' TO WS-CUR-PRODUCT
           END-IF.
           STRING 'CHANGE ' WS-CUR-PRODUCT ' TO ' PRD-ID ' '
                  PRD-DESC ' QUEUED FOR TONIGHT'
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           END-STRING.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * Cancel: only a request the run has not yet taken.             *
      ******************************************************************
       2000-CANCEL-REQUEST.
           MOVE WS-IN-ACCT-ID TO ACCT-ID.
           PERFORM 5200-READ-REQUEST-UPDATE.
           IF WS-REQ-NOT-FOUND
               MOVE 'NO PRODUCT-CHANGE REQUEST ON FILE'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF NOT PCR-PENDING
               EXEC CICS UNLOCK
                    DATASET(WS-PRDCHG-FILE)
                    NOHANDLE
               END-EXEC
               MOVE 'REQUEST IS NOT PENDING - NOTHING TO CANCEL'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           SET PCR-CANCELLED TO TRUE.
           MOVE WS-CUR-DATE  TO PCR-DONE-DATE.
           MOVE SPACES       TO PCR-REASON.
           STRING 'CANCELLED BY ' WS-USER-ID
               DELIMITED BY SIZE INTO PCR-REASON
           END-STRING.
           EXEC CICS REWRITE
                DATASET(WS-PRDCHG-FILE)
                FROM(PRODUCT-CHANGE-RECORD)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'PRODUCT-CHANGE REQUEST UPDATE FAILED'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'U'                   TO AUDIT-IN-ACTION-TYPE.
           MOVE 'B'                   TO AUDIT-IN-IMAGE-TYPE.
           MOVE WS-BEFORE-IMAGE       TO AUDIT-IN-RECORD-DATA.
           PERFORM 8100-AUDIT-LINK.
           MOVE 'A'                   TO AUDIT-IN-IMAGE-TYPE.
           MOVE PRODUCT-CHANGE-RECORD TO AUDIT-IN-RECORD-DATA.
           PERFORM 8100-AUDIT-LINK.

           STRING 'REQUEST TO ' PCR-NEW-PRODUCT-ID ' CANCELLED'
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           END-STRING.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * Inquiry: the product the account is on and its request, if    *
      * any, with how the run left it.                                *
      ******************************************************************
       3000-INQUIRE.
           PERFORM 5000-READ-ACCOUNT.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.

           IF ACCT-PRODUCT-ID = SPACES
               MOVE 'NONE' TO WS-CUR-PRODUCT
               MOVE SPACES TO PRD-DESC
           ELSE
               MOVE ACCT-PRODUCT-ID TO WS-CUR-PRODUCT
               MOVE ACCT-PRODUCT-ID TO PRD-ID
               PERFORM 5100-READ-PRODUCT
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                   MOVE '(NOT ON FILE)' TO PRD-DESC
               END-IF
           END-IF.

           MOVE ACCT-ID TO PCR-ACCT-ID.
           EXEC CICS READ
                DATASET(WS-PRDCHG-FILE)
                INTO(PRODUCT-CHANGE-RECORD)
                RIDFLD(PCR-ACCT-ID)
                KEYLENGTH(LENGTH OF PCR-ACCT-ID)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               STRING 'PRODUCT ' WS-CUR-PRODUCT ' ' PRD-DESC
                      ' - NO REQUEST'
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           ELSE
               STRING 'PRODUCT ' WS-CUR-PRODUCT ' ' PRD-DESC(1:20)
                      ' REQ ' PCR-NEW-PRODUCT-ID ' ' PCR-STATUS ' '
                      PCR-REQ-DATE ' ' PCR-REASON(1:18)
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           END-IF.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
       5000-READ-ACCOUNT.
           MOVE WS-IN-ACCT-ID TO ACCT-ID.
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
           END-IF.

      ******************************************************************
       5100-READ-PRODUCT.
           EXEC CICS READ
                DATASET(WS-PROD-FILE)
                INTO(PRODUCT-RECORD)
                RIDFLD(PRD-ID)
                KEYLENGTH(LENGTH OF PRD-ID)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.

      ******************************************************************
      * The account's request held for update, its before image kept. *
      ******************************************************************
       5200-READ-REQUEST-UPDATE.
           MOVE ACCT-ID TO PCR-ACCT-ID.
           EXEC CICS READ
                DATASET(WS-PRDCHG-FILE)
                INTO(PRODUCT-CHANGE-RECORD)
                RIDFLD(PCR-ACCT-ID)
                KEYLENGTH(LENGTH OF PCR-ACCT-ID)
                UPDATE
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               SET WS-REQ-FOUND TO TRUE
               MOVE PRODUCT-CHANGE-RECORD TO WS-BEFORE-IMAGE
           ELSE
               SET WS-REQ-NOT-FOUND TO TRUE
           END-IF.

      ******************************************************************
      * The caller sets action, image type and data.                  *
      ******************************************************************
       8100-AUDIT-LINK.
           MOVE WS-USER-ID        TO AUDIT-IN-USER-ID.
           MOVE 'U'               TO AUDIT-IN-USER-TYPE.
           MOVE 'Z'               TO AUDIT-IN-LOG-TYPE.
           MOVE LENGTH OF PRODUCT-CHANGE-RECORD
                                  TO AUDIT-IN-RECORD-LENGTH.

           EXEC CICS LINK
                PROGRAM(WS-AUDIT-PGM)
                COMMAREA(AUDIT-PARMS)
                LENGTH(LENGTH OF AUDIT-PARMS)
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
