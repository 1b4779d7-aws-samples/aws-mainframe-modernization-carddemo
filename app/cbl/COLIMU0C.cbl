      *              differently-signed-on checker approves or         *
      *              rejects it, and only approval writes ACCTFILE -   *
      *              with the before and after images flowing through  *
      *              COAUDIT under the account log type.  An increase  *
      *              must meet the COATPR0C ability-to-pay rule on the *
      *              customer's stated income before it is queued; one *
      *              that does not is refused with the supportable     *
      *              limit and written to the ATPEXCP exception file   *
      *              through the CATX queue.  A secured card's line    *
      *              may not exceed the collateral deposit held on     *
      *              SECDEP; a change above it is refused at both      *
      *              steps.                                            *
      *                                                                *
      *              Terminal input:                                   *
      *                CLIM M <acct> <newlimit> <newcash>   make       *
           05  WS-UTIL-PCT                         PIC S9(05) COMP-3.
           05  WS-UTIL-DIS                         PIC ZZZZ9.
           05  WS-BAL-DIS                          PIC Z(9)9.99-.
           05  WS-CUST-FILE                        PIC X(08)
                                                   VALUE 'CUSTDAT '.
           05  WS-ATPR-PGM                         PIC X(08)
                                                   VALUE 'COATPR0C'.
           05  WS-ATX-TDQ                          PIC X(04)
                                                   VALUE 'CATX'.
           05  WS-ATP-CUST-ID                      PIC 9(09).
           05  WS-MAX-DIS                          PIC Z(9)9.99.
           05  WS-SDP-FILE                         PIC X(08)
                                                   VALUE 'SECDEP  '.
           05  WS-SECURED-SW                       PIC X(01).
               88  WS-SECURED-REFUSED              VALUE 'Y'.
           05  WS-SECURED-MAX                      PIC S9(10)V99
                                                   COMP-3.

       01  WS-TERM-INPUT.
           05  FILLER                              PIC X(04).
       COPY CVACT03Y.
       COPY CVCNT01Y.
       COPY CVNTF01Y.
       COPY CVCUS01Y.
       COPY CVATP01Y.
       COPY CVATX01Y.
       COPY CVSDP01Y.

      *---------------------------------------------------------------*
      * Contact-history support: the decided change is logged under   *
      * names under one role is not two-person control.               *
      *---------------------------------------------------------------*
       01  WS-SECC-PGM             PIC X(08) VALUE 'COSECC0C'.
       COPY CVFRJ01Y.
       01  WS-FRJ-PGM              PIC X(08) VALUE 'COFRJW0C'.
       01  WS-CHECKER-ROLE         PIC X(04).
       01  WS-LTR-TDQ              PIC X(04) VALUE 'CLTR'.

               EXIT PARAGRAPH
           END-IF.

           PERFORM 1900-CHECK-STAFF-ACCESS.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE LIMIT-CHANGE-RECORD.
           MOVE EIBTASKN         TO WS-CI-TASKNO.
           MOVE WS-CUR-TIME(1:2) TO WS-CI-TIME(1:2).
               COMPUTE LIM-NEW-CASH-LIMIT =
                   FUNCTION NUMVAL(WS-IN-NEW-CASH)
           END-IF.
           PERFORM 1600-CHECK-SECURED-LINE.
           IF WS-SECURED-REFUSED
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF LIM-NEW-LIMIT > ACCT-CREDIT-LIMIT
               PERFORM 1500-CHECK-ABILITY-TO-PAY
               IF NOT ATP-PASSED
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           SET LIM-PENDING       TO TRUE.
           MOVE WS-USER-ID       TO LIM-MAKER-ID.
           MOVE WS-CUR-DATE      TO LIM-MAKE-DATE.
           END-STRING.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * An increase meets the ability-to-pay rule on the income and   *
      * obligations on the account's customer.  Online there is no    *
      * capping: the maker is told the supportable limit and may key  *
      * again, and the refused request goes to the exception file.    *
      ******************************************************************
       1500-CHECK-ABILITY-TO-PAY.
           INITIALIZE CUSTOMER-RECORD.
           MOVE ZERO TO CUST-STATED-INCOME.
           MOVE ZERO TO CUST-MONTHLY-OBLIG.
           MOVE ZEROS TO WS-ATP-CUST-ID.
           PERFORM 9410-FIND-ACCOUNT-CUSTOMER.
           IF WS-CNT-FOUND
               MOVE XREF-CUST-ID TO WS-ATP-CUST-ID
               EXEC CICS READ
                    DATASET(WS-CUST-FILE)
                    INTO(CUSTOMER-RECORD)
                    RIDFLD(WS-ATP-CUST-ID)
                    KEYLENGTH(LENGTH OF WS-ATP-CUST-ID)
                    RESP(WS-RESP-CD)
                    RESP2(WS-REAS-CD)
               END-EXEC
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                   INITIALIZE CUSTOMER-RECORD
                   MOVE ZERO TO CUST-STATED-INCOME
                   MOVE ZERO TO CUST-MONTHLY-OBLIG
               END-IF
           END-IF.

           INITIALIZE ATP-PARM.
           MOVE CUST-STATED-INCOME  TO ATP-ANNUAL-INCOME.
           MOVE CUST-MONTHLY-OBLIG  TO ATP-MONTHLY-OBLIG.
           MOVE ACCT-CREDIT-LIMIT   TO ATP-CURRENT-LIMIT.
           MOVE LIM-NEW-LIMIT       TO ATP-REQUESTED-LIMIT.
           CALL WS-ATPR-PGM USING ATP-PARM.
           IF ATP-PASSED
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE ATP-DECISION-RECORD.
           SET ATX-SRC-ONLINE       TO TRUE.
           SET ATX-FAILED           TO TRUE.
           MOVE WS-CUR-DATE         TO ATX-DATE.
           MOVE ACCT-ID             TO ATX-ACCT-ID.
           MOVE WS-ATP-CUST-ID      TO ATX-CUST-ID.
           STRING CUST-FIRST-NAME(1:1) ' ' CUST-LAST-NAME
               DELIMITED BY SIZE INTO ATX-NAME
           END-STRING.
           MOVE ATP-ANNUAL-INCOME   TO ATX-ANNUAL-INCOME.
           MOVE ATP-MONTHLY-OBLIG   TO ATX-MONTHLY-OBLIG.
           MOVE ATP-CURRENT-LIMIT   TO ATX-CURRENT-LIMIT.
           MOVE ATP-REQUESTED-LIMIT TO ATX-REQUESTED-LIMIT.
           MOVE ATP-MAX-LIMIT       TO ATX-MAX-LIMIT.
           MOVE ATP-CURRENT-LIMIT   TO ATX-APPROVED-LIMIT.
           IF ATP-CAPPED
               MOVE 'LIMIT EXCEEDS ABILITY TO PAY' TO ATX-REASON
           ELSE
               MOVE ATP-REASON      TO ATX-REASON
           END-IF.
           MOVE WS-USER-ID          TO ATX-USER-ID.
           EXEC CICS WRITEQ
                TD QUEUE(WS-ATX-TDQ)
                FROM(ATP-DECISION-RECORD)
                LENGTH(LENGTH OF ATP-DECISION-RECORD)
                RESP(WS-RESP-CD)
           END-EXEC.

           MOVE ATP-MAX-LIMIT TO WS-MAX-DIS.
           STRING 'NOT QUEUED - ' ATX-REASON ' - MAX '
                  WS-MAX-DIS
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           END-STRING.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * A secured card's line stands on its deposit: neither line may *
      * go above the amount SECDEP holds, and with no deposit held    *
      * there is nothing to lend against.                             *
      ******************************************************************
       1600-CHECK-SECURED-LINE.
           MOVE 'N' TO WS-SECURED-SW.
           IF NOT ACCT-SECURED
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO    TO WS-SECURED-MAX.
           MOVE ACCT-ID TO SDP-ACCT-ID.
           EXEC CICS READ
                DATASET(WS-SDP-FILE)
                INTO(SECURED-DEPOSIT-RECORD)
                RIDFLD(SDP-ACCT-ID)
                KEYLENGTH(LENGTH OF SDP-ACCT-ID)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL) AND SDP-HELD
               MOVE SDP-DEPOSIT-AMT TO WS-SECURED-MAX
           END-IF.
           IF LIM-NEW-LIMIT > WS-SECURED-MAX
              OR LIM-NEW-CASH-LIMIT > WS-SECURED-MAX
               SET WS-SECURED-REFUSED TO TRUE
               MOVE WS-SECURED-MAX TO WS-MAX-DIS
               STRING 'SECURED CARD - LINE MAY NOT EXCEED DEPOSIT '
                      'HELD OF ' WS-MAX-DIS
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           END-IF.

      ******************************************************************
      * The staff-account rules on the account: COSECC0C, asked again *
      * with the function already checked at the door, refuses a user *
      * linked to the account.  The checker step is the second person *
      * on any other staff account, so no separate approval is asked. *
      ******************************************************************
       1900-CHECK-STAFF-ACCESS.
           MOVE SPACES     TO WS-MSG-TEXT.
           MOVE ACCT-ID    TO SECC-ACCT-ID.
           MOVE ZERO       TO SECC-CUST-ID.
           SET SECC-DUAL-CONTROL TO TRUE.
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
               WHEN OTHER
                   MOVE 'NOT AUTHORIZED FOR THIS FUNCTION'
                     TO WS-MSG-TEXT
           END-EVALUATE.

      ******************************************************************
      * Checker: approve applies the change to ACCTFILE and audits    *
      * the before and after images; reject just closes the queue     *
               EXIT PARAGRAPH
           END-IF.

           MOVE LIM-ACCT-ID TO ACCT-ID.
           PERFORM 1900-CHECK-STAFF-ACCESS.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

      *    Two-person control means two roles, not two names under
      *    one role: the maker's profile role must differ from the
      *    checker's.
               EXIT PARAGRAPH
           END-IF.

      *    The deposit is checked again: it may have been applied or
      *    released since the change was queued.
           PERFORM 1600-CHECK-SECURED-LINE.
           IF WS-SECURED-REFUSED
               PERFORM 9100-SEND-MESSAGE
               EXEC CICS UNLOCK
                    DATASET(WS-ACCT-FILE)
                    NOHANDLE
               END-EXEC
               EXIT PARAGRAPH
           END-IF.

      *    Hold the before image; both audit images are written
      *    only after the change has actually landed on the file.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE.
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

           MOVE 'B' TO AUDIT-IN-IMAGE-TYPE.
           MOVE WS-BEFORE-IMAGE TO AUDIT-IN-RECORD-DATA.
      * reference row carrying the account; no row, no entry.         *
      ******************************************************************
       9400-LOG-CONTACT.
           PERFORM 9410-FIND-ACCOUNT-CUSTOMER.
           IF NOT WS-CNT-FOUND
               EXIT PARAGRAPH
           END-IF.
           END-EXEC.
           EXIT.

      ******************************************************************
      * The account's customer, off the first cross-reference row     *
      * carrying the account; WS-CNT-FOUND says whether one was seen  *
      * and XREF-CUST-ID holds it.                                    *
      ******************************************************************
       9410-FIND-ACCOUNT-CUSTOMER.
           MOVE 'N' TO WS-CNT-DONE-SW.
           MOVE 'N' TO WS-CNT-FOUND-SW.
           MOVE ZERO TO WS-CNT-SCAN-COUNT.
           MOVE LOW-VALUES TO WS-CNT-XREF-RID.
           EXEC CICS STARTBR
                DATASET(WS-XREF-FILE-NAME)
                RIDFLD(WS-CNT-XREF-RID)
                KEYLENGTH(LENGTH OF WS-CNT-XREF-RID)
                GTEQ
                RESP(WS-RESP-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           PERFORM 9450-SCAN-ONE-XREF
               UNTIL WS-CNT-DONE
                  OR WS-CNT-FOUND
                  OR WS-CNT-SCAN-COUNT >= WS-CNT-SCAN-LIMIT.
           EXEC CICS ENDBR
                DATASET(WS-XREF-FILE-NAME)
                RESP(WS-RESP-CD)
           END-EXEC.
           EXIT.

       9450-SCAN-ONE-XREF.
           EXEC CICS READNEXT
                DATASET(WS-XREF-FILE-NAME)
      * A rejected limit request is an adverse action - the staged    *
      * event drives the CBLTR01C adverse-action letter through the   *
      * CLTR letter-event queue.                                      *
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
       9500-STAGE-ADVERSE-ACTION.
           MOVE SPACES TO NTFY-EVENT-RECORD.
