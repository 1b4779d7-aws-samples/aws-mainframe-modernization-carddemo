      *              and the ROLEFUNC grant for that role.  A denial   *
      *              - or a user with no profile at all - is logged    *
      *              through COAUDIT so separation of duties stops     *
      *              being the honor system.  An allowed entry is      *
      *              logged as a use of the function, which is where   *
      *              the CBRCT01C access recertification finds when    *
      *              each grant was last exercised.                    *
      *              A caller that passes an account or customer gets  *
      *              the staff-account rules as well: a user linked to *
      *              the account as employee or relative is kept off   *
      *              it, and any other staff account needs a second    *
      *              person - the screen's own checker step, or a      *
      *              same-day STAFFAPR approval by someone else.  Each *
      *              staff-account ruling is logged for the CBSTF01C   *
      *              monthly report.                                   *
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                                                   VALUE 'USERPROF'.
           05  WS-ROLEFUNC-FILE                    PIC X(08)
                                                   VALUE 'ROLEFUNC'.
           05  WS-CUST-FILE                        PIC X(08)
                                                   VALUE 'CUSTDAT '.
           05  WS-XREF-AIX                         PIC X(08)
                                                   VALUE 'CXACAIX '.
           05  WS-STAFFAPR-FILE                    PIC X(08)
                                                   VALUE 'STAFFAPR'.
           05  WS-AUDIT-PGM                        PIC X(08)
                                                   VALUE 'COAUDIT '.
           05  WS-RESP-CD                          PIC S9(09) COMP.
           05  WS-REAS-CD                          PIC S9(09) COMP.
           05  WS-DENIAL-IMAGE                     PIC X(40).
           05  WS-ABS-TIME                         PIC S9(15) COMP-3.
           05  WS-CUR-DATE                         PIC X(10).
           05  WS-CUST-ID                          PIC 9(09).
           05  WS-XREF-ACCT-ID                     PIC X(11).
           05  WS-XREF-END-SW                      PIC X(01).
               88  WS-XREF-END                     VALUE 'Y'.
           05  WS-SELF-LINKED-SW                   PIC X(01).
               88  WS-SELF-LINKED                  VALUE 'Y'.
           05  WS-STAFF-CUST-ID                    PIC 9(09).
           05  WS-STAFF-IND                        PIC X(01).
           05  WS-STAFF-USER-ID                    PIC X(08).

       COPY CVSEC01Y.
       COPY CVSEC02Y.
       COPY CVAUD01Y.
       COPY CVCUS01Y.
       COPY CVACT03Y.
       COPY CVSTF01Y.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
               EXEC CICS RETURN END-EXEC
           END-IF.
           MOVE SPACES TO SECC-ROLE-CD.
           MOVE 'N'    TO SECC-STAFF-SW.
           MOVE SPACES TO SECC-APPROVER-ID.
           IF SECC-ACCT-ID NOT NUMERIC
               MOVE ZERO TO SECC-ACCT-ID
           END-IF.
           IF SECC-CUST-ID NOT NUMERIC
               MOVE ZERO TO SECC-CUST-ID
           END-IF.

           MOVE SECC-USER-ID TO SEC-USER-ID.
           EXEC CICS READ
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL) AND RLF-GRANTED
               SET SECC-ALLOWED TO TRUE
               IF SECC-ACCT-ID = ZERO AND SECC-CUST-ID = ZERO
                   PERFORM 8100-LOG-USE
               ELSE
                   PERFORM 2000-CHECK-STAFF-ACCOUNT
               END-IF
           ELSE
               SET SECC-DENIED TO TRUE
               PERFORM 8000-LOG-DENIAL
           END-IF.
           PERFORM 9000-RETURN-TO-CALLER.

      ******************************************************************
      * The account-context check.  The entry check has already      *
      * logged the use of the function, so only a staff account is   *
      * logged again here.  A user linked to any customer on the     *
      * account is refused outright; otherwise a maker/checker       *
      * screen's checker is the second person, and any other screen  *
      * needs today's STAFFAPR approval from someone else.           *
      ******************************************************************
       2000-CHECK-STAFF-ACCOUNT.
           MOVE 'N'    TO WS-SELF-LINKED-SW.
           MOVE ZERO   TO WS-STAFF-CUST-ID.
           MOVE SPACES TO WS-STAFF-IND.
           MOVE SPACES TO WS-STAFF-USER-ID.
           IF SECC-CUST-ID NOT = ZERO
               MOVE SECC-CUST-ID TO WS-CUST-ID
               PERFORM 2100-CHECK-CUSTOMER
           END-IF.
           IF SECC-ACCT-ID NOT = ZERO
               PERFORM 2200-CHECK-ACCOUNT-HOLDERS
           END-IF.
           IF NOT SECC-STAFF-ACCOUNT
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE STAFF-ACCESS-IMAGE
               REPLACING ALPHANUMERIC DATA BY SPACES.
           EVALUATE TRUE
               WHEN WS-SELF-LINKED
                   SET SECC-SELF-ACCESS      TO TRUE
                   SET STFA-SELF-BLOCKED     TO TRUE
               WHEN SECC-DUAL-CONTROL
                   SET STFA-DUAL-CONTROL     TO TRUE
               WHEN OTHER
                   PERFORM 2300-CHECK-APPROVAL
           END-EVALUATE.
           PERFORM 8200-LOG-STAFF-ACCESS.

      ******************************************************************
      * One customer: staff or not, and linked to this user or not.  *
      * The linked customer's details win for the log image.          *
      ******************************************************************
       2100-CHECK-CUSTOMER.
           EXEC CICS READ
                DATASET(WS-CUST-FILE)
                INTO(CUSTOMER-RECORD)
                RIDFLD(WS-CUST-ID)
                KEYLENGTH(LENGTH OF WS-CUST-ID)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           IF NOT CUST-STAFF
               EXIT PARAGRAPH
           END-IF.
           SET SECC-STAFF-ACCOUNT TO TRUE.
           IF CUST-STAFF-USER-ID = SECC-USER-ID
              OR WS-STAFF-CUST-ID = ZERO
               MOVE CUST-ID            TO WS-STAFF-CUST-ID
               MOVE CUST-STAFF-IND     TO WS-STAFF-IND
               MOVE CUST-STAFF-USER-ID TO WS-STAFF-USER-ID
           END-IF.
           IF CUST-STAFF-USER-ID = SECC-USER-ID
               SET WS-SELF-LINKED TO TRUE
           END-IF.

      ******************************************************************
      * Every customer holding a card on the account - the primary    *
      * and any authorized user - from the account alternate index.   *
      ******************************************************************
       2200-CHECK-ACCOUNT-HOLDERS.
           MOVE SECC-ACCT-ID TO WS-XREF-ACCT-ID.
           EXEC CICS STARTBR
                DATASET(WS-XREF-AIX)
                RIDFLD(WS-XREF-ACCT-ID)
                KEYLENGTH(LENGTH OF WS-XREF-ACCT-ID)
                EQUAL
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-XREF-END-SW.
           PERFORM UNTIL WS-XREF-END
               EXEC CICS READNEXT
                    DATASET(WS-XREF-AIX)
                    INTO(CARD-XREF-RECORD)
                    RIDFLD(WS-XREF-ACCT-ID)
                    KEYLENGTH(LENGTH OF WS-XREF-ACCT-ID)
                    RESP(WS-RESP-CD)
                    RESP2(WS-REAS-CD)
               END-EXEC
               IF (WS-RESP-CD = DFHRESP(NORMAL)
                   OR WS-RESP-CD = DFHRESP(DUPKEY))
                  AND XREF-ACCT-ID = SECC-ACCT-ID
                   MOVE XREF-CUST-ID TO WS-CUST-ID
                   PERFORM 2100-CHECK-CUSTOMER
               ELSE
                   SET WS-XREF-END TO TRUE
               END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                DATASET(WS-XREF-AIX)
                NOHANDLE
           END-EXEC.

      ******************************************************************
      * Today's approval for this user, function and account, given   *
      * by someone other than the user.  CSTA approves an account or  *
      * a customer, so a caller passing both is matched on the        *
      * account.                                                      *
      ******************************************************************
       2300-CHECK-APPROVAL.
           EXEC CICS ASKTIME NOHANDLE
                ABSTIME(WS-ABS-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABS-TIME)
                YYYYMMDD(WS-CUR-DATE)
                DATESEP('-')
                NOHANDLE
           END-EXEC.
           MOVE SECC-ACCT-ID  TO STA-ACCT-ID.
           MOVE SECC-CUST-ID  TO STA-CUST-ID.
           IF SECC-ACCT-ID NOT = ZERO
               MOVE ZERO      TO STA-CUST-ID
           END-IF.
           MOVE SECC-USER-ID  TO STA-USER-ID.
           MOVE SECC-FUNCTION TO STA-FUNCTION.
           MOVE WS-CUR-DATE   TO STA-APPR-DATE.
           EXEC CICS READ
                DATASET(WS-STAFFAPR-FILE)
                INTO(STAFF-APPROVAL-RECORD)
                RIDFLD(STA-KEY)
                KEYLENGTH(LENGTH OF STA-KEY)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
              AND STA-APPROVER-ID NOT = SPACES
              AND STA-APPROVER-ID NOT = SECC-USER-ID
               MOVE STA-APPROVER-ID      TO SECC-APPROVER-ID
               SET STFA-APPROVED         TO TRUE
           ELSE
               SET SECC-APPROVAL-REQUIRED TO TRUE
               SET STFA-APPROVAL-MISSING  TO TRUE
           END-IF.

      ******************************************************************
       9000-RETURN-TO-CALLER.
           MOVE SECC-PARM
                RESP(WS-RESP-CD)
           END-EXEC.
           EXIT.

      ******************************************************************
      * Uses log the same way, the image text lining the function up  *
      * in the same place as a denial's.                              *
      ******************************************************************
       8100-LOG-USE.
           INITIALIZE AUDIT-PARMS
               REPLACING ALPHANUMERIC DATA BY SPACES.
           MOVE SECC-USER-ID      TO AUDIT-IN-USER-ID.
           MOVE 'U'               TO AUDIT-IN-USER-TYPE.
           MOVE 'R'               TO AUDIT-IN-ACTION-TYPE.
           MOVE 'X'               TO AUDIT-IN-LOG-TYPE.
           MOVE SPACES            TO WS-DENIAL-IMAGE.
           STRING 'ENTITLEMENT USED   - FUNCTION ' SECC-FUNCTION
               DELIMITED BY SIZE INTO WS-DENIAL-IMAGE
           END-STRING.
           MOVE LENGTH OF WS-DENIAL-IMAGE
             TO AUDIT-IN-RECORD-LENGTH.
           MOVE WS-DENIAL-IMAGE   TO AUDIT-IN-RECORD-DATA.
           EXEC CICS LINK
                PROGRAM(WS-AUDIT-PGM)
                COMMAREA(AUDIT-PARMS)
                LENGTH(LENGTH OF AUDIT-PARMS)
                RESP(WS-RESP-CD)
           END-EXEC.
           EXIT.

      ******************************************************************
      * Staff-account rulings log under the same type and action as   *
      * the entitlement entries, the image tagged STAFF ACCT so the   *
      * monthly CBSTF01C report can pick them out.                    *
      ******************************************************************
       8200-LOG-STAFF-ACCESS.
           MOVE 'STAFF ACCT'      TO STFA-TAG.
           MOVE SECC-FUNCTION     TO STFA-FUNCTION.
           MOVE SECC-ACCT-ID      TO STFA-ACCT-ID.
           MOVE WS-STAFF-CUST-ID  TO STFA-CUST-ID.
           MOVE WS-STAFF-IND      TO STFA-STAFF-IND.
           MOVE WS-STAFF-USER-ID  TO STFA-STAFF-USER-ID.
           MOVE SECC-APPROVER-ID  TO STFA-APPROVER-ID.
           INITIALIZE AUDIT-PARMS
               REPLACING ALPHANUMERIC DATA BY SPACES.
           MOVE SECC-USER-ID      TO AUDIT-IN-USER-ID.
           MOVE 'U'               TO AUDIT-IN-USER-TYPE.
           MOVE 'R'               TO AUDIT-IN-ACTION-TYPE.
           MOVE 'X'               TO AUDIT-IN-LOG-TYPE.
           MOVE LENGTH OF STAFF-ACCESS-IMAGE
             TO AUDIT-IN-RECORD-LENGTH.
           MOVE STAFF-ACCESS-IMAGE TO AUDIT-IN-RECORD-DATA.
           EXEC CICS LINK
                PROGRAM(WS-AUDIT-PGM)
                COMMAREA(AUDIT-PARMS)
                LENGTH(LENGTH OF AUDIT-PARMS)
                RESP(WS-RESP-CD)
           END-EXEC.
           EXIT.
