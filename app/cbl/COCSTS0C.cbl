      *              state, and resolves a selected customer's         *
      *              accounts through the XREF relationships so the    *
      *              operator can jump into the account inquiry path.  *
      *              Accounts the CBARC01C retention run has archived  *
      *              are listed from their ACCTARCH stubs alongside    *
      *              the live ones, and a jump to an archived account  *
      *              answers with its archive status instead.          *
      *                                                                *
      *              Requires the CUSTNAIX alternate index: an AIX     *
      *              defined over CUSTDAT on CUST-LAST-NAME (25        *
      *              bytes, nonunique), PATH CUSTNAIX, and the         *
      *              ACCTARCX alternate index over ACCTARCH on         *
      *              ARC-CUST-ID (9 bytes, nonunique).                 *
      *                                                                *
      *              Terminal input:                                   *
      *                CCST F <last> [<first>] [<st>]   find           *
                                                   VALUE 'CUSTNAIX'.
           05  WS-XREF-FILE                        PIC X(08)
                                                   VALUE 'CCXREF  '.
           05  WS-ARCH-FILE                        PIC X(08)
                                                   VALUE 'ACCTARCH'.
           05  WS-ARCH-CUST-PATH                   PIC X(08)
                                                   VALUE 'ACCTARCX'.
           05  WS-RESP-CD                          PIC S9(09) COMP.
           05  WS-REAS-CD                          PIC S9(09) COMP.
           05  WS-MATCH-COUNT                      PIC S9(04) COMP
           05  FILLER                              PIC X(32)
                                                   VALUE SPACES.

       01  WS-ARCH-LINE.
           05  FILLER                              PIC X(09)
                                                   VALUE 'ACCOUNT: '.
           05  WS-RL-ACCT-ID                       PIC 9(11).
           05  FILLER                              PIC X(10)
                                                   VALUE ' ARCHIVED '.
           05  WS-RL-ARCH-DATE                     PIC X(10).
           05  FILLER                              PIC X(08)
                                                   VALUE ' CLOSED '.
           05  WS-RL-CLOSED-DATE                   PIC X(10).
           05  FILLER                              PIC X(17)
                                                   VALUE SPACES.

      *    Browse key for the alternate-index path (last name).
       01  WS-NAME-RID                             PIC X(25).
      *    Browse key for the archive path (customer id).
       01  WS-ARCH-CUST-RID                        PIC 9(09).
       01  WS-JUMP-ACCT-ID                         PIC 9(11).

       COPY CVCUS01Y.
       COPY CVACT03Y.
       COPY CVARC01Y.

       COPY COCOM01Y.

               END-EXEC
           END-IF.

           PERFORM 3200-SHOW-ARCHIVED-ACCOUNTS.

           IF WS-MATCH-COUNT = 0
               MOVE 'NO ACCOUNTS ON XREF OR ARCHIVE FOR THAT CUSTOMER'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
           END-IF.
               END-EXEC
           END-IF.

      ******************************************************************
      * Archived accounts no longer have XREF rows - list the         *
      * customer's archive stubs through the ACCTARCX path.  Stubs    *
      * CBARR01C has restored are back on XREF and are skipped.       *
      ******************************************************************
       3200-SHOW-ARCHIVED-ACCOUNTS.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           MOVE WS-IN-CUST-ID TO WS-ARCH-CUST-RID.
           EXEC CICS STARTBR
                DATASET(WS-ARCH-CUST-PATH)
                RIDFLD(WS-ARCH-CUST-RID)
                KEYLENGTH(LENGTH OF WS-ARCH-CUST-RID)
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

           PERFORM 3300-READ-NEXT-ARCHIVE
               UNTIL WS-BROWSE-DONE.

           IF WS-BROWSE-OPEN
               EXEC CICS ENDBR
                    DATASET(WS-ARCH-CUST-PATH)
                    RESP(WS-RESP-CD)
               END-EXEC
           END-IF.

       3300-READ-NEXT-ARCHIVE.
           EXEC CICS READNEXT
                DATASET(WS-ARCH-CUST-PATH)
                INTO(ACCOUNT-ARCHIVE-RECORD)
                LENGTH(LENGTH OF ACCOUNT-ARCHIVE-RECORD)
                RIDFLD(WS-ARCH-CUST-RID)
                KEYLENGTH(LENGTH OF WS-ARCH-CUST-RID)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
              AND WS-RESP-CD NOT = DFHRESP(DUPKEY)
               SET WS-BROWSE-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF ARC-CUST-ID NOT = FUNCTION NUMVAL (WS-IN-CUST-ID)
               SET WS-BROWSE-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NOT ARC-ARCHIVED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-MATCH-COUNT.
           MOVE ARC-ACCT-ID      TO WS-RL-ACCT-ID.
           MOVE ARC-ARCHIVE-DATE TO WS-RL-ARCH-DATE.
           MOVE ARC-CLOSED-DATE  TO WS-RL-CLOSED-DATE.
           EXEC CICS SEND TEXT
                FROM(WS-ARCH-LINE)
                LENGTH(LENGTH OF WS-ARCH-LINE)
                ACCUM
                RESP(WS-RESP-CD)
           END-EXEC.

      ******************************************************************
      * Jump into the account inquiry path: hand the selected         *
      * customer and account to the authorization summary screen      *
               EXIT PARAGRAPH
           END-IF.

      *    An archived account has nothing live to inquire on - say
      *    so, with the dates the CSR needs, instead of transferring.
           MOVE WS-IN-LAST-NAME(11:11) TO WS-JUMP-ACCT-ID.
           EXEC CICS READ
                DATASET(WS-ARCH-FILE)
                INTO(ACCOUNT-ARCHIVE-RECORD)
                LENGTH(LENGTH OF ACCOUNT-ARCHIVE-RECORD)
                RIDFLD(WS-JUMP-ACCT-ID)
                KEYLENGTH(LENGTH OF WS-JUMP-ACCT-ID)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL) AND ARC-ARCHIVED
               STRING 'ACCOUNT ' ARC-ACCT-ID ' IS ARCHIVED - CLOSED '
                      ARC-CLOSED-DATE ', ARCHIVED ' ARC-ARCHIVE-DATE
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE CARDDEMO-COMMAREA.
           MOVE 'CCST'    TO CDEMO-FROM-TRANID.
           MOVE WS-PGMNAME TO CDEMO-FROM-PROGRAM.
