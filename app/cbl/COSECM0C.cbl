      *              Terminal input:                                   *
      *                CSEC U <user> <role> [<name>]   set profile     *
      *                CSEC F <role> <func> <A/D>      grant/revoke    *
      *                CSEC M <user> <manager>         set attester    *
      *                CSEC I <user>                   inquire         *
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
               88  WS-ACT-USER                     VALUE 'U'.
               88  WS-ACT-FUNC                     VALUE 'F'.
               88  WS-ACT-INQUIRE                  VALUE 'I'.
               88  WS-ACT-MANAGER                  VALUE 'M'.
           05  FILLER                              PIC X(01).
           05  WS-IN-KEY1                          PIC X(08).
           05  FILLER                              PIC X(01).
           05  FILLER                              PIC X(01).
           05  WS-IN-NAME                          PIC X(30).
           05  FILLER                              PIC X(27).
       01  WS-TERM-INPUT-MGR REDEFINES WS-TERM-INPUT.
           05  FILLER                              PIC X(16).
           05  WS-IN-MANAGER                       PIC X(08).
           05  FILLER                              PIC X(56).
       01  WS-TERM-INPUT-LEN                       PIC S9(04) COMP.

       01  WS-OUT-MSG.
                   PERFORM 2000-SET-ROLE-FUNCTION
               WHEN WS-ACT-INQUIRE
                   PERFORM 3000-INQUIRE-USER
               WHEN WS-ACT-MANAGER
                   PERFORM 4000-SET-MANAGER
               WHEN OTHER
                   STRING 'ENTER: CSEC U <USR> <ROLE> [<NM>], '
                          'F <ROLE> <FN> <A/D>, I <USR>, '
                          'M <USR> <MGR>'
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM 9100-SEND-MESSAGE
           ELSE
               STRING SEC-USER-ID ' ROLE ' SEC-ROLE-CD
                      ' ' SEC-USER-STATUS ' ' SEC-USER-NAME
                      ' MGR ' SEC-MANAGER-ID
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           END-IF.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * The manager attests the user's access in the quarterly        *
      * recertification.  A user cannot attest for themselves.        *
      ******************************************************************
       4000-SET-MANAGER.
           IF WS-IN-KEY1 = SPACES OR WS-IN-MANAGER = SPACES
               MOVE 'USER ID AND MANAGER ARE REQUIRED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-MANAGER = WS-IN-KEY1
               MOVE 'A USER CANNOT BE THEIR OWN MANAGER'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IN-KEY1 TO SEC-USER-ID.
           EXEC CICS READ
                DATASET(WS-USERPROF-FILE)
                INTO(USER-PROFILE-RECORD)
                RIDFLD(SEC-USER-ID)
                KEYLENGTH(8)
                UPDATE
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'USER NOT ON PROFILE FILE' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-MANAGER TO SEC-MANAGER-ID.
           EXEC CICS REWRITE
                DATASET(WS-USERPROF-FILE)
                FROM(USER-PROFILE-RECORD)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'MANAGER SET' TO WS-MSG-TEXT
           ELSE
               MOVE 'PROFILE WRITE FAILED' TO WS-MSG-TEXT
           END-IF.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
       9100-SEND-MESSAGE.
           EXEC CICS SEND TEXT
