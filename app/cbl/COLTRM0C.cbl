      *              body line per entry - the three body lines are    *
      *              maintained as lines 1, 2, and 3, each carrying    *
      *              the substitution tokens &NAME, &ACCT, &DATE and   *
      *              &TEXT where the letter personalizes.  A template  *
      *              in another language is added on the same trigger  *
      *              and given its language code with L; CBLTR01C      *
      *              sends it to customers who prefer that language.   *
      *                                                                *
      *              Terminal input:                                   *
      *                CLTR A <id> <trig>              add template    *
      *                CLTR U <id> <line#> <text...>   set body line   *
      *                CLTR L <id> <lang>              set language    *
      *                CLTR I <id>                     inquire         *
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
               88  WS-ACT-ADD                      VALUE 'A'.
               88  WS-ACT-UPDATE                   VALUE 'U'.
               88  WS-ACT-INQUIRE                  VALUE 'I'.
               88  WS-ACT-LANGUAGE                 VALUE 'L'.
           05  FILLER                              PIC X(01).
           05  WS-IN-TEMPLATE-ID                   PIC X(08).
           05  FILLER                              PIC X(01).
                   PERFORM 2000-SET-BODY-LINE
               WHEN WS-ACT-INQUIRE
                   PERFORM 3000-INQUIRE-TEMPLATE
               WHEN WS-ACT-LANGUAGE
                   PERFORM 2500-SET-LANGUAGE
               WHEN OTHER
                   STRING 'ENTER: CLTR A <ID> <TRIG>, CLTR U <ID> '
                          '<LINE> <TEXT>, CLTR L <ID> <LANG>, '
                          'CLTR I <ID>'
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM 9100-SEND-MESSAGE
           END-IF.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
       2500-SET-LANGUAGE.
           MOVE FUNCTION UPPER-CASE (WS-IN-FIELD2) TO WS-IN-FIELD2.
           IF WS-IN-FIELD2(1:2) IS NOT ALPHABETIC
              OR WS-IN-FIELD2(1:1) = SPACE
              OR WS-IN-FIELD2(2:1) = SPACE
              OR WS-IN-FIELD2(3:2) NOT = SPACES
               MOVE 'LANGUAGE MUST BE A TWO-LETTER CODE, E.G. EN OR ES'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-TEMPLATE-ID TO LTR-TEMPLATE-ID.
           EXEC CICS READ
                DATASET(WS-TMPL-FILE)
                INTO(LETTER-TEMPLATE-RECORD)
                RIDFLD(LTR-TEMPLATE-ID)
                KEYLENGTH(8)
                UPDATE
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'TEMPLATE NOT ON FILE' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-FIELD2(1:2) TO LTR-LANG-CD.
           EXEC CICS REWRITE
                DATASET(WS-TMPL-FILE)
                FROM(LETTER-TEMPLATE-RECORD)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'TEMPLATE LANGUAGE SET' TO WS-MSG-TEXT
           ELSE
               MOVE 'TEMPLATE REWRITE FAILED' TO WS-MSG-TEXT
           END-IF.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
       3000-INQUIRE-TEMPLATE.
           MOVE WS-IN-TEMPLATE-ID TO LTR-TEMPLATE-ID.
           ELSE
               STRING LTR-TEMPLATE-ID ' ' LTR-STATUS
                      ' TRIG ' LTR-TRIGGER-EVENT
                      ' LANG ' LTR-LANG-CD
                      ' L1: ' LTR-BODY-LINE-1(1:44)
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           END-IF.
