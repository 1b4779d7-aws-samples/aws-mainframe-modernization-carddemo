      *              transparently into the TRANHIST archive through   *
      *              its TRNHSAIX path, so paging past the rolloff     *
      *              boundary just works.  A selected transaction can  *
      *              jump straight into CODISP0C to open a dispute,    *
      *              or into COINSP0C to convert a purchase into an    *
      *              installment plan.                                 *
      *                                                                *
      *              Terminal input:                                   *
      *                CTRN F <card> [<from>] [<to>] [<min>] [<max>]   *
      *                     [<merchant fragment>]          search      *
      *                CTRN +                              next page   *
      *                CTRN D <tranid> [<rsn>] [<amt>]     dispute     *
      *                CTRN P <tranid> <term> <F|R>        installment *
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                                                   VALUE 'TRNHSAIX'.
           05  WS-DISP-PGM                         PIC X(08)
                                                   VALUE 'CODISP0C'.
           05  WS-INS-PGM                          PIC X(08)
                                                   VALUE 'COINSP0C'.
           05  WS-RESP-CD                          PIC S9(09) COMP.
           05  WS-REAS-CD                          PIC S9(09) COMP.
           05  WS-USER-ID                          PIC X(08).
               88  WS-ACT-FIND                     VALUE 'F'.
               88  WS-ACT-MORE                     VALUE '+'.
               88  WS-ACT-DISPUTE                  VALUE 'D'.
               88  WS-ACT-INSTALL                  VALUE 'P'.
           05  FILLER                              PIC X(01).
           05  WS-IN-CARD-NUM                      PIC X(16).
           05  FILLER                              PIC X(01).
           05  FILLER                              PIC X(01).
           05  WS-IN-DSP-AMOUNT                    PIC X(13).
           05  FILLER                              PIC X(38).
       01  WS-IN-INSTALL REDEFINES WS-TERM-INPUT.
           05  FILLER                              PIC X(07).
           05  WS-IN-INS-TRAN-ID                   PIC X(16).
           05  FILLER                              PIC X(01).
           05  WS-IN-INS-TERM                      PIC X(03).
           05  FILLER                              PIC X(01).
           05  WS-IN-INS-PRICING                   PIC X(01).
           05  FILLER                              PIC X(51).
       01  WS-TERM-INPUT-LEN                       PIC S9(04) COMP.

       01  WS-OUT-MSG.

       COPY CVTRA05Y.
       COPY CVDSJ01Y.
       COPY CVINJ01Y.

      *    Common commarea plus this screen's paging extension - the
      *    saved filters and per-file consumed-row counts let CTRN +
                   GO TO 0100-RETURN-WITH-STATE
               WHEN WS-ACT-DISPUTE
                   PERFORM 4000-JUMP-TO-DISPUTE
               WHEN WS-ACT-INSTALL
                   PERFORM 4100-JUMP-TO-INSTALLMENT
               WHEN OTHER
                   STRING 'ENTER: CTRN F <CARD> [...], CTRN +, '
                          'D <TRANID> OR P <TRANID> <TRM> <F|R>'
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM 9100-SEND-MESSAGE
           PERFORM 9100-SEND-MESSAGE.
           EXIT.

      ******************************************************************
      * Straight into the installment screen with the selected        *
      * purchase - COINSP0C runs its convert path, and all its        *
      * eligibility checks, from the jump commarea.                   *
      ******************************************************************
       4100-JUMP-TO-INSTALLMENT.
           IF WS-IN-INS-TRAN-ID = SPACES
               MOVE 'TRANSACTION ID IS REQUIRED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE INSTALLMENT-JUMP-AREA.
           MOVE 'INJ1'            TO INJ-EYECATCHER.
           MOVE WS-IN-INS-TRAN-ID TO INJ-TRAN-ID.
           MOVE WS-IN-INS-TERM    TO INJ-TERM.
           MOVE WS-IN-INS-PRICING TO INJ-PRICING.

           EXEC CICS XCTL
                PROGRAM(WS-INS-PGM)
                COMMAREA(INSTALLMENT-JUMP-AREA)
                LENGTH(LENGTH OF INSTALLMENT-JUMP-AREA)
                RESP(WS-RESP-CD)
           END-EXEC.

      *    Only reached when the transfer itself failed.
           MOVE 'INSTALLMENT ENTRY IS NOT AVAILABLE' TO WS-MSG-TEXT.
           PERFORM 9100-SEND-MESSAGE.
           EXIT.

      ******************************************************************
       9100-SEND-MESSAGE.
           EXEC CICS SEND TEXT
