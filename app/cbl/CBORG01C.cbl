      *               vendor extract, and writes an audit entry for
      *               every record created.  Customer and account
      *               identifiers continue from the highest already
      *               on the masters.  The limit asked for must meet
      *               the COATPR0C ability-to-pay rule on the stated
      *               income and obligations: a limit above the
      *               supportable line is boarded at the line and
      *               listed on ATPCAPD, and an application the income
      *               cannot support is not boarded but written to the
      *               ATPEXCP exception file.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Approved applications released by the CBAPL01C screening.
           SELECT APPS-FILE ASSIGN TO APPRAPPS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS EMBOSSX-STATUS.
      *
      *    Ability-to-pay failures (not boarded) and capped limits.
           SELECT ATPEXCP-FILE ASSIGN TO ATPEXCP
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ATPEXCP-STATUS.
      *
           SELECT ATPCAPD-FILE ASSIGN TO ATPCAPD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ATPCAPD-STATUS.
      *
      *    Audit trail entry for each record created - best effort,
      *    the same as the other batch maintenance programs.
           SELECT AUDOUT-FILE ASSIGN TO AUDOUT
       FILE SECTION.
       FD  APPS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 330 CHARACTERS.
       01  FD-APPS-REC.
           05 APP-FIRST-NAME                    PIC X(25).
           05 APP-MIDDLE-NAME                   PIC X(25).
           05 APP-CASH-LIMIT                    PIC 9(08).
           05 APP-BIN-RANGE-ID                  PIC X(04).
           05 FILLER                            PIC X(06).
      *    Stated gross annual income and monthly debt obligations,
      *    whole dollars.
           05 APP-ANNUAL-INCOME                 PIC 9(09).
           05 APP-MONTHLY-OBLIG                 PIC 9(07).
           05 FILLER                            PIC X(04).

       FD  CUSTFILE-FILE.
       01  FD-CUSTFILE-REC.
           05 EMB-ACCT-ID                       PIC 9(11).
           05 FILLER                            PIC X(13).

       FD  ATPEXCP-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  FD-ATPEXCP-REC                       PIC X(150).

       FD  ATPCAPD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  FD-ATPCAPD-REC                       PIC X(150).

       FD  AUDOUT-FILE.
       COPY AUDITLOG.

       COPY CVCUS01Y.
       COPY CVACT01Y.
       COPY CVBIN02Y.
       COPY CVATP01Y.
       COPY CVATX01Y.

       01  APPS-STATUS.
           05  APPS-STAT1          PIC X.
       01  EMBOSSX-STATUS.
           05  EMBOSSX-STAT1       PIC X.
           05  EMBOSSX-STAT2       PIC X.
       01  ATPEXCP-STATUS.
           05  ATPEXCP-STAT1       PIC X.
           05  ATPEXCP-STAT2       PIC X.
       01  ATPCAPD-STATUS.
           05  ATPCAPD-STAT1       PIC X.
           05  ATPCAPD-STAT2       PIC X.
       01  WS-AUDOUT-STATUS        PIC X(02).

       01  IO-STATUS.
       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.
       01  WS-BINA-PGM             PIC X(08) VALUE 'COBINA0C'.
       01  WS-ATPR-PGM             PIC X(08) VALUE 'COATPR0C'.
       01  WS-BOARD-LIMIT          PIC S9(10)V99 COMP-3.
       01  WS-BOARD-CASH-LIMIT     PIC S9(10)V99 COMP-3.
       01  WS-SCAN-EOF-SW          PIC X(01).
           88  WS-SCAN-EOF                   VALUE 'Y'.

           05  WS-APPS-READ                PIC 9(09) VALUE 0.
           05  WS-ACCOUNTS-BOARDED         PIC 9(09) VALUE 0.
           05  WS-APPS-REJECTED            PIC 9(09) VALUE 0.
           05  WS-ATP-EXCEPTIONS           PIC 9(09) VALUE 0.
           05  WS-LIMITS-CAPPED            PIC 9(09) VALUE 0.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT ATPEXCP-FILE.
           IF ATPEXCP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ATPEXCP'
               MOVE ATPEXCP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT ATPCAPD-FILE.
           IF ATPCAPD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ATPCAPD'
               MOVE ATPCAPD-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT AUDOUT-FILE.
           IF WS-AUDOUT-STATUS NOT = '00'
               DISPLAY 'AUDOUT OPEN NOT OK. STATUS: '
               EXIT PARAGRAPH
           END-IF.

      *    Ability to pay before the card number, so an application
      *    the income cannot carry does not use up a number.
           PERFORM 2250-CHECK-ABILITY-TO-PAY.
           IF ATP-FAILED
               ADD 1 TO WS-APPS-REJECTED
               ADD 1 TO WS-ATP-EXCEPTIONS
               MOVE ZEROS TO ATX-ACCT-ID
               MOVE ZEROS TO ATX-CUST-ID
               WRITE FD-ATPEXCP-REC FROM ATP-DECISION-RECORD
               IF ATPEXCP-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING ATPEXCP'
                   MOVE ATPEXCP-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               DISPLAY 'APPLICATION REJECTED - ' ATP-REASON ': '
                       APP-LAST-NAME
               EXIT PARAGRAPH
           END-IF.

      *    The card number comes first: a failed allocation rejects
      *    the application before anything lands on the masters.
           INITIALIZE BINA-PARM.
           PERFORM 2500-CREATE-CARD.
           PERFORM 2600-CREATE-XREF.
           PERFORM 2700-WRITE-EMBOSS-RECORD.
           IF ATP-CAPPED
               PERFORM 2800-WRITE-CAPPED-LIMIT
           END-IF.

           ADD 1 TO WS-ACCOUNTS-BOARDED.
           EXIT.

      *****************************************************************
      * The limit asked for meets the ability-to-pay rule on the      *
      * income and obligations stated on the application.  A capped   *
      * line boards at the supportable limit, and the cash line never  *
      * exceeds the credit line it sits inside.                        *
      *****************************************************************
       2250-CHECK-ABILITY-TO-PAY.
           INITIALIZE ATP-PARM.
           IF APP-ANNUAL-INCOME NUMERIC
               MOVE APP-ANNUAL-INCOME TO ATP-ANNUAL-INCOME
           END-IF.
           IF APP-MONTHLY-OBLIG NUMERIC
               MOVE APP-MONTHLY-OBLIG TO ATP-MONTHLY-OBLIG
           END-IF.
           MOVE ZERO             TO ATP-CURRENT-LIMIT.
           MOVE APP-CREDIT-LIMIT TO ATP-REQUESTED-LIMIT.
           CALL WS-ATPR-PGM USING ATP-PARM.

           MOVE ATP-APPROVED-LIMIT TO WS-BOARD-LIMIT.
           MOVE APP-CASH-LIMIT     TO WS-BOARD-CASH-LIMIT.
           IF WS-BOARD-CASH-LIMIT > WS-BOARD-LIMIT
               MOVE WS-BOARD-LIMIT TO WS-BOARD-CASH-LIMIT
           END-IF.

           INITIALIZE ATP-DECISION-RECORD.
           SET ATX-SRC-ORIGINATION  TO TRUE.
           MOVE ATP-RESULT          TO ATX-RESULT.
           MOVE WS-RUN-DATE         TO ATX-DATE.
           STRING APP-FIRST-NAME(1:1) ' ' APP-LAST-NAME
               DELIMITED BY SIZE INTO ATX-NAME
           END-STRING.
           MOVE ATP-ANNUAL-INCOME   TO ATX-ANNUAL-INCOME.
           MOVE ATP-MONTHLY-OBLIG   TO ATX-MONTHLY-OBLIG.
           MOVE ATP-CURRENT-LIMIT   TO ATX-CURRENT-LIMIT.
           MOVE ATP-REQUESTED-LIMIT TO ATX-REQUESTED-LIMIT.
           MOVE ATP-MAX-LIMIT       TO ATX-MAX-LIMIT.
           MOVE ATP-APPROVED-LIMIT  TO ATX-APPROVED-LIMIT.
           MOVE ATP-REASON          TO ATX-REASON.
           MOVE 'BATCH'             TO ATX-USER-ID.
           EXIT.

      *****************************************************************
       2300-CREATE-CUSTOMER.
           INITIALIZE CUSTOMER-RECORD
           MOVE APP-SSN            TO CUST-SSN.
           MOVE APP-DOB            TO CUST-DOB-YYYY-MM-DD.
           MOVE APP-FICO-SCORE     TO CUST-FICO-CREDIT-SCORE.
           MOVE ATP-ANNUAL-INCOME  TO CUST-STATED-INCOME.
           MOVE ATP-MONTHLY-OBLIG  TO CUST-MONTHLY-OBLIG.
           MOVE WS-RUN-DATE        TO CUST-INCOME-DATE.
           MOVE 'Y'                TO CUST-PRI-CARD-HOLDER-IND.
           MOVE WS-RUN-TIMESTAMP   TO CUST-LAST-MAINT-TS.
           MOVE CUSTOMER-RECORD TO FD-CUSTFILE-REC.
                         ALPHANUMERIC DATA BY SPACES.
           MOVE WS-NEXT-ACCT-ID    TO ACCT-ID.
           MOVE 'Y'                TO ACCT-ACTIVE-STATUS.
           MOVE WS-BOARD-LIMIT     TO ACCT-CREDIT-LIMIT.
           MOVE WS-BOARD-CASH-LIMIT TO ACCT-CASH-CREDIT-LIMIT.
           MOVE WS-RUN-DATE        TO ACCT-OPEN-DATE.
           MOVE WS-NEW-EXPIRY      TO ACCT-EXPIRAION-DATE.
           MOVE APP-ADDR-ZIP       TO ACCT-ADDR-ZIP.
           END-IF.
           EXIT.

      *****************************************************************
      * A capped line was boarded at the supportable limit; the       *
      * record names the new account for the CBATP01C report.          *
      *****************************************************************
       2800-WRITE-CAPPED-LIMIT.
           MOVE WS-NEXT-ACCT-ID    TO ATX-ACCT-ID.
           MOVE WS-NEXT-CUST-ID    TO ATX-CUST-ID.
           WRITE FD-ATPCAPD-REC FROM ATP-DECISION-RECORD.
           IF ATPCAPD-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ATPCAPD'
               MOVE ATPCAPD-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-LIMITS-CAPPED.
           EXIT.

      *****************************************************************
      * Audit trail entry, one per record created, under the log      *
      * type the record belongs to.                                   *
           DISPLAY '  APPLICATIONS READ    : ' WS-APPS-READ.
           DISPLAY '  ACCOUNTS BOARDED     : ' WS-ACCOUNTS-BOARDED.
           DISPLAY '  APPLICATIONS REJECTED: ' WS-APPS-REJECTED.
           DISPLAY '    ABILITY TO PAY     : ' WS-ATP-EXCEPTIONS.
           DISPLAY '  LIMITS CAPPED        : ' WS-LIMITS-CAPPED.
           DISPLAY '================================================'.
           EXIT.

           CLOSE CARD-FILE.
           CLOSE XREF-FILE.
           CLOSE EMBOSS-FILE.
           CLOSE ATPEXCP-FILE.
           CLOSE ATPCAPD-FILE.
           CLOSE AUDOUT-FILE.
           EXIT.

