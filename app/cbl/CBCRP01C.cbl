      ******************************************************************
      * PROGRAM     : CBCRP01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Corporate card company refresh and billing.
      *               Every night, resets each company's exposure on
      *               CORPFILE to the sum of its active employee
      *               account balances and clears the authorization
      *               exposure COPAUA0C built up during the day.  On a
      *               statement run (SYSIN 'S'), also produces the
      *               consolidated company billing statement for each
      *               corporate-liability company - one line per
      *               employee account, the company total, the minimum
      *               due and the control limit - alongside the memo
      *               statements CBSTM01C prints for the employees.
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
       PROGRAM-ID.    CBCRP01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORP-FILE ASSIGN TO CORPFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CORP-ID
                  FILE STATUS  IS CORPFILE-STATUS.
      *
           SELECT CORPMEMB-FILE ASSIGN TO CORPMEMB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CMB-KEY
                  FILE STATUS  IS CORPMEMB-STATUS.
      *
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      *
      *    Consolidated company billing statements.
           SELECT CSTMT-FILE ASSIGN TO CORPSTMT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CSTMT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORP-FILE.
       COPY CVCRP01Y.

       FD  CORPMEMB-FILE.
       COPY CVCRP02Y.

       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  CSTMT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-CSTMT-REC                         PIC X(80).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVACT01Y.

       01  CORPFILE-STATUS.
           05  CORPFILE-STAT1      PIC X.
           05  CORPFILE-STAT2      PIC X.
       01  CORPMEMB-STATUS.
           05  CORPMEMB-STAT1      PIC X.
           05  CORPMEMB-STAT2      PIC X.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  CSTMT-STATUS.
           05  CSTMT-STAT1         PIC X.
           05  CSTMT-STAT2         PIC X.

       01  IO-STATUS.
           05  IO-STAT1            PIC X.
           05  IO-STAT2            PIC X.
       01  TWO-BYTES-BINARY        PIC 9(4) BINARY.
       01  TWO-BYTES-ALPHA         REDEFINES TWO-BYTES-BINARY.
           05  TWO-BYTES-LEFT      PIC X.
           05  TWO-BYTES-RIGHT     PIC X.
       01  IO-STATUS-04.
           05  IO-STATUS-0401      PIC 9   VALUE 0.
           05  IO-STATUS-0403      PIC 999 VALUE 0.

       01  END-OF-FILE             PIC X(01) VALUE 'N'.
       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.

      *---------------------------------------------------------------*
      * Run parameter: 'S' on the statement run adds the company      *
      * billing statements to the nightly exposure refresh.           *
      *---------------------------------------------------------------*
       01  PRM-INFO.
           05  P-RUN-MODE          PIC X(01) VALUE 'E'.
               88  P-STATEMENT-RUN           VALUE 'S'.
           05  FILLER              PIC X(79) VALUE SPACES.

       01  WS-CMB-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-CMB-EOF                    VALUE 'Y'.
       01  WS-BILL-COMPANY-SW      PIC X(01) VALUE 'N'.
           88  WS-BILL-COMPANY               VALUE 'Y'.

      *---------------------------------------------------------------*
      * Payment terms mirror the statement programs (CBSTM01C and     *
      * CBSTM02A) so the company is billed the way its employees      *
      * would have been.                                              *
      *---------------------------------------------------------------*
       01  WS-PAYMENT-TERMS.
           05  WS-MIN-PAY-PCT              PIC V999    VALUE .020.
           05  WS-MIN-PAY-FLOOR            PIC 9(5)V99 VALUE 25.00.
           05  WS-PAYMENT-GRACE-DAYS       PIC 9(3)    VALUE 25.

       01  WS-COMPANY-TOTALS               COMP-3.
           05  WS-CO-BAL-TOTAL             PIC S9(11)V99 VALUE 0.
           05  WS-CO-DEBIT-TOTAL           PIC S9(11)V99 VALUE 0.
           05  WS-CO-CREDIT-TOTAL          PIC S9(11)V99 VALUE 0.
           05  WS-CO-MIN-DUE               PIC S9(11)V99 VALUE 0.
           05  WS-CO-AVAILABLE             PIC S9(11)V99 VALUE 0.
       01  WS-CO-MEMBER-COUNT              PIC 9(05) VALUE 0.

       01  WS-RUN-COUNTS.
           05  WS-COMPANIES-READ           PIC 9(09) VALUE 0.
           05  WS-COMPANIES-REFRESHED      PIC 9(09) VALUE 0.
           05  WS-COMPANIES-BILLED         PIC 9(09) VALUE 0.
           05  WS-MEMBERS-READ             PIC 9(09) VALUE 0.
           05  WS-MEMBERS-MISSING          PIC 9(09) VALUE 0.
       01  WS-BILLED-TOTAL                 PIC S9(13)V99 COMP-3
                                                         VALUE 0.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-RUN-DATE                     PIC X(10).
       01  WS-DUE-DATE-NUM                 PIC 9(08).
       01  WS-DUE-DATE-INT                 PIC S9(09) COMP.
       01  WS-DUE-DATE                     PIC X(10).

      *---------------------------------------------------------------*
      * Company billing statement lines.                              *
      *---------------------------------------------------------------*
       01  CORP-STATEMENT-LINES.
           05  CS-LINE0.
               10  FILLER  VALUE ALL '*'                PIC X(24).
               10  FILLER  VALUE ' COMPANY BILLING STATEMENT '
                                                        PIC X(27).
               10  FILLER  VALUE ALL '*'                PIC X(29).
           05  CS-LINE1.
               10  CS-CORP-NAME                         PIC X(50).
               10  FILLER  VALUE SPACES                 PIC X(30).
           05  CS-LINE2.
               10  CS-ADDR                              PIC X(50).
               10  FILLER  VALUE SPACES                 PIC X(30).
           05  CS-LINE3.
               10  CS-ADDR3                             PIC X(80).
           05  CS-LINE4.
               10  FILLER  VALUE ALL '-'                PIC X(80).
           05  CS-LINE5.
               10  FILLER  VALUE 'Company ID         :' PIC X(20).
               10  CS-CORP-ID                           PIC 9(09).
               10  FILLER  VALUE SPACES                 PIC X(05).
               10  FILLER  VALUE 'Statement Date:'      PIC X(16).
               10  CS-STMT-DATE                         PIC X(10).
               10  FILLER  VALUE SPACES                 PIC X(20).
           05  CS-LINE6.
               10  FILLER  VALUE 'Account    '          PIC X(12).
               10  FILLER  VALUE 'Employee            ' PIC X(21).
               10  FILLER  VALUE '    Limit '           PIC X(11).
               10  FILLER  VALUE '  Charges '           PIC X(11).
               10  FILLER  VALUE ' Payments '           PIC X(11).
               10  FILLER  VALUE '   Balance'           PIC X(11).
               10  FILLER  VALUE SPACES                 PIC X(03).
           05  CS-LINE7.
               10  CS-ACCT-ID                           PIC 9(11).
               10  FILLER  VALUE SPACE                  PIC X(01).
               10  CS-EMP-NAME                          PIC X(20).
               10  FILLER  VALUE SPACE                  PIC X(01).
               10  CS-EMP-LIMIT                         PIC ZZZZZZ9.99.
               10  FILLER  VALUE SPACE                  PIC X(01).
               10  CS-EMP-DEBITS                        PIC ZZZZZZ9.99.
               10  FILLER  VALUE SPACE                  PIC X(01).
               10  CS-EMP-CREDITS                       PIC ZZZZZZ9.99.
               10  FILLER  VALUE SPACE                  PIC X(01).
               10  CS-EMP-BAL                           PIC ZZZZZZ9.99-.
               10  FILLER  VALUE SPACES                 PIC X(03).
           05  CS-LINE8.
               10  FILLER  VALUE 'Employee Accounts  :' PIC X(20).
               10  CS-MEMBER-COUNT                      PIC ZZZZ9.
               10  FILLER  VALUE SPACES                 PIC X(55).
           05  CS-LINE9.
               10  FILLER  VALUE 'Total Charges      :' PIC X(20).
               10  FILLER  VALUE '$'                    PIC X(01).
               10  CS-TOT-DEBITS                        PIC Z(9).99-.
               10  FILLER  VALUE SPACES                 PIC X(46).
           05  CS-LINE10.
               10  FILLER  VALUE 'Total Payments     :' PIC X(20).
               10  FILLER  VALUE '$'                    PIC X(01).
               10  CS-TOT-CREDITS                       PIC Z(9).99-.
               10  FILLER  VALUE SPACES                 PIC X(46).
           05  CS-LINE11.
               10  FILLER  VALUE 'Company Balance    :' PIC X(20).
               10  FILLER  VALUE '$'                    PIC X(01).
               10  CS-TOT-BAL                           PIC Z(9).99-.
               10  FILLER  VALUE SPACES                 PIC X(46).
           05  CS-LINE12.
               10  FILLER  VALUE 'Minimum Payment Due:' PIC X(20).
               10  FILLER  VALUE '$'                    PIC X(01).
               10  CS-MIN-DUE                           PIC Z(9).99-.
               10  FILLER  VALUE SPACES                 PIC X(46).
           05  CS-LINE13.
               10  FILLER  VALUE 'Payment Due Date   :' PIC X(20).
               10  CS-DUE-DATE                          PIC X(10).
               10  FILLER  VALUE SPACES                 PIC X(50).
           05  CS-LINE14.
               10  FILLER  VALUE 'Control Limit      :' PIC X(20).
               10  FILLER  VALUE '$'                    PIC X(01).
               10  CS-CONTROL-LIMIT                     PIC Z(9).99-.
               10  FILLER  VALUE SPACES                 PIC X(46).
           05  CS-LINE15.
               10  FILLER  VALUE 'Available Credit   :' PIC X(20).
               10  FILLER  VALUE '$'                    PIC X(01).
               10  CS-AVAILABLE                         PIC Z(9).99-.
               10  FILLER  VALUE SPACES                 PIC X(46).
           05  CS-LINE16.
               10  FILLER  VALUE ALL '*'                PIC X(25).
               10  FILLER  VALUE ' END OF COMPANY STATEMENT '
                                                        PIC X(26).
               10  FILLER  VALUE ALL '*'                PIC X(29).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBCRP01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-COMPANIES.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBCRP01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT PRM-INFO FROM SYSIN.
           IF P-STATEMENT-RUN
               DISPLAY 'CBCRP01C RUN MODE: EXPOSURE REFRESH AND '
                       'COMPANY STATEMENTS'
           ELSE
               DISPLAY 'CBCRP01C RUN MODE: EXPOSURE REFRESH'
           END-IF.

           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING.
           MOVE WS-RUN-DATE-FIELDS TO WS-DUE-DATE-NUM.
           COMPUTE WS-DUE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM)
             + WS-PAYMENT-GRACE-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INT)
             TO WS-DUE-DATE-NUM.
           STRING WS-DUE-DATE-NUM(1:4) '-' WS-DUE-DATE-NUM(5:2) '-'
                  WS-DUE-DATE-NUM(7:2)
               DELIMITED BY SIZE INTO WS-DUE-DATE
           END-STRING.

           OPEN I-O CORP-FILE.
           IF CORPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CORPFILE'
               MOVE CORPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN INPUT CORPMEMB-FILE.
           IF CORPMEMB-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CORPMEMB'
               MOVE CORPMEMB-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN INPUT ACCTFILE-FILE.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCTFILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN OUTPUT CSTMT-FILE.
           IF CSTMT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CORPSTMT'
               MOVE CSTMT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

      *****************************************************************
       2000-PROCESS-COMPANIES.
      *****************************************************************
           PERFORM 2100-READ-COMPANY.
           PERFORM UNTIL END-OF-FILE = 'Y'
               ADD 1 TO WS-COMPANIES-READ
               PERFORM 2200-PROCESS-ONE-COMPANY
               PERFORM 2100-READ-COMPANY
           END-PERFORM.

      *****************************************************************
       2100-READ-COMPANY.
      *****************************************************************
           READ CORP-FILE NEXT.
           EVALUATE CORPFILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING CORPFILE'
                   MOVE CORPFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * One company: walk its employee accounts, total them, print   *
      * the billing statement when this run bills the company, and   *
      * rewrite the company with the refreshed exposure.             *
      *****************************************************************
       2200-PROCESS-ONE-COMPANY.
           INITIALIZE WS-COMPANY-TOTALS.
           MOVE ZERO TO WS-CO-MEMBER-COUNT.
           MOVE 'N' TO WS-BILL-COMPANY-SW.
           IF P-STATEMENT-RUN AND CORP-LIAB-CORPORATE
              AND NOT CORP-CLOSED
               SET WS-BILL-COMPANY TO TRUE
               PERFORM 2500-PRINT-COMPANY-HEADER
           END-IF.

           MOVE CORP-ID TO CMB-CORP-ID.
           MOVE ZERO TO CMB-ACCT-ID.
           MOVE 'N' TO WS-CMB-EOF-SW.
           START CORPMEMB-FILE KEY IS NOT LESS THAN CMB-KEY
               INVALID KEY
                   SET WS-CMB-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-CMB-EOF
               READ CORPMEMB-FILE NEXT
               EVALUATE CORPMEMB-STATUS
                   WHEN '00'
                       IF CMB-CORP-ID NOT = CORP-ID
                           SET WS-CMB-EOF TO TRUE
                       ELSE
                           IF CMB-ACTIVE
                               PERFORM 2300-ADD-MEMBER
                           END-IF
                       END-IF
                   WHEN '10'
                       SET WS-CMB-EOF TO TRUE
                   WHEN OTHER
                       DISPLAY 'ERROR READING CORPMEMB'
                       MOVE CORPMEMB-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-PERFORM.

      *    A company in credit carries no exposure.
           IF WS-CO-BAL-TOTAL > ZERO
               MOVE WS-CO-BAL-TOTAL TO CORP-BAL-EXPOSURE
           ELSE
               MOVE ZERO TO CORP-BAL-EXPOSURE
           END-IF.
           MOVE ZERO TO CORP-AUTH-EXPOSURE.
           MOVE WS-RUN-DATE TO CORP-EXPOSURE-DATE.
           MOVE WS-CO-MEMBER-COUNT TO CORP-MEMBER-COUNT.

           IF WS-BILL-COMPANY
               PERFORM 2600-PRINT-COMPANY-TOTALS
               MOVE WS-RUN-DATE     TO CORP-LAST-STMT-DATE
               MOVE WS-CO-BAL-TOTAL TO CORP-LAST-STMT-BAL
               MOVE WS-CO-MIN-DUE   TO CORP-LAST-MIN-DUE
               ADD 1 TO WS-COMPANIES-BILLED
               ADD WS-CO-BAL-TOTAL TO WS-BILLED-TOTAL
           END-IF.

           REWRITE CORPORATE-COMPANY-RECORD.
           IF CORPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING CORPFILE FOR COMPANY: '
                       CORP-ID
               MOVE CORPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-COMPANIES-REFRESHED.
           EXIT.

      *****************************************************************
       2300-ADD-MEMBER.
           ADD 1 TO WS-MEMBERS-READ.
           MOVE CMB-ACCT-ID TO FD-ACCT-ID.
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'WARNING: COMPANY ' CORP-ID
                       ' MEMBER NOT ON ACCTFILE: ' CMB-ACCT-ID
               ADD 1 TO WS-MEMBERS-MISSING
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CO-MEMBER-COUNT.
           ADD ACCT-CURR-BAL        TO WS-CO-BAL-TOTAL.
           ADD ACCT-CURR-CYC-DEBIT  TO WS-CO-DEBIT-TOTAL.
           ADD ACCT-CURR-CYC-CREDIT TO WS-CO-CREDIT-TOTAL.

           IF WS-BILL-COMPANY
               MOVE ACCT-ID              TO CS-ACCT-ID
               MOVE CMB-EMPLOYEE-NAME    TO CS-EMP-NAME
               MOVE ACCT-CREDIT-LIMIT    TO CS-EMP-LIMIT
               MOVE ACCT-CURR-CYC-DEBIT  TO CS-EMP-DEBITS
               MOVE ACCT-CURR-CYC-CREDIT TO CS-EMP-CREDITS
               MOVE ACCT-CURR-BAL        TO CS-EMP-BAL
               MOVE CS-LINE7 TO FD-CSTMT-REC
               PERFORM 2700-WRITE-STMT-LINE
           END-IF.
           EXIT.

      *****************************************************************
       2500-PRINT-COMPANY-HEADER.
           MOVE CORP-NAME        TO CS-CORP-NAME.
           MOVE CORP-ID          TO CS-CORP-ID.
           MOVE WS-RUN-DATE      TO CS-STMT-DATE.
           MOVE CS-LINE0 TO FD-CSTMT-REC.
           PERFORM 2700-WRITE-STMT-LINE.
           MOVE CS-LINE1 TO FD-CSTMT-REC.
           PERFORM 2700-WRITE-STMT-LINE.
           MOVE CORP-ADDR-LINE-1 TO CS-ADDR.
           MOVE CS-LINE2 TO FD-CSTMT-REC.
           PERFORM 2700-WRITE-STMT-LINE.
           IF CORP-ADDR-LINE-2 NOT = SPACES
               MOVE CORP-ADDR-LINE-2 TO CS-ADDR
               MOVE CS-LINE2 TO FD-CSTMT-REC
               PERFORM 2700-WRITE-STMT-LINE
           END-IF.
           MOVE SPACES TO CS-ADDR3.
           STRING CORP-ADDR-LINE-3 DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  CORP-ADDR-STATE-CD DELIMITED BY ' '
                  ' ' DELIMITED BY SIZE
                  CORP-ADDR-COUNTRY-CD DELIMITED BY ' '
                  ' ' DELIMITED BY SIZE
                  CORP-ADDR-ZIP DELIMITED BY ' '
                  INTO CS-ADDR3
           END-STRING.
           MOVE CS-LINE3 TO FD-CSTMT-REC.
           PERFORM 2700-WRITE-STMT-LINE.
           MOVE CS-LINE4 TO FD-CSTMT-REC.
           PERFORM 2700-WRITE-STMT-LINE.
           MOVE CS-LINE5 TO FD-CSTMT-REC.
           PERFORM 2700-WRITE-STMT-LINE.
           MOVE CS-LINE4 TO FD-CSTMT-REC.
           PERFORM 2700-WRITE-STMT-LINE.
           MOVE CS-LINE6 TO FD-CSTMT-REC.
           PERFORM 2700-WRITE-STMT-LINE.
           MOVE CS-LINE4 TO FD-CSTMT-REC.
           PERFORM 2700-WRITE-STMT-LINE.
           EXIT.

      *****************************************************************
      * Company totals.  The minimum is the statement minimum applied *
      * to the company balance: a flat percentage with a floor,       *
      * capped at the balance itself.                                 *
      *****************************************************************
       2600-PRINT-COMPANY-TOTALS.
           MOVE ZERO TO WS-CO-MIN-DUE.
           IF WS-CO-BAL-TOTAL > ZERO
               COMPUTE WS-CO-MIN-DUE ROUNDED =
                   WS-CO-BAL-TOTAL * WS-MIN-PAY-PCT
               IF WS-CO-MIN-DUE < WS-MIN-PAY-FLOOR
                   IF WS-CO-BAL-TOTAL < WS-MIN-PAY-FLOOR
                       MOVE WS-CO-BAL-TOTAL TO WS-CO-MIN-DUE
                   ELSE
                       MOVE WS-MIN-PAY-FLOOR TO WS-CO-MIN-DUE
                   END-IF
               END-IF
           END-IF.
           COMPUTE WS-CO-AVAILABLE =
               CORP-CONTROL-LIMIT - CORP-BAL-EXPOSURE.
           IF WS-CO-AVAILABLE < ZERO
               MOVE ZERO TO WS-CO-AVAILABLE
           END-IF.

           MOVE WS-CO-MEMBER-COUNT  TO CS-MEMBER-COUNT.
           MOVE WS-CO-DEBIT-TOTAL   TO CS-TOT-DEBITS.
           MOVE WS-CO-CREDIT-TOTAL  TO CS-TOT-CREDITS.
           MOVE WS-CO-BAL-TOTAL     TO CS-TOT-BAL.
           MOVE WS-CO-MIN-DUE       TO CS-MIN-DUE.
           MOVE WS-DUE-DATE         TO CS-DUE-DATE.
           MOVE CORP-CONTROL-LIMIT  TO CS-CONTROL-LIMIT.
           MOVE WS-CO-AVAILABLE     TO CS-AVAILABLE.

           MOVE CS-LINE4  TO FD-CSTMT-REC.
           PERFORM 2700-WRITE-STMT-LINE.
           MOVE CS-LINE8  TO FD-CSTMT-REC.
           PERFORM 2700-WRITE-STMT-LINE.
           MOVE CS-LINE9  TO FD-CSTMT-REC.
           PERFORM 2700-WRITE-STMT-LINE.
           MOVE CS-LINE10 TO FD-CSTMT-REC.
           PERFORM 2700-WRITE-STMT-LINE.
           MOVE CS-LINE11 TO FD-CSTMT-REC.
           PERFORM 2700-WRITE-STMT-LINE.
           MOVE CS-LINE12 TO FD-CSTMT-REC.
           PERFORM 2700-WRITE-STMT-LINE.
           MOVE CS-LINE13 TO FD-CSTMT-REC.
           PERFORM 2700-WRITE-STMT-LINE.
           MOVE CS-LINE14 TO FD-CSTMT-REC.
           PERFORM 2700-WRITE-STMT-LINE.
           MOVE CS-LINE15 TO FD-CSTMT-REC.
           PERFORM 2700-WRITE-STMT-LINE.
           MOVE CS-LINE16 TO FD-CSTMT-REC.
           PERFORM 2700-WRITE-STMT-LINE.
           EXIT.

      *****************************************************************
       2700-WRITE-STMT-LINE.
           WRITE FD-CSTMT-REC.
           IF CSTMT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CORPSTMT'
               MOVE CSTMT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBCRP01C CORPORATE COMPANY REFRESH SUMMARY'.
           DISPLAY '  COMPANIES READ       : ' WS-COMPANIES-READ.
           DISPLAY '  COMPANIES REFRESHED  : ' WS-COMPANIES-REFRESHED.
           DISPLAY '  COMPANIES BILLED     : ' WS-COMPANIES-BILLED.
           DISPLAY '  AMOUNT BILLED        : ' WS-BILLED-TOTAL.
           DISPLAY '  MEMBER ACCOUNTS READ : ' WS-MEMBERS-READ.
           DISPLAY '  MEMBERS NOT ON FILE  : ' WS-MEMBERS-MISSING.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE CORP-FILE.
           CLOSE CORPMEMB-FILE.
           CLOSE ACCTFILE-FILE.
           CLOSE CSTMT-FILE.
           EXIT.

       9999-ABEND-PROGRAM.
           DISPLAY 'ABENDING PROGRAM'
           MOVE 0 TO TIMING
           MOVE 999 TO ABCODE
           CALL 'CEE3ABD' USING ABCODE, TIMING.

      *****************************************************************
       9910-DISPLAY-IO-STATUS.
           IF  IO-STATUS NOT NUMERIC
           OR  IO-STAT1 = '9'
               MOVE IO-STAT1 TO IO-STATUS-04(1:1)
               MOVE 0        TO TWO-BYTES-BINARY
               MOVE IO-STAT2 TO TWO-BYTES-RIGHT
               MOVE TWO-BYTES-BINARY TO IO-STATUS-0403
               DISPLAY 'FILE STATUS IS: NNNN' IO-STATUS-04
           ELSE
               MOVE '0000' TO IO-STATUS-04
               MOVE IO-STATUS TO IO-STATUS-04(3:2)
               DISPLAY 'FILE STATUS IS: NNNN' IO-STATUS-04
           END-IF
           EXIT.
