      ******************************************************************
      * PROGRAM     : CBSGR01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Quarterly secured card graduation review.  Every
      *               collateral deposit still held on SECDEP is
      *               reviewed: one held at least twelve months on an
      *               open account with a clean payment history and
      *               qualifying FICO and behavior scores is proposed
      *               for graduation to the unsecured group named on
      *               the parameter card.  Proposals print on GRADRPT
      *               for the analyst; the COSDPM0C graduation (G)
      *               function approves them, moves the account, and
      *               releases the deposit.  Nothing in this run
      *               updates ACCTFILE.
      *               SYSIN card: unsecured account group in columns
      *               1-10.
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
       PROGRAM-ID.    CBSGR01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDP-FILE ASSIGN TO SECDEP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS SDP-ACCT-ID
                  FILE STATUS  IS SECDEP-STATUS.
      *
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      *
           SELECT XREF-FILE ASSIGN TO XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS XREF-CARD-NUM
                  FILE STATUS  IS XREFFILE-STATUS.
      *
           SELECT CUST-FILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTFILE-STATUS.
      *
      *    Graduation proposals for analyst approval.
           SELECT GRADRPT-FILE ASSIGN TO GRADRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS GRADRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SDP-FILE.
       COPY CVSDP01Y.

       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  XREF-FILE.
       COPY CVACT03Y.

       FD  CUST-FILE.
       01  FD-CUSTFILE-REC.
           05 FD-CUST-ID                        PIC X(09).
           05 FD-CUST-DATA                      PIC X(491).

       FD  GRADRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-GRADRPT-REC                       PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVACT01Y.
       COPY CVCUS01Y.

       01  SECDEP-STATUS.
           05  SECDEP-STAT1        PIC X.
           05  SECDEP-STAT2        PIC X.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.
       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.
       01  GRADRPT-STATUS.
           05  GRADRPT-STAT1       PIC X.
           05  GRADRPT-STAT2       PIC X.

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
       01  WS-CUST-FOUND-SW        PIC X(01) VALUE 'N'.
           88  WS-CUST-FOUND                 VALUE 'Y'.
           88  WS-CUST-NOT-FOUND             VALUE 'N'.

      *---------------------------------------------------------------*
      * Unsecured group graduated accounts move to.                   *
      *---------------------------------------------------------------*
       01  PRM-INFO.
           05  P-UNSEC-GROUP       PIC X(10).
           05  FILLER              PIC X(70).

      *---------------------------------------------------------------*
      * Account-to-customer lookup built once from the cross          *
      * reference so the review can reach the FICO score.             *
      *---------------------------------------------------------------*
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 2000 TIMES.
               10  WS-XREF-TBL-ACCT        PIC 9(11).
               10  WS-XREF-TBL-CUST        PIC 9(09).
       01  WS-XREF-MAX-ENTRIES     PIC S9(8) COMP VALUE 2000.
       01  WS-XREF-COUNT           PIC S9(8) COMP VALUE 0.
       01  WS-XREF-SUB             PIC S9(8) COMP VALUE 0.
       01  WS-XREF-EOF-SW          PIC X VALUE 'N'.
           88  WS-XREF-DONE                  VALUE 'Y'.
       01  WS-FOUND-SW             PIC X.
           88  WS-FOUND                      VALUE 'Y'.
           88  WS-NOT-FOUND                  VALUE 'N'.

      *---------------------------------------------------------------*
      * Graduation terms the risk team signed off on.                 *
      *---------------------------------------------------------------*
       01  WS-GRAD-TERMS.
           05  WS-GRAD-FICO-MIN            PIC 9(03) VALUE 650.
           05  WS-GRAD-BEHAV-MIN           PIC 9(03) VALUE 650.

       01  WS-WORK-FIELDS.
           05  WS-REASON                   PIC X(30).
           05  WS-HELD-CUTOFF              PIC X(10).
           05  WS-CUTOFF-YYYY              PIC 9(04).

       01  WS-RUN-COUNTS.
           05  WS-DEPOSITS-READ            PIC 9(09) VALUE 0.
           05  WS-NOT-HELD-COUNT           PIC 9(09) VALUE 0.
           05  WS-PROPOSED-COUNT           PIC 9(09) VALUE 0.
           05  WS-NOT-ELIGIBLE-COUNT       PIC 9(09) VALUE 0.
           05  WS-NO-ACCT-COUNT            PIC 9(09) VALUE 0.
           05  WS-NO-CUST-COUNT            PIC 9(09) VALUE 0.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-RUN-DATE                     PIC X(10).

      *---------------------------------------------------------------*
      * Graduation proposal report lines.                             *
      *---------------------------------------------------------------*
       01  WS-GRAD-HEADER1.
           05  FILLER  VALUE 'CBSGR01C  SECURED CARD GRADUATION REVIEW'
                                               PIC X(44).
           05  FILLER  VALUE 'RUN DATE: '      PIC X(10).
           05  WS-HDR-RUN-DATE                 PIC X(10).
           05  FILLER  VALUE '  TO GROUP: '    PIC X(12).
           05  WS-HDR-GROUP                    PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(46).
       01  WS-GRAD-HEADER2.
           05  FILLER  VALUE 'ACCOUNT ID '     PIC X(13).
           05  FILLER  VALUE '      DEPOSIT'   PIC X(15).
           05  FILLER  VALUE 'HELD SINCE'      PIC X(12).
           05  FILLER  VALUE 'FICO '           PIC X(05).
           05  FILLER  VALUE 'BHV '            PIC X(04).
           05  FILLER  VALUE 'RESULT  '        PIC X(08).
           05  FILLER  VALUE 'REASON'          PIC X(75).
       01  WS-GRAD-DETAIL.
           05  WS-GRAD-ACCT                    PIC 9(11).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-GRAD-DEPOSIT                 PIC Z(9)9.99-.
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-GRAD-HOLD-DATE               PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-GRAD-FICO                    PIC ZZ9.
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-GRAD-BEHAV                   PIC ZZ9.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-GRAD-RESULT                  PIC X(07).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-GRAD-REASON                  PIC X(30).
           05  FILLER  VALUE SPACES            PIC X(44).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBSGR01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-REVIEW-DEPOSITS.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBSGR01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT PRM-INFO FROM SYSIN.
           IF P-UNSEC-GROUP = SPACES
               DISPLAY 'CBSGR01C UNSECURED GROUP MISSING FROM '
                       'PARAMETER CARD'
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING.
      *    A deposit held on or before this date a year ago has the
      *    twelve months behind it.
           COMPUTE WS-CUTOFF-YYYY = WS-RUN-YYYY - 1.
           MOVE WS-RUN-DATE    TO WS-HELD-CUTOFF.
           MOVE WS-CUTOFF-YYYY TO WS-HELD-CUTOFF(1:4).
           MOVE WS-RUN-DATE    TO WS-HDR-RUN-DATE.
           MOVE P-UNSEC-GROUP  TO WS-HDR-GROUP.

           OPEN I-O SDP-FILE.
           IF SECDEP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SECDEP'
               MOVE SECDEP-STATUS TO IO-STATUS
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

           OPEN INPUT XREF-FILE.
           IF XREFFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING XREFFILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN INPUT CUST-FILE.
           IF CUSTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTFILE'
               MOVE CUSTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN OUTPUT GRADRPT-FILE.
           IF GRADRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GRADRPT'
               MOVE GRADRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           WRITE FD-GRADRPT-REC FROM WS-GRAD-HEADER1.
           WRITE FD-GRADRPT-REC FROM WS-GRAD-HEADER2.

           PERFORM 1200-BUILD-XREF-TABLE.

      *****************************************************************
       1200-BUILD-XREF-TABLE.
           READ XREF-FILE
               AT END SET WS-XREF-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-XREF-DONE
               IF XREFFILE-STATUS NOT = '00'
                   DISPLAY 'ERROR READING XREFFILE'
                   MOVE XREFFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               SET WS-NOT-FOUND TO TRUE
               PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                   UNTIL WS-XREF-SUB > WS-XREF-COUNT
                         OR WS-FOUND
                   IF WS-XREF-TBL-ACCT (WS-XREF-SUB) = XREF-ACCT-ID
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-NOT-FOUND
                   IF WS-XREF-COUNT >= WS-XREF-MAX-ENTRIES
                       DISPLAY 'WARNING: XREF TABLE FULL, SKIPPING '
                               'ACCOUNT: ' XREF-ACCT-ID
                   ELSE
                       ADD 1 TO WS-XREF-COUNT
                       MOVE XREF-ACCT-ID TO
                           WS-XREF-TBL-ACCT (WS-XREF-COUNT)
                       MOVE XREF-CUST-ID TO
                           WS-XREF-TBL-CUST (WS-XREF-COUNT)
                   END-IF
               END-IF
               READ XREF-FILE
                   AT END SET WS-XREF-DONE TO TRUE
               END-READ
           END-PERFORM.
           EXIT.

      *****************************************************************
       2000-REVIEW-DEPOSITS.
      *****************************************************************
           PERFORM 2100-READ-DEPOSIT.
           PERFORM UNTIL END-OF-FILE = 'Y'
               ADD 1 TO WS-DEPOSITS-READ
               PERFORM 2200-REVIEW-ONE-DEPOSIT
               PERFORM 2100-READ-DEPOSIT
           END-PERFORM.

      *****************************************************************
       2100-READ-DEPOSIT.
      *****************************************************************
           READ SDP-FILE.
           EVALUATE SECDEP-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING SECDEP'
                   MOVE SECDEP-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * Every held deposit gets a result this quarter - proposed (P)  *
      * or not eligible (N) - so the analyst and COSDPM0C see where   *
      * the account stood at the last review.                         *
      *****************************************************************
       2200-REVIEW-ONE-DEPOSIT.
           IF NOT SDP-HELD
               ADD 1 TO WS-NOT-HELD-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE SDP-ACCT-ID TO FD-ACCT-ID.
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD.
           EVALUATE ACCTFILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   DISPLAY 'WARNING: DEPOSIT HAS NO ACCOUNT: '
                           SDP-ACCT-ID
                   ADD 1 TO WS-NO-ACCT-COUNT
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY 'ERROR READING ACCTFILE FOR: ' SDP-ACCT-ID
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.

           PERFORM 2300-GET-CUSTOMER.
           IF WS-CUST-NOT-FOUND
               ADD 1 TO WS-NO-CUST-COUNT
               MOVE ZERO TO CUST-FICO-CREDIT-SCORE
           END-IF.
           IF ACCT-BEHAV-SCORE NOT NUMERIC
               MOVE ZERO TO ACCT-BEHAV-SCORE
           END-IF.

           PERFORM 2400-APPLY-CRITERIA.

           MOVE WS-RUN-DATE TO SDP-REVIEW-DATE.
           IF WS-REASON = SPACES
               SET SDP-GRAD-PROPOSED TO TRUE
               MOVE P-UNSEC-GROUP TO SDP-GRAD-GROUP
               MOVE 'PROPOSE'     TO WS-GRAD-RESULT
               MOVE 'MEETS GRADUATION TERMS' TO WS-REASON
               ADD 1 TO WS-PROPOSED-COUNT
           ELSE
               SET SDP-GRAD-NOT-ELIGIBLE TO TRUE
               MOVE SPACES        TO SDP-GRAD-GROUP
               MOVE 'NOT ELG'     TO WS-GRAD-RESULT
               ADD 1 TO WS-NOT-ELIGIBLE-COUNT
           END-IF.
           MOVE 'CBSGR01C' TO SDP-MAINT-USER.
           REWRITE SECURED-DEPOSIT-RECORD.
           IF SECDEP-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING SECDEP FOR: ' SDP-ACCT-ID
               MOVE SECDEP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           MOVE SDP-ACCT-ID            TO WS-GRAD-ACCT.
           MOVE SDP-DEPOSIT-AMT        TO WS-GRAD-DEPOSIT.
           MOVE SDP-HOLD-DATE          TO WS-GRAD-HOLD-DATE.
           MOVE CUST-FICO-CREDIT-SCORE TO WS-GRAD-FICO.
           MOVE ACCT-BEHAV-SCORE       TO WS-GRAD-BEHAV.
           MOVE WS-REASON              TO WS-GRAD-REASON.
           WRITE FD-GRADRPT-REC FROM WS-GRAD-DETAIL.
           IF GRADRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING GRADRPT'
               MOVE GRADRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       2300-GET-CUSTOMER.
           SET WS-CUST-NOT-FOUND TO TRUE.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-COUNT
                     OR WS-FOUND
               IF WS-XREF-TBL-ACCT (WS-XREF-SUB) = ACCT-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM WS-XREF-SUB.
           MOVE WS-XREF-TBL-CUST (WS-XREF-SUB) TO FD-CUST-ID.
           READ CUST-FILE INTO CUSTOMER-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CUST-FOUND TO TRUE
           END-READ.
           EXIT.

      *****************************************************************
      * Graduation terms, first failure wins the reason: twelve       *
      * months held, an open account in good standing, current on     *
      * payments with no penalty pricing triggered since the deposit  *
      * was taken, and FICO and behavior scores at the minimum.  An   *
      * account not yet behavior-scored does not qualify.             *
      *****************************************************************
       2400-APPLY-CRITERIA.
           MOVE SPACES TO WS-REASON.
           EVALUATE TRUE
               WHEN SDP-HOLD-DATE > WS-HELD-CUTOFF
                   MOVE 'DEPOSIT HELD UNDER 12 MONTHS' TO WS-REASON
               WHEN NOT ACCT-OPEN-ACTIVE
                   MOVE 'ACCOUNT NOT OPEN'             TO WS-REASON
               WHEN ACCT-CHARGED-OFF
                   MOVE 'ACCOUNT CHARGED OFF'          TO WS-REASON
               WHEN ACCT-IN-BANKRUPTCY
                   MOVE 'BANKRUPTCY ON FILE'           TO WS-REASON
               WHEN NOT ACCT-DELINQ-CURRENT
                   MOVE 'ACCOUNT DELINQUENT'           TO WS-REASON
               WHEN ACCT-PENALTY-IN-PLAY
                   MOVE 'PENALTY PRICING IN EFFECT'    TO WS-REASON
               WHEN ACCT-PENALTY-TRIGGER-DATE NOT = SPACES
                    AND ACCT-PENALTY-TRIGGER-DATE >= SDP-HOLD-DATE
                   MOVE 'LATE PAYMENT SINCE DEPOSIT'   TO WS-REASON
               WHEN CUST-FICO-CREDIT-SCORE < WS-GRAD-FICO-MIN
                   MOVE 'FICO BELOW MINIMUM'           TO WS-REASON
               WHEN ACCT-BEHAV-SCORE = ZERO
                   MOVE 'NOT YET BEHAVIOR SCORED'      TO WS-REASON
               WHEN ACCT-BEHAV-SCORE < WS-GRAD-BEHAV-MIN
                   MOVE 'BEHAVIOR SCORE BELOW MINIMUM' TO WS-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBSGR01C SECURED CARD GRADUATION SUMMARY'.
           DISPLAY '  DEPOSITS READ         : ' WS-DEPOSITS-READ.
           DISPLAY '  NOT HELD (SKIPPED)    : ' WS-NOT-HELD-COUNT.
           DISPLAY '  PROPOSED TO GRADUATE  : ' WS-PROPOSED-COUNT.
           DISPLAY '  NOT ELIGIBLE          : ' WS-NOT-ELIGIBLE-COUNT.
           DISPLAY '  NO ACCOUNT ON FILE    : ' WS-NO-ACCT-COUNT.
           DISPLAY '  NO CUSTOMER ON XREF   : ' WS-NO-CUST-COUNT.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE SDP-FILE.
           CLOSE ACCTFILE-FILE.
           CLOSE XREF-FILE.
           CLOSE CUST-FILE.
           CLOSE GRADRPT-FILE.
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
