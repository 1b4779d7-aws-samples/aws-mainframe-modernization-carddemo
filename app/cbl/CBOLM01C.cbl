      *               review.  Flags accounts whose current balance
      *               exceeds the credit limit on an exception report
      *               for the risk team, and proposes credit-line
      *               increases or decreases from FICO score, the
      *               CBBSC01C internal behavior score, utilization,
      *               and account age.  Proposals go to a
      *               file for analyst approval - nothing in this run
      *               updates ACCTFILE.  An increase must meet the
      *               COATPR0C ability-to-pay rule on the customer's
      *               stated income: one above the supportable line is
      *               proposed at the line and listed on ATPCAPD, and
      *               one the income cannot support is not proposed
      *               but written to the ATPEXCP exception file.
      *               A secured card's increase goes no higher than
      *               the collateral deposit held on SECDEP.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PROPFILE-STATUS.
      *
      *    Ability-to-pay failures (not proposed) and capped increases.
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
      *    Secured card collateral deposits.
           SELECT SDP-FILE ASSIGN TO SECDEP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS SDP-ACCT-ID
                  FILE STATUS  IS SECDEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FD-PROP-ACCT-AGE-YRS              PIC 9(02).
           05 FD-PROP-REASON                    PIC X(30).
           05 FD-PROP-APPROVAL                  PIC X(01).
           05 FD-PROP-BEHAV-SCORE               PIC 9(03).
           05 FD-PROP-BEHAV-BAND                PIC X(01).
           05 FILLER                            PIC X(21).

       FD  ATPEXCP-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  FD-ATPEXCP-REC                       PIC X(150).

       FD  ATPCAPD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  FD-ATPCAPD-REC                       PIC X(150).

       FD  SDP-FILE.
       COPY CVSDP01Y.

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVACT01Y.
       COPY CVCUS01Y.
       COPY CVATP01Y.
       COPY CVATX01Y.

       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
       01  PROPFILE-STATUS.
           05  PROPFILE-STAT1      PIC X.
           05  PROPFILE-STAT2      PIC X.
       01  ATPEXCP-STATUS.
           05  ATPEXCP-STAT1       PIC X.
           05  ATPEXCP-STAT2       PIC X.
       01  ATPCAPD-STATUS.
           05  ATPCAPD-STAT1       PIC X.
           05  ATPCAPD-STAT2       PIC X.
       01  SECDEP-STATUS.
           05  SECDEP-STAT1        PIC X.
           05  SECDEP-STAT2        PIC X.
       01  WS-ATPR-PGM             PIC X(08) VALUE 'COATPR0C'.

       01  IO-STATUS.
           05  IO-STAT1            PIC X.
           05  WS-DECREASE-FICO-MAX        PIC 9(03) VALUE 580.
           05  WS-DECREASE-UTIL-MAX        PIC 9(03) VALUE 020.
           05  WS-DECREASE-PCT             PIC V99   VALUE .20.
      *    Behavior score: an increase needs at least the minimum once
      *    the account is scored; a score under the maximum proposes a
      *    decrease on its own.  Zero (not yet scored) defers to FICO.
           05  WS-INCREASE-BEHAV-MIN       PIC 9(03) VALUE 700.
           05  WS-DECREASE-BEHAV-MAX       PIC 9(03) VALUE 550.

       01  WS-WORK-FIELDS.
           05  WS-UTIL-PCT                 PIC S9(05) COMP-3 VALUE 0.
           05  WS-OVERLIMIT-COUNT          PIC 9(09) VALUE 0.
           05  WS-INCREASE-COUNT           PIC 9(09) VALUE 0.
           05  WS-DECREASE-COUNT           PIC 9(09) VALUE 0.
           05  WS-INCREASE-HELD-COUNT      PIC 9(09) VALUE 0.
           05  WS-NO-CUST-COUNT            PIC 9(09) VALUE 0.
           05  WS-INCREASE-CAPPED-COUNT    PIC 9(09) VALUE 0.
           05  WS-INCREASE-ATP-FAIL-COUNT  PIC 9(09) VALUE 0.
           05  WS-INCREASE-DEPOSIT-COUNT   PIC 9(09) VALUE 0.
           05  WS-INCREASE-SEC-CAP-COUNT   PIC 9(09) VALUE 0.

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

           OPEN INPUT SDP-FILE.
           IF SECDEP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SECDEP'
               MOVE SECDEP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           WRITE FD-OVLMRPT-REC FROM WS-OVLM-HEADER1.
           WRITE FD-OVLMRPT-REC FROM WS-OVLM-HEADER2.

      *****************************************************************
      * Credit-line review.  Utilization and account age qualify the  *
      * account; the FICO score decides direction, and the behavior   *
      * score holds back an increase or proposes a decrease on its    *
      * own.  Closed accounts and accounts with no customer on the    *
      * cross reference are skipped (the latter are counted so the    *
      * xref gap is visible).                                         *
      *****************************************************************
       3000-REVIEW-CREDIT-LINE.
           IF ACCT-ACTIVE-STATUS NOT = 'Y'
           END-IF.
           MOVE ACCT-OPEN-DATE(1:4) TO WS-OPEN-YYYY.
           COMPUTE WS-ACCT-AGE-YRS = WS-RUN-YYYY - WS-OPEN-YYYY.
           IF ACCT-BEHAV-SCORE NOT NUMERIC
               MOVE ZERO TO ACCT-BEHAV-SCORE
           END-IF.

           EVALUATE TRUE
               WHEN CUST-FICO-CREDIT-SCORE >= WS-INCREASE-FICO-MIN
                    AND WS-UTIL-PCT >= WS-INCREASE-UTIL-MIN
                    AND WS-ACCT-AGE-YRS >= WS-INCREASE-AGE-MIN-YRS
                    AND ACCT-BEHAV-SCORE > 0
                    AND ACCT-BEHAV-SCORE < WS-INCREASE-BEHAV-MIN
                   ADD 1 TO WS-INCREASE-HELD-COUNT
               WHEN CUST-FICO-CREDIT-SCORE >= WS-INCREASE-FICO-MIN
                    AND WS-UTIL-PCT >= WS-INCREASE-UTIL-MIN
                    AND WS-ACCT-AGE-YRS >= WS-INCREASE-AGE-MIN-YRS
                   MOVE 'I' TO FD-PROP-ACTION
                   MOVE 'HIGH FICO / HIGH UTILIZATION'
                     TO FD-PROP-REASON
                   IF ACCT-SECURED
                       PERFORM 3050-CAP-TO-DEPOSIT
                   END-IF
                   IF WS-NEW-LIMIT NOT > ACCT-CREDIT-LIMIT
                       ADD 1 TO WS-INCREASE-DEPOSIT-COUNT
                   ELSE
                       PERFORM 3300-CHECK-ABILITY-TO-PAY
                       IF NOT ATP-FAILED
                           PERFORM 3200-WRITE-PROPOSAL
                           ADD 1 TO WS-INCREASE-COUNT
                       END-IF
                   END-IF
               WHEN CUST-FICO-CREDIT-SCORE > 0
                    AND CUST-FICO-CREDIT-SCORE < WS-DECREASE-FICO-MAX
                    AND WS-UTIL-PCT <= WS-DECREASE-UTIL-MAX
                     TO FD-PROP-REASON
                   PERFORM 3200-WRITE-PROPOSAL
                   ADD 1 TO WS-DECREASE-COUNT
               WHEN ACCT-BEHAV-SCORE > 0
                    AND ACCT-BEHAV-SCORE < WS-DECREASE-BEHAV-MAX
                    AND WS-UTIL-PCT <= WS-DECREASE-UTIL-MAX
                   COMPUTE WS-NEW-LIMIT ROUNDED =
                       ACCT-CREDIT-LIMIT * (1 - WS-DECREASE-PCT)
                   MOVE 'D' TO FD-PROP-ACTION
                   MOVE 'LOW BEHAVIOR SCORE / LOW UTIL'
                     TO FD-PROP-REASON
                   PERFORM 3200-WRITE-PROPOSAL
                   ADD 1 TO WS-DECREASE-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * A secured card's line stands on its deposit: the increase is  *
      * held to the amount SECDEP holds, and with no deposit held     *
      * there is no room at all.                                      *
      *****************************************************************
       3050-CAP-TO-DEPOSIT.
           MOVE ACCT-ID TO SDP-ACCT-ID.
           READ SDP-FILE.
           EVALUATE SECDEP-STATUS
               WHEN '00'
                   IF NOT SDP-HELD
                       MOVE ZERO TO SDP-DEPOSIT-AMT
                   END-IF
               WHEN '23'
                   MOVE ZERO TO SDP-DEPOSIT-AMT
               WHEN OTHER
                   DISPLAY 'ERROR READING SECDEP FOR ACCOUNT: ' ACCT-ID
                   MOVE SECDEP-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           IF WS-NEW-LIMIT > SDP-DEPOSIT-AMT
               MOVE SDP-DEPOSIT-AMT TO WS-NEW-LIMIT
               MOVE 'INCREASE CAPPED TO DEPOSIT'
                 TO FD-PROP-REASON
               IF WS-NEW-LIMIT > ACCT-CREDIT-LIMIT
                   ADD 1 TO WS-INCREASE-SEC-CAP-COUNT
               END-IF
           END-IF.
           EXIT.

      *****************************************************************
       3100-GET-CUSTOMER.
           SET WS-CUST-NOT-FOUND TO TRUE.
               MOVE WS-ACCT-AGE-YRS    TO FD-PROP-ACCT-AGE-YRS
           END-IF.
           MOVE SPACE                  TO FD-PROP-APPROVAL.
           MOVE ACCT-BEHAV-SCORE       TO FD-PROP-BEHAV-SCORE.
           MOVE ACCT-BEHAV-BAND        TO FD-PROP-BEHAV-BAND.
           WRITE FD-PROP-REC.
           IF PROPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PROPFILE'
           END-IF.
           EXIT.

      *****************************************************************
      * The increase meets the ability-to-pay rule on the customer's  *
      * stated income and obligations.  A capped increase is proposed *
      * at the supportable line and listed on ATPCAPD; a failed one   *
      * is not proposed and goes to the ATPEXCP exception file.       *
      *****************************************************************
       3300-CHECK-ABILITY-TO-PAY.
           INITIALIZE ATP-PARM.
           MOVE CUST-STATED-INCOME  TO ATP-ANNUAL-INCOME.
           MOVE CUST-MONTHLY-OBLIG  TO ATP-MONTHLY-OBLIG.
           MOVE ACCT-CREDIT-LIMIT   TO ATP-CURRENT-LIMIT.
           MOVE WS-NEW-LIMIT        TO ATP-REQUESTED-LIMIT.
           CALL WS-ATPR-PGM USING ATP-PARM.
           IF ATP-PASSED
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE ATP-DECISION-RECORD.
           SET ATX-SRC-LINE-REVIEW  TO TRUE.
           MOVE ATP-RESULT          TO ATX-RESULT.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO ATX-DATE
           END-STRING.
           MOVE ACCT-ID             TO ATX-ACCT-ID.
           MOVE CUST-ID             TO ATX-CUST-ID.
           STRING CUST-FIRST-NAME(1:1) ' ' CUST-LAST-NAME
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

           IF ATP-CAPPED
               MOVE ATP-APPROVED-LIMIT TO WS-NEW-LIMIT
               MOVE 'INCREASE CAPPED TO ABILITY PAY'
                 TO FD-PROP-REASON
               WRITE FD-ATPCAPD-REC FROM ATP-DECISION-RECORD
               IF ATPCAPD-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING ATPCAPD'
                   MOVE ATPCAPD-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-INCREASE-CAPPED-COUNT
           ELSE
               WRITE FD-ATPEXCP-REC FROM ATP-DECISION-RECORD
               IF ATPEXCP-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING ATPEXCP'
                   MOVE ATPEXCP-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-INCREASE-ATP-FAIL-COUNT
           END-IF.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY '  OVER-LIMIT EXCEPTIONS : ' WS-OVERLIMIT-COUNT.
           DISPLAY '  INCREASES PROPOSED    : ' WS-INCREASE-COUNT.
           DISPLAY '  DECREASES PROPOSED    : ' WS-DECREASE-COUNT.
           DISPLAY '  INCREASES HELD - SCORE: ' WS-INCREASE-HELD-COUNT.
           DISPLAY '  INCREASES CAPPED - ATP: '
                   WS-INCREASE-CAPPED-COUNT.
           DISPLAY '  INCREASES FAILED - ATP: '
                   WS-INCREASE-ATP-FAIL-COUNT.
           DISPLAY '  INCREASES CAPPED - DEP: '
                   WS-INCREASE-SEC-CAP-COUNT.
           DISPLAY '  INCREASES HELD - DEP  : '
                   WS-INCREASE-DEPOSIT-COUNT.
           DISPLAY '  NO CUSTOMER ON XREF   : ' WS-NO-CUST-COUNT.
           DISPLAY '================================================'.
           EXIT.
           CLOSE CUST-FILE.
           CLOSE OVLMRPT-FILE.
           CLOSE PROP-FILE.
           CLOSE ATPEXCP-FILE.
           CLOSE ATPCAPD-FILE.
           CLOSE SDP-FILE.
           CLOSE NTFY-FILE.
           DISPLAY 'NOTIFICATION EVENTS STAGED: ' WS-NTFY-STAGED.
           EXIT.
