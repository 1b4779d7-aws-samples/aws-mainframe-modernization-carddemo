      *               GROUPFILE, computes interest on the revolving
      *               balance, posts an interest transaction to
      *               TRANSACT, and rolls the current-cycle credit and
      *               debit totals into the new cycle.  An account
      *               under SCRA protection (SCRAFILE) accrues at no
      *               more than the protection rate.  A group rate
      *               increase held on CITNOTC for want of advance
      *               notice keeps the account at its old rate.  An
      *               account under penalty pricing accrues at the
      *               group penalty rate once its notice period ends.
      *               Each bucket accrues on its average daily balance
      *               over the cycle, from the nightly DAILYBAL
      *               snapshots, at the daily periodic rate; an
      *               account with no snapshots in the cycle falls back
      *               to the closing balance at rate/1200.  An
      *               account enrolled in payment protection (PPIFILE)
      *               is billed its premium per hundred dollars of the
      *               closing balance, waived while a claim benefit is
      *               suspending the minimum payment.  An amount
      *               under billing-error dispute (DISPFILE) that no
      *               provisional credit has yet taken off the balance
      *               is carved out of the interest base; interest on
      *               every open case's amount is deferred on the case
      *               instead, and the account is restamped with the
      *               amounts in dispute.  The unbilled principal
      *               of an installment plan (INSTPLAN) is carved out
      *               of the interest base the same way, and each
      *               active plan bills one installment - with
      *               interest at the plan rate on a rate-priced
      *               plan - into the statement's minimum.  A live
      *               close writes a commit-interval checkpoint
      *               (CHKPTFILE); a rerun handed that file as RESTFILE
      *               resumes after the checkpointed account without
      *               charging anything twice, and the combined totals
      *               go to BALCTL as one close.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  RECORD KEY   IS PLAN-ACCT-ID
                  FILE STATUS  IS PLANFILE-STATUS.
      *
      *    SCRA protections - while active duty is in force the
      *    accrual on every bucket is capped at the protection rate.
           SELECT SCRA-FILE ASSIGN TO SCRAFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-SCR-ACCT-ID
                  FILE STATUS  IS SCRAFILE-STATUS.
      *
      *    Change-in-terms notices - a held row keeps the account at
      *    the old group rate until its notice period has run.
           SELECT CIT-FILE ASSIGN TO CITNOTC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CIT-KEY
                  FILE STATUS  IS CITFILE-STATUS.
      *
      *    Cycle cutoff control - this close's cutoff timestamp,
      *    which every downstream cycle consumer selects against.
           SELECT CYCCTL-FILE ASSIGN TO CYCCTL
                  RECORD KEY   IS CYC-KEY
                  FILE STATUS  IS CYCCTL-STATUS.
      *
      *    Payment protection enrollments (COPPIM0C) - the premium
      *    billed at this close is recorded on the enrollment.
           SELECT PPI-FILE ASSIGN TO PPIFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PPI-ACCT-ID
                  FILE STATUS  IS PPIFILE-STATUS.
      *
      *    Daily balance snapshots (CBDBL01C) - the cycle's rows are
      *    averaged for each bucket's accrual.
           SELECT DBAL-FILE ASSIGN TO DAILYBAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DBL-KEY
                  FILE STATUS  IS DAILYBAL-STATUS.
      *
      *    Simulation outputs: per-account what-if interest and the
      *    by-group summary report.  Only opened under RUN MODE SIM,
      *    where nothing posts and nothing on the masters moves.
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CYCSUMO-STATUS.
      *
      *    Commit-interval checkpoint for a live close, and the prior
      *    attempt's checkpoint file when this run is a restart.
           SELECT CHKPT-FILE ASSIGN TO CHKPTFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS CHKPTFILE-STATUS.
      *
           SELECT RESTART-FILE ASSIGN TO RESTFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS RESTFILE-STATUS.
      *
      *    Dispute cases (CODISP0C) - the open cases are tabled by
      *    account, then each case's deferred interest is rewritten
      *    keyed as its account closes.
           SELECT DISP-FILE ASSIGN TO DISPFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DIS-CASE-ID
                  FILE STATUS  IS DISPFILE-STATUS.
      *
      *    Installment plans (COINSP0C) - an account's plans are
      *    browsed for the carve-out, then each active plan's
      *    installment is billed and the plan rewritten.
           SELECT INSTPLAN-FILE ASSIGN TO INSTPLAN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS INS-KEY
                  FILE STATUS  IS INSTPLAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-FILE.
       COPY CVPLN01Y.

       FD  SCRA-FILE.
       01  FD-SCRA-REC.
           05 FD-SCR-ACCT-ID                    PIC 9(11).
           05 FD-SCRA-DATA                      PIC X(109).

       FD  CIT-FILE.
       COPY CVCIT01Y.

       FD  CYCCTL-FILE.
       COPY CVCYC01Y.

       FD  PPI-FILE.
       COPY CVPPI01Y.

       FD  DBAL-FILE.
       COPY CVDBL01Y.

       FD  WHATIF-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
                                                SIGN LEADING SEPARATE.
           05 FILLER                            PIC X(47).

       FD  CHKPT-FILE.
       01  FD-CHKPTFILE-REC                     PIC X(400).

       FD  RESTART-FILE.
       01  FD-RESTARTFILE-REC                   PIC X(400).

       FD  DISP-FILE.
       COPY CVDIS01Y.

       FD  INSTPLAN-FILE.
       COPY CVINS01Y.

       WORKING-STORAGE SECTION.

      *****************************************************************
       01  PLANFILE-STATUS.
           05  PLANFILE-STAT1      PIC X.
           05  PLANFILE-STAT2      PIC X.
       01  SCRAFILE-STATUS.
           05  SCRAFILE-STAT1      PIC X.
           05  SCRAFILE-STAT2      PIC X.
       01  CITFILE-STATUS.
           05  CITFILE-STAT1       PIC X.
           05  CITFILE-STAT2       PIC X.
       01  CYCCTL-STATUS.
           05  CYCCTL-STAT1        PIC X.
           05  CYCCTL-STAT2        PIC X.
       01  PPIFILE-STATUS.
           05  PPIFILE-STAT1       PIC X.
           05  PPIFILE-STAT2       PIC X.
       01  DAILYBAL-STATUS.
           05  DAILYBAL-STAT1      PIC X.
           05  DAILYBAL-STAT2      PIC X.
       01  CHKPTFILE-STATUS.
           05  CHKPTFILE-STAT1     PIC X.
           05  CHKPTFILE-STAT2     PIC X.
       01  RESTFILE-STATUS.
           05  RESTFILE-STAT1      PIC X.
           05  RESTFILE-STAT2      PIC X.
       01  DISPFILE-STATUS.
           05  DISPFILE-STAT1      PIC X.
           05  DISPFILE-STAT2      PIC X.
       01  INSTPLAN-STATUS.
           05  INSTPLAN-STAT1      PIC X.
           05  INSTPLAN-STAT2      PIC X.
       01  WS-PRIOR-CUTOFF-TS      PIC X(26) VALUE SPACES.
       01  WS-CYCSCAN-DONE-SW      PIC X(01) VALUE 'N'.
           88  WS-CYCSCAN-DONE               VALUE 'Y'.
           88  WS-GROUP-NOT-FOUND            VALUE 'N'.
       01  WS-PLAN-RATE-SW         PIC X(01) VALUE 'N'.
           88  WS-PLAN-RATE-IN-USE           VALUE 'Y'.
       01  WS-SCRA-CAP-SW          PIC X(01) VALUE 'N'.
           88  WS-SCRA-CAP-IN-USE            VALUE 'Y'.
       01  WS-PENALTY-RATE-SW      PIC X(01) VALUE 'N'.
           88  WS-PENALTY-RATE-IN-USE        VALUE 'Y'.
       COPY CVMIL01Y.

      *---------------------------------------------------------------*
      * Account-to-card lookup built once from the cross reference so *
       01  WS-PRIOR-PAID           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-GRACE-SUPPRESS-SW    PIC X(01) VALUE 'N'.
           88  WS-GRACE-SUPPRESS             VALUE 'Y'.
      *---------------------------------------------------------------*
      * Open dispute cases (status O or R, not yet settled), tabled   *
      * once from DISPFILE.  A case with no provisional credit still  *
      * has its amount in the account balance - that amount is held  *
      * out of the interest base until the case closes.               *
      *---------------------------------------------------------------*
       01  WS-DSP-TABLE.
           05  WS-DSP-ENTRY OCCURS 2000 TIMES.
               10  WS-DSP-TBL-CASE         PIC X(16).
               10  WS-DSP-TBL-ACCT         PIC 9(11).
               10  WS-DSP-TBL-AMT          PIC S9(09)V99 COMP-3.
               10  WS-DSP-TBL-HELD-SW      PIC X(01).
                   88  WS-DSP-TBL-HELD               VALUE 'Y'.
       01  WS-DSP-MAX-ENTRIES      PIC S9(8) COMP VALUE 2000.
       01  WS-DSP-COUNT            PIC S9(8) COMP VALUE 0.
       01  WS-DSP-SUB              PIC S9(8) COMP VALUE 0.
       01  WS-DSP-EOF-SW           PIC X VALUE 'N'.
           88  WS-DSP-SCAN-DONE              VALUE 'Y'.
       01  WS-DSP-FIELDS           COMP-3.
           05  WS-DSP-HELD                 PIC S9(09)V99 VALUE 0.
           05  WS-DSP-DEFER-AMT            PIC S9(07)V99 VALUE 0.
           05  WS-BASE-PURCHASE            PIC S9(10)V99 VALUE 0.
           05  WS-BASE-CURR-BAL            PIC S9(10)V99 VALUE 0.
      *---------------------------------------------------------------*
      * Installment plans.  The unbilled plan principal is in the     *
      * balance but is not revolving - it is held out of the interest *
      * base and the grace test - and each close bills one installment *
      * (plan interest posted on a rate-priced plan) into the minimum. *
      *---------------------------------------------------------------*
       01  WS-INS-FIELDS           COMP-3.
           05  WS-INS-UNBILLED             PIC S9(09)V99 VALUE 0.
           05  WS-INS-PRIN                 PIC S9(07)V99 VALUE 0.
           05  WS-INS-INT                  PIC S9(07)V99 VALUE 0.
           05  WS-INS-RATE                 PIC S9(03)V99 VALUE 0.
           05  WS-INS-RATE-CAP             PIC S9(03)V99 VALUE 999.99.
           05  WS-PRIOR-DUE                PIC S9(10)V99 VALUE 0.
       01  WS-INS-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-INS-SCAN-DONE              VALUE 'Y'.
       01  WS-INS-BILLING-SW       PIC X(01) VALUE 'N'.
           88  WS-INS-STILL-BILLING          VALUE 'Y'.
       01  WS-GRACE-COUNTS.
           05  WS-GRACE-SUPPRESSED         PIC 9(09) VALUE 0.
           05  WS-GRACE-LOST-COUNT         PIC 9(09) VALUE 0.

      *---------------------------------------------------------------*
      * Interest computation work fields.  GRP-INT-RATE is the annual *
      * percentage rate for the group.  Without daily snapshots one   *
      * cycle's interest is the revolving balance times rate/1200,    *
      * same convention the statement programs use for the            *
      * interest-charged line.                                        *
      *---------------------------------------------------------------*
       01  WS-INTEREST-FIELDS      COMP-3.
           05  WS-INT-AMOUNT               PIC S9(09)V99 VALUE 0.
           05  WS-INT-PROMO                PIC S9(09)V99 VALUE 0.
           05  WS-BUCKET-SUM               PIC S9(10)V99 VALUE 0.
       01  WS-INT-RATE-DIS                 PIC ZZ9.99.
       01  WS-PPI-FIELDS           COMP-3.
           05  WS-PPI-PREMIUM              PIC S9(07)V99 VALUE 0.
           05  WS-PPI-PREM-TOTAL           PIC S9(11)V99 VALUE 0.
       01  WS-PPI-RATE-DIS                 PIC 9.9999.

      *---------------------------------------------------------------*
      * Average daily balance.  Each snapshot's balances stand from   *
      * its date until the next snapshot; the first one also covers   *
      * any cycle days ahead of it, the last one carries through the  *
      * close.  The averages are the day-weighted sums over the days  *
      * in the cycle, and each accrues at rate/36500 a day.           *
      *---------------------------------------------------------------*
       01  WS-ADB-FIELDS           COMP-3.
           05  WS-ADB-PURCHASE             PIC S9(10)V99 VALUE 0.
           05  WS-ADB-CASH                 PIC S9(10)V99 VALUE 0.
           05  WS-ADB-PROMO                PIC S9(10)V99 VALUE 0.
           05  WS-ADB-CURR-BAL             PIC S9(10)V99 VALUE 0.
           05  WS-ADB-SUM-PURCHASE         PIC S9(13)V99 VALUE 0.
           05  WS-ADB-SUM-CASH             PIC S9(13)V99 VALUE 0.
           05  WS-ADB-SUM-PROMO            PIC S9(13)V99 VALUE 0.
           05  WS-ADB-SUM-CURR-BAL         PIC S9(13)V99 VALUE 0.
           05  WS-ADB-PRV-PURCHASE         PIC S9(10)V99 VALUE 0.
           05  WS-ADB-PRV-CASH             PIC S9(10)V99 VALUE 0.
           05  WS-ADB-PRV-PROMO            PIC S9(10)V99 VALUE 0.
           05  WS-ADB-PRV-CURR-BAL         PIC S9(10)V99 VALUE 0.
       01  WS-ADB-START-DAY        PIC S9(09) COMP VALUE 0.
       01  WS-ADB-END-DAY          PIC S9(09) COMP VALUE 0.
       01  WS-ADB-ROW-DAY          PIC S9(09) COMP VALUE 0.
       01  WS-ADB-PRV-DAY          PIC S9(09) COMP VALUE 0.
       01  WS-ADB-SPAN             PIC S9(09) COMP VALUE 0.
       01  WS-ADB-CYCLE-DAYS       PIC S9(09) COMP VALUE 0.
       01  WS-ADB-DATE-IN          PIC X(10).
       01  WS-ADB-DAYNUM           PIC S9(09) COMP VALUE 0.
       01  WS-ADB-YMD              PIC 9(08).
       01  WS-ADB-YMD-PARTS REDEFINES WS-ADB-YMD.
           05  WS-ADB-YYYY                 PIC 9(04).
           05  WS-ADB-MM                   PIC 9(02).
           05  WS-ADB-DD                   PIC 9(02).
       01  WS-ADB-FOUND-SW         PIC X(01) VALUE 'N'.
           88  WS-ADB-FOUND                  VALUE 'Y'.
       01  WS-ADB-SCAN-SW          PIC X(01) VALUE 'N'.
           88  WS-ADB-SCAN-DONE              VALUE 'Y'.

       01  WS-RUN-COUNTS.
           05  WS-ACCTS-READ               PIC 9(09) VALUE 0.
           05  WS-GROUP-MISSING-COUNT      PIC 9(09) VALUE 0.
           05  WS-GROUP-INACTIVE-COUNT     PIC 9(09) VALUE 0.
           05  WS-PLAN-RATE-COUNT          PIC 9(09) VALUE 0.
           05  WS-SCRA-CAP-COUNT           PIC 9(09) VALUE 0.
           05  WS-CIT-HELD-COUNT           PIC 9(09) VALUE 0.
           05  WS-PENALTY-RATE-COUNT       PIC 9(09) VALUE 0.
           05  WS-ADB-ACCRUAL-COUNT        PIC 9(09) VALUE 0.
           05  WS-ADB-FALLBACK-COUNT       PIC 9(09) VALUE 0.
           05  WS-PPI-BILLED-COUNT         PIC 9(09) VALUE 0.
           05  WS-PPI-WAIVED-COUNT         PIC 9(09) VALUE 0.
           05  WS-DSP-HELD-COUNT           PIC 9(09) VALUE 0.
           05  WS-DSP-DEFERRED-COUNT       PIC 9(09) VALUE 0.
           05  WS-INS-BILLED-COUNT         PIC 9(09) VALUE 0.
           05  WS-INS-FINISHED-COUNT       PIC 9(09) VALUE 0.

       01  WS-TRAN-ID-FIELDS.
           05  WS-TRAN-ID-PREFIX           PIC X(02) VALUE 'IN'.
           05  WS-RUN-SS                   PIC 9(02).
           05  WS-RUN-HS                   PIC 9(02).
       01  WS-RUN-TIMESTAMP                PIC X(26).
       01  WS-RUN-DATE                     PIC X(10).

      *---------------------------------------------------------------*
      * Checkpoint / restart control (live close only).  A checkpoint *
      * is taken every WS-CHECKPOINT-INTERVAL accounts and once more  *
      * at end of pass: the by-group summary rows, then the control   *
      * record whose totals image carries the counters above.         *
      *---------------------------------------------------------------*
       COPY CVCKP01Y.
       01  WS-CHECKPOINT-CONTROLS.
           05  WS-CHECKPOINT-INTERVAL      PIC 9(04) VALUE 100.
           05  WS-CKP-SINCE-LAST           PIC 9(04) VALUE 0.
           05  WS-CKP-LAST-KEY             PIC 9(11) VALUE 0.
           05  WS-CKP-TIME                 PIC 9(08) VALUE 0.
           05  WS-CKP-REC-NBR              PIC 9(09) VALUE 0.
           05  WS-CKP-LAST-CTL-NBR         PIC 9(09) VALUE 0.
           05  WS-RESTART-SW               PIC X(01) VALUE 'N'.
               88  WS-RESTART-RUN                    VALUE 'Y'.
           05  WS-RESTART-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-RESTART-EOF                    VALUE 'Y'.
           05  WS-ACCT-DONE-SW             PIC X(01) VALUE 'N'.
               88  WS-ACCT-ALREADY-DONE              VALUE 'Y'.
               88  WS-ACCT-TO-PROCESS                VALUE 'N'.
           05  WS-GAP-ACCTS-SKIPPED        PIC 9(09) VALUE 0.
           05  WS-GAP-TRANS-BACKED-OUT     PIC 9(09) VALUE 0.
       01  WS-CKP-TOTALS.
           05  WS-CKP-RUN-COUNTS           PIC X(153).
           05  WS-CKP-GRACE-COUNTS         PIC X(27).
           05  WS-CKP-INT-TOTAL            PIC S9(11)V99 COMP-3.
           05  WS-CKP-PPI-PREM-TOTAL       PIC S9(11)V99 COMP-3.
           05  WS-CKP-OTHER-CYCLE          PIC 9(09).
           05  WS-CKP-PENDING-SKIPPED      PIC 9(09).

      *---------------------------------------------------------------*
      * On a restart, the charges this close posted after its last    *
      * checkpoint.  An account already restamped by this close kept  *
      * them and they are counted back in; an account the abend       *
      * caught before its rewrite has them deleted and closes again.  *
      *---------------------------------------------------------------*
       01  WS-GAP-TABLE.
           05  WS-GAP-ENTRY OCCURS 500 TIMES.
               10  WS-GAP-TRAN-ID          PIC X(16).
               10  WS-GAP-CARD             PIC X(16).
               10  WS-GAP-TYPE             PIC X(02).
               10  WS-GAP-AMT              PIC S9(09)V99 COMP-3.
       01  WS-GAP-MAX-ENTRIES      PIC S9(4) COMP VALUE 500.
       01  WS-GAP-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-GAP-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-GAP-ACCT-CARD        PIC X(16).

      *---------------------------------------------------------------*
      * Central balancing-totals record for the nightly comparison.   *
      *---------------------------------------------------------------*
       01  WS-BALW-PGM                     PIC X(08) VALUE 'COBALW0C'.
       COPY CVBAL02Y.

       PROCEDURE DIVISION.

           PERFORM 2000-PROCESS-ACCOUNTS.
           PERFORM 7000-WRITE-GROUP-SUMMARY.
           PERFORM 8000-PRINT-SUMMARY.
           IF WS-LIVE-MODE
               PERFORM 8100-WRITE-BALANCING-TOTALS
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBINT01C'.
           GOBACK.

           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-FIELDS FROM TIME.
           IF WS-LIVE-MODE
               PERFORM 1050-READ-RESTART
           END-IF.
           MOVE WS-RUN-DATE-FIELDS TO WS-TRAN-ID-DATE.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD ' '
                  WS-RUN-HH ':' WS-RUN-MN ':' WS-RUN-SS '.'
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP
           END-STRING.
           MOVE WS-RUN-TIMESTAMP(1:10) TO WS-RUN-DATE.

           OPEN I-O ACCTFILE-FILE.
           IF ACCTFILE-STATUS NOT = '00'
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN INPUT SCRA-FILE.
           IF SCRAFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SCRAFILE'
               MOVE SCRAFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN INPUT CIT-FILE.
           IF CITFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CITNOTC'
               MOVE CITFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN INPUT DBAL-FILE.
           IF DAILYBAL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DAILYBAL'
               MOVE DAILYBAL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           IF WS-LIVE-MODE
               OPEN I-O DISP-FILE
           ELSE
               OPEN INPUT DISP-FILE
           END-IF.
           IF DISPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DISPFILE'
               MOVE DISPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           IF WS-LIVE-MODE
               OPEN I-O INSTPLAN-FILE
           ELSE
               OPEN INPUT INSTPLAN-FILE
           END-IF.
           IF INSTPLAN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INSTPLAN'
               MOVE INSTPLAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           IF WS-LIVE-MODE
               OPEN I-O CYCCTL-FILE
               IF CYCCTL-STATUS NOT = '00'
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               OPEN I-O PPI-FILE
               IF PPIFILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING PPIFILE'
                   MOVE PPIFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF.

           PERFORM 1200-BUILD-XREF-TABLE.

           PERFORM 1250-DERIVE-GRACE-WINDOW.
           PERFORM 1300-BUILD-PAYMENT-TABLE.
           PERFORM 1700-BUILD-DISPUTE-TABLE.
           IF WS-LIVE-MODE
               PERFORM 1400-STAMP-CYCLE-CUTOFF
               PERFORM 1600-OPEN-CHECKPOINT
               IF WS-RESTART-RUN
                   PERFORM 1650-RESUME-POSITION
               END-IF
           ELSE
               PERFORM 1500-OPEN-SIMULATION-FILES
           END-IF.
           END-IF.
           EXIT.

      *****************************************************************
       1700-BUILD-DISPUTE-TABLE.
           MOVE LOW-VALUES TO DIS-CASE-ID.
           START DISP-FILE KEY >= DIS-CASE-ID
               INVALID KEY SET WS-DSP-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-DSP-SCAN-DONE
               READ DISP-FILE NEXT
                   AT END SET WS-DSP-SCAN-DONE TO TRUE
                   NOT AT END
                       PERFORM 1750-TABLE-ONE-CASE
               END-READ
           END-PERFORM.
           DISPLAY 'CBINT01C OPEN DISPUTE CASES: ' WS-DSP-COUNT.
           EXIT.

      *****************************************************************
       1750-TABLE-ONE-CASE.
           IF DIS-SETTLED
              OR NOT (DIS-OPENED OR DIS-REPRESENTED)
               EXIT PARAGRAPH
           END-IF.
           IF WS-DSP-COUNT >= WS-DSP-MAX-ENTRIES
               DISPLAY 'WARNING: DISPUTE TABLE FULL, NOT HELD OUT: '
                       DIS-CASE-ID
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DSP-COUNT.
           MOVE DIS-CASE-ID      TO WS-DSP-TBL-CASE (WS-DSP-COUNT).
           MOVE DIS-ACCT-ID      TO WS-DSP-TBL-ACCT (WS-DSP-COUNT).
           MOVE DIS-AMT-DISPUTED TO WS-DSP-TBL-AMT (WS-DSP-COUNT).
           IF DIS-PROV-CREDIT-TRAN-ID = SPACES
               MOVE 'Y' TO WS-DSP-TBL-HELD-SW (WS-DSP-COUNT)
           ELSE
               MOVE 'N' TO WS-DSP-TBL-HELD-SW (WS-DSP-COUNT)
           END-IF.
           EXIT.

      *****************************************************************
      * Restart input is optional.  When the prior attempt's          *
      * checkpoint file is supplied, its last control record restores *
      * that close's timestamp - so the cutoff, TRAN-IDs and account  *
      * stamps all belong to the original close - along with the last *
      * account completed, the id sequence, the running totals and   *
      * the by-group rows written just ahead of it.                   *
      *****************************************************************
       1050-READ-RESTART.
           OPEN INPUT RESTART-FILE.
           IF RESTFILE-STATUS NOT = '00'
               DISPLAY 'NO RESTART FILE PRESENT - STARTING FROM TOP'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RESTART-EOF
               READ RESTART-FILE INTO CHECKPOINT-RECORD
                   AT END SET WS-RESTART-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CKP-REC-NBR
                       IF CKP-CONTROL-REC
                          AND CKP-JOB-NAME = 'CBINT01C'
                           MOVE WS-CKP-REC-NBR TO WS-CKP-LAST-CTL-NBR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESTART-FILE.
           IF WS-CKP-LAST-CTL-NBR = ZERO
               DISPLAY 'NO CBINT01C CHECKPOINT ON RESTART FILE - '
                       'STARTING FROM TOP'
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT RESTART-FILE.
           MOVE ZERO TO WS-CKP-REC-NBR.
           PERFORM 1060-LOAD-RESTART-REC
               UNTIL WS-CKP-REC-NBR = WS-CKP-LAST-CTL-NBR.
           CLOSE RESTART-FILE.
           IF WS-GS-COUNT-USED NOT = CKP-DETAIL-COUNT
               DISPLAY 'CHECKPOINT GROUP ROWS INCOMPLETE - RESTART '
                       'NOT POSSIBLE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           SET WS-RESTART-RUN TO TRUE.
           MOVE CKP-RUN-TS(1:4)  TO WS-RUN-YYYY.
           MOVE CKP-RUN-TS(6:2)  TO WS-RUN-MM.
           MOVE CKP-RUN-TS(9:2)  TO WS-RUN-DD.
           MOVE CKP-RUN-TS(12:2) TO WS-RUN-HH.
           MOVE CKP-RUN-TS(15:2) TO WS-RUN-MN.
           MOVE CKP-RUN-TS(18:2) TO WS-RUN-SS.
           MOVE CKP-RUN-TS(21:2) TO WS-RUN-HS.
           MOVE CKP-LAST-KEY(1:11) TO WS-CKP-LAST-KEY.
           MOVE CKP-TRAN-SEQ     TO WS-TRAN-ID-SEQ.
           MOVE CKP-TOTALS-IMAGE TO WS-CKP-TOTALS.
           MOVE WS-CKP-RUN-COUNTS      TO WS-RUN-COUNTS.
           MOVE WS-CKP-GRACE-COUNTS    TO WS-GRACE-COUNTS.
           MOVE WS-CKP-INT-TOTAL       TO WS-INT-TOTAL.
           MOVE WS-CKP-PPI-PREM-TOTAL  TO WS-PPI-PREM-TOTAL.
           MOVE WS-CKP-OTHER-CYCLE     TO WS-OTHER-CYCLE-COUNT.
           MOVE WS-CKP-PENDING-SKIPPED TO WS-PENDING-CLOSED-SKIPPED.
           DISPLAY 'RESTARTING CYCLE CLOSE OF ' CKP-RUN-TS
                   ' AFTER ACCOUNT: ' WS-CKP-LAST-KEY.
           EXIT.

      *****************************************************************
      * Group rows belong to the control record that follows them, so *
      * each earlier control record starts the table over.            *
      *****************************************************************
       1060-LOAD-RESTART-REC.
           READ RESTART-FILE INTO CHECKPOINT-RECORD.
           IF RESTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REREADING RESTART FILE'
               MOVE RESTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-CKP-REC-NBR.
           IF CKP-JOB-NAME NOT = 'CBINT01C'
               EXIT PARAGRAPH
           END-IF.
           IF CKP-CONTROL-REC
               IF WS-CKP-REC-NBR < WS-CKP-LAST-CTL-NBR
                   MOVE ZERO TO WS-GS-COUNT-USED
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-GS-COUNT-USED < WS-GS-MAX
               ADD 1 TO WS-GS-COUNT-USED
               MOVE CKP-DETAIL-IMAGE TO WS-GS-ENTRY (WS-GS-COUNT-USED)
           END-IF.
           EXIT.

      *****************************************************************
      * The checkpoint file is opened fresh each close and seeded     *
      * with the starting position, so even an abend before the first *
      * interval leaves a checkpoint that names this close.           *
      *****************************************************************
       1600-OPEN-CHECKPOINT.
           OPEN OUTPUT CHKPT-FILE.
           IF CHKPTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CHECKPOINT FILE'
               MOVE CHKPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           PERFORM 7500-WRITE-CHECKPOINT.
           EXIT.

      *****************************************************************
      * Collects the charges posted after the checkpoint (same prefix *
      * and close timestamp, higher sequence), carries the id         *
      * sequence past them, and positions the account pass after the  *
      * checkpointed account.                                         *
      *****************************************************************
       1650-RESUME-POSITION.
           ADD 1 TO WS-TRAN-ID-SEQ.
           MOVE WS-TRAN-ID-FIELDS TO TRAN-ID.
           SUBTRACT 1 FROM WS-TRAN-ID-SEQ.
           START TRAN-FILE KEY >= TRAN-ID
               INVALID KEY MOVE '10' TO TRANFILE-STATUS
           END-START.
           PERFORM UNTIL TRANFILE-STATUS NOT = '00'
               READ TRAN-FILE NEXT
                   AT END MOVE '10' TO TRANFILE-STATUS
               END-READ
               IF TRANFILE-STATUS = '00'
                   IF TRAN-ID(1:10) NOT = WS-TRAN-ID-FIELDS(1:10)
                       MOVE '10' TO TRANFILE-STATUS
                   ELSE
                       IF TRAN-PROC-TS = WS-RUN-TIMESTAMP
                           PERFORM 1660-ADD-GAP-TRAN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY 'CHARGES POSTED SINCE CHECKPOINT: ' WS-GAP-COUNT.

           MOVE WS-CKP-LAST-KEY TO FD-ACCT-ID.
           START ACCTFILE-FILE KEY > FD-ACCT-ID
               INVALID KEY MOVE 'Y' TO END-OF-FILE
           END-START.
           EXIT.

      *****************************************************************
       1660-ADD-GAP-TRAN.
           IF WS-GAP-COUNT >= WS-GAP-MAX-ENTRIES
               DISPLAY 'TOO MANY CHARGES SINCE CHECKPOINT TO RESTART'
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-GAP-COUNT.
           MOVE TRAN-ID       TO WS-GAP-TRAN-ID (WS-GAP-COUNT).
           MOVE TRAN-CARD-NUM TO WS-GAP-CARD (WS-GAP-COUNT).
           MOVE TRAN-TYPE-CD  TO WS-GAP-TYPE (WS-GAP-COUNT).
           MOVE TRAN-AMT      TO WS-GAP-AMT (WS-GAP-COUNT).
           IF TRAN-ID(11:6) > WS-TRAN-ID-SEQ
               MOVE TRAN-ID(11:6) TO WS-TRAN-ID-SEQ
           END-IF.
           EXIT.

      *****************************************************************
       2000-PROCESS-ACCOUNTS.
      *****************************************************************
           IF END-OF-FILE NOT = 'Y'
               PERFORM 2100-READ-ACCOUNT
           END-IF.
           PERFORM UNTIL END-OF-FILE = 'Y'
               ADD 1 TO WS-ACCTS-READ
               SET WS-ACCT-TO-PROCESS TO TRUE
               IF WS-RESTART-RUN
                   PERFORM 2050-CHECK-GAP-ACCOUNT
               END-IF
               IF WS-ACCT-TO-PROCESS
                   PERFORM 2200-CLOSE-ONE-CYCLE
               END-IF
               IF WS-LIVE-MODE
                   PERFORM 7550-CHECK-CHECKPOINT
               END-IF
               PERFORM 2100-READ-ACCOUNT
           END-PERFORM.
           IF WS-LIVE-MODE
               PERFORM 7500-WRITE-CHECKPOINT
           END-IF.

      *****************************************************************
      * Restart only.  The account rewrite is the last step of an     *
      * account's close, so this close's stamp means the account is   *
      * done: its charges are counted back into the totals and the    *
      * by-group row, and it is passed by.  Without the stamp any     *
      * charge already written for it is deleted - along with the     *
      * premium already recorded on its enrollment - and the account  *
      * closes again from the top.                                    *
      *****************************************************************
       2050-CHECK-GAP-ACCOUNT.
           PERFORM 2500-FIND-CARD-FOR-ACCT.
           MOVE TRAN-CARD-NUM TO WS-GAP-ACCT-CARD.
           IF ACCT-LAST-MAINT-TS = WS-RUN-TIMESTAMP
               SET WS-ACCT-ALREADY-DONE TO TRUE
               ADD 1 TO WS-GAP-ACCTS-SKIPPED
               ADD 1 TO WS-CYCLES-ROLLED
               MOVE ACCT-GROUP-ID TO WS-GROUP-WORK
               PERFORM 1550-FIND-OR-ADD-GROUP
               IF WS-GS-SUB > 0
                   ADD 1 TO WS-GS-COUNT (WS-GS-SUB)
               END-IF
           END-IF.
           PERFORM VARYING WS-GAP-SUB FROM 1 BY 1
                   UNTIL WS-GAP-SUB > WS-GAP-COUNT
               IF WS-GAP-CARD (WS-GAP-SUB) = WS-GAP-ACCT-CARD
                   IF WS-ACCT-ALREADY-DONE
                       PERFORM 2060-RECOVER-GAP-TRAN
                   ELSE
                       PERFORM 2070-BACK-OUT-GAP-TRAN
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ACCT-TO-PROCESS AND ACCT-HAS-INSTALLMENTS
               PERFORM 2090-BACK-OUT-GAP-INSTALLMENTS
           END-IF.
           EXIT.

      *****************************************************************
       2060-RECOVER-GAP-TRAN.
           IF WS-GAP-TYPE (WS-GAP-SUB) = '08'
               ADD 1 TO WS-PPI-BILLED-COUNT
               ADD WS-GAP-AMT (WS-GAP-SUB) TO WS-PPI-PREM-TOTAL
           ELSE
               ADD 1 TO WS-INT-POSTED-COUNT
               ADD WS-GAP-AMT (WS-GAP-SUB) TO WS-INT-TOTAL
               IF WS-GS-SUB > 0
                   ADD WS-GAP-AMT (WS-GAP-SUB)
                       TO WS-GS-INT-TOTAL (WS-GS-SUB)
               END-IF
           END-IF.
           EXIT.

      *****************************************************************
       2070-BACK-OUT-GAP-TRAN.
           IF WS-GAP-TYPE (WS-GAP-SUB) = '08'
               PERFORM 2080-BACK-OUT-GAP-PREMIUM
           END-IF.
           MOVE WS-GAP-TRAN-ID (WS-GAP-SUB) TO TRAN-ID.
           DELETE TRAN-FILE.
           IF TRANFILE-STATUS NOT = '00'
               DISPLAY 'ERROR DELETING UNAPPLIED CHARGE: ' TRAN-ID
               MOVE TRANFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-GAP-TRANS-BACKED-OUT.
           EXIT.

      *****************************************************************
      * The enrollment is rewritten just ahead of the account, so an  *
      * abend between the two leaves tonight's premium in the         *
      * life-to-date figure; take it back out before billing again.   *
      *****************************************************************
       2080-BACK-OUT-GAP-PREMIUM.
           MOVE ACCT-ID TO PPI-ACCT-ID.
           READ PPI-FILE.
           IF PPIFILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           IF PPI-LAST-PREM-DATE NOT = WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT PPI-LAST-PREM-AMT FROM PPI-PREM-LTD.
           MOVE ZERO TO PPI-LAST-PREM-AMT.
           REWRITE PPI-ENROLLMENT-RECORD.
           IF PPIFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING PPIFILE FOR ACCOUNT: '
                       ACCT-ID
               MOVE PPIFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
      * The plans are rewritten ahead of the account too.  A plan     *
      * this close already billed gets its installment back - the     *
      * principal returns to the unbilled balance and the plan        *
      * reopens - so the close bills it again from the top.           *
      *****************************************************************
       2090-BACK-OUT-GAP-INSTALLMENTS.
           MOVE 'N' TO WS-INS-EOF-SW.
           MOVE ACCT-ID    TO INS-ACCT-ID.
           MOVE LOW-VALUES TO INS-TRAN-ID.
           START INSTPLAN-FILE KEY >= INS-KEY
               INVALID KEY SET WS-INS-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-INS-SCAN-DONE
               READ INSTPLAN-FILE NEXT
                   AT END SET WS-INS-SCAN-DONE TO TRUE
                   NOT AT END
                       IF INS-ACCT-ID NOT = ACCT-ID
                           SET WS-INS-SCAN-DONE TO TRUE
                       ELSE
                           IF INS-LAST-BILLED-DATE = WS-RUN-DATE
                               PERFORM 2095-BACK-OUT-ONE-INSTALLMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      *****************************************************************
       2095-BACK-OUT-ONE-INSTALLMENT.
           ADD INS-LAST-PRIN-AMT TO INS-UNBILLED-BAL.
           SUBTRACT 1 FROM INS-BILLED-COUNT.
           MOVE INS-PREV-BILLED-DATE TO INS-LAST-BILLED-DATE.
           MOVE ZERO TO INS-LAST-PRIN-AMT
                        INS-LAST-INT-AMT
                        INS-CURR-BILLED-AMT.
           IF INS-FINISHED
               SET INS-ACTIVE TO TRUE
               MOVE SPACES TO INS-END-DATE
           END-IF.
           REWRITE INSTALLMENT-PLAN-RECORD.
           IF INSTPLAN-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING INSTPLAN FOR ACCOUNT: '
                       INS-ACCT-ID
               MOVE INSTPLAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       2100-READ-ACCOUNT.
               ADD 1 TO WS-PENDING-CLOSED-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2700-SUM-OPEN-DISPUTES.
           PERFORM 2800-SUM-INSTALLMENT-PLANS.
           PERFORM 2300-GET-GROUP-RATE.

      *    The group rate is the default; an active hardship plan
           MOVE ZERO TO WS-EFF-INT-RATE.
           MOVE ZERO TO WS-CASH-RATE.
           MOVE ZERO TO WS-PROMO-RATE.
           MOVE 'N' TO WS-PENALTY-RATE-SW.
           IF WS-GROUP-FOUND AND GRP-ACTIVE
               MOVE GRP-INT-RATE TO WS-EFF-INT-RATE
               MOVE GRP-CASH-INT-RATE TO WS-CASH-RATE
               MOVE GRP-PROMO-INT-RATE TO WS-PROMO-RATE
               PERFORM 2355-APPLY-TERMS-HOLD
               PERFORM 2357-APPLY-PENALTY-RATE
           END-IF.
      *    An account-level balance-transfer promo prices the promo
      *    bucket until it expires - and its zero is a real 0% APR,
                   AND ACCT-PROMO-END-DATE = SPACES
               MOVE WS-EFF-INT-RATE TO WS-PROMO-RATE
           END-IF.
           PERFORM 2360-APPLY-SCRA-CAP.

           PERFORM 2365-COMPUTE-AVG-DAILY-BAL.
           PERFORM 2370-ACCRUE-BY-BUCKET.
           PERFORM 2380-QUALIFY-GRACE.
           PERFORM 2390-TALLY-GROUP-SUMMARY.
               EXIT PARAGRAPH
           END-IF.

      *    Interest on the disputed amounts is deferred on the cases
      *    ahead of the account rewrite, so a restart finds each case
      *    already carrying tonight's accrual.
           PERFORM 2750-DEFER-DISPUTE-INTEREST.

      *    Roll the closed cycle's totals before the interest charge
      *    so the charge opens the new cycle rather than inflating
      *    the one just billed.
               ADD WS-INT-AMOUNT TO WS-INT-TOTAL
           END-IF.

      *    Each active installment plan bills this cycle's
      *    installment into the statement just cut.
           IF ACCT-HAS-INSTALLMENTS
               PERFORM 2850-BILL-INSTALLMENTS
           END-IF.

           PERFORM 2600-BILL-PPI-PREMIUM.

      *    What this close bills is next cycle's prior statement
      *    balance for the grace test.
           MOVE ACCT-CURR-BAL TO ACCT-PRIOR-STMT-BAL.
           END-IF.
           EXIT.

      *****************************************************************
      * Servicemembers Civil Relief Act.  While the protection is in  *
      * force - started, and not yet past the release date - no       *
      * bucket accrues above the protection rate, whatever group,     *
      * promo or plan pricing would otherwise apply.                  *
      *****************************************************************
       2360-APPLY-SCRA-CAP.
           MOVE 'N' TO WS-SCRA-CAP-SW.
           MOVE 999.99 TO WS-INS-RATE-CAP.
           MOVE ACCT-ID TO FD-SCR-ACCT-ID.
           READ SCRA-FILE INTO SCRA-PROTECTION-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF SCR-START-DATE > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF.
           IF SCR-END-DATE NOT = SPACES
              AND SCR-END-DATE < WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF.
      *    Installment plan interest is held to the same cap.
           MOVE SCR-RATE-CAP TO WS-INS-RATE-CAP.
           IF WS-EFF-INT-RATE > SCR-RATE-CAP
               MOVE SCR-RATE-CAP TO WS-EFF-INT-RATE
               SET WS-SCRA-CAP-IN-USE TO TRUE
           END-IF.
           IF WS-CASH-RATE > SCR-RATE-CAP
               MOVE SCR-RATE-CAP TO WS-CASH-RATE
               SET WS-SCRA-CAP-IN-USE TO TRUE
           END-IF.
           IF WS-PROMO-RATE > SCR-RATE-CAP
               MOVE SCR-RATE-CAP TO WS-PROMO-RATE
               SET WS-SCRA-CAP-IN-USE TO TRUE
           END-IF.
           IF WS-SCRA-CAP-IN-USE
               ADD 1 TO WS-SCRA-CAP-COUNT
           END-IF.
           EXIT.

      *****************************************************************
      * Change-in-terms hold.  When CBGRPPRM raised the group rate    *
      * before this account's advance notice had run, CITNOTC holds   *
      * a row at the old rate; until the apply-from date arrives the  *
      * purchase rate stays at the old rate (and the cash rate, when  *
      * it falls back to purchase pricing, follows).                  *
      *****************************************************************
       2355-APPLY-TERMS-HOLD.
           MOVE ACCT-ID       TO CIT-ACCT-ID.
           MOVE ACCT-GROUP-ID TO CIT-GRP-ID.
           MOVE LOW-VALUES    TO CIT-EFF-DATE.
           START CIT-FILE KEY IS NOT LESS THAN CIT-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL CITFILE-STATUS NOT = '00'
               READ CIT-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               IF CITFILE-STATUS NOT = '00'
                   EXIT PERFORM
               END-IF
               IF CIT-ACCT-ID NOT = ACCT-ID
                  OR CIT-GRP-ID NOT = ACCT-GROUP-ID
                   EXIT PERFORM
               END-IF
               IF CIT-HELD
                  AND (CIT-APPLY-FROM-DATE = SPACES
                       OR CIT-APPLY-FROM-DATE > WS-RUN-DATE)
                  AND CIT-OLD-RATE < WS-EFF-INT-RATE
                   MOVE CIT-OLD-RATE TO WS-EFF-INT-RATE
                   ADD 1 TO WS-CIT-HELD-COUNT
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
      * Penalty pricing.  An account CBDLQ01C has noticed for penalty *
      * pricing takes the group penalty rate on its purchase and cash *
      * balances from the effective date on - the advance notice      *
      * period must have run first.  A hardship plan or an SCRA cap   *
      * applied afterwards still overrides it.                        *
      *****************************************************************
       2357-APPLY-PENALTY-RATE.
           IF GRP-PENALTY-INT-RATE NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           IF NOT ACCT-PENALTY-ACTIVE
               IF NOT ACCT-PENALTY-NOTICED
                  OR ACCT-PENALTY-EFF-DATE = SPACES
                  OR ACCT-PENALTY-EFF-DATE > WS-RUN-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF GRP-PENALTY-INT-RATE > WS-EFF-INT-RATE
               MOVE GRP-PENALTY-INT-RATE TO WS-EFF-INT-RATE
               SET WS-PENALTY-RATE-IN-USE TO TRUE
           END-IF.
           IF WS-CASH-RATE NOT = ZERO
              AND GRP-PENALTY-INT-RATE > WS-CASH-RATE
               MOVE GRP-PENALTY-INT-RATE TO WS-CASH-RATE
               SET WS-PENALTY-RATE-IN-USE TO TRUE
           END-IF.
           IF WS-PENALTY-RATE-IN-USE
               ADD 1 TO WS-PENALTY-RATE-COUNT
           END-IF.
           EXIT.

      *****************************************************************
      * Per-bucket accrual.  Each balance bucket earns at its own     *
      * rate; an account with no bucketed history (all buckets zero)  *
      *    balance is frozen for the estate.  A charged-off account
      *    accrues nothing either: the receivable left the account
      *    master and anything recovered posts through the recovery
      *    ledger, the way CBDLQ01C already stands aside.  Nor does
      *    an account in bankruptcy while the case is open or
      *    discharged.
           IF ACCT-DECEASED OR ACCT-CHARGED-OFF
              OR ACCT-IN-BANKRUPTCY
               MOVE ZERO TO WS-INT-PURCHASE
               MOVE ZERO TO WS-INT-CASH
               MOVE ZERO TO WS-INT-PROMO
           COMPUTE WS-BUCKET-SUM =
               ACCT-BAL-PURCHASE + ACCT-BAL-CASH + ACCT-BAL-PROMO.

      *    A disputed purchase still in the balance is held out of
      *    the purchase base (the whole base when there are no
      *    buckets) while its case is open; so is the unbilled
      *    principal of an installment plan, which is priced on the
      *    plan's own terms.
           COMPUTE WS-BASE-PURCHASE =
               ACCT-BAL-PURCHASE - WS-DSP-HELD - WS-INS-UNBILLED.
           COMPUTE WS-BASE-CURR-BAL =
               ACCT-CURR-BAL - WS-DSP-HELD - WS-INS-UNBILLED.
           IF WS-BASE-PURCHASE < ZERO
               MOVE ZERO TO WS-BASE-PURCHASE
           END-IF.
           IF WS-BASE-CURR-BAL < ZERO
               MOVE ZERO TO WS-BASE-CURR-BAL
           END-IF.

           IF WS-ADB-FOUND
               PERFORM 2375-ACCRUE-ON-ADB
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ADB-FALLBACK-COUNT.

           IF WS-BUCKET-SUM = ZERO
               IF WS-BASE-CURR-BAL > 0 AND WS-EFF-INT-RATE > 0
                   COMPUTE WS-INT-AMOUNT ROUNDED =
                       WS-BASE-CURR-BAL * WS-EFF-INT-RATE / 1200
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-BASE-PURCHASE > 0 AND WS-EFF-INT-RATE > 0
               COMPUTE WS-INT-PURCHASE ROUNDED =
                   WS-BASE-PURCHASE * WS-EFF-INT-RATE / 1200
           END-IF.
           IF ACCT-BAL-CASH > 0 AND WS-CASH-RATE > 0
               COMPUTE WS-INT-CASH ROUNDED =
           ADD WS-INT-PROMO    TO ACCT-BAL-PROMO.
           EXIT.

      *****************************************************************
      * Daily-rate accrual on the cycle's average daily balances.  A  *
      * legacy account with no buckets prices the average of its      *
      * whole balance at the purchase rate.                           *
      *****************************************************************
       2375-ACCRUE-ON-ADB.
           ADD 1 TO WS-ADB-ACCRUAL-COUNT.
           SUBTRACT WS-DSP-HELD WS-INS-UNBILLED FROM WS-ADB-PURCHASE.
           SUBTRACT WS-DSP-HELD WS-INS-UNBILLED FROM WS-ADB-CURR-BAL.
           IF WS-ADB-PURCHASE < ZERO
               MOVE ZERO TO WS-ADB-PURCHASE
           END-IF.
           IF WS-ADB-CURR-BAL < ZERO
               MOVE ZERO TO WS-ADB-CURR-BAL
           END-IF.
           IF WS-BUCKET-SUM = ZERO
               IF WS-ADB-CURR-BAL > 0 AND WS-EFF-INT-RATE > 0
                   COMPUTE WS-INT-AMOUNT ROUNDED =
                       WS-ADB-CURR-BAL * WS-EFF-INT-RATE
                       * WS-ADB-CYCLE-DAYS / 36500
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-ADB-PURCHASE > 0 AND WS-EFF-INT-RATE > 0
               COMPUTE WS-INT-PURCHASE ROUNDED =
                   WS-ADB-PURCHASE * WS-EFF-INT-RATE
                   * WS-ADB-CYCLE-DAYS / 36500
           END-IF.
           IF WS-ADB-CASH > 0 AND WS-CASH-RATE > 0
               COMPUTE WS-INT-CASH ROUNDED =
                   WS-ADB-CASH * WS-CASH-RATE
                   * WS-ADB-CYCLE-DAYS / 36500
           END-IF.
           IF WS-ADB-PROMO > 0 AND WS-PROMO-RATE > 0
               COMPUTE WS-INT-PROMO ROUNDED =
                   WS-ADB-PROMO * WS-PROMO-RATE
                   * WS-ADB-CYCLE-DAYS / 36500
           END-IF.

           COMPUTE WS-INT-AMOUNT =
               WS-INT-PURCHASE + WS-INT-CASH + WS-INT-PROMO.
           ADD WS-INT-PURCHASE TO ACCT-BAL-PURCHASE.
           ADD WS-INT-CASH     TO ACCT-BAL-CASH.
           ADD WS-INT-PROMO    TO ACCT-BAL-PROMO.
           EXIT.

      *****************************************************************
      * Averages the account's DAILYBAL rows from the window start    *
      * through the close.  WS-ADB-FOUND on exit means at least one   *
      * snapshot fell in the cycle; the averages and cycle days are   *
      * left on the account for the statement (zero days otherwise).  *
      *****************************************************************
       2365-COMPUTE-AVG-DAILY-BAL.
           MOVE 'N' TO WS-ADB-FOUND-SW.
           MOVE 'N' TO WS-ADB-SCAN-SW.
           INITIALIZE WS-ADB-FIELDS.
           MOVE ZERO TO WS-ADB-CYCLE-DAYS.

           MOVE WS-WINDOW-START TO WS-ADB-DATE-IN.
           PERFORM 2368-DATE-TO-DAYNUM.
           MOVE WS-ADB-DAYNUM TO WS-ADB-START-DAY.
           MOVE WS-RUN-DATE TO WS-ADB-DATE-IN.
           PERFORM 2368-DATE-TO-DAYNUM.
           MOVE WS-ADB-DAYNUM TO WS-ADB-END-DAY.
           IF WS-ADB-END-DAY < WS-ADB-START-DAY
               SET WS-ADB-SCAN-DONE TO TRUE
           END-IF.

           MOVE ACCT-ID         TO DBL-ACCT-ID.
           MOVE WS-WINDOW-START TO DBL-BAL-DATE.
           IF NOT WS-ADB-SCAN-DONE
               START DBAL-FILE KEY IS NOT LESS THAN DBL-KEY
                   INVALID KEY
                       SET WS-ADB-SCAN-DONE TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL WS-ADB-SCAN-DONE
               READ DBAL-FILE NEXT
                   AT END
                       SET WS-ADB-SCAN-DONE TO TRUE
                   NOT AT END
                       IF DBL-ACCT-ID NOT = ACCT-ID
                          OR DBL-BAL-DATE > WS-RUN-DATE
                           SET WS-ADB-SCAN-DONE TO TRUE
                       ELSE
                           PERFORM 2367-WEIGH-ONE-SNAPSHOT
                       END-IF
               END-READ
           END-PERFORM.

           IF NOT WS-ADB-FOUND
               MOVE ZERO TO ACCT-ADB-PURCHASE
               MOVE ZERO TO ACCT-ADB-CASH
               MOVE ZERO TO ACCT-ADB-PROMO
               MOVE ZERO TO ACCT-ADB-DAYS
               EXIT PARAGRAPH
           END-IF.

      *    The last snapshot stands through the close itself.
           COMPUTE WS-ADB-SPAN = WS-ADB-END-DAY - WS-ADB-PRV-DAY + 1.
           PERFORM 2369-ADD-PRIOR-SPAN.
           COMPUTE WS-ADB-CYCLE-DAYS =
               WS-ADB-END-DAY - WS-ADB-START-DAY + 1.
           COMPUTE WS-ADB-PURCHASE ROUNDED =
               WS-ADB-SUM-PURCHASE / WS-ADB-CYCLE-DAYS.
           COMPUTE WS-ADB-CASH ROUNDED =
               WS-ADB-SUM-CASH / WS-ADB-CYCLE-DAYS.
           COMPUTE WS-ADB-PROMO ROUNDED =
               WS-ADB-SUM-PROMO / WS-ADB-CYCLE-DAYS.
           COMPUTE WS-ADB-CURR-BAL ROUNDED =
               WS-ADB-SUM-CURR-BAL / WS-ADB-CYCLE-DAYS.

      *    A bucketless account's whole average is purchase-priced.
           IF ACCT-BAL-PURCHASE + ACCT-BAL-CASH + ACCT-BAL-PROMO
                   = ZERO
               MOVE WS-ADB-CURR-BAL TO ACCT-ADB-PURCHASE
               MOVE ZERO            TO ACCT-ADB-CASH
               MOVE ZERO            TO ACCT-ADB-PROMO
           ELSE
               MOVE WS-ADB-PURCHASE TO ACCT-ADB-PURCHASE
               MOVE WS-ADB-CASH     TO ACCT-ADB-CASH
               MOVE WS-ADB-PROMO    TO ACCT-ADB-PROMO
           END-IF.
           IF WS-ADB-CYCLE-DAYS > 99
               MOVE 99 TO ACCT-ADB-DAYS
           ELSE
               MOVE WS-ADB-CYCLE-DAYS TO ACCT-ADB-DAYS
           END-IF.
           EXIT.

      *****************************************************************
      * The first row in the cycle also covers the days ahead of it;  *
      * every later row closes out the span of the row before it.     *
      *****************************************************************
       2367-WEIGH-ONE-SNAPSHOT.
           MOVE DBL-BAL-DATE TO WS-ADB-DATE-IN.
           PERFORM 2368-DATE-TO-DAYNUM.
           MOVE WS-ADB-DAYNUM TO WS-ADB-ROW-DAY.
           IF WS-ADB-FOUND
               COMPUTE WS-ADB-SPAN = WS-ADB-ROW-DAY - WS-ADB-PRV-DAY
           ELSE
               SET WS-ADB-FOUND TO TRUE
               MOVE DBL-BAL-PURCHASE TO WS-ADB-PRV-PURCHASE
               MOVE DBL-BAL-CASH     TO WS-ADB-PRV-CASH
               MOVE DBL-BAL-PROMO    TO WS-ADB-PRV-PROMO
               MOVE DBL-CURR-BAL     TO WS-ADB-PRV-CURR-BAL
               COMPUTE WS-ADB-SPAN = WS-ADB-ROW-DAY - WS-ADB-START-DAY
           END-IF.
           PERFORM 2369-ADD-PRIOR-SPAN.
           MOVE WS-ADB-ROW-DAY   TO WS-ADB-PRV-DAY.
           MOVE DBL-BAL-PURCHASE TO WS-ADB-PRV-PURCHASE.
           MOVE DBL-BAL-CASH     TO WS-ADB-PRV-CASH.
           MOVE DBL-BAL-PROMO    TO WS-ADB-PRV-PROMO.
           MOVE DBL-CURR-BAL     TO WS-ADB-PRV-CURR-BAL.
           EXIT.

       2368-DATE-TO-DAYNUM.
           MOVE WS-ADB-DATE-IN(1:4) TO WS-ADB-YYYY.
           MOVE WS-ADB-DATE-IN(6:2) TO WS-ADB-MM.
           MOVE WS-ADB-DATE-IN(9:2) TO WS-ADB-DD.
           COMPUTE WS-ADB-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-ADB-YMD).
           EXIT.

       2369-ADD-PRIOR-SPAN.
           IF WS-ADB-SPAN > 0
               COMPUTE WS-ADB-SUM-PURCHASE = WS-ADB-SUM-PURCHASE
                       + WS-ADB-PRV-PURCHASE * WS-ADB-SPAN
               COMPUTE WS-ADB-SUM-CASH = WS-ADB-SUM-CASH
                       + WS-ADB-PRV-CASH * WS-ADB-SPAN
               COMPUTE WS-ADB-SUM-PROMO = WS-ADB-SUM-PROMO
                       + WS-ADB-PRV-PROMO * WS-ADB-SPAN
               COMPUTE WS-ADB-SUM-CURR-BAL = WS-ADB-SUM-CURR-BAL
                       + WS-ADB-PRV-CURR-BAL * WS-ADB-SPAN
           END-IF.
           EXIT.

      *****************************************************************
      * Grace qualification.  A prior statement fully paid by its due *
      * date keeps (or works toward regaining) the grace period, and  *
               END-IF
           END-PERFORM.

      *    Installment principal not yet billed was never due, so
      *    paying the rest of the statement balance keeps grace.
           COMPUTE WS-PRIOR-DUE = ACCT-PRIOR-STMT-BAL - WS-INS-UNBILLED.
           IF WS-PRIOR-DUE <= ZERO
              OR WS-PRIOR-PAID >= WS-PRIOR-DUE
               EVALUATE TRUE
                   WHEN ACCT-GRACE-IN
                       SET WS-GRACE-SUPPRESS TO TRUE
           MOVE 0005              TO TRAN-CAT-CD.
           MOVE 'CYCLECLSE'       TO TRAN-SOURCE.
           MOVE WS-EFF-INT-RATE TO WS-INT-RATE-DIS.
           EVALUATE TRUE
               WHEN WS-SCRA-CAP-IN-USE
                   STRING 'INTEREST CHARGED - SCRA CAPPED RATE '
                          WS-INT-RATE-DIS
                       DELIMITED BY SIZE
                       INTO TRAN-DESC
                   END-STRING
               WHEN WS-PLAN-RATE-IN-USE
                   STRING 'INTEREST CHARGED - HARDSHIP PLAN RATE '
                          WS-INT-RATE-DIS
                       DELIMITED BY SIZE
                       INTO TRAN-DESC
                   END-STRING
               WHEN WS-PENALTY-RATE-IN-USE
                   STRING 'INTEREST CHARGED - PENALTY RATE '
                          WS-INT-RATE-DIS
                       DELIMITED BY SIZE
                       INTO TRAN-DESC
                   END-STRING
               WHEN OTHER
                   STRING 'INTEREST CHARGED - GROUP ' ACCT-GROUP-ID
                          ' RATE ' WS-INT-RATE-DIS
                       DELIMITED BY SIZE
                       INTO TRAN-DESC
                   END-STRING
           END-EVALUATE.
           MOVE WS-INT-AMOUNT     TO TRAN-AMT.
           MOVE ZERO              TO TRAN-MERCHANT-ID.
           MOVE SPACES            TO TRAN-MERCHANT-NAME
           END-IF.
           EXIT.

      *****************************************************************
      * Payment protection premium: the enrollment's rate for each    *
      * hundred dollars of the closing balance, interest included,    *
      * posted as its own transaction after the interest charge.  No  *
      * premium is billed while a claim benefit is suspending the     *
      * minimum payment, on a balance of zero or less, or on an       *
      * account that has stopped accruing (deceased, charged off, in  *
      * bankruptcy).                                                  *
      *****************************************************************
       2600-BILL-PPI-PREMIUM.
           MOVE ACCT-ID TO PPI-ACCT-ID.
           READ PPI-FILE.
           EVALUATE PPIFILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY 'ERROR READING PPIFILE FOR ACCOUNT: '
                           ACCT-ID
                   MOVE PPIFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           IF NOT PPI-ENROLLED
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-DECEASED OR ACCT-CHARGED-OFF OR ACCT-IN-BANKRUPTCY
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-PPI-BENEFIT-END NOT = SPACES
                   AND ACCT-PPI-BENEFIT-END NOT < WS-RUN-DATE
               ADD 1 TO WS-PPI-WAIVED-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-CURR-BAL NOT > ZERO
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-PPI-PREMIUM ROUNDED =
               ACCT-CURR-BAL * PPI-RATE-PER-100 / 100.
           IF WS-PPI-PREMIUM NOT > ZERO
               EXIT PARAGRAPH
           END-IF.

           ADD WS-PPI-PREMIUM TO ACCT-CURR-BAL.
           ADD WS-PPI-PREMIUM TO ACCT-CURR-CYC-DEBIT.
      *    Segmented accounts carry the premium in the purchase bucket.
           COMPUTE WS-BUCKET-SUM =
               ACCT-BAL-PURCHASE + ACCT-BAL-CASH + ACCT-BAL-PROMO.
           IF WS-BUCKET-SUM NOT = ZERO
               ADD WS-PPI-PREMIUM TO ACCT-BAL-PURCHASE
           END-IF.
           PERFORM 2650-POST-PPI-PREMIUM-TRAN.

           MOVE WS-RUN-DATE    TO PPI-LAST-PREM-DATE.
           MOVE WS-PPI-PREMIUM TO PPI-LAST-PREM-AMT.
           COMPUTE PPI-LAST-PREM-BAL = ACCT-CURR-BAL - WS-PPI-PREMIUM.
           ADD WS-PPI-PREMIUM  TO PPI-PREM-LTD.
           REWRITE PPI-ENROLLMENT-RECORD.
           IF PPIFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING PPIFILE FOR ACCOUNT: '
                       ACCT-ID
               MOVE PPIFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-PPI-BILLED-COUNT.
           ADD WS-PPI-PREMIUM TO WS-PPI-PREM-TOTAL.
           EXIT.

      *****************************************************************
       2650-POST-PPI-PREMIUM-TRAN.
           INITIALIZE TRAN-RECORD.
           ADD 1 TO WS-TRAN-ID-SEQ.
           MOVE WS-TRAN-ID-FIELDS TO TRAN-ID.
           MOVE '08'              TO TRAN-TYPE-CD.
           MOVE 0001              TO TRAN-CAT-CD.
           MOVE 'CYCLECLSE'       TO TRAN-SOURCE.
           MOVE PPI-RATE-PER-100  TO WS-PPI-RATE-DIS.
           STRING 'PAYMENT PROTECTION PREMIUM - RATE '
                  WS-PPI-RATE-DIS ' PER 100'
               DELIMITED BY SIZE
               INTO TRAN-DESC
           END-STRING.
           MOVE WS-PPI-PREMIUM    TO TRAN-AMT.
           MOVE ZERO              TO TRAN-MERCHANT-ID.
           MOVE SPACES            TO TRAN-MERCHANT-NAME
                                     TRAN-MERCHANT-CITY
                                     TRAN-MERCHANT-ZIP.
           PERFORM 2500-FIND-CARD-FOR-ACCT.
           MOVE WS-RUN-TIMESTAMP  TO TRAN-ORIG-TS.
           MOVE WS-RUN-TIMESTAMP  TO TRAN-PROC-TS.

           PERFORM 2450-WRITE-INTEREST-TRAN.
           EXIT.

      *****************************************************************
      * Restamps the account with its open disputes: the total under  *
      * investigation for the statement, and the part still carried  *
      * in the balance, which the accrual below, the statement's      *
      * minimum and the delinquency run all hold out.                 *
      *****************************************************************
       2700-SUM-OPEN-DISPUTES.
           MOVE ZERO TO WS-DSP-HELD.
           MOVE ZERO TO ACCT-DISPUTE-AMT.
           PERFORM VARYING WS-DSP-SUB FROM 1 BY 1
               UNTIL WS-DSP-SUB > WS-DSP-COUNT
               IF WS-DSP-TBL-ACCT (WS-DSP-SUB) = ACCT-ID
                   ADD WS-DSP-TBL-AMT (WS-DSP-SUB) TO ACCT-DISPUTE-AMT
                   IF WS-DSP-TBL-HELD (WS-DSP-SUB)
                       ADD WS-DSP-TBL-AMT (WS-DSP-SUB) TO WS-DSP-HELD
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-DSP-HELD TO ACCT-DISPUTE-HELD-AMT.
           IF WS-DSP-HELD > ZERO
               ADD 1 TO WS-DSP-HELD-COUNT
           END-IF.
           EXIT.

      *****************************************************************
      * Each open case defers the interest its amount would have      *
      * accrued this cycle at the account's purchase rate, on the     *
      * same daily or monthly convention the account priced on.       *
      * Nothing is deferred where nothing would have accrued - an     *
      * account in grace, or one that accrues no interest at all.     *
      * The case's cycle stamp keeps a rerun from deferring twice.    *
      *****************************************************************
       2750-DEFER-DISPUTE-INTEREST.
           IF WS-EFF-INT-RATE NOT > ZERO
              OR WS-GRACE-SUPPRESS
              OR ACCT-DECEASED OR ACCT-CHARGED-OFF
              OR ACCT-IN-BANKRUPTCY
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-DSP-SUB FROM 1 BY 1
               UNTIL WS-DSP-SUB > WS-DSP-COUNT
               IF WS-DSP-TBL-ACCT (WS-DSP-SUB) = ACCT-ID
                   PERFORM 2760-DEFER-ONE-CASE
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
       2760-DEFER-ONE-CASE.
           MOVE WS-DSP-TBL-CASE (WS-DSP-SUB) TO DIS-CASE-ID.
           READ DISP-FILE.
           IF DISPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR READING DISPFILE FOR CASE: '
                       DIS-CASE-ID
               MOVE DISPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           IF DIS-DEFER-INT-LAST-CYC = WS-TRAN-ID-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ADB-FOUND
               COMPUTE WS-DSP-DEFER-AMT ROUNDED =
                   DIS-AMT-DISPUTED * WS-EFF-INT-RATE
                   * WS-ADB-CYCLE-DAYS / 36500
           ELSE
               COMPUTE WS-DSP-DEFER-AMT ROUNDED =
                   DIS-AMT-DISPUTED * WS-EFF-INT-RATE / 1200
           END-IF.
           IF DIS-DEFER-INT-AMT NOT NUMERIC
               MOVE ZERO TO DIS-DEFER-INT-AMT
           END-IF.
           ADD WS-DSP-DEFER-AMT TO DIS-DEFER-INT-AMT.
           MOVE WS-TRAN-ID-DATE TO DIS-DEFER-INT-LAST-CYC.
           REWRITE DISPUTE-CASE-RECORD.
           IF DISPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING DISPFILE FOR CASE: '
                       DIS-CASE-ID
               MOVE DISPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-DSP-DEFERRED-COUNT.
           EXIT.

      *****************************************************************
      * The unbilled principal of the account's active installment    *
      * plans, held out of the revolving interest base and the grace  *
      * test.  Taken before tonight's installments are billed: it is  *
      * the plan balance the account carried through the cycle.       *
      *****************************************************************
       2800-SUM-INSTALLMENT-PLANS.
           MOVE ZERO TO WS-INS-UNBILLED.
           IF NOT ACCT-HAS-INSTALLMENTS
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-INS-EOF-SW.
           MOVE ACCT-ID    TO INS-ACCT-ID.
           MOVE LOW-VALUES TO INS-TRAN-ID.
           START INSTPLAN-FILE KEY >= INS-KEY
               INVALID KEY SET WS-INS-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-INS-SCAN-DONE
               READ INSTPLAN-FILE NEXT
                   AT END SET WS-INS-SCAN-DONE TO TRUE
                   NOT AT END
                       IF INS-ACCT-ID NOT = ACCT-ID
                           SET WS-INS-SCAN-DONE TO TRUE
                       ELSE
                           IF INS-ACTIVE
                               ADD INS-UNBILLED-BAL TO WS-INS-UNBILLED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      *****************************************************************
      * Bills one installment on each active plan and clears last     *
      * cycle's billed amount from the plans that have stopped.  The  *
      * account keeps its installment flag while any plan still has a *
      * billed amount due; a charged-off account's plans stand still  *
      * with the rest of its balance.                                 *
      *****************************************************************
       2850-BILL-INSTALLMENTS.
           IF ACCT-CHARGED-OFF
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-INS-BILLING-SW.
           MOVE 'N' TO WS-INS-EOF-SW.
           MOVE ACCT-ID    TO INS-ACCT-ID.
           MOVE LOW-VALUES TO INS-TRAN-ID.
           START INSTPLAN-FILE KEY >= INS-KEY
               INVALID KEY SET WS-INS-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-INS-SCAN-DONE
               READ INSTPLAN-FILE NEXT
                   AT END SET WS-INS-SCAN-DONE TO TRUE
                   NOT AT END
                       IF INS-ACCT-ID NOT = ACCT-ID
                           SET WS-INS-SCAN-DONE TO TRUE
                       ELSE
                           PERFORM 2860-BILL-ONE-INSTALLMENT
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT WS-INS-STILL-BILLING
               MOVE 'N' TO ACCT-INSTALL-IND
           END-IF.
           EXIT.

      *****************************************************************
      * A fee-priced plan bills its fixed principal; a rate-priced    *
      * plan bills interest on the unbilled balance at the plan rate  *
      * (held to an SCRA cap in force, nothing for an account that    *
      * has stopped accruing) and the rest of its fixed amount as     *
      * principal.  The last installment takes whatever principal is  *
      * left, and the plan is finished.                               *
      *****************************************************************
       2860-BILL-ONE-INSTALLMENT.
           IF INS-LAST-BILLED-DATE = WS-RUN-DATE
               SET WS-INS-STILL-BILLING TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NOT INS-ACTIVE
               IF INS-CURR-BILLED-AMT NOT = ZERO
                   MOVE ZERO TO INS-CURR-BILLED-AMT
                   PERFORM 2890-REWRITE-PLAN
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-INS-INT.
           MOVE ZERO TO WS-INS-RATE.
           IF INS-RATE-PRICED
              AND NOT (ACCT-DECEASED OR ACCT-IN-BANKRUPTCY)
               MOVE INS-PLAN-RATE TO WS-INS-RATE
               IF WS-INS-RATE > WS-INS-RATE-CAP
                   MOVE WS-INS-RATE-CAP TO WS-INS-RATE
               END-IF
               COMPUTE WS-INS-INT ROUNDED =
                   INS-UNBILLED-BAL * WS-INS-RATE / 1200
           END-IF.
           IF INS-RATE-PRICED
               COMPUTE WS-INS-PRIN = INS-MONTHLY-AMT - WS-INS-INT
           ELSE
               MOVE INS-MONTHLY-AMT TO WS-INS-PRIN
           END-IF.
           IF WS-INS-PRIN < ZERO
               MOVE ZERO TO WS-INS-PRIN
           END-IF.
           IF WS-INS-PRIN > INS-UNBILLED-BAL
              OR INS-BILLED-COUNT + 1 >= INS-TERM-MONTHS
               MOVE INS-UNBILLED-BAL TO WS-INS-PRIN
           END-IF.

           MOVE INS-LAST-BILLED-DATE TO INS-PREV-BILLED-DATE.
           MOVE WS-RUN-DATE          TO INS-LAST-BILLED-DATE.
           MOVE WS-INS-PRIN          TO INS-LAST-PRIN-AMT.
           MOVE WS-INS-INT           TO INS-LAST-INT-AMT.
           COMPUTE INS-CURR-BILLED-AMT = WS-INS-PRIN + WS-INS-INT.
           SUBTRACT WS-INS-PRIN FROM INS-UNBILLED-BAL.
           ADD 1 TO INS-BILLED-COUNT.
           ADD 1 TO WS-INS-BILLED-COUNT.
           IF INS-UNBILLED-BAL NOT > ZERO
               MOVE ZERO TO INS-UNBILLED-BAL
               SET INS-FINISHED TO TRUE
               MOVE WS-RUN-DATE TO INS-END-DATE
               ADD 1 TO WS-INS-FINISHED-COUNT
           END-IF.
           SET WS-INS-STILL-BILLING TO TRUE.

      *    The interest posts ahead of the plan rewrite, so a restart
      *    that deletes it finds the plan not yet billed.
           IF WS-INS-INT > ZERO
               PERFORM 2870-POST-PLAN-INTEREST-TRAN
           END-IF.
           PERFORM 2890-REWRITE-PLAN.
           EXIT.

      *****************************************************************
      * Plan interest is interest: it joins the close's interest      *
      * count and total, and the group's row, like the revolving      *
      * charge.                                                       *
      *****************************************************************
       2870-POST-PLAN-INTEREST-TRAN.
           ADD WS-INS-INT TO ACCT-CURR-BAL.
           ADD WS-INS-INT TO ACCT-CURR-CYC-DEBIT.
           COMPUTE WS-BUCKET-SUM =
               ACCT-BAL-PURCHASE + ACCT-BAL-CASH + ACCT-BAL-PROMO.
           IF WS-BUCKET-SUM NOT = ZERO
               ADD WS-INS-INT TO ACCT-BAL-PURCHASE
           END-IF.

           INITIALIZE TRAN-RECORD.
           ADD 1 TO WS-TRAN-ID-SEQ.
           MOVE WS-TRAN-ID-FIELDS TO TRAN-ID.
           MOVE '03'              TO TRAN-TYPE-CD.
           MOVE 0005              TO TRAN-CAT-CD.
           MOVE 'CYCLECLSE'       TO TRAN-SOURCE.
           MOVE WS-INS-RATE       TO WS-INT-RATE-DIS.
           STRING 'INTEREST CHARGED - INSTALLMENT PLAN RATE '
                  WS-INT-RATE-DIS
               DELIMITED BY SIZE
               INTO TRAN-DESC
           END-STRING.
           MOVE WS-INS-INT        TO TRAN-AMT.
           MOVE ZERO              TO TRAN-MERCHANT-ID.
           MOVE SPACES            TO TRAN-MERCHANT-NAME
                                     TRAN-MERCHANT-CITY
                                     TRAN-MERCHANT-ZIP.
           PERFORM 2500-FIND-CARD-FOR-ACCT.
           MOVE WS-RUN-TIMESTAMP  TO TRAN-ORIG-TS.
           MOVE WS-RUN-TIMESTAMP  TO TRAN-PROC-TS.

           PERFORM 2450-WRITE-INTEREST-TRAN.
           ADD 1 TO WS-INT-POSTED-COUNT.
           ADD WS-INS-INT TO WS-INT-TOTAL.
           IF WS-GS-SUB > 0
               ADD WS-INS-INT TO WS-GS-INT-TOTAL (WS-GS-SUB)
           END-IF.
           EXIT.

      *****************************************************************
       2890-REWRITE-PLAN.
           REWRITE INSTALLMENT-PLAN-RECORD.
           IF INSTPLAN-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING INSTPLAN FOR ACCOUNT: '
                       INS-ACCT-ID
               MOVE INSTPLAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
      * The live close files its by-group figures for the next       *
      * simulation's compare column; the simulation writes the       *
           END-PERFORM.
           EXIT.

      *****************************************************************
      * Checkpoint: the by-group rows as they stand, then the control *
      * record - the close it belongs to, the last account fully      *
      * closed, the id sequence reached and the running totals.       *
      *****************************************************************
       7500-WRITE-CHECKPOINT.
           PERFORM VARYING WS-GS-SUB FROM 1 BY 1
                   UNTIL WS-GS-SUB > WS-GS-COUNT-USED
               MOVE SPACES         TO CHECKPOINT-RECORD
               SET CKP-DETAIL-REC  TO TRUE
               MOVE 'CBINT01C'     TO CKP-JOB-NAME
               MOVE WS-GS-ENTRY (WS-GS-SUB) TO CKP-DETAIL-IMAGE
               PERFORM 7560-PUT-CHECKPOINT-REC
           END-PERFORM.
           ACCEPT WS-CKP-TIME FROM TIME.
           MOVE SPACES            TO CHECKPOINT-RECORD.
           SET CKP-CONTROL-REC    TO TRUE.
           MOVE 'CBINT01C'        TO CKP-JOB-NAME.
           MOVE WS-RUN-TIMESTAMP  TO CKP-RUN-TS.
           MOVE WS-CKP-LAST-KEY   TO CKP-LAST-KEY.
           MOVE WS-TRAN-ID-SEQ    TO CKP-TRAN-SEQ.
           MOVE ZERO              TO CKP-AUX-SEQ.
           MOVE WS-ACCTS-READ     TO CKP-UNITS-DONE.
           MOVE WS-GS-COUNT-USED  TO CKP-DETAIL-COUNT.
           MOVE WS-CKP-TIME       TO CKP-WRITE-TIME.
           MOVE WS-RUN-COUNTS             TO WS-CKP-RUN-COUNTS.
           MOVE WS-GRACE-COUNTS           TO WS-CKP-GRACE-COUNTS.
           MOVE WS-INT-TOTAL              TO WS-CKP-INT-TOTAL.
           MOVE WS-PPI-PREM-TOTAL         TO WS-CKP-PPI-PREM-TOTAL.
           MOVE WS-OTHER-CYCLE-COUNT      TO WS-CKP-OTHER-CYCLE.
           MOVE WS-PENDING-CLOSED-SKIPPED TO WS-CKP-PENDING-SKIPPED.
           MOVE WS-CKP-TOTALS     TO CKP-TOTALS-IMAGE.
           PERFORM 7560-PUT-CHECKPOINT-REC.
           EXIT.

      *****************************************************************
       7550-CHECK-CHECKPOINT.
           MOVE ACCT-ID TO WS-CKP-LAST-KEY.
           ADD 1 TO WS-CKP-SINCE-LAST.
           IF WS-CKP-SINCE-LAST >= WS-CHECKPOINT-INTERVAL
               PERFORM 7500-WRITE-CHECKPOINT
               MOVE ZERO TO WS-CKP-SINCE-LAST
           END-IF.
           EXIT.

      *****************************************************************
       7560-PUT-CHECKPOINT-REC.
           WRITE FD-CHKPTFILE-REC FROM CHECKPOINT-RECORD.
           IF CHKPTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CHECKPOINT FILE'
               MOVE CHKPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY '  GROUPS NOT ON FILE    : ' WS-GROUP-MISSING-COUNT.
           DISPLAY '  GROUPS INACTIVE       : ' WS-GROUP-INACTIVE-COUNT.
           DISPLAY '  PLAN-RATE ACCRUALS    : ' WS-PLAN-RATE-COUNT.
           DISPLAY '  SCRA-CAPPED ACCRUALS  : ' WS-SCRA-CAP-COUNT.
           DISPLAY '  TERMS-HELD ACCRUALS   : ' WS-CIT-HELD-COUNT.
           DISPLAY '  PENALTY-RATE ACCRUALS : ' WS-PENALTY-RATE-COUNT.
           DISPLAY '  AVG-DAILY-BAL ACCRUALS: ' WS-ADB-ACCRUAL-COUNT.
           DISPLAY '  NO-SNAPSHOT FALLBACKS : ' WS-ADB-FALLBACK-COUNT.
           DISPLAY '  PPI PREMIUMS BILLED   : ' WS-PPI-BILLED-COUNT.
           DISPLAY '  PPI PREMIUM TOTAL     : ' WS-PPI-PREM-TOTAL.
           DISPLAY '  PPI WAIVED (BENEFIT)  : ' WS-PPI-WAIVED-COUNT.
           DISPLAY '  DISPUTE HELD OUT      : ' WS-DSP-HELD-COUNT.
           DISPLAY '  DISPUTE INT DEFERRED  : ' WS-DSP-DEFERRED-COUNT.
           DISPLAY '  INSTALLMENTS BILLED   : ' WS-INS-BILLED-COUNT.
           DISPLAY '  INSTALLMENT PLANS DONE: ' WS-INS-FINISHED-COUNT.
           DISPLAY '  GRACE SUPPRESSED      : ' WS-GRACE-SUPPRESSED.
           DISPLAY '  GRACE NEWLY LOST      : ' WS-GRACE-LOST-COUNT.
           DISPLAY '  GRACE REINSTATED      : ' WS-GRACE-REINSTATED.
           DISPLAY '  OTHER-CYCLE SKIPPED   : ' WS-OTHER-CYCLE-COUNT.
           DISPLAY '  PENDING-CLOSED SKIPPED: '
                   WS-PENDING-CLOSED-SKIPPED.
           IF WS-RESTART-RUN
               DISPLAY '  RESTARTED AFTER ACCT  : ' WS-CKP-LAST-KEY
               DISPLAY '  CLOSED BEFORE ABEND   : '
                       WS-GAP-ACCTS-SKIPPED
               DISPLAY '  UNAPPLIED CHARGES DROP: '
                       WS-GAP-TRANS-BACKED-OUT
           END-IF.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
      * Interest and premium totals for the balancing hub, keyed on   *
      * the close's own date so a resumed close replaces only its own *
      * records.                                                      *
      *****************************************************************
       8100-WRITE-BALANCING-TOTALS.
           INITIALIZE BALW-PARM.
           MOVE 'CBINT01C'          TO BALW-JOB-NAME.
           MOVE 'INTEREST'          TO BALW-TOTAL-ID.
           MOVE WS-INT-POSTED-COUNT TO BALW-RECORD-COUNT.
           MOVE WS-INT-TOTAL        TO BALW-DEBIT-AMT.
           MOVE ZERO                TO BALW-CREDIT-AMT.
           MOVE ZERO                TO BALW-HASH-TOTAL.
           MOVE WS-RUN-DATE         TO BALW-RUN-DATE.
           CALL WS-BALW-PGM USING BALW-PARM.
           IF BALW-IO-ERROR
               DISPLAY 'CBINT01C WARNING: BALANCING TOTALS NOT '
                       'RECORDED'
           END-IF.
           INITIALIZE BALW-PARM.
           MOVE 'CBINT01C'          TO BALW-JOB-NAME.
           MOVE 'PPIPREM'           TO BALW-TOTAL-ID.
           MOVE WS-PPI-BILLED-COUNT TO BALW-RECORD-COUNT.
           MOVE WS-PPI-PREM-TOTAL   TO BALW-DEBIT-AMT.
           MOVE ZERO                TO BALW-CREDIT-AMT.
           MOVE ZERO                TO BALW-HASH-TOTAL.
           MOVE WS-RUN-DATE         TO BALW-RUN-DATE.
           CALL WS-BALW-PGM USING BALW-PARM.
           IF BALW-IO-ERROR
               DISPLAY 'CBINT01C WARNING: PREMIUM TOTALS NOT '
                       'RECORDED'
           END-IF.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE ACCTFILE-FILE.
           CLOSE TRAN-FILE.
           CLOSE XREF-FILE.
           CLOSE PLAN-FILE.
           CLOSE SCRA-FILE.
           CLOSE CIT-FILE.
           CLOSE DBAL-FILE.
           CLOSE DISP-FILE.
           CLOSE INSTPLAN-FILE.
           IF WS-LIVE-MODE
               CLOSE CYCCTL-FILE
               CLOSE PPI-FILE
               CLOSE CHKPT-FILE
           ELSE
               CLOSE WHATIF-FILE
               CLOSE SIMRPT-FILE
