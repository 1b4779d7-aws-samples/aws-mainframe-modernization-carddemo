      *               and produces a collections work list sorted by
      *               bucket and balance, plus the machine-readable
      *               work-list extract CBCOL01C merges into the keyed
      *               collections-case file.  An account that ages
      *               into the 060 bucket is noticed for its group's
      *               penalty APR, and a penalty account's on-time
      *               minimum payments are counted toward the CBPEN01C
      *               cure review.  A short-paid account that still
      *               paid the re-age qualifying share of its minimum
      *               builds the consecutive run CBRAG01C re-ages on.
      *               The pass writes a commit-interval checkpoint
      *               (CHKPTFILE); a rerun handed that file as RESTFILE
      *               resumes after the checkpointed account without
      *               aging or charging anything twice, and the
      *               combined totals go to BALCTL as one run.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *
           SELECT TRAN-FILE ASSIGN TO TRANSACT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS TRAN-ID
                  FILE STATUS  IS TRANFILE-STATUS.
      *
                  RECORD KEY   IS PLAN-ACCT-ID
                  FILE STATUS  IS PLANFILE-STATUS.
      *
      *    Account groups - the penalty APR an account is noticed for.
           SELECT GROUP-FILE ASSIGN TO GROUPFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS GRP-ID
                  FILE STATUS  IS GROUPFILE-STATUS.
      *
      *    Collections work list for the recovery team.
      *    Staged customer-notification events (delinquency notice
      *    letters through the CBLTR01C correspondence run).
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS COLLWORK-STATUS.
      *
      *    Commit-interval checkpoint, and the prior attempt's
      *    checkpoint file when this run is a restart.
           SELECT CHKPT-FILE ASSIGN TO CHKPTFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS CHKPTFILE-STATUS.
      *
           SELECT RESTART-FILE ASSIGN TO RESTFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS RESTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-FILE.
       COPY CVPLN01Y.

       FD  GROUP-FILE.
       COPY CVACT04Y.

       FD  COLLRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
                                                SIGN LEADING SEPARATE.
           05 FILLER                            PIC X(31).

       FD  CHKPT-FILE.
       01  FD-CHKPTFILE-REC                     PIC X(400).

       FD  RESTART-FILE.
       01  FD-RESTARTFILE-REC                   PIC X(400).

       WORKING-STORAGE SECTION.

      *****************************************************************
       01  PLANFILE-STATUS.
           05  PLANFILE-STAT1      PIC X.
           05  PLANFILE-STAT2      PIC X.
       01  GROUPFILE-STATUS.
           05  GROUPFILE-STAT1     PIC X.
           05  GROUPFILE-STAT2     PIC X.
       01  CHKPTFILE-STATUS.
           05  CHKPTFILE-STAT1     PIC X.
           05  CHKPTFILE-STAT2     PIC X.
       01  RESTFILE-STATUS.
           05  RESTFILE-STAT1      PIC X.
           05  RESTFILE-STAT2      PIC X.

       01  IO-STATUS.
           05  IO-STAT1            PIC X.
           05  WS-MIN-PAY-FLOOR           PIC 9(5)V99 VALUE 25.00.
           05  WS-LATE-FEE-AMT            PIC 9(5)V99 VALUE 35.00.

      *---------------------------------------------------------------*
      * Penalty pricing: the notice letter goes out when the account  *
      * reaches 060 and the penalty rate takes effect this many days  *
      * later; six consecutive on-time minimums earn the cure.        *
      *---------------------------------------------------------------*
       01  WS-PENALTY-TERMS.
           05  WS-PENALTY-NOTICE-DAYS     PIC 9(03)   VALUE 45.
           05  WS-PENALTY-TRIGGER-BUCKET  PIC X(03)   VALUE '060'.

      *---------------------------------------------------------------*
      * Re-aging: a short payment of at least this share of the       *
      * billed minimum is a qualifying payment toward the CBRAG01C    *
      * re-age; anything less breaks the run.                         *
      *---------------------------------------------------------------*
       01  WS-REAGE-QUAL-PCT              PIC V99     VALUE .50.
       01  WS-REAGE-QUAL-AMT              PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-REAGE-COUNTS.
           05  WS-REAGE-QUALIFIED         PIC 9(09) VALUE 0.
           05  WS-REAGE-BROKEN            PIC 9(09) VALUE 0.
       01  WS-PENALTY-EFF-YMD             PIC 9(08).
       01  WS-PENALTY-EFF-PARTS REDEFINES WS-PENALTY-EFF-YMD.
           05  WS-PENALTY-EFF-YYYY        PIC 9(04).
           05  WS-PENALTY-EFF-MM          PIC 9(02).
           05  WS-PENALTY-EFF-DD          PIC 9(02).
       01  WS-PENALTY-RATE-DIS            PIC ZZ9.99.
       01  WS-PENALTY-COUNTS.
           05  WS-PENALTY-NOTICED         PIC 9(09) VALUE 0.
           05  WS-PENALTY-NO-RATE         PIC 9(09) VALUE 0.
           05  WS-PENALTY-ACTIVATED       PIC 9(09) VALUE 0.
           05  WS-PENALTY-ONTIME          PIC 9(09) VALUE 0.
           05  WS-PENALTY-MISSED          PIC 9(09) VALUE 0.

       01  WS-WORK-AMOUNTS                COMP-3.
           05  WS-MIN-PAYMENT             PIC S9(7)V99 VALUE 0.
           05  WS-PAID-THIS-CYCLE         PIC S9(9)V99 VALUE 0.
           05  WS-BILLED-BAL              PIC S9(9)V99 VALUE 0.
           05  WS-FEE-TOTAL               PIC S9(11)V99 VALUE 0.

      *---------------------------------------------------------------*
      * Installment plan amounts for an account flagged with plans.   *
      *---------------------------------------------------------------*
       01  WS-INSQ-PGM             PIC X(08) VALUE 'COINSQ0C'.
       COPY CVINS02Y.

      *---------------------------------------------------------------*
      * Account-to-card lookup for the late-fee transaction.          *
      *---------------------------------------------------------------*
           05  WS-BUCKET-180-COUNT         PIC 9(09) VALUE 0.
       01  WS-CHARGED-OFF-SKIPPED  PIC 9(09) VALUE 0.
       01  WS-DECEASED-SKIPPED     PIC 9(09) VALUE 0.
       01  WS-BANKRUPT-SKIPPED     PIC 9(09) VALUE 0.
       01  WS-PPI-BENEFIT-SKIPPED  PIC 9(09) VALUE 0.
       01  WS-RUN-COUNTS.
           05  WS-ACCTS-READ               PIC 9(09) VALUE 0.
           05  WS-ACCTS-CURRENT            PIC 9(09) VALUE 0.
           05  WS-RUN-HS                   PIC 9(02).
       01  WS-RUN-TIMESTAMP                PIC X(26).

      *---------------------------------------------------------------*
      * Checkpoint / restart control.  A checkpoint is taken every    *
      * WS-CHECKPOINT-INTERVAL accounts and once more at end of pass: *
      * the work-list rows added since the last one, then the control *
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
           05  WS-CKP-COLL-WRITTEN         PIC S9(8) COMP VALUE 0.
           05  WS-RESTART-SW               PIC X(01) VALUE 'N'.
               88  WS-RESTART-RUN                    VALUE 'Y'.
           05  WS-RESTART-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-RESTART-EOF                    VALUE 'Y'.
           05  WS-ACCT-DONE-SW             PIC X(01) VALUE 'N'.
               88  WS-ACCT-ALREADY-DONE              VALUE 'Y'.
               88  WS-ACCT-TO-PROCESS                VALUE 'N'.
           05  WS-NOTICE-STAGED-SW         PIC X(01) VALUE 'N'.
               88  WS-NOTICES-ALREADY-STAGED         VALUE 'Y'.
           05  WS-GAP-ACCTS-SKIPPED        PIC 9(09) VALUE 0.
           05  WS-GAP-TRANS-BACKED-OUT     PIC 9(09) VALUE 0.
       01  WS-CKP-TOTALS.
           05  WS-CKP-RUN-COUNTS           PIC X(45).
           05  WS-CKP-PLAN-COUNTS          PIC X(36).
           05  WS-CKP-REAGE-COUNTS         PIC X(18).
           05  WS-CKP-PENALTY-COUNTS       PIC X(45).
           05  WS-CKP-BUCKET-COUNTS        PIC X(54).
           05  WS-CKP-OTHER-CYCLE          PIC 9(09).
           05  WS-CKP-CHARGED-OFF          PIC 9(09).
           05  WS-CKP-DECEASED             PIC 9(09).
           05  WS-CKP-BANKRUPT             PIC 9(09).
           05  WS-CKP-PPI-BENEFIT          PIC 9(09).
           05  WS-CKP-COLL-OVERFLOW        PIC 9(09).
           05  WS-CKP-NTFY-STAGED          PIC 9(09).
           05  WS-CKP-FEE-TOTAL            PIC S9(11)V99 COMP-3.

      *---------------------------------------------------------------*
      * On a restart, the late fees this run posted after its last    *
      * checkpoint.  An account already restamped by this run was     *
      * aged and noticed: its fee and work-list entry are counted     *
      * back in.  An account the abend caught before its rewrite has  *
      * its fee deleted and ages again, without a second notice.      *
      *---------------------------------------------------------------*
       01  WS-GAP-TABLE.
           05  WS-GAP-ENTRY OCCURS 500 TIMES.
               10  WS-GAP-TRAN-ID          PIC X(16).
               10  WS-GAP-CARD             PIC X(16).
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

      *---------------------------------------------------------------*
      * Collections work list print lines.                            *
      *---------------------------------------------------------------*
           PERFORM 2000-AGE-ACCOUNTS.
           PERFORM 7000-PRINT-WORK-LIST.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 8100-WRITE-BALANCING-TOTALS.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBDLQ01C'.
           GOBACK.

           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-FIELDS FROM TIME.
           PERFORM 1050-READ-RESTART.
           MOVE WS-RUN-DATE-FIELDS TO WS-TRAN-ID-DATE.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD ' '
                  WS-RUN-HH ':' WS-RUN-MN ':' WS-RUN-SS '.'
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN INPUT GROUP-FILE.
           IF GROUPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GROUPFILE'
               MOVE GROUPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

      *    A restart adds to the notices the first attempt staged.
           IF WS-RESTART-RUN
               OPEN EXTEND NTFY-FILE
           ELSE
               OPEN OUTPUT NTFY-FILE
           END-IF.
           IF NTFYFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NTFYFILE'
               MOVE NTFYFILE-STATUS TO IO-STATUS
           END-IF.

           PERFORM 1200-BUILD-XREF-TABLE.
           PERFORM 1300-OPEN-CHECKPOINT.
           IF WS-RESTART-RUN
               PERFORM 1400-RESUME-POSITION
           END-IF.

      *****************************************************************
       1200-BUILD-XREF-TABLE.
           END-PERFORM.
           EXIT.

      *****************************************************************
      * Restart input is optional.  When the prior attempt's          *
      * checkpoint file is supplied, its last control record restores *
      * that run's timestamp - so TRAN-IDs, account stamps, notices   *
      * and BALCTL all belong to the original run - along with the    *
      * last account completed, the id sequence, the running totals   *
      * and the work-list rows written up to it.                      *
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
                          AND CKP-JOB-NAME = 'CBDLQ01C'
                           MOVE WS-CKP-REC-NBR TO WS-CKP-LAST-CTL-NBR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESTART-FILE.
           IF WS-CKP-LAST-CTL-NBR = ZERO
               DISPLAY 'NO CBDLQ01C CHECKPOINT ON RESTART FILE - '
                       'STARTING FROM TOP'
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT RESTART-FILE.
           MOVE ZERO TO WS-CKP-REC-NBR.
           PERFORM 1060-LOAD-RESTART-REC
               UNTIL WS-CKP-REC-NBR = WS-CKP-LAST-CTL-NBR.
           CLOSE RESTART-FILE.
           IF WS-COLL-COUNT NOT = CKP-DETAIL-COUNT
               DISPLAY 'CHECKPOINT WORK-LIST ROWS INCOMPLETE - '
                       'RESTART NOT POSSIBLE'
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
           MOVE WS-CKP-RUN-COUNTS     TO WS-RUN-COUNTS.
           MOVE WS-CKP-PLAN-COUNTS    TO WS-PLAN-COUNTS.
           MOVE WS-CKP-REAGE-COUNTS   TO WS-REAGE-COUNTS.
           MOVE WS-CKP-PENALTY-COUNTS TO WS-PENALTY-COUNTS.
           MOVE WS-CKP-BUCKET-COUNTS  TO WS-BUCKET-COUNTS.
           MOVE WS-CKP-OTHER-CYCLE    TO WS-OTHER-CYCLE-COUNT.
           MOVE WS-CKP-CHARGED-OFF    TO WS-CHARGED-OFF-SKIPPED.
           MOVE WS-CKP-DECEASED       TO WS-DECEASED-SKIPPED.
           MOVE WS-CKP-BANKRUPT       TO WS-BANKRUPT-SKIPPED.
           MOVE WS-CKP-PPI-BENEFIT    TO WS-PPI-BENEFIT-SKIPPED.
           MOVE WS-CKP-COLL-OVERFLOW  TO WS-COLL-OVERFLOW-COUNT.
           MOVE WS-CKP-NTFY-STAGED    TO WS-NTFY-STAGED.
           MOVE WS-CKP-FEE-TOTAL      TO WS-FEE-TOTAL.
           DISPLAY 'RESTARTING AGING RUN OF ' CKP-RUN-TS
                   ' AFTER ACCOUNT: ' WS-CKP-LAST-KEY.
           EXIT.

      *****************************************************************
      * The work list only grows, so each checkpoint carries just the *
      * rows added since the one before; every row up to the last    *
      * control record is part of the restored list.                  *
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
           IF CKP-JOB-NAME NOT = 'CBDLQ01C'
              OR NOT CKP-DETAIL-REC
               EXIT PARAGRAPH
           END-IF.
           IF WS-COLL-COUNT < WS-COLL-MAX-ENTRIES
               ADD 1 TO WS-COLL-COUNT
               MOVE CKP-DETAIL-IMAGE TO WS-COLL-ENTRY (WS-COLL-COUNT)
           END-IF.
           EXIT.

      *****************************************************************
      * The checkpoint file is opened fresh each run and seeded with  *
      * the starting position, so even an abend before the first      *
      * interval leaves a checkpoint that names this run.             *
      *****************************************************************
       1300-OPEN-CHECKPOINT.
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
      * Collects the late fees posted after the checkpoint (same      *
      * prefix and run timestamp, higher sequence), carries the id    *
      * sequence past them, and positions the account pass after the  *
      * checkpointed account.                                         *
      *****************************************************************
       1400-RESUME-POSITION.
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
                           PERFORM 1450-ADD-GAP-TRAN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY 'LATE FEES POSTED SINCE CHECKPOINT: ' WS-GAP-COUNT.

           MOVE WS-CKP-LAST-KEY TO FD-ACCT-ID.
           START ACCTFILE-FILE KEY > FD-ACCT-ID
               INVALID KEY MOVE 'Y' TO END-OF-FILE
           END-START.
           EXIT.

      *****************************************************************
       1450-ADD-GAP-TRAN.
           IF WS-GAP-COUNT >= WS-GAP-MAX-ENTRIES
               DISPLAY 'TOO MANY LATE FEES SINCE CHECKPOINT TO RESTART'
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-GAP-COUNT.
           MOVE TRAN-ID       TO WS-GAP-TRAN-ID (WS-GAP-COUNT).
           MOVE TRAN-CARD-NUM TO WS-GAP-CARD (WS-GAP-COUNT).
           MOVE TRAN-AMT      TO WS-GAP-AMT (WS-GAP-COUNT).
           IF TRAN-ID(11:6) > WS-TRAN-ID-SEQ
               MOVE TRAN-ID(11:6) TO WS-TRAN-ID-SEQ
           END-IF.
           EXIT.

      *****************************************************************
       2000-AGE-ACCOUNTS.
      *****************************************************************
           IF END-OF-FILE NOT = 'Y'
               PERFORM 2100-READ-ACCOUNT
           END-IF.
           PERFORM UNTIL END-OF-FILE = 'Y'
               ADD 1 TO WS-ACCTS-READ
               SET WS-ACCT-TO-PROCESS TO TRUE
               MOVE 'N' TO WS-NOTICE-STAGED-SW
               IF WS-RESTART-RUN
                   PERFORM 2050-CHECK-GAP-ACCOUNT
               END-IF
               IF WS-ACCT-TO-PROCESS
                   PERFORM 2200-AGE-ONE-ACCOUNT
               END-IF
               PERFORM 7550-CHECK-CHECKPOINT
               PERFORM 2100-READ-ACCOUNT
           END-PERFORM.
           PERFORM 7500-WRITE-CHECKPOINT.

      *****************************************************************
      * Restart only.  The account rewrite is the last step for an    *
      * account, so this run's stamp means it is done and is passed   *
      * by; when it also carries one of this run's late fees it was   *
      * aged, and the fee, bucket, notices and work-list entry are    *
      * counted back in.  Without the stamp a late fee already        *
      * written is deleted and the account ages again - its notices   *
      * were staged ahead of the abend, so they are not staged twice. *
      *****************************************************************
       2050-CHECK-GAP-ACCOUNT.
           PERFORM 2500-FIND-CARD-FOR-ACCT.
           MOVE TRAN-CARD-NUM TO WS-GAP-ACCT-CARD.
           IF ACCT-LAST-MAINT-TS = WS-RUN-TIMESTAMP
               SET WS-ACCT-ALREADY-DONE TO TRUE
               ADD 1 TO WS-GAP-ACCTS-SKIPPED
           END-IF.
           PERFORM VARYING WS-GAP-SUB FROM 1 BY 1
                   UNTIL WS-GAP-SUB > WS-GAP-COUNT
               IF WS-GAP-CARD (WS-GAP-SUB) = WS-GAP-ACCT-CARD
                   IF WS-ACCT-ALREADY-DONE
                       PERFORM 2060-RECOVER-GAP-FEE
                   ELSE
                       PERFORM 2070-BACK-OUT-GAP-FEE
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
      * The minimum that was billed is recomputed from the balance    *
      * ahead of the fee, as the original pass saw it.                *
      *****************************************************************
       2060-RECOVER-GAP-FEE.
           ADD 1 TO WS-ACCTS-AGED.
           ADD 1 TO WS-FEES-POSTED.
           ADD WS-GAP-AMT (WS-GAP-SUB) TO WS-FEE-TOTAL.
           EVALUATE ACCT-DELINQ-STATUS
               WHEN '030'
                   ADD 1 TO WS-BUCKET-030-COUNT
               WHEN '060'
                   ADD 1 TO WS-BUCKET-060-COUNT
               WHEN '090'
                   ADD 1 TO WS-BUCKET-090-COUNT
               WHEN '120'
                   ADD 1 TO WS-BUCKET-120-COUNT
               WHEN '150'
                   ADD 1 TO WS-BUCKET-150-COUNT
               WHEN OTHER
                   ADD 1 TO WS-BUCKET-180-COUNT
           END-EVALUATE.
           ADD 1 TO WS-NTFY-STAGED.
           IF ACCT-PENALTY-NOTICED
              AND ACCT-PENALTY-TRIGGER-DATE = WS-RUN-TIMESTAMP(1:10)
               ADD 1 TO WS-PENALTY-NOTICED
               ADD 1 TO WS-NTFY-STAGED
           END-IF.
           SUBTRACT WS-GAP-AMT (WS-GAP-SUB) FROM ACCT-CURR-BAL.
           PERFORM 2250-COMPUTE-MIN-PAYMENT.
           ADD WS-GAP-AMT (WS-GAP-SUB) TO ACCT-CURR-BAL.
           MOVE ACCT-CURR-CYC-CREDIT TO WS-PAID-THIS-CYCLE.
           PERFORM 2700-ADD-TO-WORK-LIST.
           EXIT.

      *****************************************************************
       2070-BACK-OUT-GAP-FEE.
           MOVE WS-GAP-TRAN-ID (WS-GAP-SUB) TO TRAN-ID.
           DELETE TRAN-FILE.
           IF TRANFILE-STATUS NOT = '00'
               DISPLAY 'ERROR DELETING UNAPPLIED LATE FEE: ' TRAN-ID
               MOVE TRANFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-GAP-TRANS-BACKED-OUT.
           SET WS-NOTICES-ALREADY-STAGED TO TRUE.
           EXIT.

      *****************************************************************
       2100-READ-ACCOUNT.
               ADD 1 TO WS-DECEASED-SKIPPED
               EXIT PARAGRAPH
           END-IF.
      *    An account in bankruptcy is under the automatic stay - no
      *    aging, late fee, dunning notice or collections work-list
      *    entry until a dismissal lifts the treatment.
           IF ACCT-IN-BANKRUPTCY
               ADD 1 TO WS-BANKRUPT-SKIPPED
               EXIT PARAGRAPH
           END-IF.
      *    An approved payment protection claim suspends the minimum
      *    payment through its benefit end date - nothing is due, so
      *    the account neither ages nor takes the late fee.
           IF ACCT-PPI-BENEFIT-END NOT = SPACES
                   AND ACCT-PPI-BENEFIT-END NOT < WS-RUN-TIMESTAMP(1:10)
               ADD 1 TO WS-PPI-BENEFIT-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2250-COMPUTE-MIN-PAYMENT.
           MOVE ACCT-CURR-CYC-CREDIT TO WS-PAID-THIS-CYCLE.
           PERFORM 2290-ACTIVATE-PENALTY.

      *    An account current on an active hardship plan is held out
      *    of aging and the late fee entirely; the plan check cancels
                   ADD 1 TO WS-ACCTS-CURED
               END-IF
               MOVE '000' TO ACCT-DELINQ-STATUS
               IF ACCT-PENALTY-ACTIVE
                   IF ACCT-PENALTY-ONTIME-CNT < 99
                       ADD 1 TO ACCT-PENALTY-ONTIME-CNT
                   END-IF
                   ADD 1 TO WS-PENALTY-ONTIME
               END-IF
               MOVE ZERO TO ACCT-REAGE-QUAL-CNT
           ELSE
               PERFORM 2350-COUNT-REAGE-PAYMENT
               PERFORM 2300-ADVANCE-BUCKET
               ADD 1 TO WS-ACCTS-AGED
               PERFORM 2400-POST-LATE-FEE
               PERFORM 2700-ADD-TO-WORK-LIST
               PERFORM 2800-STAGE-DELINQ-EVENT
               IF ACCT-PENALTY-ACTIVE
                   MOVE ZERO TO ACCT-PENALTY-ONTIME-CNT
                   ADD 1 TO WS-PENALTY-MISSED
               END-IF
               IF ACCT-DELINQ-STATUS NOT < WS-PENALTY-TRIGGER-BUCKET
                  AND NOT ACCT-PENALTY-IN-PLAY
                   PERFORM 2900-TRIGGER-PENALTY
               END-IF
           END-IF.

           MOVE WS-RUN-TIMESTAMP TO ACCT-LAST-MAINT-TS.
           END-IF.
           EXIT.

      *****************************************************************
      * A disputed amount the cycle close held out of the balance is  *
      * no part of the billed minimum, so withholding it while the    *
      * case is open does not age the account.  Nor is an             *
      * installment plan's unbilled principal; the installments the   *
      * cycle close billed are due in full on top of the minimum.     *
      *****************************************************************
       2250-COMPUTE-MIN-PAYMENT.
           MOVE ACCT-CURR-BAL TO WS-BILLED-BAL.
           IF ACCT-DISPUTE-HELD-AMT IS NUMERIC
               SUBTRACT ACCT-DISPUTE-HELD-AMT FROM WS-BILLED-BAL
           END-IF.
           PERFORM 2255-GET-INSTALLMENT-DUE.
           SUBTRACT INSQ-UNBILLED-BAL INSQ-BILLED-DUE
               FROM WS-BILLED-BAL.
           IF WS-BILLED-BAL > 0
               COMPUTE WS-MIN-PAYMENT ROUNDED =
                   WS-BILLED-BAL * WS-MIN-PAY-PCT
               IF WS-MIN-PAYMENT < WS-MIN-PAY-FLOOR
                   IF WS-BILLED-BAL < WS-MIN-PAY-FLOOR
                       MOVE WS-BILLED-BAL TO WS-MIN-PAYMENT
                   ELSE
                       MOVE WS-MIN-PAY-FLOOR TO WS-MIN-PAYMENT
                   END-IF
           ELSE
               MOVE ZERO TO WS-MIN-PAYMENT
           END-IF.
           ADD INSQ-BILLED-DUE TO WS-MIN-PAYMENT.
           EXIT.

      *****************************************************************
      * The account's installment plan amounts from COINSQ0C.         *
      *****************************************************************
       2255-GET-INSTALLMENT-DUE.
           MOVE ZERO TO INSQ-UNBILLED-BAL
                        INSQ-BILLED-DUE.
           IF NOT ACCT-HAS-INSTALLMENTS
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCT-ID TO INSQ-ACCT-ID.
           CALL WS-INSQ-PGM USING INSQ-PARM.
           IF INSQ-IO-ERROR
               DISPLAY 'ERROR READING INSTPLAN FOR ACCOUNT: ' ACCT-ID
                       ' STATUS: ' INSQ-FILE-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
      * A noticed account whose advance-notice period has run moves   *
      * to active penalty pricing; the cure count starts from here.   *
      *****************************************************************
       2290-ACTIVATE-PENALTY.
           IF ACCT-PENALTY-NOTICED
              AND ACCT-PENALTY-EFF-DATE NOT > WS-RUN-TIMESTAMP(1:10)
               SET ACCT-PENALTY-ACTIVE TO TRUE
               MOVE ZERO TO ACCT-PENALTY-ONTIME-CNT
               ADD 1 TO WS-PENALTY-ACTIVATED
           END-IF.
           EXIT.

      *****************************************************************
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * A short payment still counts toward re-aging when it reaches  *
      * the qualifying share of the minimum; a smaller one (or none)  *
      * starts the consecutive run over.                              *
      *****************************************************************
       2350-COUNT-REAGE-PAYMENT.
           COMPUTE WS-REAGE-QUAL-AMT ROUNDED =
               WS-MIN-PAYMENT * WS-REAGE-QUAL-PCT.
           IF ACCT-REAGE-QUAL-CNT NOT NUMERIC
               MOVE ZERO TO ACCT-REAGE-QUAL-CNT
           END-IF.
           IF WS-PAID-THIS-CYCLE > ZERO
              AND WS-PAID-THIS-CYCLE >= WS-REAGE-QUAL-AMT
               IF ACCT-REAGE-QUAL-CNT < 99
                   ADD 1 TO ACCT-REAGE-QUAL-CNT
               END-IF
               ADD 1 TO WS-REAGE-QUALIFIED
           ELSE
               IF ACCT-REAGE-QUAL-CNT > ZERO
                   ADD 1 TO WS-REAGE-BROKEN
               END-IF
               MOVE ZERO TO ACCT-REAGE-QUAL-CNT
           END-IF.
           EXIT.

      *****************************************************************
       2400-POST-LATE-FEE.
           INITIALIZE TRAN-RECORD.
                  ' DAYS PAST DUE - PLEASE CONTACT US'
               DELIMITED BY SIZE INTO NTFY-EVENT-TEXT
           END-STRING.
           IF WS-NOTICES-ALREADY-STAGED
               ADD 1 TO WS-NTFY-STAGED
               EXIT PARAGRAPH
           END-IF.
           WRITE FD-NTFYFILE-REC FROM NTFY-EVENT-RECORD.
           IF NTFYFILE-STATUS = '00'
               ADD 1 TO WS-NTFY-STAGED
           ELSE
               DISPLAY 'NTFYFILE WRITE NOT OK. STATUS: '
                       NTFYFILE-STATUS
           END-IF.
           EXIT.

      *****************************************************************
      * Serious delinquency puts the account on notice for its        *
      * group's penalty APR: the trigger date is recorded, the rate   *
      * takes effect after the advance-notice period, and the notice  *
      * letter is staged for the CBLTR01C run.  A group without a     *
      * penalty rate leaves the account on standard pricing.          *
      *****************************************************************
       2900-TRIGGER-PENALTY.
           IF ACCT-GROUP-ID = SPACES
               ADD 1 TO WS-PENALTY-NO-RATE
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCT-GROUP-ID TO GRP-ID.
           READ GROUP-FILE
               INVALID KEY
                   ADD 1 TO WS-PENALTY-NO-RATE
                   EXIT PARAGRAPH
           END-READ.
           IF GRP-PENALTY-INT-RATE NOT > ZERO
               ADD 1 TO WS-PENALTY-NO-RATE
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-PENALTY-EFF-YMD =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-TRAN-ID-DATE)
                    + WS-PENALTY-NOTICE-DAYS).
           SET ACCT-PENALTY-NOTICED TO TRUE.
           MOVE WS-RUN-TIMESTAMP(1:10) TO ACCT-PENALTY-TRIGGER-DATE.
           STRING WS-PENALTY-EFF-YYYY '-' WS-PENALTY-EFF-MM '-'
                  WS-PENALTY-EFF-DD
               DELIMITED BY SIZE
               INTO ACCT-PENALTY-EFF-DATE
           END-STRING.
           MOVE ZERO   TO ACCT-PENALTY-ONTIME-CNT.
           MOVE SPACES TO ACCT-PENALTY-CURE-DATE.
           ADD 1 TO WS-PENALTY-NOTICED.

           MOVE SPACES              TO NTFY-EVENT-RECORD.
           SET NTFY-EV-PENALTY-APR  TO TRUE.
           MOVE WS-RUN-TIMESTAMP(1:10) TO NTFY-EVENT-DATE.
           MOVE WS-RUN-TIMESTAMP(12:8) TO NTFY-EVENT-TIME.
           MOVE ZEROS               TO NTFY-CUST-ID.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-COUNT
                     OR WS-FOUND
               IF WS-XREF-TBL-ACCT (WS-XREF-SUB) = ACCT-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-XREF-SUB
               MOVE WS-XREF-TBL-CUST (WS-XREF-SUB) TO NTFY-CUST-ID
               MOVE WS-XREF-TBL-CARD (WS-XREF-SUB) (13:4)
                 TO NTFY-CARD-LAST4
           ELSE
               MOVE SPACES TO NTFY-CARD-LAST4
           END-IF.
           MOVE ACCT-ID             TO NTFY-ACCT-ID.
           MOVE GRP-PENALTY-INT-RATE TO WS-PENALTY-RATE-DIS.
           MOVE SPACES              TO NTFY-EVENT-TEXT.
           STRING 'PENALTY APR ' WS-PENALTY-RATE-DIS
                  '% APPLIES FROM ' ACCT-PENALTY-EFF-DATE
               DELIMITED BY SIZE INTO NTFY-EVENT-TEXT
           END-STRING.
           IF WS-NOTICES-ALREADY-STAGED
               ADD 1 TO WS-NTFY-STAGED
               EXIT PARAGRAPH
           END-IF.
           WRITE FD-NTFYFILE-REC FROM NTFY-EVENT-RECORD.
           IF NTFYFILE-STATUS = '00'
               ADD 1 TO WS-NTFY-STAGED
           END-IF.
           EXIT.

      *****************************************************************
      * Checkpoint: the work-list rows added since the last one, then *
      * the control record - the run it belongs to, the last account  *
      * fully aged, the id sequence reached and the running totals.   *
      *****************************************************************
       7500-WRITE-CHECKPOINT.
           PERFORM VARYING WS-COLL-SUB FROM WS-CKP-COLL-WRITTEN BY 1
                   UNTIL WS-COLL-SUB >= WS-COLL-COUNT
               MOVE SPACES         TO CHECKPOINT-RECORD
               SET CKP-DETAIL-REC  TO TRUE
               MOVE 'CBDLQ01C'     TO CKP-JOB-NAME
               MOVE WS-COLL-ENTRY (WS-COLL-SUB + 1) TO CKP-DETAIL-IMAGE
               PERFORM 7560-PUT-CHECKPOINT-REC
           END-PERFORM.
           MOVE WS-COLL-COUNT     TO WS-CKP-COLL-WRITTEN.
           ACCEPT WS-CKP-TIME FROM TIME.
           MOVE SPACES            TO CHECKPOINT-RECORD.
           SET CKP-CONTROL-REC    TO TRUE.
           MOVE 'CBDLQ01C'        TO CKP-JOB-NAME.
           MOVE WS-RUN-TIMESTAMP  TO CKP-RUN-TS.
           MOVE WS-CKP-LAST-KEY   TO CKP-LAST-KEY.
           MOVE WS-TRAN-ID-SEQ    TO CKP-TRAN-SEQ.
           MOVE ZERO              TO CKP-AUX-SEQ.
           MOVE WS-ACCTS-READ     TO CKP-UNITS-DONE.
           MOVE WS-COLL-COUNT     TO CKP-DETAIL-COUNT.
           MOVE WS-CKP-TIME       TO CKP-WRITE-TIME.
           MOVE WS-RUN-COUNTS          TO WS-CKP-RUN-COUNTS.
           MOVE WS-PLAN-COUNTS         TO WS-CKP-PLAN-COUNTS.
           MOVE WS-REAGE-COUNTS        TO WS-CKP-REAGE-COUNTS.
           MOVE WS-PENALTY-COUNTS      TO WS-CKP-PENALTY-COUNTS.
           MOVE WS-BUCKET-COUNTS       TO WS-CKP-BUCKET-COUNTS.
           MOVE WS-OTHER-CYCLE-COUNT   TO WS-CKP-OTHER-CYCLE.
           MOVE WS-CHARGED-OFF-SKIPPED TO WS-CKP-CHARGED-OFF.
           MOVE WS-DECEASED-SKIPPED    TO WS-CKP-DECEASED.
           MOVE WS-BANKRUPT-SKIPPED    TO WS-CKP-BANKRUPT.
           MOVE WS-PPI-BENEFIT-SKIPPED TO WS-CKP-PPI-BENEFIT.
           MOVE WS-COLL-OVERFLOW-COUNT TO WS-CKP-COLL-OVERFLOW.
           MOVE WS-NTFY-STAGED         TO WS-CKP-NTFY-STAGED.
           MOVE WS-FEE-TOTAL           TO WS-CKP-FEE-TOTAL.
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
           DISPLAY '  CHARGED-OFF SKIPPED  : ' WS-CHARGED-OFF-SKIPPED.
           DISPLAY '  OTHER-CYCLE SKIPPED  : ' WS-OTHER-CYCLE-COUNT.
           DISPLAY '  DECEASED SKIPPED     : ' WS-DECEASED-SKIPPED.
           DISPLAY '  BANKRUPTCY SKIPPED   : ' WS-BANKRUPT-SKIPPED.
           DISPLAY '  PPI BENEFIT SKIPPED  : ' WS-PPI-BENEFIT-SKIPPED.
           DISPLAY '  NOTICE EVENTS STAGED : ' WS-NTFY-STAGED.
           DISPLAY '  LATE FEES POSTED     : ' WS-FEES-POSTED.
           DISPLAY '  LATE FEE TOTAL       : ' WS-FEE-TOTAL.
           DISPLAY '  PLANS MISSED INSTLMT : ' WS-PLANS-MISSED.
           DISPLAY '  PLANS CANCELLED      : ' WS-PLANS-CANCELLED.
           DISPLAY '  PLANS COMPLETED      : ' WS-PLANS-COMPLETED.
           DISPLAY '  PENALTY APR NOTICED  : ' WS-PENALTY-NOTICED.
           DISPLAY '  PENALTY - NO RATE    : ' WS-PENALTY-NO-RATE.
           DISPLAY '  PENALTY APR ACTIVE   : ' WS-PENALTY-ACTIVATED.
           DISPLAY '  PENALTY ON-TIME PAID : ' WS-PENALTY-ONTIME.
           DISPLAY '  PENALTY CURE RESET   : ' WS-PENALTY-MISSED.
           DISPLAY '  REAGE QUALIFYING PAY : ' WS-REAGE-QUALIFIED.
           DISPLAY '  REAGE RUN BROKEN     : ' WS-REAGE-BROKEN.
           IF WS-RESTART-RUN
               DISPLAY '  RESTARTED AFTER ACCT : ' WS-CKP-LAST-KEY
               DISPLAY '  DONE BEFORE ABEND    : ' WS-GAP-ACCTS-SKIPPED
               DISPLAY '  UNAPPLIED FEES DROPPED: '
                       WS-GAP-TRANS-BACKED-OUT
           END-IF.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
      * Late-fee totals for the balancing hub, keyed on the run's own *
      * date so a resumed run replaces only its own record.           *
      *****************************************************************
       8100-WRITE-BALANCING-TOTALS.
           INITIALIZE BALW-PARM.
           MOVE 'CBDLQ01C'     TO BALW-JOB-NAME.
           MOVE 'LATEFEES'     TO BALW-TOTAL-ID.
           MOVE WS-FEES-POSTED TO BALW-RECORD-COUNT.
           MOVE WS-FEE-TOTAL   TO BALW-DEBIT-AMT.
           MOVE ZERO           TO BALW-CREDIT-AMT.
           MOVE ZERO           TO BALW-HASH-TOTAL.
           MOVE WS-RUN-TIMESTAMP(1:10) TO BALW-RUN-DATE.
           CALL WS-BALW-PGM USING BALW-PARM.
           IF BALW-IO-ERROR
               DISPLAY 'CBDLQ01C WARNING: BALANCING TOTALS NOT '
                       'RECORDED'
           END-IF.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE NTFY-FILE.
           CLOSE COLLRPT-FILE.
           CLOSE COLLWORK-FILE.
           CLOSE PLAN-FILE.
           CLOSE GROUP-FILE.
           CLOSE CHKPT-FILE.
           EXIT.

       9999-ABEND-PROGRAM.
