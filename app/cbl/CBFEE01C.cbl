      *               its credit limit.  Late fees remain with
      *               CBDLQ01C and returned-payment fees with
      *               CBACH01C, which assess them at their own event
      *               points.  An account under SCRA protection
      *               (SCRAFILE) is assessed neither fee while the
      *               protection is in force, nor is an account
      *               whose minimum payment an approved payment
      *               protection claim has suspended.  An account
      *               on a card product (PRODFILE) pays the product's
      *               annual fee in place of its group's - nothing
      *               where the product waives it.  The pass
      *               writes a commit-interval checkpoint (CHKPTFILE);
      *               a rerun handed that file as RESTFILE resumes
      *               after the checkpointed account without posting
      *               any fee twice, and the combined totals go to
      *               BALCTL as one run.
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
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS XREF-CARD-NUM
                  FILE STATUS  IS XREFFILE-STATUS.
      *
           SELECT SCRA-FILE ASSIGN TO SCRAFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-SCR-ACCT-ID
                  FILE STATUS  IS SCRAFILE-STATUS.
      *
           SELECT PROD-FILE ASSIGN TO PRODFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PRD-ID
                  FILE STATUS  IS PRODFILE-STATUS.
      *
           SELECT CHKPT-FILE ASSIGN TO CHKPTFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS CHKPTFILE-STATUS.
      *
           SELECT RESTART-FILE ASSIGN TO RESTFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS RESTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE.
       COPY CVACT03Y.

       FD  SCRA-FILE.
       01  FD-SCRA-REC.
           05 FD-SCR-ACCT-ID                    PIC 9(11).
           05 FD-SCRA-DATA                      PIC X(109).

       FD  PROD-FILE.
       COPY CVPRD01Y.

       FD  CHKPT-FILE.
       01  FD-CHKPTFILE-REC                     PIC X(400).

       FD  RESTART-FILE.
       01  FD-RESTARTFILE-REC                   PIC X(400).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVACT01Y.
       COPY CVMIL01Y.

       01  FEESCHED-STATUS.
           05  FEESCHED-STAT1      PIC X.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.
       01  SCRAFILE-STATUS.
           05  SCRAFILE-STAT1      PIC X.
           05  SCRAFILE-STAT2      PIC X.
       01  PRODFILE-STATUS.
           05  PRODFILE-STAT1      PIC X.
           05  PRODFILE-STAT2      PIC X.
       01  CHKPTFILE-STATUS.
           05  CHKPTFILE-STAT1     PIC X.
           05  CHKPTFILE-STAT2     PIC X.
       01  RESTFILE-STATUS.
           05  RESTFILE-STAT1      PIC X.
           05  RESTFILE-STAT2      PIC X.

       01  IO-STATUS.
           05  IO-STAT1            PIC X.
           88  WS-FOUND                      VALUE 'Y'.
           88  WS-NOT-FOUND                  VALUE 'N'.

      *---------------------------------------------------------------*
      * The account's product, when it has one.                       *
      *---------------------------------------------------------------*
       01  WS-PRD-FOUND-SW         PIC X VALUE 'N'.
           88  WS-PRD-FOUND                  VALUE 'Y'.

       01  WS-WORK-AMOUNTS                COMP-3.
           05  WS-FEE-TOTAL               PIC S9(11)V99 VALUE 0.
           05  WS-POST-AMT                PIC S9(05)V99 VALUE 0.
           05  WS-BUCKET-SUM              PIC S9(10)V99 VALUE 0.

       01  WS-RUN-COUNTS.
           05  WS-FEES-POSTED              PIC 9(09) VALUE 0.
           05  WS-ANNUAL-FEES              PIC 9(09) VALUE 0.
           05  WS-OVERLIMIT-FEES           PIC 9(09) VALUE 0.
           05  WS-SCRA-ACCTS-SKIPPED       PIC 9(09) VALUE 0.
           05  WS-PPI-ACCTS-SKIPPED        PIC 9(09) VALUE 0.
           05  WS-PRD-FEES-WAIVED          PIC 9(09) VALUE 0.

       01  WS-TRAN-ID-FIELDS.
           05  WS-TRAN-ID-PREFIX           PIC X(02) VALUE 'FE'.
           05  WS-RUN-HS                   PIC 9(02).
       01  WS-RUN-TIMESTAMP                PIC X(26).
       01  WS-RUN-MMDD                     PIC X(05).
       01  WS-RUN-DATE                     PIC X(10).

      *---------------------------------------------------------------*
      * Checkpoint / restart control.  A checkpoint is taken every    *
      * WS-CHECKPOINT-INTERVAL accounts and once more at end of pass; *
      * the totals image carries the counters above across a restart. *
      *---------------------------------------------------------------*
       COPY CVCKP01Y.
       01  WS-CHECKPOINT-CONTROLS.
           05  WS-CHECKPOINT-INTERVAL      PIC 9(04) VALUE 100.
           05  WS-CKP-SINCE-LAST           PIC 9(04) VALUE 0.
           05  WS-CKP-LAST-KEY             PIC 9(11) VALUE 0.
           05  WS-CKP-RESTART-SEQ          PIC 9(06) VALUE 0.
           05  WS-CKP-TIME                 PIC 9(08) VALUE 0.
           05  WS-CKP-SAVED-REC            PIC X(400) VALUE SPACES.
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
           05  WS-CKP-RUN-COUNTS           PIC X(63).
           05  WS-CKP-FEE-TOTAL            PIC S9(11)V99 COMP-3.

      *---------------------------------------------------------------*
      * On a restart, the fees this run posted after its last         *
      * checkpoint.  An account already restamped by this run kept    *
      * its fees and they are counted back in; an account the abend   *
      * caught before its rewrite has them deleted and is reassessed. *
      *---------------------------------------------------------------*
       01  WS-GAP-TABLE.
           05  WS-GAP-ENTRY OCCURS 500 TIMES.
               10  WS-GAP-TRAN-ID          PIC X(16).
               10  WS-GAP-CARD             PIC X(16).
               10  WS-GAP-TYPE             PIC X(02).
               10  WS-GAP-CAT              PIC 9(04).
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

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ASSESS-ACCOUNTS.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 8100-WRITE-BALANCING-TOTALS.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBFEE01C'.
           GOBACK.
      *****************************************************************
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-FIELDS FROM TIME.
           PERFORM 1050-READ-RESTART.
           MOVE WS-RUN-DATE-FIELDS TO WS-TRAN-ID-DATE.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD ' '
                  WS-RUN-HH ':' WS-RUN-MN ':' WS-RUN-SS '.'
           STRING WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-MMDD
           END-STRING.
           MOVE WS-RUN-TIMESTAMP(1:10) TO WS-RUN-DATE.

           OPEN INPUT FEESCHED-FILE.
           IF FEESCHED-STATUS NOT = '00'
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN INPUT SCRA-FILE.
           IF SCRAFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SCRAFILE'
               MOVE SCRAFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN INPUT PROD-FILE.
           IF PRODFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PRODFILE'
               MOVE PRODFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           PERFORM 1100-LOAD-FEE-SCHEDULE.
           PERFORM 1200-BUILD-XREF-TABLE.
           PERFORM 1300-OPEN-CHECKPOINT.
           IF WS-RESTART-RUN
               PERFORM 1400-RESUME-POSITION
           END-IF.

      *****************************************************************
       1100-LOAD-FEE-SCHEDULE.
           END-PERFORM.
           EXIT.

      *****************************************************************
      * Restart input is optional.  When a prior run's checkpoint     *
      * file is supplied, its last control record restores that      *
      * run's timestamp - so TRAN-IDs, account stamps and BALCTL all  *
      * belong to the original run - along with the last account      *
      * completed, the id sequence and the running totals.            *
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
                       IF CKP-CONTROL-REC
                          AND CKP-JOB-NAME = 'CBFEE01C'
                           MOVE CHECKPOINT-RECORD TO WS-CKP-SAVED-REC
                           SET WS-RESTART-RUN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESTART-FILE.
           IF NOT WS-RESTART-RUN
               DISPLAY 'NO CBFEE01C CHECKPOINT ON RESTART FILE - '
                       'STARTING FROM TOP'
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CKP-SAVED-REC TO CHECKPOINT-RECORD.
           MOVE CKP-RUN-TS(1:4)  TO WS-RUN-YYYY.
           MOVE CKP-RUN-TS(6:2)  TO WS-RUN-MM.
           MOVE CKP-RUN-TS(9:2)  TO WS-RUN-DD.
           MOVE CKP-RUN-TS(12:2) TO WS-RUN-HH.
           MOVE CKP-RUN-TS(15:2) TO WS-RUN-MN.
           MOVE CKP-RUN-TS(18:2) TO WS-RUN-SS.
           MOVE CKP-RUN-TS(21:2) TO WS-RUN-HS.
           MOVE CKP-LAST-KEY(1:11) TO WS-CKP-LAST-KEY.
           MOVE CKP-TRAN-SEQ     TO WS-TRAN-ID-SEQ
                                    WS-CKP-RESTART-SEQ.
           MOVE CKP-TOTALS-IMAGE TO WS-CKP-TOTALS.
           MOVE WS-CKP-RUN-COUNTS TO WS-RUN-COUNTS.
           MOVE WS-CKP-FEE-TOTAL  TO WS-FEE-TOTAL.
           DISPLAY 'RESTARTING FEE RUN OF ' CKP-RUN-TS
                   ' AFTER ACCOUNT: ' WS-CKP-LAST-KEY.
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
           PERFORM 7000-WRITE-CHECKPOINT.
           EXIT.

      *****************************************************************
      * Collects the fees posted after the checkpoint (same prefix    *
      * and run timestamp, higher sequence), carries the id sequence  *
      * past them, and positions the account pass after the           *
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
           DISPLAY 'FEES POSTED SINCE CHECKPOINT: ' WS-GAP-COUNT.

           MOVE WS-CKP-LAST-KEY TO FD-ACCT-ID.
           START ACCTFILE-FILE KEY > FD-ACCT-ID
               INVALID KEY MOVE 'Y' TO END-OF-FILE
           END-START.
           EXIT.

      *****************************************************************
       1450-ADD-GAP-TRAN.
           IF WS-GAP-COUNT >= WS-GAP-MAX-ENTRIES
               DISPLAY 'TOO MANY FEES SINCE CHECKPOINT TO RESTART'
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-GAP-COUNT.
           MOVE TRAN-ID       TO WS-GAP-TRAN-ID (WS-GAP-COUNT).
           MOVE TRAN-CARD-NUM TO WS-GAP-CARD (WS-GAP-COUNT).
           MOVE TRAN-TYPE-CD  TO WS-GAP-TYPE (WS-GAP-COUNT).
           MOVE TRAN-CAT-CD   TO WS-GAP-CAT (WS-GAP-COUNT).
           MOVE TRAN-AMT      TO WS-GAP-AMT (WS-GAP-COUNT).
           IF TRAN-ID(11:6) > WS-TRAN-ID-SEQ
               MOVE TRAN-ID(11:6) TO WS-TRAN-ID-SEQ
           END-IF.
           EXIT.

      *****************************************************************
       2000-ASSESS-ACCOUNTS.
      *****************************************************************
           IF END-OF-FILE NOT = 'Y'
               PERFORM 2100-READ-ACCOUNT
           END-IF.
           PERFORM UNTIL END-OF-FILE = 'Y'
               ADD 1 TO WS-ACCTS-READ
               SET WS-ACCT-TO-PROCESS TO TRUE
               IF WS-RESTART-RUN
                   PERFORM 2150-CHECK-GAP-ACCOUNT
               END-IF
               IF WS-ACCT-TO-PROCESS
                   PERFORM 2200-ASSESS-ONE-ACCOUNT
               END-IF
               PERFORM 7100-CHECK-CHECKPOINT
               PERFORM 2100-READ-ACCOUNT
           END-PERFORM.
           PERFORM 7000-WRITE-CHECKPOINT.

      *****************************************************************
       2100-READ-ACCOUNT.
      * overlimit fee fires on the first night of a month the        *
      * account stands over its limit, so one over-limit cycle takes  *
      * one fee, not thirty.  Charged-off and closed accounts take    *
      * no fees, and neither does an account in bankruptcy, under     *
      * SCRA protection, or in a payment protection benefit period.   *
      *****************************************************************
       2200-ASSESS-ONE-ACCOUNT.
           IF ACCT-CHARGED-OFF OR ACCT-ACTIVE-STATUS NOT = 'Y'
              OR ACCT-IN-BANKRUPTCY
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2250-CHECK-SCRA.
           IF WS-FOUND
               ADD 1 TO WS-SCRA-ACCTS-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-PPI-BENEFIT-END NOT = SPACES
                   AND ACCT-PPI-BENEFIT-END NOT < WS-RUN-DATE
               ADD 1 TO WS-PPI-ACCTS-SKIPPED
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-PRD-FOUND-SW.
           IF ACCT-PRODUCT-ID NOT = SPACES
               MOVE ACCT-PRODUCT-ID TO PRD-ID
               READ PROD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-PRD-FOUND TO TRUE
               END-READ
           END-IF.

           MOVE 'N' TO WS-TRAN-WRITTEN-SW.
           PERFORM VARYING WS-FEE-SUB FROM 1 BY 1
                   UNTIL WS-FEE-SUB > WS-FEE-COUNT
               IF WS-FEE-TBL-GROUP (WS-FEE-SUB) = ACCT-GROUP-ID
                   MOVE WS-FEE-TBL-AMT (WS-FEE-SUB) TO WS-POST-AMT
                   EVALUATE WS-FEE-TBL-TRIGGER (WS-FEE-SUB)
                       WHEN 'ANNV'
                           IF ACCT-OPEN-DATE(6:5) = WS-RUN-MMDD
                               IF WS-PRD-FOUND
                                   MOVE PRD-ANNUAL-FEE TO WS-POST-AMT
                               END-IF
                               IF WS-POST-AMT > ZERO
                                   PERFORM 2300-POST-ONE-FEE
                                   ADD 1 TO WS-ANNUAL-FEES
                               ELSE
                                   ADD 1 TO WS-PRD-FEES-WAIVED
                               END-IF
                           END-IF
                       WHEN 'OVLM'
                           IF ACCT-CURR-BAL > ACCT-CREDIT-LIMIT
           END-IF.
           EXIT.

      *****************************************************************
      * Restart only.  The account rewrite is the last step for an    *
      * account, so this run's stamp means its fees stand: count them *
      * back into the totals and pass the account by.  Without the    *
      * stamp any fee already written for it is deleted and the       *
      * account is assessed again from the top.                       *
      *****************************************************************
       2150-CHECK-GAP-ACCOUNT.
           PERFORM 2400-FIND-CARD-FOR-ACCT.
           MOVE TRAN-CARD-NUM TO WS-GAP-ACCT-CARD.
           IF ACCT-LAST-MAINT-TS = WS-RUN-TIMESTAMP
               SET WS-ACCT-ALREADY-DONE TO TRUE
               ADD 1 TO WS-GAP-ACCTS-SKIPPED
           END-IF.
           PERFORM VARYING WS-GAP-SUB FROM 1 BY 1
                   UNTIL WS-GAP-SUB > WS-GAP-COUNT
               IF WS-GAP-CARD (WS-GAP-SUB) = WS-GAP-ACCT-CARD
                   IF WS-ACCT-ALREADY-DONE
                       PERFORM 2160-RECOVER-GAP-FEE
                   ELSE
                       PERFORM 2170-BACK-OUT-GAP-FEE
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
       2160-RECOVER-GAP-FEE.
           ADD 1 TO WS-FEES-POSTED.
           ADD WS-GAP-AMT (WS-GAP-SUB) TO WS-FEE-TOTAL.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-FEE-SUB FROM 1 BY 1
                   UNTIL WS-FEE-SUB > WS-FEE-COUNT
                         OR WS-FOUND
               IF WS-FEE-TBL-GROUP (WS-FEE-SUB) = ACCT-GROUP-ID
                  AND WS-FEE-TBL-TYPE (WS-FEE-SUB) =
                      WS-GAP-TYPE (WS-GAP-SUB)
                  AND WS-FEE-TBL-CAT (WS-FEE-SUB) =
                      WS-GAP-CAT (WS-GAP-SUB)
                   SET WS-FOUND TO TRUE
                   EVALUATE WS-FEE-TBL-TRIGGER (WS-FEE-SUB)
                       WHEN 'ANNV'
                           ADD 1 TO WS-ANNUAL-FEES
                       WHEN 'OVLM'
                           ADD 1 TO WS-OVERLIMIT-FEES
                   END-EVALUATE
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
       2170-BACK-OUT-GAP-FEE.
           MOVE WS-GAP-TRAN-ID (WS-GAP-SUB) TO TRAN-ID.
           DELETE TRAN-FILE.
           IF TRANFILE-STATUS NOT = '00'
               DISPLAY 'ERROR DELETING UNAPPLIED FEE: ' TRAN-ID
               MOVE TRANFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-GAP-TRANS-BACKED-OUT.
           EXIT.

      *****************************************************************
       2300-POST-ONE-FEE.
           INITIALIZE TRAN-RECORD.
           MOVE WS-FEE-TBL-CAT (WS-FEE-SUB)  TO TRAN-CAT-CD.
           MOVE 'FEEENGINE'       TO TRAN-SOURCE.
           MOVE WS-FEE-TBL-DESC (WS-FEE-SUB) TO TRAN-DESC.
           MOVE WS-POST-AMT                  TO TRAN-AMT.
           MOVE ZERO              TO TRAN-MERCHANT-ID.
           MOVE SPACES            TO TRAN-MERCHANT-NAME
                                     TRAN-MERCHANT-CITY
           MOVE WS-RUN-TIMESTAMP  TO TRAN-PROC-TS.
           PERFORM 2450-WRITE-FEE-TRAN.

           ADD WS-POST-AMT TO ACCT-CURR-BAL.
           ADD WS-POST-AMT TO ACCT-CURR-CYC-DEBIT.
      *    Segmented accounts carry the fee in the purchase bucket.
           COMPUTE WS-BUCKET-SUM =
               ACCT-BAL-PURCHASE + ACCT-BAL-CASH + ACCT-BAL-PROMO.
           IF WS-BUCKET-SUM NOT = ZERO
               ADD WS-POST-AMT TO ACCT-BAL-PURCHASE
           END-IF.
           ADD 1 TO WS-FEES-POSTED.
           ADD WS-POST-AMT TO WS-FEE-TOTAL.
           EXIT.

      *****************************************************************
           END-PERFORM.
           EXIT.

      *****************************************************************
      * WS-FOUND on exit means an SCRA protection is in force tonight.*
      *****************************************************************
       2250-CHECK-SCRA.
           SET WS-NOT-FOUND TO TRUE.
           MOVE ACCT-ID TO FD-SCR-ACCT-ID.
           READ SCRA-FILE INTO SCRA-PROTECTION-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF SCR-START-DATE NOT > WS-RUN-DATE
              AND (SCR-END-DATE = SPACES
                   OR SCR-END-DATE NOT < WS-RUN-DATE)
               SET WS-FOUND TO TRUE
           END-IF.
           EXIT.

      *****************************************************************
      * Control record: the run it belongs to, the last account fully *
      * assessed, the id sequence reached and the running totals.     *
      *****************************************************************
       7000-WRITE-CHECKPOINT.
           ACCEPT WS-CKP-TIME FROM TIME.
           MOVE SPACES            TO CHECKPOINT-RECORD.
           SET CKP-CONTROL-REC    TO TRUE.
           MOVE 'CBFEE01C'        TO CKP-JOB-NAME.
           MOVE WS-RUN-TIMESTAMP  TO CKP-RUN-TS.
           MOVE WS-CKP-LAST-KEY   TO CKP-LAST-KEY.
           MOVE WS-TRAN-ID-SEQ    TO CKP-TRAN-SEQ.
           MOVE ZERO              TO CKP-AUX-SEQ.
           MOVE WS-ACCTS-READ     TO CKP-UNITS-DONE.
           MOVE ZERO              TO CKP-DETAIL-COUNT.
           MOVE WS-CKP-TIME       TO CKP-WRITE-TIME.
           MOVE WS-RUN-COUNTS     TO WS-CKP-RUN-COUNTS.
           MOVE WS-FEE-TOTAL      TO WS-CKP-FEE-TOTAL.
           MOVE WS-CKP-TOTALS     TO CKP-TOTALS-IMAGE.
           WRITE FD-CHKPTFILE-REC FROM CHECKPOINT-RECORD.
           IF CHKPTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CHECKPOINT FILE'
               MOVE CHKPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       7100-CHECK-CHECKPOINT.
           MOVE ACCT-ID TO WS-CKP-LAST-KEY.
           ADD 1 TO WS-CKP-SINCE-LAST.
           IF WS-CKP-SINCE-LAST >= WS-CHECKPOINT-INTERVAL
               PERFORM 7000-WRITE-CHECKPOINT
               MOVE ZERO TO WS-CKP-SINCE-LAST
           END-IF.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY '  FEE TOTAL            : ' WS-FEE-TOTAL.
           DISPLAY '  ANNUAL FEES          : ' WS-ANNUAL-FEES.
           DISPLAY '  OVERLIMIT FEES       : ' WS-OVERLIMIT-FEES.
           DISPLAY '  SCRA ACCOUNTS SKIPPED: ' WS-SCRA-ACCTS-SKIPPED.
           DISPLAY '  PPI BENEFIT SKIPPED  : ' WS-PPI-ACCTS-SKIPPED.
           DISPLAY '  PRODUCT FEE WAIVED   : ' WS-PRD-FEES-WAIVED.
           IF WS-RESTART-RUN
               DISPLAY '  RESTARTED AFTER ACCT : ' WS-CKP-LAST-KEY
               DISPLAY '  DONE BEFORE ABEND    : ' WS-GAP-ACCTS-SKIPPED
               DISPLAY '  UNAPPLIED FEES DROPPED: '
                       WS-GAP-TRANS-BACKED-OUT
           END-IF.
           DISPLAY '================================================'.
           EXIT.


      *****************************************************************
      * Fee totals for the balancing hub, keyed on the run's own date *
      * so a resumed run replaces nothing but its own record.         *
      *****************************************************************
       8100-WRITE-BALANCING-TOTALS.
           INITIALIZE BALW-PARM.
           MOVE 'CBFEE01C'     TO BALW-JOB-NAME.
           MOVE 'FEES'         TO BALW-TOTAL-ID.
           MOVE WS-FEES-POSTED TO BALW-RECORD-COUNT.
           MOVE WS-FEE-TOTAL   TO BALW-DEBIT-AMT.
           MOVE ZERO           TO BALW-CREDIT-AMT.
           MOVE ZERO           TO BALW-HASH-TOTAL.
           MOVE WS-RUN-DATE    TO BALW-RUN-DATE.
           CALL WS-BALW-PGM USING BALW-PARM.
           IF BALW-IO-ERROR
               DISPLAY 'CBFEE01C WARNING: BALANCING TOTALS NOT '
                       'RECORDED'
           END-IF.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE FEESCHED-FILE.
           CLOSE ACCTFILE-FILE.
           CLOSE TRAN-FILE.
           CLOSE XREF-FILE.
           CLOSE SCRA-FILE.
           CLOSE PROD-FILE.
           CLOSE CHKPT-FILE.
           EXIT.

       9999-ABEND-PROGRAM.
