      *               else in purchases), and shunts failures to the
      *               keyed CLRREPR repair queue for the COCLRR0C
      *               fix-and-release screen.  One bad merchant
      *               record no longer fails the whole file.  The
      *               accepted items are totalled by currency onto
      *               CLRTOTS for the CBSRC01C settlement
      *               reconciliation.  The ingest writes a
      *               commit-interval checkpoint (CHKPTFILE); a rerun
      *               handed that file as RESTFILE resumes after the
      *               checkpointed item, recognises the postings and
      *               repairs the failed attempt already wrote, and
      *               reports one run's totals to CLRTOTS and BALCTL.
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
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FXR-KEY
                  FILE STATUS  IS FXRATE-STATUS.
      *
      *    Accepted totals by currency for settlement reconciliation.
           SELECT CLRTOT-FILE ASSIGN TO CLRTOTS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CLRTOT-STATUS.
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
       FD  FXRATE-FILE.
       COPY CVFXR01Y.

       FD  CLRTOT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-CLRTOT-REC                        PIC X(80).

       FD  CHKPT-FILE.
       01  FD-CHKPTFILE-REC                     PIC X(400).

       FD  RESTART-FILE.
       01  FD-RESTARTFILE-REC                   PIC X(400).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVACT01Y.
       COPY CVCLR01Y.
       COPY CVLUH01Y.
       COPY CVCLT01Y.

       01  CLEAR-STATUS.
           05  CLEAR-STAT1         PIC X.
       01  REPAIR-STATUS.
           05  REPAIR-STAT1        PIC X.
           05  REPAIR-STAT2        PIC X.
       01  CLRTOT-STATUS.
           05  CLRTOT-STAT1        PIC X.
           05  CLRTOT-STAT2        PIC X.
       01  CHKPTFILE-STATUS.
           05  CHKPTFILE-STAT1     PIC X.
           05  CHKPTFILE-STAT2     PIC X.
       01  RESTFILE-STATUS.
           05  RESTFILE-STAT1      PIC X.
           05  RESTFILE-STAT2      PIC X.

       01  IO-STATUS.
           05  IO-STAT1            PIC X.
           05  WS-REPAIR-AMT              PIC S9(13)V99 VALUE 0.
           05  WS-BUCKET-SUM              PIC S9(10)V99 VALUE 0.

      *---------------------------------------------------------------*
      * Accepted items by presented currency, as the network settles  *
      * them.                                                         *
      *---------------------------------------------------------------*
       01  WS-CURR-TOTALS.
           05  WS-CT-ENTRY OCCURS 30 TIMES.
               10  WS-CT-CURR-CD           PIC X(03).
               10  WS-CT-COUNT             PIC 9(09).
               10  WS-CT-AMOUNT            PIC S9(13)V99 COMP-3.
       01  WS-CT-MAX               PIC S9(4) COMP VALUE 30.
       01  WS-CT-COUNT-USED        PIC S9(4) COMP VALUE 0.
       01  WS-CT-SUB               PIC S9(4) COMP VALUE 0.
       01  WS-CT-FOUND-SW          PIC X(01).
           88  WS-CT-FOUND                   VALUE 'Y'.
       01  WS-ITEM-CURR-CD         PIC X(03).

       01  WS-RUN-COUNTS.
           05  WS-ITEMS-READ               PIC 9(09) VALUE 0.
           05  WS-ITEMS-POSTED             PIC 9(09) VALUE 0.
       01  WS-RUN-TIMESTAMP                PIC X(26).
       01  WS-REJECT-REASON                PIC X(30).

      *---------------------------------------------------------------*
      * Checkpoint / restart control.  A checkpoint is taken every    *
      * WS-CHECKPOINT-INTERVAL items and once more at end of file:    *
      * the currency totals, then the control record carrying the    *
      * items done, both id sequences and the running totals.         *
      *---------------------------------------------------------------*
       COPY CVCKP01Y.
       01  WS-CHECKPOINT-CONTROLS.
           05  WS-CHECKPOINT-INTERVAL      PIC 9(04) VALUE 100.
           05  WS-CKP-SINCE-LAST           PIC 9(04) VALUE 0.
           05  WS-CKP-TIME                 PIC 9(08) VALUE 0.
           05  WS-CKP-REC-NBR              PIC 9(09) VALUE 0.
           05  WS-CKP-LAST-CTL-NBR         PIC 9(09) VALUE 0.
           05  WS-CKP-ITEMS-SKIPPED        PIC 9(09) VALUE 0.
           05  WS-RESTART-SW               PIC X(01) VALUE 'N'.
               88  WS-RESTART-RUN                    VALUE 'Y'.
           05  WS-RESTART-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-RESTART-EOF                    VALUE 'Y'.
           05  WS-ITEM-DONE-SW             PIC X(01) VALUE 'N'.
               88  WS-ITEM-ALREADY-POSTED            VALUE 'Y'.
               88  WS-ITEM-TO-POST                   VALUE 'N'.
           05  WS-GAP-ITEMS-FOUND          PIC 9(09) VALUE 0.
           05  WS-LAST-GAP-TRAN-ID         PIC X(16) VALUE SPACES.
           05  WS-VERIFY-TRAN-ID           PIC X(16) VALUE SPACES.
           05  WS-VERIFY-ACCT-ID           PIC 9(11) VALUE 0.
       01  WS-CKP-TOTALS.
           05  WS-CKP-RUN-COUNTS           PIC X(27).
           05  WS-CKP-FX-CONVERTED         PIC 9(09).
           05  WS-CKP-ACCEPTED-AMT         PIC S9(13)V99 COMP-3.
      *    The posting as built, held while a duplicate key is read
      *    back to see whether the failed attempt already wrote it.
       01  WS-SAVED-TRAN-REC               PIC X(350).

      *---------------------------------------------------------------*
      * Central balancing-totals record for the nightly comparison.   *
      *---------------------------------------------------------------*
       01  WS-BALW-PGM                     PIC X(08) VALUE 'COBALW0C'.
       COPY CVBAL02Y.

       PROCEDURE DIVISION.

      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBCLR01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-INGEST-CLEARING-FILE.
           PERFORM 7000-WRITE-CLEARING-TOTALS.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 8100-WRITE-BALANCING-TOTALS.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBCLR01C'.
           GOBACK.
      *****************************************************************
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-FIELDS FROM TIME.
           PERFORM 1050-READ-RESTART.
           MOVE WS-RUN-DATE-FIELDS TO WS-TRAN-ID-DATE.
           MOVE WS-RUN-DATE-FIELDS TO WS-REP-ID-DATE.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD ' '
                       'ITEMS WILL REPAIR: ' FXRATE-STATUS
           END-IF.

           OPEN OUTPUT CLRTOT-FILE.
           IF CLRTOT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CLRTOTS'
               MOVE CLRTOT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           PERFORM 1300-OPEN-CHECKPOINT.
           IF WS-RESTART-RUN
               PERFORM 1400-RESUME-POSITION
           END-IF.

      *****************************************************************
      * Restart input is optional.  When the prior attempt's          *
      * checkpoint file is supplied, its last control record restores *
      * that run's timestamp - so TRAN-IDs, repair ids, stamps and    *
      * settlement totals all belong to the original run - along with *
      * the items done, both id sequences, the running totals and the *
      * currency totals written with it.                              *
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
                          AND CKP-JOB-NAME = 'CBCLR01C'
                           MOVE WS-CKP-REC-NBR TO WS-CKP-LAST-CTL-NBR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESTART-FILE.
           IF WS-CKP-LAST-CTL-NBR = ZERO
               DISPLAY 'NO CBCLR01C CHECKPOINT ON RESTART FILE - '
                       'STARTING FROM TOP'
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT RESTART-FILE.
           MOVE ZERO TO WS-CKP-REC-NBR.
           PERFORM 1060-LOAD-RESTART-REC
               UNTIL WS-CKP-REC-NBR = WS-CKP-LAST-CTL-NBR.
           CLOSE RESTART-FILE.
           IF WS-CT-COUNT-USED NOT = CKP-DETAIL-COUNT
               DISPLAY 'CHECKPOINT CURRENCY ROWS INCOMPLETE - '
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
           MOVE CKP-TRAN-SEQ     TO WS-TRAN-ID-SEQ.
           MOVE CKP-AUX-SEQ      TO WS-REP-ID-SEQ.
           MOVE CKP-TOTALS-IMAGE TO WS-CKP-TOTALS.
           MOVE WS-CKP-RUN-COUNTS    TO WS-RUN-COUNTS.
           MOVE WS-CKP-FX-CONVERTED  TO WS-FX-CONVERTED-COUNT.
           MOVE WS-CKP-ACCEPTED-AMT  TO WS-ACCEPTED-AMT.
           DISPLAY 'RESTARTING CLEARING INGEST OF ' CKP-RUN-TS
                   ' AFTER ITEM: ' WS-ITEMS-READ.
           EXIT.

      *****************************************************************
      * Currency rows belong to the control record that follows       *
      * them, so each earlier control record starts the table over.   *
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
           IF CKP-JOB-NAME NOT = 'CBCLR01C'
               EXIT PARAGRAPH
           END-IF.
           IF CKP-CONTROL-REC
               IF WS-CKP-REC-NBR < WS-CKP-LAST-CTL-NBR
                   MOVE ZERO TO WS-CT-COUNT-USED
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-CT-COUNT-USED < WS-CT-MAX
               ADD 1 TO WS-CT-COUNT-USED
               MOVE CKP-DETAIL-IMAGE TO WS-CT-ENTRY (WS-CT-COUNT-USED)
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
      * Notes the last posting the failed attempt wrote after the     *
      * checkpoint - the only one whose account update may not have   *
      * landed - and passes over the items already counted.           *
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
                           MOVE TRAN-ID TO WS-LAST-GAP-TRAN-ID
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY 'LAST POSTING SINCE CHECKPOINT: '
                   WS-LAST-GAP-TRAN-ID.

           PERFORM UNTIL WS-CKP-ITEMS-SKIPPED = WS-ITEMS-READ
               PERFORM 2100-READ-CLEARING-ITEM
               IF END-OF-FILE = 'Y'
                   DISPLAY 'NETCLEAR SHORTER THAN CHECKPOINT - '
                           'WRONG FILE FOR RESTART'
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-CKP-ITEMS-SKIPPED
           END-PERFORM.
           EXIT.

      *****************************************************************
       2000-INGEST-CLEARING-FILE.
      *****************************************************************
           PERFORM UNTIL END-OF-FILE = 'Y'
               ADD 1 TO WS-ITEMS-READ
               PERFORM 2200-PROCESS-ONE-ITEM
               PERFORM 7550-CHECK-CHECKPOINT
               PERFORM 2100-READ-CLEARING-ITEM
           END-PERFORM.
           PERFORM 7500-WRITE-CHECKPOINT.

      *****************************************************************
       2100-READ-CLEARING-ITEM.
           END-IF.

           PERFORM 2400-POST-CLEARING-TRAN.
           IF WS-ITEM-TO-POST
               PERFORM 2500-APPLY-TO-ACCOUNT
           ELSE
               PERFORM 2450-CHECK-GAP-POSTING
           END-IF.
           ADD 1 TO WS-ITEMS-POSTED.
           ADD WS-BILLED-AMT TO WS-ACCEPTED-AMT.
           PERFORM 2700-ADD-CURRENCY-TOTAL.
           EXIT.

      *****************************************************************
           MOVE WS-RUN-TIMESTAMP  TO TRAN-PROC-TS.
           MOVE CLR-COUNTRY-CD    TO TRAN-ACQR-COUNTRY-CD.

           SET WS-ITEM-TO-POST TO TRUE.
           MOVE 'N' TO WS-TRAN-WRITTEN-SW.
           PERFORM UNTIL WS-TRAN-WRITTEN
               WRITE TRAN-RECORD
                   WHEN '00'
                       SET WS-TRAN-WRITTEN TO TRUE
                   WHEN '22'
                       IF WS-RESTART-RUN
                           PERFORM 2420-CHECK-PRIOR-POSTING
                       END-IF
                       IF NOT WS-ITEM-ALREADY-POSTED
                           ADD 1 TO WS-TRAN-ID-SEQ
                           MOVE WS-TRAN-ID-FIELDS TO TRAN-ID
                       ELSE
                           SET WS-TRAN-WRITTEN TO TRUE
                       END-IF
                   WHEN OTHER
                       DISPLAY 'ERROR WRITING TRANSACT FOR '
                               'CLEARING: ' TRAN-ID
           END-PERFORM.
           EXIT.

      *****************************************************************
      * Restart only.  The id this item would take is already on file *
      * - if it is this run's posting of the same card, reference and *
      * amount, the failed attempt wrote it and it is not written     *
      * again; otherwise the id belongs to someone else and is        *
      * stepped past as usual.                                        *
      *****************************************************************
       2420-CHECK-PRIOR-POSTING.
           MOVE TRAN-RECORD TO WS-SAVED-TRAN-REC.
           READ TRAN-FILE.
           IF TRANFILE-STATUS = '00'
              AND TRAN-PROC-TS = WS-RUN-TIMESTAMP
              AND TRAN-CARD-NUM = CLR-CARD-NUM
              AND TRAN-DESC = WS-SAVED-TRAN-REC(33:100)
              AND TRAN-AMT = WS-BILLED-AMT
               SET WS-ITEM-ALREADY-POSTED TO TRUE
               ADD 1 TO WS-GAP-ITEMS-FOUND
           ELSE
               MOVE WS-SAVED-TRAN-REC TO TRAN-RECORD
           END-IF.
           EXIT.

      *****************************************************************
      * A posting found from the failed attempt had its account       *
      * update applied unless it was that attempt's last posting.     *
      * The last one is applied now if its account does not carry    *
      * this run's stamp; if it does, an earlier item for the same    *
      * account may be what stamped it, so it is left as applied and  *
      * reported for operations to verify.                            *
      *****************************************************************
       2450-CHECK-GAP-POSTING.
           IF TRAN-ID NOT = WS-LAST-GAP-TRAN-ID
               EXIT PARAGRAPH
           END-IF.
           MOVE XREF-ACCT-ID TO FD-ACCT-ID.
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'CLEARING POSTED BUT ACCOUNT MISSING: '
                           XREF-ACCT-ID
                   PERFORM 9999-ABEND-PROGRAM
           END-READ.
           IF ACCT-LAST-MAINT-TS NOT = WS-RUN-TIMESTAMP
               PERFORM 2500-APPLY-TO-ACCOUNT
           ELSE
               MOVE TRAN-ID      TO WS-VERIFY-TRAN-ID
               MOVE XREF-ACCT-ID TO WS-VERIFY-ACCT-ID
               DISPLAY 'VERIFY IN-FLIGHT POSTING ' WS-VERIFY-TRAN-ID
                       ' AGAINST ACCOUNT ' WS-VERIFY-ACCT-ID
           END-IF.
           EXIT.

      *****************************************************************
      * The posting lands on the balance and the pricing bucket the   *
      * transaction type dictates: cash advances carry in the cash    *
      *****************************************************************
      * Failures go to the keyed repair queue with their reason; a    *
      * duplicate key only means a rerun already queued under this    *
      * identifier - step the sequence and retry.  On a restart the   *
      * entry may be this same item queued by the failed attempt     *
      * (same clearing record, rejected today), and is not queued     *
      * again.                                                        *
      *****************************************************************
       2600-WRITE-REPAIR-ITEM.
           INITIALIZE CLEARING-REPAIR-RECORD.
                   WHEN '00'
                       SET WS-TRAN-WRITTEN TO TRUE
                   WHEN '22'
                       IF WS-RESTART-RUN
                           PERFORM 2650-CHECK-PRIOR-REPAIR
                       END-IF
                       IF NOT WS-TRAN-WRITTEN
                           ADD 1 TO WS-REP-ID-SEQ
                           MOVE WS-REPAIR-ID-FIELDS TO CLRR-ID
                       END-IF
                   WHEN OTHER
                       DISPLAY 'ERROR WRITING CLRREPR: ' CLRR-ID
                       MOVE REPAIR-STATUS TO IO-STATUS
           ADD 1 TO WS-ITEMS-REPAIRED.
           EXIT.

      *****************************************************************
      * The repair record follows the 16-byte id: clearing record in  *
      * positions 1-200 of the data and the reject date at 232.       *
      *****************************************************************
       2650-CHECK-PRIOR-REPAIR.
           READ REPAIR-FILE.
           IF REPAIR-STATUS = '00'
              AND FD-CLRR-DATA(1:200) = CLRR-CLEARING-REC
              AND FD-CLRR-DATA(232:10) = CLRR-REJECT-DATE
               SET WS-TRAN-WRITTEN TO TRUE
               ADD 1 TO WS-GAP-ITEMS-FOUND
           END-IF.
           EXIT.

      *****************************************************************
      * Accepted items total in the currency and amount presented,    *
      * blank currency counting as the domestic currency.             *
      *****************************************************************
       2700-ADD-CURRENCY-TOTAL.
           IF CLR-CURR-CD = SPACES
               MOVE WS-DOMESTIC-CURR TO WS-ITEM-CURR-CD
           ELSE
               MOVE CLR-CURR-CD      TO WS-ITEM-CURR-CD
           END-IF.
           MOVE 'N' TO WS-CT-FOUND-SW.
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > WS-CT-COUNT-USED
                     OR WS-CT-FOUND
               IF WS-CT-CURR-CD (WS-CT-SUB) = WS-ITEM-CURR-CD
                   SET WS-CT-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-CT-FOUND
               SUBTRACT 1 FROM WS-CT-SUB
           ELSE
               IF WS-CT-COUNT-USED >= WS-CT-MAX
                   DISPLAY 'CURRENCY TOTAL TABLE FULL AT: '
                           WS-ITEM-CURR-CD
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-CT-COUNT-USED
               MOVE WS-CT-COUNT-USED TO WS-CT-SUB
               MOVE WS-ITEM-CURR-CD TO WS-CT-CURR-CD (WS-CT-SUB)
               MOVE ZERO TO WS-CT-COUNT (WS-CT-SUB)
               MOVE ZERO TO WS-CT-AMOUNT (WS-CT-SUB)
           END-IF.
           ADD 1          TO WS-CT-COUNT (WS-CT-SUB).
           ADD CLR-AMOUNT TO WS-CT-AMOUNT (WS-CT-SUB).
           EXIT.

      *****************************************************************
      * Tonight's clearing settles on tonight's date.                 *
      *****************************************************************
       7000-WRITE-CLEARING-TOTALS.
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > WS-CT-COUNT-USED
               MOVE SPACES TO CLEARING-TOTAL-RECORD
               MOVE WS-RUN-TIMESTAMP(1:10)   TO CLT-SETTLE-DATE
               MOVE WS-CT-CURR-CD (WS-CT-SUB) TO CLT-CURR-CD
               MOVE WS-CT-COUNT (WS-CT-SUB)  TO CLT-ITEM-COUNT
               MOVE WS-CT-AMOUNT (WS-CT-SUB) TO CLT-AMOUNT
               WRITE FD-CLRTOT-REC FROM CLEARING-TOTAL-RECORD
               IF CLRTOT-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING CLRTOTS'
                   MOVE CLRTOT-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
      * Checkpoint: the currency totals so far, then the control      *
      * record - the run it belongs to, the items done, both id       *
      * sequences reached and the running totals.                     *
      *****************************************************************
       7500-WRITE-CHECKPOINT.
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > WS-CT-COUNT-USED
               MOVE SPACES         TO CHECKPOINT-RECORD
               SET CKP-DETAIL-REC  TO TRUE
               MOVE 'CBCLR01C'     TO CKP-JOB-NAME
               MOVE WS-CT-ENTRY (WS-CT-SUB) TO CKP-DETAIL-IMAGE
               PERFORM 7560-PUT-CHECKPOINT-REC
           END-PERFORM.
           ACCEPT WS-CKP-TIME FROM TIME.
           MOVE SPACES            TO CHECKPOINT-RECORD.
           SET CKP-CONTROL-REC    TO TRUE.
           MOVE 'CBCLR01C'        TO CKP-JOB-NAME.
           MOVE WS-RUN-TIMESTAMP  TO CKP-RUN-TS.
           MOVE WS-ITEMS-READ     TO CKP-LAST-KEY.
           MOVE WS-TRAN-ID-SEQ    TO CKP-TRAN-SEQ.
           MOVE WS-REP-ID-SEQ     TO CKP-AUX-SEQ.
           MOVE WS-ITEMS-READ     TO CKP-UNITS-DONE.
           MOVE WS-CT-COUNT-USED  TO CKP-DETAIL-COUNT.
           MOVE WS-CKP-TIME       TO CKP-WRITE-TIME.
           MOVE WS-RUN-COUNTS         TO WS-CKP-RUN-COUNTS.
           MOVE WS-FX-CONVERTED-COUNT TO WS-CKP-FX-CONVERTED.
           MOVE WS-ACCEPTED-AMT       TO WS-CKP-ACCEPTED-AMT.
           MOVE WS-CKP-TOTALS     TO CKP-TOTALS-IMAGE.
           PERFORM 7560-PUT-CHECKPOINT-REC.
           EXIT.

      *****************************************************************
       7550-CHECK-CHECKPOINT.
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
                   ' AMT: ' WS-ACCEPTED-AMT.
           DISPLAY '  ITEMS TO REPAIR      : ' WS-ITEMS-REPAIRED.
           DISPLAY '  FX CONVERSIONS       : ' WS-FX-CONVERTED-COUNT.
           IF WS-RESTART-RUN
               DISPLAY '  RESTARTED AFTER ITEM : ' WS-CKP-ITEMS-SKIPPED
               DISPLAY '  FOUND FROM ABEND     : ' WS-GAP-ITEMS-FOUND
               IF WS-VERIFY-TRAN-ID NOT = SPACES
                   DISPLAY '  VERIFY POSTING       : '
                           WS-VERIFY-TRAN-ID
               END-IF
           END-IF.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
      * Clearing totals for the balancing hub, keyed on the run's own *
      * date so a resumed run replaces only its own record.           *
      *****************************************************************
       8100-WRITE-BALANCING-TOTALS.
           INITIALIZE BALW-PARM.
           MOVE 'CBCLR01C'      TO BALW-JOB-NAME.
           MOVE 'CLEARING'      TO BALW-TOTAL-ID.
           MOVE WS-ITEMS-POSTED TO BALW-RECORD-COUNT.
           MOVE WS-ACCEPTED-AMT TO BALW-DEBIT-AMT.
           MOVE ZERO            TO BALW-CREDIT-AMT.
           MOVE ZERO            TO BALW-HASH-TOTAL.
           MOVE WS-RUN-TIMESTAMP(1:10) TO BALW-RUN-DATE.
           CALL WS-BALW-PGM USING BALW-PARM.
           IF BALW-IO-ERROR
               DISPLAY 'CBCLR01C WARNING: BALANCING TOTALS NOT '
                       'RECORDED'
           END-IF.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE CLEAR-FILE.
           CLOSE ACCTFILE-FILE.
           CLOSE TRAN-FILE.
           CLOSE REPAIR-FILE.
           CLOSE CLRTOT-FILE.
           CLOSE CHKPT-FILE.
           IF WS-FX-AVAIL
               CLOSE FXRATE-FILE
           END-IF.
