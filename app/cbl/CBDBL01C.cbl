      ******************************************************************
      * PROGRAM     : CBDBL01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Nightly daily balance snapshot.  Runs after the
      *               day's postings and ahead of any cycle close.
      *               Records each account's end-of-day balance and its
      *               purchase, cash and promo buckets on the keyed
      *               DAILYBAL file, one row per account per day, for
      *               CBINT01C's average-daily-balance interest.  A
      *               rerun for the same date replaces the day's row.
      *               Rows older than the retention period are removed
      *               as each account is passed.  The same pass tallies
      *               the portfolio by account group - open, new and
      *               closed accounts, balances by bucket, delinquency
      *               by aging bucket - onto PORTSTAT for the CBMIS01C
      *               daily management report.
      *               SYSIN card: CCYY-MM-DD balance date (default the
      *               run date) - to catch up a missed night.
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
       PROGRAM-ID.    CBDBL01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      *
           SELECT DBAL-FILE ASSIGN TO DAILYBAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DBL-KEY
                  FILE STATUS  IS DAILYBAL-STATUS.
      *
           SELECT PSTAT-FILE ASSIGN TO PORTSTAT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PORTSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  DBAL-FILE.
       COPY CVDBL01Y.

       FD  PSTAT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       COPY CVMIS01Y.

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVACT01Y.

       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  DAILYBAL-STATUS.
           05  DAILYBAL-STAT1      PIC X.
           05  DAILYBAL-STAT2      PIC X.
       01  PORTSTAT-STATUS.
           05  PORTSTAT-STAT1      PIC X.
           05  PORTSTAT-STAT2      PIC X.

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
      * Balance date from the parameter card (CCYY-MM-DD).            *
      *---------------------------------------------------------------*
       01  PRM-INFO.
           05  P-BAL-DATE          PIC X(10).
           05  FILLER              PIC X(70).

      *---------------------------------------------------------------*
      * Snapshots are kept long enough to cover the longest cycle     *
      * plus a late or rerun close.                                   *
      *---------------------------------------------------------------*
       01  WS-RETAIN-DAYS          PIC 9(03) VALUE 093.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-RUN-TIME-FIELDS.
           05  WS-RUN-HH                   PIC 9(02).
           05  WS-RUN-MN                   PIC 9(02).
           05  WS-RUN-SS                   PIC 9(02).
           05  WS-RUN-HS                   PIC 9(02).
       01  WS-RUN-TIMESTAMP                PIC X(26).
       01  WS-BAL-DATE                     PIC X(10).
       01  WS-PURGE-BEFORE-DATE            PIC X(10).
       01  WS-WORK-YMD                     PIC 9(08).
       01  WS-WORK-YMD-PARTS REDEFINES WS-WORK-YMD.
           05  WS-WORK-YYYY                PIC 9(04).
           05  WS-WORK-MM                  PIC 9(02).
           05  WS-WORK-DD                  PIC 9(02).
       01  WS-WORK-DAYNUM                  PIC S9(09) COMP VALUE 0.

       01  WS-PURGE-EOF-SW         PIC X(01) VALUE 'N'.
           88  WS-PURGE-DONE                 VALUE 'Y'.

       01  WS-RUN-COUNTS.
           05  WS-ACCOUNTS-READ            PIC 9(09) VALUE 0.
           05  WS-SKIP-CLOSED              PIC 9(09) VALUE 0.
           05  WS-SNAPSHOTS-WRITTEN        PIC 9(09) VALUE 0.
           05  WS-SNAPSHOTS-REPLACED       PIC 9(09) VALUE 0.
           05  WS-SNAPSHOTS-PURGED         PIC 9(09) VALUE 0.
           05  WS-PSTAT-WRITTEN            PIC 9(09) VALUE 0.

      *---------------------------------------------------------------*
      * Portfolio tally by account group, kept in group order.  A     *
      * group beyond the table's room is folded into the last entry.  *
      * Delinquency subscripts 1-6 are the 030 to 180 buckets.        *
      *---------------------------------------------------------------*
       01  WS-PST-TABLE.
           05  WS-PST-ENTRY OCCURS 100 TIMES.
               10  WS-PST-GROUP            PIC X(10).
               10  WS-PST-OPEN             PIC S9(09) COMP-3.
               10  WS-PST-NEW              PIC S9(09) COMP-3.
               10  WS-PST-CLOSED           PIC S9(09) COMP-3.
               10  WS-PST-BAL-TOTAL        PIC S9(13)V99 COMP-3.
               10  WS-PST-BAL-PURCHASE     PIC S9(13)V99 COMP-3.
               10  WS-PST-BAL-CASH         PIC S9(13)V99 COMP-3.
               10  WS-PST-BAL-PROMO        PIC S9(13)V99 COMP-3.
               10  WS-PST-DLQ OCCURS 6 TIMES.
                   15  WS-PST-DLQ-CNT      PIC S9(09) COMP-3.
                   15  WS-PST-DLQ-BAL      PIC S9(13)V99 COMP-3.
       01  WS-PST-MAX              PIC S9(4) COMP VALUE 100.
       01  WS-PST-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-PST-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-PST-SUB2             PIC S9(4) COMP VALUE 0.
       01  WS-DLQ-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-PST-FOUND-SW         PIC X(01) VALUE 'N'.
           88  WS-PST-FOUND                  VALUE 'Y'.
           88  WS-PST-NOT-FOUND              VALUE 'N'.

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBDBL01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SNAPSHOT-ACCOUNTS.
           PERFORM 3000-WRITE-PORTFOLIO-STATS.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBDBL01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT PRM-INFO FROM SYSIN.
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-FIELDS FROM TIME.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD ' '
                  WS-RUN-HH ':' WS-RUN-MN ':' WS-RUN-SS '.'
                  WS-RUN-HS '0000'
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP
           END-STRING.

           IF P-BAL-DATE(1:4) IS NUMERIC
              AND P-BAL-DATE(5:1) = '-'
              AND P-BAL-DATE(6:2) IS NUMERIC
              AND P-BAL-DATE(8:1) = '-'
              AND P-BAL-DATE(9:2) IS NUMERIC
               MOVE P-BAL-DATE TO WS-BAL-DATE
           ELSE
               MOVE WS-RUN-TIMESTAMP(1:10) TO WS-BAL-DATE
           END-IF.

           MOVE WS-BAL-DATE(1:4) TO WS-WORK-YYYY.
           MOVE WS-BAL-DATE(6:2) TO WS-WORK-MM.
           MOVE WS-BAL-DATE(9:2) TO WS-WORK-DD.
           COMPUTE WS-WORK-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-YMD).
           COMPUTE WS-WORK-YMD = FUNCTION DATE-OF-INTEGER
                   (WS-WORK-DAYNUM - WS-RETAIN-DAYS).
           STRING WS-WORK-YYYY '-' WS-WORK-MM '-' WS-WORK-DD
               DELIMITED BY SIZE INTO WS-PURGE-BEFORE-DATE
           END-STRING.
           DISPLAY 'CBDBL01C BALANCE DATE: ' WS-BAL-DATE
                   '  PURGE BEFORE: ' WS-PURGE-BEFORE-DATE.

           OPEN INPUT ACCTFILE-FILE.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCTFILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN I-O DBAL-FILE.
           IF DAILYBAL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DAILYBAL'
               MOVE DAILYBAL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT PSTAT-FILE.
           IF PORTSTAT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PORTSTAT'
               MOVE PORTSTAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
      * A closed account has no cycle left to price; its old rows     *
      * still age off.                                                *
      *****************************************************************
       2000-SNAPSHOT-ACCOUNTS.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ ACCTFILE-FILE INTO ACCOUNT-RECORD
               EVALUATE ACCTFILE-STATUS
                   WHEN '00'
                       ADD 1 TO WS-ACCOUNTS-READ
                       PERFORM 2100-PURGE-OLD-SNAPSHOTS
                       PERFORM 2300-TALLY-PORTFOLIO
                       IF ACCT-CLOSED
                           ADD 1 TO WS-SKIP-CLOSED
                       ELSE
                           PERFORM 2200-WRITE-SNAPSHOT
                       END-IF
                   WHEN '10'
                       MOVE 'Y' TO END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERROR READING ACCOUNT FILE'
                       MOVE ACCTFILE-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-PERFORM.
           EXIT.

      *****************************************************************
       2100-PURGE-OLD-SNAPSHOTS.
           MOVE 'N' TO WS-PURGE-EOF-SW.
           MOVE ACCT-ID     TO DBL-ACCT-ID.
           MOVE LOW-VALUES  TO DBL-BAL-DATE.
           START DBAL-FILE KEY IS NOT LESS THAN DBL-KEY
               INVALID KEY
                   SET WS-PURGE-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-PURGE-DONE
               READ DBAL-FILE NEXT
                   AT END
                       SET WS-PURGE-DONE TO TRUE
                   NOT AT END
                       IF DBL-ACCT-ID NOT = ACCT-ID
                          OR DBL-BAL-DATE NOT < WS-PURGE-BEFORE-DATE
                           SET WS-PURGE-DONE TO TRUE
                       ELSE
                           DELETE DBAL-FILE RECORD
                           IF DAILYBAL-STATUS NOT = '00'
                               DISPLAY 'ERROR DELETING DAILYBAL FOR '
                                       'ACCOUNT: ' ACCT-ID
                               MOVE DAILYBAL-STATUS TO IO-STATUS
                               PERFORM 9910-DISPLAY-IO-STATUS
                               PERFORM 9999-ABEND-PROGRAM
                           END-IF
                           ADD 1 TO WS-SNAPSHOTS-PURGED
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      *****************************************************************
       2200-WRITE-SNAPSHOT.
           INITIALIZE DAILY-BALANCE-RECORD.
           MOVE ACCT-ID            TO DBL-ACCT-ID.
           MOVE WS-BAL-DATE        TO DBL-BAL-DATE.
           MOVE ACCT-CURR-BAL      TO DBL-CURR-BAL.
           MOVE ACCT-BAL-PURCHASE  TO DBL-BAL-PURCHASE.
           MOVE ACCT-BAL-CASH      TO DBL-BAL-CASH.
           MOVE ACCT-BAL-PROMO     TO DBL-BAL-PROMO.
           MOVE WS-RUN-TIMESTAMP   TO DBL-SNAPSHOT-TS.
           WRITE DAILY-BALANCE-RECORD.
           EVALUATE DAILYBAL-STATUS
               WHEN '00'
                   ADD 1 TO WS-SNAPSHOTS-WRITTEN
               WHEN '22'
                   REWRITE DAILY-BALANCE-RECORD
                   IF DAILYBAL-STATUS NOT = '00'
                       DISPLAY 'ERROR REWRITING DAILYBAL FOR ACCOUNT: '
                               ACCT-ID
                       MOVE DAILYBAL-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   ADD 1 TO WS-SNAPSHOTS-REPLACED
               WHEN OTHER
                   DISPLAY 'ERROR WRITING DAILYBAL FOR ACCOUNT: '
                           ACCT-ID
                   MOVE DAILYBAL-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * An account counts as closed on the day the CBCLS01C closing   *
      * run stamped it; a closed account adds nothing else.           *
      *****************************************************************
       2300-TALLY-PORTFOLIO.
           IF ACCT-CLOSED
               IF ACCT-LAST-MAINT-TS(1:10) = WS-BAL-DATE
                   PERFORM 2350-FIND-GROUP
                   ADD 1 TO WS-PST-CLOSED (WS-PST-SUB)
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2350-FIND-GROUP.
           ADD 1 TO WS-PST-OPEN (WS-PST-SUB).
           IF ACCT-OPEN-DATE = WS-BAL-DATE
               ADD 1 TO WS-PST-NEW (WS-PST-SUB)
           END-IF.
           ADD ACCT-CURR-BAL     TO WS-PST-BAL-TOTAL (WS-PST-SUB).
           ADD ACCT-BAL-PURCHASE TO WS-PST-BAL-PURCHASE (WS-PST-SUB).
           ADD ACCT-BAL-CASH     TO WS-PST-BAL-CASH (WS-PST-SUB).
           ADD ACCT-BAL-PROMO    TO WS-PST-BAL-PROMO (WS-PST-SUB).

           EVALUATE TRUE
               WHEN ACCT-DELINQ-30
                   MOVE 1 TO WS-DLQ-SUB
               WHEN ACCT-DELINQ-60
                   MOVE 2 TO WS-DLQ-SUB
               WHEN ACCT-DELINQ-90
                   MOVE 3 TO WS-DLQ-SUB
               WHEN ACCT-DELINQ-120
                   MOVE 4 TO WS-DLQ-SUB
               WHEN ACCT-DELINQ-150
                   MOVE 5 TO WS-DLQ-SUB
               WHEN ACCT-DELINQ-180
                   MOVE 6 TO WS-DLQ-SUB
               WHEN OTHER
                   MOVE 0 TO WS-DLQ-SUB
           END-EVALUATE.
           IF WS-DLQ-SUB > 0
               ADD 1 TO WS-PST-DLQ-CNT (WS-PST-SUB, WS-DLQ-SUB)
               ADD ACCT-CURR-BAL
                 TO WS-PST-DLQ-BAL (WS-PST-SUB, WS-DLQ-SUB)
           END-IF.
           EXIT.

      *****************************************************************
      * Leaves WS-PST-SUB on the account's group, opening a zeroed    *
      * entry in group order the first time the group is seen.        *
      *****************************************************************
       2350-FIND-GROUP.
           SET WS-PST-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-PST-SUB FROM 1 BY 1
               UNTIL WS-PST-SUB > WS-PST-COUNT
                     OR WS-PST-FOUND
                     OR WS-PST-GROUP (WS-PST-SUB) > ACCT-GROUP-ID
               IF WS-PST-GROUP (WS-PST-SUB) = ACCT-GROUP-ID
                   SET WS-PST-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-PST-FOUND
               SUBTRACT 1 FROM WS-PST-SUB
               EXIT PARAGRAPH
           END-IF.
           IF WS-PST-COUNT >= WS-PST-MAX
               MOVE WS-PST-MAX TO WS-PST-SUB
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PST-SUB2 FROM WS-PST-COUNT BY -1
                   UNTIL WS-PST-SUB2 < WS-PST-SUB
               MOVE WS-PST-ENTRY (WS-PST-SUB2)
                 TO WS-PST-ENTRY (WS-PST-SUB2 + 1)
           END-PERFORM.
           ADD 1 TO WS-PST-COUNT.
           INITIALIZE WS-PST-ENTRY (WS-PST-SUB).
           MOVE ACCT-GROUP-ID TO WS-PST-GROUP (WS-PST-SUB).
           EXIT.

      *****************************************************************
       3000-WRITE-PORTFOLIO-STATS.
           PERFORM VARYING WS-PST-SUB FROM 1 BY 1
                   UNTIL WS-PST-SUB > WS-PST-COUNT
               INITIALIZE PORTFOLIO-STATS-RECORD
               MOVE WS-BAL-DATE                 TO PST-STAT-DATE
               MOVE WS-PST-GROUP (WS-PST-SUB)   TO PST-GROUP-ID
               MOVE WS-PST-OPEN (WS-PST-SUB)    TO PST-OPEN-CNT
               MOVE WS-PST-NEW (WS-PST-SUB)     TO PST-NEW-CNT
               MOVE WS-PST-CLOSED (WS-PST-SUB)  TO PST-CLOSED-CNT
               MOVE WS-PST-BAL-TOTAL (WS-PST-SUB)
                                                TO PST-BAL-TOTAL
               MOVE WS-PST-BAL-PURCHASE (WS-PST-SUB)
                                                TO PST-BAL-PURCHASE
               MOVE WS-PST-BAL-CASH (WS-PST-SUB)
                                                TO PST-BAL-CASH
               MOVE WS-PST-BAL-PROMO (WS-PST-SUB)
                                                TO PST-BAL-PROMO
               PERFORM VARYING WS-DLQ-SUB FROM 1 BY 1
                       UNTIL WS-DLQ-SUB > 6
                   MOVE WS-PST-DLQ-CNT (WS-PST-SUB, WS-DLQ-SUB)
                     TO PST-DLQ-CNT (WS-DLQ-SUB)
                   MOVE WS-PST-DLQ-BAL (WS-PST-SUB, WS-DLQ-SUB)
                     TO PST-DLQ-BAL (WS-DLQ-SUB)
               END-PERFORM
               WRITE PORTFOLIO-STATS-RECORD
               IF PORTSTAT-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING PORTSTAT FOR GROUP: '
                           WS-PST-GROUP (WS-PST-SUB)
                   MOVE PORTSTAT-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-PSTAT-WRITTEN
           END-PERFORM.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBDBL01C DAILY BALANCE SNAPSHOT SUMMARY'.
           DISPLAY '  BALANCE DATE          : ' WS-BAL-DATE.
           DISPLAY '  ACCOUNTS READ         : ' WS-ACCOUNTS-READ.
           DISPLAY '  SKIPPED - CLOSED      : ' WS-SKIP-CLOSED.
           DISPLAY '  SNAPSHOTS WRITTEN     : ' WS-SNAPSHOTS-WRITTEN.
           DISPLAY '  SNAPSHOTS REPLACED    : ' WS-SNAPSHOTS-REPLACED.
           DISPLAY '  SNAPSHOTS PURGED      : ' WS-SNAPSHOTS-PURGED.
           DISPLAY '  PORTSTAT GROUPS       : ' WS-PSTAT-WRITTEN.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE ACCTFILE-FILE.
           CLOSE DBAL-FILE.
           CLOSE PSTAT-FILE.
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
