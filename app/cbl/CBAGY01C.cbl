      ******************************************************************
      * PROGRAM     : CBAGY01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Collections agency placement and recall.  Walks
      *               the recovery ledger CBCHG01C opens at charge-off.
      *               A placed ledger is recalled from its agency when
      *               the placement term has run, when the ledger is
      *               settled or forgiven, or when the account goes
      *               into bankruptcy or the cardholder is reported
      *               deceased.  An open, unplaced ledger is then
      *               placed with the first active agency on AGENCYMS
      *               whose rule it meets - outstanding balance band,
      *               days since charge-off, and placement tier by the
      *               number of earlier placements - so an account
      *               recalled at term rolls on to the next tier.
      *               Placements and recalls are recorded on AGYPLACE
      *               and written to the AGYPLOUT placement file, one
      *               header/detail/trailer batch per agency.
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
       PROGRAM-ID.    CBAGY01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCY-FILE ASSIGN TO AGENCYMS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS AGY-ID
                  FILE STATUS  IS AGENCYMS-STATUS.
      *
           SELECT RECVLEDG-FILE ASSIGN TO RECVLEDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS RCV-ACCT-ID
                  FILE STATUS  IS RECVLEDG-STATUS.
      *
           SELECT PLACE-FILE ASSIGN TO AGYPLACE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS APL-KEY
                  FILE STATUS  IS AGYPLACE-STATUS.
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
           SELECT CUSTFILE-FILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTFILE-STATUS.
      *
      *    Placement file for the agencies - placements and recalls,
      *    batched by agency between a header and a trailer.
           SELECT PLACEOUT-FILE ASSIGN TO AGYPLOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PLACEOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENCY-FILE.
       COPY CVAGY01Y.

       FD  RECVLEDG-FILE.
       COPY CVRCV01Y.

       FD  PLACE-FILE.
       COPY CVAGY02Y.

       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05  FD-ACCT-ID                       PIC 9(11).
           05  FD-ACCT-DATA                     PIC X(289).

       FD  XREF-FILE.
       COPY CVACT03Y.

       FD  CUSTFILE-FILE.
       01  FD-CUSTFILE-REC.
           05  FD-CUST-ID                       PIC 9(09).
           05  FD-CUST-DATA                     PIC X(491).

       FD  PLACEOUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 250 CHARACTERS.
       01  FD-PLACEOUT-REC.
           05 FD-PO-REC-TYPE                    PIC X(01).
              88 FD-PO-HEADER                   VALUE 'H'.
              88 FD-PO-DETAIL                   VALUE 'D'.
              88 FD-PO-TRAILER                  VALUE 'T'.
           05 FD-PO-ACTION                      PIC X(01).
              88 FD-PO-PLACEMENT                VALUE 'P'.
              88 FD-PO-RECALL                   VALUE 'R'.
           05 FD-PO-AGENCY-ID                   PIC X(04).
           05 FD-PO-ACCT-ID                     PIC 9(11).
           05 FD-PO-PLACE-SEQ                   PIC 9(02).
           05 FD-PO-CUST-ID                     PIC 9(09).
           05 FD-PO-FIRST-NAME                  PIC X(25).
           05 FD-PO-LAST-NAME                   PIC X(25).
           05 FD-PO-ADDR-LINE-1                 PIC X(50).
           05 FD-PO-ADDR-LINE-2                 PIC X(50).
           05 FD-PO-STATE-CD                    PIC X(02).
           05 FD-PO-ZIP                         PIC X(10).
           05 FD-PO-PHONE                       PIC X(15).
           05 FD-PO-SSN                         PIC 9(09).
           05 FD-PO-CHARGEOFF-DATE              PIC X(10).
           05 FD-PO-AMOUNT                      PIC S9(10)V99
                                                SIGN LEADING SEPARATE.
           05 FD-PO-RECALL-REASON               PIC X(01).
           05 FD-PO-RECALL-DUE-DATE             PIC X(10).
           05 FILLER                            PIC X(02).
       01  FD-PLACEOUT-HDR REDEFINES FD-PLACEOUT-REC.
           05 FD-PH-REC-TYPE                    PIC X(01).
           05 FILLER                            PIC X(01).
           05 FD-PH-AGENCY-ID                   PIC X(04).
           05 FD-PH-AGENCY-NAME                 PIC X(30).
           05 FD-PH-RUN-DATE                    PIC X(10).
           05 FILLER                            PIC X(204).
       01  FD-PLACEOUT-TRL REDEFINES FD-PLACEOUT-REC.
           05 FD-PT-REC-TYPE                    PIC X(01).
           05 FILLER                            PIC X(01).
           05 FD-PT-AGENCY-ID                   PIC X(04).
           05 FD-PT-PLACED-COUNT                PIC 9(07).
           05 FD-PT-PLACED-AMT                  PIC S9(11)V99
                                                SIGN LEADING SEPARATE.
           05 FD-PT-RECALLED-COUNT              PIC 9(07).
           05 FILLER                            PIC X(216).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVACT01Y.
       COPY CVCUS01Y.

       01  AGENCYMS-STATUS.
           05  AGENCYMS-STAT1      PIC X.
           05  AGENCYMS-STAT2      PIC X.
       01  RECVLEDG-STATUS.
           05  RECVLEDG-STAT1      PIC X.
           05  RECVLEDG-STAT2      PIC X.
       01  AGYPLACE-STATUS.
           05  AGYPLACE-STAT1      PIC X.
           05  AGYPLACE-STAT2      PIC X.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.
       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.
       01  PLACEOUT-STATUS.
           05  PLACEOUT-STAT1      PIC X.
           05  PLACEOUT-STAT2      PIC X.

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

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY         PIC 9(04).
           05  WS-RUN-MM           PIC 9(02).
           05  WS-RUN-DD           PIC 9(02).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE-FIELDS
                                   PIC 9(08).
       01  WS-RUN-DATE-DASH        PIC X(10).
       01  WS-RUN-DAY-NUM          PIC S9(07) COMP-3.
       01  WS-DAY-NUM              PIC S9(07) COMP-3.
       01  WS-DATE-N               PIC 9(08).
       01  WS-CHGOFF-DATE-N        PIC 9(08).
       01  WS-AGE-DAYS             PIC S9(07) COMP-3.
       01  WS-PLACE-CNT            PIC 9(02).
       01  WS-ACCT-FOUND-SW        PIC X(01) VALUE 'N'.
           88  WS-ACCT-FOUND                 VALUE 'Y'.
           88  WS-ACCT-NOT-FOUND             VALUE 'N'.
       01  WS-RECALL-REASON        PIC X(01).
       01  WS-LEDGER-CHANGED-SW    PIC X(01) VALUE 'N'.
           88  WS-LEDGER-CHANGED             VALUE 'Y'.

      *---------------------------------------------------------------*
      * Agency master and placement rules, held in key order - the    *
      * first active agency whose rule an account meets takes it.     *
      * An inactive agency takes no new placements but keeps its row  *
      * so recalls from it still reach its placement file.            *
      *---------------------------------------------------------------*
       01  WS-AGY-TABLE.
           05  WS-AGY-ENTRY OCCURS 50 TIMES.
               10  WS-AGY-ID               PIC X(04).
               10  WS-AGY-NAME             PIC X(30).
               10  WS-AGY-ACTIVE-SW        PIC X(01).
                   88  WS-AGY-TAKES-PLACEMENTS       VALUE 'A'.
               10  WS-AGY-PCT              PIC S9(03)V99 COMP-3.
               10  WS-AGY-DAYS             PIC 9(03).
               10  WS-AGY-TIER             PIC 9(01).
               10  WS-AGY-MIN-BAL          PIC S9(09)V99 COMP-3.
               10  WS-AGY-MAX-BAL          PIC S9(09)V99 COMP-3.
               10  WS-AGY-MIN-AGE          PIC 9(04).
               10  WS-AGY-MAX-AGE          PIC 9(04).
               10  WS-AGY-PLACED-CNT       PIC 9(07).
               10  WS-AGY-PLACED-AMT       PIC S9(11)V99 COMP-3.
               10  WS-AGY-RECALLED-CNT     PIC 9(07).
       01  WS-AGY-MAX              PIC S9(4) COMP VALUE 50.
       01  WS-AGY-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-AGY-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-AGY-PICK             PIC S9(4) COMP VALUE 0.

      *---------------------------------------------------------------*
      * Tonight's placements and recalls, held for the agency-batched *
      * placement file.  A full table defers the rest of the ledger   *
      * to the next run rather than lose an agency record.            *
      *---------------------------------------------------------------*
       01  WS-OUT-TABLE.
           05  WS-OUT-ENTRY OCCURS 2000 TIMES.
               10  WS-OUT-AGENCY           PIC X(04).
               10  WS-OUT-ACTION           PIC X(01).
               10  WS-OUT-ACCT             PIC 9(11).
               10  WS-OUT-SEQ              PIC 9(02).
               10  WS-OUT-AMT              PIC S9(10)V99 COMP-3.
               10  WS-OUT-REASON           PIC X(01).
               10  WS-OUT-DUE-DATE         PIC X(10).
               10  WS-OUT-CHGOFF-DATE      PIC X(10).
       01  WS-OUT-MAX              PIC S9(8) COMP VALUE 2000.
       01  WS-OUT-COUNT            PIC S9(8) COMP VALUE 0.
       01  WS-OUT-SUB              PIC S9(8) COMP VALUE 0.
       01  WS-OUT-AGY-COUNT        PIC S9(8) COMP VALUE 0.

      *    Account to primary cardholder, for the debtor details.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 2000 TIMES.
               10  WS-XREF-TBL-ACCT        PIC 9(11).
               10  WS-XREF-TBL-CUST        PIC 9(09).
       01  WS-XREF-MAX-ENTRIES     PIC S9(8) COMP VALUE 2000.
       01  WS-XREF-COUNT           PIC S9(8) COMP VALUE 0.
       01  WS-XREF-SUB             PIC S9(8) COMP VALUE 0.
       01  WS-XREF-EOF-SW          PIC X VALUE 'N'.
           88  WS-XREF-DONE                  VALUE 'Y'.
       01  WS-FOUND-SW             PIC X(01).
           88  WS-FOUND                      VALUE 'Y'.
           88  WS-NOT-FOUND                  VALUE 'N'.

       01  WS-RUN-COUNTS.
           05  WS-LEDGERS-READ             PIC 9(09) VALUE 0.
           05  WS-PLACED-COUNT             PIC 9(09) VALUE 0.
           05  WS-RECALL-TERM-COUNT        PIC 9(09) VALUE 0.
           05  WS-RECALL-CLOSED-COUNT      PIC 9(09) VALUE 0.
           05  WS-RECALL-BKRPT-COUNT       PIC 9(09) VALUE 0.
           05  WS-RECALL-DECD-COUNT        PIC 9(09) VALUE 0.
           05  WS-NO-AGENCY-COUNT          PIC 9(09) VALUE 0.
           05  WS-HELD-BACK-COUNT          PIC 9(09) VALUE 0.
           05  WS-DEFERRED-COUNT           PIC 9(09) VALUE 0.
       01  WS-PLACED-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBAGY01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-LOAD-AGENCIES.
           PERFORM 1200-BUILD-XREF-TABLE.
           PERFORM 2000-PROCESS-LEDGERS.
           PERFORM 3000-WRITE-PLACEMENT-FILE.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBAGY01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE-DASH
           END-STRING.
           COMPUTE WS-RUN-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N).

           OPEN INPUT AGENCY-FILE.
           IF AGENCYMS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGENCYMS'
               MOVE AGENCYMS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN I-O RECVLEDG-FILE.
           IF RECVLEDG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RECVLEDG'
               MOVE RECVLEDG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN I-O PLACE-FILE.
           IF AGYPLACE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGYPLACE'
               MOVE AGYPLACE-STATUS TO IO-STATUS
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
           OPEN INPUT CUSTFILE-FILE.
           IF CUSTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTFILE'
               MOVE CUSTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT PLACEOUT-FILE.
           IF PLACEOUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGYPLOUT'
               MOVE PLACEOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

      *****************************************************************
       1100-LOAD-AGENCIES.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ AGENCY-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF WS-AGY-COUNT >= WS-AGY-MAX
                           DISPLAY 'WARNING: AGENCY TABLE FULL, '
                                   'SKIPPING AGENCY: ' AGY-ID
                       ELSE
                           PERFORM 1150-LOAD-ONE-AGENCY
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO END-OF-FILE.
           DISPLAY 'CBAGY01C AGENCIES LOADED: ' WS-AGY-COUNT.

      *****************************************************************
       1150-LOAD-ONE-AGENCY.
           ADD 1 TO WS-AGY-COUNT.
           MOVE AGY-ID             TO WS-AGY-ID      (WS-AGY-COUNT).
           MOVE AGY-NAME           TO WS-AGY-NAME    (WS-AGY-COUNT).
           MOVE AGY-STATUS         TO WS-AGY-ACTIVE-SW (WS-AGY-COUNT).
           MOVE AGY-COMMISSION-PCT TO WS-AGY-PCT     (WS-AGY-COUNT).
           MOVE AGY-PLACEMENT-DAYS TO WS-AGY-DAYS    (WS-AGY-COUNT).
           MOVE AGY-PLACEMENT-TIER TO WS-AGY-TIER    (WS-AGY-COUNT).
           MOVE AGY-MIN-BALANCE    TO WS-AGY-MIN-BAL (WS-AGY-COUNT).
           MOVE AGY-MAX-BALANCE    TO WS-AGY-MAX-BAL (WS-AGY-COUNT).
           MOVE AGY-MIN-AGE-DAYS   TO WS-AGY-MIN-AGE (WS-AGY-COUNT).
           MOVE AGY-MAX-AGE-DAYS   TO WS-AGY-MAX-AGE (WS-AGY-COUNT).
           MOVE ZERO TO WS-AGY-PLACED-CNT   (WS-AGY-COUNT)
                        WS-AGY-PLACED-AMT   (WS-AGY-COUNT)
                        WS-AGY-RECALLED-CNT (WS-AGY-COUNT).

      *****************************************************************
      * Debtor details go out under the account's primary cardholder. *
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
               IF XREF-REL-PRIMARY
                   SET WS-NOT-FOUND TO TRUE
                   PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                       UNTIL WS-XREF-SUB > WS-XREF-COUNT
                             OR WS-FOUND
                       IF WS-XREF-TBL-ACCT (WS-XREF-SUB) =
                                                   XREF-ACCT-ID
                           SET WS-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF WS-NOT-FOUND
                       IF WS-XREF-COUNT >= WS-XREF-MAX-ENTRIES
                           DISPLAY 'WARNING: XREF TABLE FULL, '
                                   'SKIPPING ACCOUNT: ' XREF-ACCT-ID
                       ELSE
                           ADD 1 TO WS-XREF-COUNT
                           MOVE XREF-ACCT-ID TO
                               WS-XREF-TBL-ACCT (WS-XREF-COUNT)
                           MOVE XREF-CUST-ID TO
                               WS-XREF-TBL-CUST (WS-XREF-COUNT)
                       END-IF
                   END-IF
               END-IF
               READ XREF-FILE
                   AT END SET WS-XREF-DONE TO TRUE
               END-READ
           END-PERFORM.
           EXIT.

      *****************************************************************
       2000-PROCESS-LEDGERS.
      *****************************************************************
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ RECVLEDG-FILE
               EVALUATE RECVLEDG-STATUS
                   WHEN '00'
                       ADD 1 TO WS-LEDGERS-READ
                       PERFORM 2100-PROCESS-ONE-LEDGER
                   WHEN '10'
                       MOVE 'Y' TO END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERROR READING RECVLEDG'
                       MOVE RECVLEDG-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-PERFORM.
           EXIT.

      *****************************************************************
      * Recall first, then place: a ledger whose term ran out tonight *
      * goes straight on to the next tier's agency.                   *
      *****************************************************************
       2100-PROCESS-ONE-LEDGER.
      *    Two table rows at most - a recall and a new placement.
           IF WS-OUT-COUNT + 2 > WS-OUT-MAX
               ADD 1 TO WS-DEFERRED-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-LEDGER-CHANGED-SW.
           IF RCV-PLACEMENT-CNT NOT NUMERIC
               MOVE ZERO TO RCV-PLACEMENT-CNT
           END-IF.
           PERFORM 2150-GET-ACCOUNT.

           IF NOT RCV-NOT-PLACED
               PERFORM 2200-CHECK-RECALL
           END-IF.
           IF RCV-NOT-PLACED
              AND RCV-OPEN
              AND RCV-FORGIVEN-AMT > ZERO
               PERFORM 2400-PLACE-LEDGER
           END-IF.

           IF WS-LEDGER-CHANGED
               REWRITE RECOVERY-LEDGER-RECORD
               IF RECVLEDG-STATUS NOT = '00'
                   DISPLAY 'ERROR REWRITING RECVLEDG FOR ACCOUNT: '
                           RCV-ACCT-ID
                   MOVE RECVLEDG-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF.
           EXIT.

      *****************************************************************
       2150-GET-ACCOUNT.
           SET WS-ACCT-NOT-FOUND TO TRUE.
           MOVE RCV-ACCT-ID TO FD-ACCT-ID.
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           SET WS-ACCT-FOUND TO TRUE.
           EXIT.

      *****************************************************************
      * The ledger's current placement is the row numbered by its     *
      * placement count.                                              *
      *****************************************************************
       2200-CHECK-RECALL.
           MOVE SPACE TO WS-RECALL-REASON.
           EVALUATE TRUE
               WHEN NOT RCV-OPEN
                   MOVE 'S' TO WS-RECALL-REASON
               WHEN WS-ACCT-FOUND AND ACCT-IN-BANKRUPTCY
                   MOVE 'B' TO WS-RECALL-REASON
               WHEN WS-ACCT-FOUND AND ACCT-DECEASED
                   MOVE 'D' TO WS-RECALL-REASON
           END-EVALUATE.

           MOVE RCV-ACCT-ID       TO APL-ACCT-ID.
           MOVE RCV-PLACEMENT-CNT TO APL-PLACE-SEQ.
           READ PLACE-FILE
               INVALID KEY
                   DISPLAY 'WARNING: NO PLACEMENT ROW FOR ACCOUNT: '
                           RCV-ACCT-ID ' - LEDGER UNPLACED'
                   MOVE SPACES TO RCV-AGENCY-ID
                   SET WS-LEDGER-CHANGED TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF WS-RECALL-REASON = SPACE
              AND APL-RECALL-DUE-DATE NOT > WS-RUN-DATE-DASH
               MOVE 'T' TO WS-RECALL-REASON
           END-IF.
           IF WS-RECALL-REASON = SPACE
               EXIT PARAGRAPH
           END-IF.

           SET APL-RECALLED TO TRUE.
           MOVE WS-RECALL-REASON  TO APL-RECALL-REASON.
           MOVE WS-RUN-DATE-DASH  TO APL-RECALL-DATE.
           REWRITE AGENCY-PLACEMENT-RECORD.
           IF AGYPLACE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING AGYPLACE FOR ACCOUNT: '
                       APL-ACCT-ID
               MOVE AGYPLACE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           MOVE SPACES TO RCV-AGENCY-ID.
           SET WS-LEDGER-CHANGED TO TRUE.

           EVALUATE TRUE
               WHEN APL-RECALL-TERM
                   ADD 1 TO WS-RECALL-TERM-COUNT
               WHEN APL-RECALL-SETTLED
                   ADD 1 TO WS-RECALL-CLOSED-COUNT
               WHEN APL-RECALL-BANKRUPT
                   ADD 1 TO WS-RECALL-BKRPT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-RECALL-DECD-COUNT
           END-EVALUATE.
           PERFORM VARYING WS-AGY-SUB FROM 1 BY 1
                   UNTIL WS-AGY-SUB > WS-AGY-COUNT
               IF WS-AGY-ID (WS-AGY-SUB) = APL-AGENCY-ID
                   ADD 1 TO WS-AGY-RECALLED-CNT (WS-AGY-SUB)
               END-IF
           END-PERFORM.

           ADD 1 TO WS-OUT-COUNT.
           MOVE APL-AGENCY-ID     TO WS-OUT-AGENCY   (WS-OUT-COUNT).
           MOVE 'R'               TO WS-OUT-ACTION   (WS-OUT-COUNT).
           MOVE APL-ACCT-ID       TO WS-OUT-ACCT     (WS-OUT-COUNT).
           MOVE APL-PLACE-SEQ     TO WS-OUT-SEQ      (WS-OUT-COUNT).
           MOVE RCV-FORGIVEN-AMT  TO WS-OUT-AMT      (WS-OUT-COUNT).
           MOVE APL-RECALL-REASON TO WS-OUT-REASON   (WS-OUT-COUNT).
           MOVE APL-RECALL-DUE-DATE
                                  TO WS-OUT-DUE-DATE (WS-OUT-COUNT).
           MOVE RCV-CHARGEOFF-DATE
                               TO WS-OUT-CHGOFF-DATE (WS-OUT-COUNT).
           EXIT.

      *****************************************************************
      * An account in bankruptcy, or whose cardholder is deceased, is *
      * never placed.  Otherwise the first agency whose tier matches  *
      * the ledger's earlier placements and whose balance and age     *
      * bands it falls in takes it.                                   *
      *****************************************************************
       2400-PLACE-LEDGER.
           IF WS-ACCT-FOUND
              AND (ACCT-IN-BANKRUPTCY OR ACCT-DECEASED)
               ADD 1 TO WS-HELD-BACK-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF RCV-PLACEMENT-CNT >= 99
               ADD 1 TO WS-NO-AGENCY-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-AGE-DAYS.
           IF RCV-CHARGEOFF-DATE(1:4) IS NUMERIC
              AND RCV-CHARGEOFF-DATE(6:2) IS NUMERIC
              AND RCV-CHARGEOFF-DATE(9:2) IS NUMERIC
               STRING RCV-CHARGEOFF-DATE(1:4) RCV-CHARGEOFF-DATE(6:2)
                      RCV-CHARGEOFF-DATE(9:2)
                   DELIMITED BY SIZE INTO WS-CHGOFF-DATE-N
               END-STRING
               COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NUM
                   - FUNCTION INTEGER-OF-DATE (WS-CHGOFF-DATE-N)
           END-IF.

           MOVE ZERO TO WS-AGY-PICK.
           PERFORM VARYING WS-AGY-SUB FROM 1 BY 1
                   UNTIL WS-AGY-SUB > WS-AGY-COUNT
                      OR WS-AGY-PICK > 0
               IF WS-AGY-TAKES-PLACEMENTS (WS-AGY-SUB)
                  AND WS-AGY-TIER (WS-AGY-SUB) = RCV-PLACEMENT-CNT
                  AND RCV-FORGIVEN-AMT NOT < WS-AGY-MIN-BAL (WS-AGY-SUB)
                  AND (WS-AGY-MAX-BAL (WS-AGY-SUB) = ZERO
                       OR RCV-FORGIVEN-AMT
                          NOT > WS-AGY-MAX-BAL (WS-AGY-SUB))
                  AND WS-AGE-DAYS NOT < WS-AGY-MIN-AGE (WS-AGY-SUB)
                  AND (WS-AGY-MAX-AGE (WS-AGY-SUB) = ZERO
                       OR WS-AGE-DAYS
                          NOT > WS-AGY-MAX-AGE (WS-AGY-SUB))
                   MOVE WS-AGY-SUB TO WS-AGY-PICK
               END-IF
           END-PERFORM.
           IF WS-AGY-PICK = 0
               ADD 1 TO WS-NO-AGENCY-COUNT
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-PLACE-CNT = RCV-PLACEMENT-CNT + 1.
           INITIALIZE AGENCY-PLACEMENT-RECORD.
           MOVE RCV-ACCT-ID              TO APL-ACCT-ID.
           MOVE WS-PLACE-CNT             TO APL-PLACE-SEQ.
           MOVE WS-AGY-ID (WS-AGY-PICK)  TO APL-AGENCY-ID.
           MOVE WS-RUN-DATE-DASH         TO APL-PLACED-DATE.
           COMPUTE WS-DAY-NUM = WS-RUN-DAY-NUM
                              + WS-AGY-DAYS (WS-AGY-PICK).
           COMPUTE WS-DATE-N = FUNCTION DATE-OF-INTEGER (WS-DAY-NUM).
           STRING WS-DATE-N(1:4) '-' WS-DATE-N(5:2) '-' WS-DATE-N(7:2)
               DELIMITED BY SIZE INTO APL-RECALL-DUE-DATE
           END-STRING.
           MOVE RCV-FORGIVEN-AMT         TO APL-PLACED-AMT.
           MOVE ZERO                     TO APL-RECOVERED-AMT
                                            APL-COMMISSION-AMT.
           MOVE WS-AGY-PCT (WS-AGY-PICK) TO APL-COMMISSION-PCT.
           SET APL-PLACED                TO TRUE.
           MOVE SPACES                   TO APL-RECALL-REASON
                                            APL-RECALL-DATE
                                            APL-LAST-REMIT-DATE.
           WRITE AGENCY-PLACEMENT-RECORD.
           IF AGYPLACE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AGYPLACE FOR ACCOUNT: '
                       APL-ACCT-ID
               MOVE AGYPLACE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           MOVE WS-PLACE-CNT  TO RCV-PLACEMENT-CNT.
           MOVE APL-AGENCY-ID TO RCV-AGENCY-ID.
           SET WS-LEDGER-CHANGED TO TRUE.
           ADD 1 TO WS-PLACED-COUNT.
           ADD APL-PLACED-AMT TO WS-PLACED-TOTAL.
           ADD 1 TO WS-AGY-PLACED-CNT (WS-AGY-PICK).
           ADD APL-PLACED-AMT TO WS-AGY-PLACED-AMT (WS-AGY-PICK).

           ADD 1 TO WS-OUT-COUNT.
           MOVE APL-AGENCY-ID     TO WS-OUT-AGENCY   (WS-OUT-COUNT).
           MOVE 'P'               TO WS-OUT-ACTION   (WS-OUT-COUNT).
           MOVE APL-ACCT-ID       TO WS-OUT-ACCT     (WS-OUT-COUNT).
           MOVE APL-PLACE-SEQ     TO WS-OUT-SEQ      (WS-OUT-COUNT).
           MOVE APL-PLACED-AMT    TO WS-OUT-AMT      (WS-OUT-COUNT).
           MOVE SPACE             TO WS-OUT-REASON   (WS-OUT-COUNT).
           MOVE APL-RECALL-DUE-DATE
                                  TO WS-OUT-DUE-DATE (WS-OUT-COUNT).
           MOVE RCV-CHARGEOFF-DATE
                               TO WS-OUT-CHGOFF-DATE (WS-OUT-COUNT).
           EXIT.

      *****************************************************************
      * One batch per agency with activity tonight: header, a detail  *
      * per placement or recall, and a trailer carrying the counts    *
      * and placed dollars the agency reconciles to.                  *
      *****************************************************************
       3000-WRITE-PLACEMENT-FILE.
           PERFORM VARYING WS-AGY-SUB FROM 1 BY 1
                   UNTIL WS-AGY-SUB > WS-AGY-COUNT
               MOVE ZERO TO WS-OUT-AGY-COUNT
               PERFORM VARYING WS-OUT-SUB FROM 1 BY 1
                       UNTIL WS-OUT-SUB > WS-OUT-COUNT
                   IF WS-OUT-AGENCY (WS-OUT-SUB) =
                                          WS-AGY-ID (WS-AGY-SUB)
                       ADD 1 TO WS-OUT-AGY-COUNT
                   END-IF
               END-PERFORM
               IF WS-OUT-AGY-COUNT > 0
                   PERFORM 3100-WRITE-AGENCY-BATCH
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
       3100-WRITE-AGENCY-BATCH.
           MOVE SPACES                 TO FD-PLACEOUT-HDR.
           MOVE 'H'                    TO FD-PH-REC-TYPE.
           MOVE WS-AGY-ID (WS-AGY-SUB) TO FD-PH-AGENCY-ID.
           MOVE WS-AGY-NAME (WS-AGY-SUB)
                                       TO FD-PH-AGENCY-NAME.
           MOVE WS-RUN-DATE-DASH       TO FD-PH-RUN-DATE.
           PERFORM 3300-WRITE-OUT-REC.

           PERFORM VARYING WS-OUT-SUB FROM 1 BY 1
                   UNTIL WS-OUT-SUB > WS-OUT-COUNT
               IF WS-OUT-AGENCY (WS-OUT-SUB) = WS-AGY-ID (WS-AGY-SUB)
                   PERFORM 3200-WRITE-DETAIL
               END-IF
           END-PERFORM.

           MOVE SPACES                 TO FD-PLACEOUT-TRL.
           MOVE 'T'                    TO FD-PT-REC-TYPE.
           MOVE WS-AGY-ID (WS-AGY-SUB) TO FD-PT-AGENCY-ID.
           MOVE WS-AGY-PLACED-CNT (WS-AGY-SUB)
                                       TO FD-PT-PLACED-COUNT.
           MOVE WS-AGY-PLACED-AMT (WS-AGY-SUB)
                                       TO FD-PT-PLACED-AMT.
           MOVE WS-AGY-RECALLED-CNT (WS-AGY-SUB)
                                       TO FD-PT-RECALLED-COUNT.
           PERFORM 3300-WRITE-OUT-REC.
           EXIT.

      *****************************************************************
       3200-WRITE-DETAIL.
           MOVE SPACES                        TO FD-PLACEOUT-REC.
           MOVE 'D'                           TO FD-PO-REC-TYPE.
           MOVE WS-OUT-ACTION (WS-OUT-SUB)    TO FD-PO-ACTION.
           MOVE WS-OUT-AGENCY (WS-OUT-SUB)    TO FD-PO-AGENCY-ID.
           MOVE WS-OUT-ACCT (WS-OUT-SUB)      TO FD-PO-ACCT-ID.
           MOVE WS-OUT-SEQ (WS-OUT-SUB)       TO FD-PO-PLACE-SEQ.
           MOVE WS-OUT-CHGOFF-DATE (WS-OUT-SUB)
                                              TO FD-PO-CHARGEOFF-DATE.
           MOVE WS-OUT-AMT (WS-OUT-SUB)       TO FD-PO-AMOUNT.
           MOVE WS-OUT-REASON (WS-OUT-SUB)    TO FD-PO-RECALL-REASON.
           MOVE WS-OUT-DUE-DATE (WS-OUT-SUB)  TO FD-PO-RECALL-DUE-DATE.
           MOVE ZERO                          TO FD-PO-CUST-ID
                                                 FD-PO-SSN.

           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-COUNT
                     OR WS-FOUND
               IF WS-XREF-TBL-ACCT (WS-XREF-SUB) =
                                          WS-OUT-ACCT (WS-OUT-SUB)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-XREF-SUB
               MOVE WS-XREF-TBL-CUST (WS-XREF-SUB) TO FD-CUST-ID
               READ CUSTFILE-FILE INTO CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY 'WARNING: CUSTOMER NOT ON FILE FOR '
                               'ACCOUNT: ' WS-OUT-ACCT (WS-OUT-SUB)
                   NOT INVALID KEY
                       MOVE CUST-ID          TO FD-PO-CUST-ID
                       MOVE CUST-FIRST-NAME  TO FD-PO-FIRST-NAME
                       MOVE CUST-LAST-NAME   TO FD-PO-LAST-NAME
                       MOVE CUST-ADDR-LINE-1 TO FD-PO-ADDR-LINE-1
                       MOVE CUST-ADDR-LINE-2 TO FD-PO-ADDR-LINE-2
                       MOVE CUST-ADDR-STATE-CD
                                             TO FD-PO-STATE-CD
                       MOVE CUST-ADDR-ZIP    TO FD-PO-ZIP
                       MOVE CUST-PHONE-NUM-1 TO FD-PO-PHONE
                       MOVE CUST-SSN         TO FD-PO-SSN
               END-READ
           END-IF.
           PERFORM 3300-WRITE-OUT-REC.
           EXIT.

      *****************************************************************
       3300-WRITE-OUT-REC.
           WRITE FD-PLACEOUT-REC.
           IF PLACEOUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AGYPLOUT'
               MOVE PLACEOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBAGY01C AGENCY PLACEMENT SUMMARY'.
           DISPLAY '  LEDGERS READ          : ' WS-LEDGERS-READ.
           DISPLAY '  ACCOUNTS PLACED       : ' WS-PLACED-COUNT.
           DISPLAY '  PLACED DOLLARS        : ' WS-PLACED-TOTAL.
           DISPLAY '  RECALLED - TERM       : ' WS-RECALL-TERM-COUNT.
           DISPLAY '  RECALLED - CLOSED     : ' WS-RECALL-CLOSED-COUNT.
           DISPLAY '  RECALLED - BANKRUPTCY : ' WS-RECALL-BKRPT-COUNT.
           DISPLAY '  RECALLED - DECEASED   : ' WS-RECALL-DECD-COUNT.
           DISPLAY '  NO AGENCY RULE MET    : ' WS-NO-AGENCY-COUNT.
           DISPLAY '  HELD BACK (BKRPT/DECD): ' WS-HELD-BACK-COUNT.
           DISPLAY '  DEFERRED - TABLE FULL : ' WS-DEFERRED-COUNT.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE AGENCY-FILE.
           CLOSE RECVLEDG-FILE.
           CLOSE PLACE-FILE.
           CLOSE ACCTFILE-FILE.
           CLOSE XREF-FILE.
           CLOSE CUSTFILE-FILE.
           CLOSE PLACEOUT-FILE.
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
