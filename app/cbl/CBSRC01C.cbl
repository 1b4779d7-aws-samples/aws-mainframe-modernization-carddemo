      ******************************************************************
      * PROGRAM     : CBSRC01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Network settlement reconciliation.  Matches the
      *               network's NETSADV settlement advice of funds
      *               actually moved, by settlement date and
      *               currency, to the clearing CBCLR01C accepted
      *               (its CLRTOTS totals) and the outgoing
      *               chargebacks CBCHB01C sent (NETCHBK).  Anything
      *               that does not prove goes to the carried-forward
      *               SRCBRK break file - this run reads the prior
      *               generation and writes the next - where it ages
      *               until an adjusting advice clears it; our
      *               activity the network has not advised within
      *               the grace period becomes a break as well.  The
      *               advice and ledger sides of everything decided
      *               tonight are written to BALCTL as CBSRC01C
      *               SADVICE and SLEDGER, so a BALRULES rule on the
      *               debit (clearing) and credit (chargeback) figures
      *               fails the stream in CBBAL01C on a new break.
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
       PROGRAM-ID.    CBSRC01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The network's settlement advice.
           SELECT ADVICE-FILE ASSIGN TO NETSADV
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ADVICE-STATUS.
      *
      *    CBCLR01C accepted clearing totals since the last run.
           SELECT CLRTOT-FILE ASSIGN TO CLRTOTS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CLRTOT-STATUS.
      *
      *    CBCHB01C outgoing chargebacks since the last run.
           SELECT NETCHBK-FILE ASSIGN TO NETCHBK
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS NETCHBK-STATUS.
      *
      *    Breaks carried forward from the prior run, and the next
      *    generation.
           SELECT BRKIN-FILE ASSIGN TO SRCBRKI
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS BRKIN-STATUS.
      *
           SELECT BRKOUT-FILE ASSIGN TO SRCBRKO
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS BRKOUT-STATUS.
      *
           SELECT SRCRPT-FILE ASSIGN TO SRCRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS SRCRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADVICE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  FD-ADVICE-REC                        PIC X(100).

       FD  CLRTOT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-CLRTOT-REC                        PIC X(80).

       FD  NETCHBK-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  FD-NETCHBK-REC.
           05 NCB-REC-TYPE                      PIC X(02).
           05 NCB-CASE-ID                       PIC X(16).
           05 NCB-CARD-NUM                      PIC X(16).
           05 NCB-TRAN-ID                       PIC X(16).
           05 NCB-NETWORK-REASON                PIC X(06).
           05 NCB-AMOUNT                        PIC S9(09)V99
                                                SIGN LEADING SEPARATE.
           05 NCB-SENT-DATE                     PIC X(10).
           05 FILLER                            PIC X(42).

       FD  BRKIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  FD-BRKIN-REC                         PIC X(150).

       FD  BRKOUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  FD-BRKOUT-REC                        PIC X(150).

       FD  SRCRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-SRCRPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVSAD01Y.
       COPY CVCLT01Y.
       COPY CVSRB01Y.
       COPY CVBAL02Y.

       01  ADVICE-STATUS.
           05  ADVICE-STAT1        PIC X.
           05  ADVICE-STAT2        PIC X.
       01  CLRTOT-STATUS.
           05  CLRTOT-STAT1        PIC X.
           05  CLRTOT-STAT2        PIC X.
       01  NETCHBK-STATUS.
           05  NETCHBK-STAT1       PIC X.
           05  NETCHBK-STAT2       PIC X.
       01  BRKIN-STATUS.
           05  BRKIN-STAT1         PIC X.
           05  BRKIN-STAT2         PIC X.
       01  BRKOUT-STATUS.
           05  BRKOUT-STAT1        PIC X.
           05  BRKOUT-STAT2        PIC X.
       01  SRCRPT-STATUS.
           05  SRCRPT-STAT1        PIC X.
           05  SRCRPT-STAT2        PIC X.

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
       01  WS-BALW-PGM             PIC X(08) VALUE 'COBALW0C'.
       01  WS-DOMESTIC-CURR        PIC X(03) VALUE 'USD'.

      *---------------------------------------------------------------*
      * Days our activity may wait for the network's advice before it *
      * is a break.                                                   *
      *---------------------------------------------------------------*
       01  PRM-INFO.
           05  P-ADVICE-GRACE-DAYS PIC X(02) VALUE '02'.
           05  FILLER              PIC X(78) VALUE SPACES.
       01  WS-GRACE-DAYS           PIC 9(02) VALUE 2.

      *---------------------------------------------------------------*
      * Every settlement date and currency in play tonight: the       *
      * carried-forward breaks plus the new activity and advice.      *
      *---------------------------------------------------------------*
       01  WS-SRB-TABLE.
           05  WS-SRB-ENTRY OCCURS 1000 TIMES.
               10  WS-SRB-IMAGE            PIC X(150).
               10  WS-SRB-ADVISED-TONIGHT  PIC X(01).
               10  WS-SRB-PRIOR-STATUS     PIC X(01).
       01  WS-SRB-MAX              PIC S9(4) COMP VALUE 1000.
       01  WS-SRB-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-SRB-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-SRB-FOUND-SW         PIC X(01).
           88  WS-SRB-FOUND                  VALUE 'Y'.
       01  WS-FIND-KEY.
           05  WS-FIND-DATE        PIC X(10).
           05  WS-FIND-CURR        PIC X(03).
       01  WS-MATCHED-SW           PIC X(01).
           88  WS-ENTRY-MATCHED              VALUE 'Y'.
       01  WS-DECIDED-SW           PIC X(01).
           88  WS-DECIDED-TONIGHT            VALUE 'Y'.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE-FIELDS
                                           PIC 9(08).
       01  WS-RUN-DATE                     PIC X(10).
       01  WS-RUN-DAY-NUM                  PIC S9(07) COMP-3.
       01  WS-SEEN-DATE-N                  PIC 9(08).
       01  WS-AGE-DAYS                     PIC S9(07) COMP-3.

       01  WS-RUN-COUNTS.
           05  WS-CARRIED-IN               PIC 9(09) VALUE 0.
           05  WS-CLRTOT-READ              PIC 9(09) VALUE 0.
           05  WS-CHBK-READ                PIC 9(09) VALUE 0.
           05  WS-ADVICE-READ              PIC 9(09) VALUE 0.
           05  WS-MATCHED                  PIC 9(09) VALUE 0.
           05  WS-NEW-BREAKS               PIC 9(09) VALUE 0.
           05  WS-OPEN-BREAKS              PIC 9(09) VALUE 0.
           05  WS-PENDING                  PIC 9(09) VALUE 0.
           05  WS-AGE-0-2                  PIC 9(09) VALUE 0.
           05  WS-AGE-3-7                  PIC 9(09) VALUE 0.
           05  WS-AGE-8-30                 PIC 9(09) VALUE 0.
           05  WS-AGE-OVER-30              PIC 9(09) VALUE 0.
       01  WS-BALANCE-TOTALS               COMP-3.
           05  WS-DECIDED-COUNT            PIC S9(09) VALUE 0.
           05  WS-ADV-CLEAR-TOTAL          PIC S9(13)V99 VALUE 0.
           05  WS-ADV-CHBK-TOTAL           PIC S9(13)V99 VALUE 0.
           05  WS-OUR-CLEAR-TOTAL          PIC S9(13)V99 VALUE 0.
           05  WS-OUR-CHBK-TOTAL           PIC S9(13)V99 VALUE 0.
           05  WS-OPEN-BREAK-AMT           PIC S9(13)V99 VALUE 0.

      *---------------------------------------------------------------*
      * Reconciliation report lines.                                  *
      *---------------------------------------------------------------*
       01  WS-RPT-HEADER1.
           05  FILLER  VALUE 'CBSRC01C  NETWORK SETTLEMENT '
                                               PIC X(29).
           05  FILLER  VALUE 'RECONCILIATION'  PIC X(21).
           05  FILLER  VALUE 'RUN DATE: '      PIC X(10).
           05  WS-HDR-RUN-DATE                 PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(62).
       01  WS-RPT-HEADER2.
           05  FILLER  VALUE 'SETTLE DT  '     PIC X(11).
           05  FILLER  VALUE 'CUR '            PIC X(04).
           05  FILLER  VALUE 'ST '             PIC X(03).
           05  FILLER  VALUE '  OUR CLEARING ' PIC X(15).
           05  FILLER  VALUE '  ADV CLEARING ' PIC X(15).
           05  FILLER  VALUE '    OUR CHGBKS ' PIC X(15).
           05  FILLER  VALUE '    ADV CHGBKS ' PIC X(15).
           05  FILLER  VALUE '    DIFFERENCE ' PIC X(15).
           05  FILLER  VALUE '  AGE '          PIC X(06).
           05  FILLER  VALUE 'REASON'          PIC X(33).
       01  WS-RPT-DETAIL.
           05  WS-DTL-SETTLE-DATE              PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-CURR-CD                  PIC X(03).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-STATUS                   PIC X(01).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-OUR-CLEAR                PIC Z(9)9.99-.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-ADV-CLEAR                PIC Z(9)9.99-.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-OUR-CHBK                 PIC Z(9)9.99-.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-ADV-CHBK                 PIC Z(9)9.99-.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-DIFF                     PIC Z(9)9.99-.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-AGE                      PIC ZZZZ9.
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-REASON                   PIC X(30).
           05  FILLER  VALUE SPACES            PIC X(03).
       01  WS-RPT-TOTAL.
           05  WS-TOT-LABEL                    PIC X(32).
           05  WS-TOT-COUNT                    PIC Z(8)9.
           05  FILLER  VALUE SPACES            PIC X(91).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBSRC01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-LOAD-CARRIED-BREAKS.
           PERFORM 1200-LOAD-CLEARING-TOTALS.
           PERFORM 1300-LOAD-CHARGEBACKS.
           PERFORM 1400-APPLY-ADVICE.
           PERFORM 2000-RECONCILE.
           PERFORM 0300-WRITE-BALANCING-TOTALS.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBSRC01C'.
           GOBACK.

      *****************************************************************
      * Both sides of everything decided tonight - matched, newly     *
      * broken, or re-advised - so the BALRULES comparison of         *
      * SADVICE and SLEDGER breaks exactly when the reconciliation    *
      * does.                                                         *
      *****************************************************************
       0300-WRITE-BALANCING-TOTALS.
           INITIALIZE BALW-PARM.
           MOVE 'CBSRC01C' TO BALW-JOB-NAME.
           MOVE 'SADVICE ' TO BALW-TOTAL-ID.
           MOVE WS-DECIDED-COUNT   TO BALW-RECORD-COUNT.
           MOVE WS-ADV-CLEAR-TOTAL TO BALW-DEBIT-AMT.
           MOVE WS-ADV-CHBK-TOTAL  TO BALW-CREDIT-AMT.
           MOVE ZERO               TO BALW-HASH-TOTAL.
           CALL WS-BALW-PGM USING BALW-PARM.
           IF BALW-IO-ERROR
               DISPLAY 'CBSRC01C WARNING: BALANCING TOTALS NOT '
                       'RECORDED'
           END-IF.

           INITIALIZE BALW-PARM.
           MOVE 'CBSRC01C' TO BALW-JOB-NAME.
           MOVE 'SLEDGER ' TO BALW-TOTAL-ID.
           MOVE WS-DECIDED-COUNT   TO BALW-RECORD-COUNT.
           MOVE WS-OUR-CLEAR-TOTAL TO BALW-DEBIT-AMT.
           MOVE WS-OUR-CHBK-TOTAL  TO BALW-CREDIT-AMT.
           MOVE ZERO               TO BALW-HASH-TOTAL.
           CALL WS-BALW-PGM USING BALW-PARM.
           IF BALW-IO-ERROR
               DISPLAY 'CBSRC01C WARNING: BALANCING TOTALS NOT '
                       'RECORDED'
           END-IF.
           EXIT.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT PRM-INFO FROM SYSIN.
           IF P-ADVICE-GRACE-DAYS IS NUMERIC
               MOVE P-ADVICE-GRACE-DAYS TO WS-GRACE-DAYS
           END-IF.
           DISPLAY 'CBSRC01C ADVICE GRACE DAYS: ' WS-GRACE-DAYS.

           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING.
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
           COMPUTE WS-RUN-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N).

           OPEN INPUT ADVICE-FILE.
           IF ADVICE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NETSADV'
               MOVE ADVICE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT CLRTOT-FILE.
           IF CLRTOT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CLRTOTS'
               MOVE CLRTOT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT NETCHBK-FILE.
           IF NETCHBK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NETCHBK'
               MOVE NETCHBK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT BRKIN-FILE.
           IF BRKIN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SRCBRKI'
               MOVE BRKIN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT BRKOUT-FILE.
           IF BRKOUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SRCBRKO'
               MOVE BRKOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT SRCRPT-FILE.
           IF SRCRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SRCRPT'
               MOVE SRCRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           WRITE FD-SRCRPT-REC FROM WS-RPT-HEADER1.
           WRITE FD-SRCRPT-REC FROM WS-RPT-HEADER2.

      *****************************************************************
       1100-LOAD-CARRIED-BREAKS.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ BRKIN-FILE INTO SETTLEMENT-BREAK-RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-CARRIED-IN
                       MOVE SRB-SETTLE-DATE TO WS-FIND-DATE
                       MOVE SRB-CURR-CD     TO WS-FIND-CURR
                       PERFORM 2900-FIND-OR-ADD-ENTRY
                       MOVE SETTLEMENT-BREAK-RECORD
                         TO WS-SRB-IMAGE (WS-SRB-SUB)
                       MOVE SRB-STATUS
                         TO WS-SRB-PRIOR-STATUS (WS-SRB-SUB)
               END-READ
           END-PERFORM.
           DISPLAY 'CBSRC01C BREAKS CARRIED IN: ' WS-CARRIED-IN.
           EXIT.

      *****************************************************************
       1200-LOAD-CLEARING-TOTALS.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ CLRTOT-FILE INTO CLEARING-TOTAL-RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-CLRTOT-READ
                       MOVE CLT-SETTLE-DATE TO WS-FIND-DATE
                       MOVE CLT-CURR-CD     TO WS-FIND-CURR
                       PERFORM 2900-FIND-OR-ADD-ENTRY
                       MOVE WS-SRB-IMAGE (WS-SRB-SUB)
                         TO SETTLEMENT-BREAK-RECORD
                       ADD CLT-ITEM-COUNT TO SRB-OUR-CLEAR-COUNT
                       ADD CLT-AMOUNT     TO SRB-OUR-CLEAR-AMT
                       MOVE SETTLEMENT-BREAK-RECORD
                         TO WS-SRB-IMAGE (WS-SRB-SUB)
               END-READ
           END-PERFORM.
           EXIT.

      *****************************************************************
      * Chargebacks go out in the billing currency and settle on the  *
      * date they were sent.                                          *
      *****************************************************************
       1300-LOAD-CHARGEBACKS.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ NETCHBK-FILE
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF NCB-REC-TYPE = 'CB'
                           ADD 1 TO WS-CHBK-READ
                           MOVE NCB-SENT-DATE    TO WS-FIND-DATE
                           MOVE WS-DOMESTIC-CURR TO WS-FIND-CURR
                           PERFORM 2900-FIND-OR-ADD-ENTRY
                           MOVE WS-SRB-IMAGE (WS-SRB-SUB)
                             TO SETTLEMENT-BREAK-RECORD
                           ADD 1          TO SRB-OUR-CHBK-COUNT
                           ADD NCB-AMOUNT TO SRB-OUR-CHBK-AMT
                           MOVE SETTLEMENT-BREAK-RECORD
                             TO WS-SRB-IMAGE (WS-SRB-SUB)
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      *****************************************************************
       1400-APPLY-ADVICE.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ ADVICE-FILE INTO SETTLEMENT-ADVICE-RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-ADVICE-READ
                       MOVE SAD-SETTLE-DATE TO WS-FIND-DATE
                       IF SAD-CURR-CD = SPACES
                           MOVE WS-DOMESTIC-CURR TO WS-FIND-CURR
                       ELSE
                           MOVE SAD-CURR-CD      TO WS-FIND-CURR
                       END-IF
                       PERFORM 2900-FIND-OR-ADD-ENTRY
                       MOVE WS-SRB-IMAGE (WS-SRB-SUB)
                         TO SETTLEMENT-BREAK-RECORD
                       SET SRB-ADVISED TO TRUE
                       ADD SAD-CLEAR-COUNT TO SRB-ADV-CLEAR-COUNT
                       ADD SAD-CLEAR-AMT   TO SRB-ADV-CLEAR-AMT
                       ADD SAD-CHBK-COUNT  TO SRB-ADV-CHBK-COUNT
                       ADD SAD-CHBK-AMT    TO SRB-ADV-CHBK-AMT
                       MOVE SETTLEMENT-BREAK-RECORD
                         TO WS-SRB-IMAGE (WS-SRB-SUB)
                       MOVE 'Y' TO WS-SRB-ADVISED-TONIGHT (WS-SRB-SUB)
               END-READ
           END-PERFORM.
           EXIT.

      *****************************************************************
       2000-RECONCILE.
      *****************************************************************
           PERFORM VARYING WS-SRB-SUB FROM 1 BY 1
               UNTIL WS-SRB-SUB > WS-SRB-COUNT
               PERFORM 2200-RECONCILE-ONE-ENTRY
           END-PERFORM.
           PERFORM 2800-WRITE-REPORT-TOTALS.

      *****************************************************************
      * A proved date and currency drops off the break file; the rest *
      * carry forward with their reason and age.  Our activity with   *
      * no advice yet waits out the grace period before it breaks.    *
      *****************************************************************
       2200-RECONCILE-ONE-ENTRY.
           MOVE WS-SRB-IMAGE (WS-SRB-SUB) TO SETTLEMENT-BREAK-RECORD.
           MOVE 'N' TO WS-MATCHED-SW.
           MOVE 'N' TO WS-DECIDED-SW.

           MOVE ZERO TO WS-AGE-DAYS.
           IF SRB-FIRST-SEEN-DATE(1:4) IS NUMERIC
              AND SRB-FIRST-SEEN-DATE(6:2) IS NUMERIC
              AND SRB-FIRST-SEEN-DATE(9:2) IS NUMERIC
               STRING SRB-FIRST-SEEN-DATE(1:4)
                      SRB-FIRST-SEEN-DATE(6:2)
                      SRB-FIRST-SEEN-DATE(9:2)
                   DELIMITED BY SIZE INTO WS-SEEN-DATE-N
               END-STRING
               COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NUM
                   - FUNCTION INTEGER-OF-DATE (WS-SEEN-DATE-N)
           END-IF.
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.
           MOVE WS-AGE-DAYS TO SRB-AGE-DAYS.
           COMPUTE SRB-DIFF-AMT =
               (SRB-ADV-CLEAR-AMT - SRB-ADV-CHBK-AMT)
             - (SRB-OUR-CLEAR-AMT - SRB-OUR-CHBK-AMT).

           IF SRB-ADVISED
               EVALUATE TRUE
                   WHEN SRB-ADV-CLEAR-AMT = SRB-OUR-CLEAR-AMT
                    AND SRB-ADV-CHBK-AMT = SRB-OUR-CHBK-AMT
                    AND SRB-ADV-CLEAR-COUNT = SRB-OUR-CLEAR-COUNT
                    AND SRB-ADV-CHBK-COUNT = SRB-OUR-CHBK-COUNT
                       SET WS-ENTRY-MATCHED TO TRUE
                       MOVE 'SETTLED AS ADVISED' TO SRB-REASON
                   WHEN SRB-OUR-CLEAR-COUNT = ZERO
                    AND SRB-OUR-CHBK-COUNT = ZERO
                       SET SRB-BREAK TO TRUE
                       MOVE 'ADVISED - NO ACTIVITY ON FILE'
                         TO SRB-REASON
                   WHEN SRB-ADV-CLEAR-AMT NOT = SRB-OUR-CLEAR-AMT
                       SET SRB-BREAK TO TRUE
                       MOVE 'CLEARING AMOUNT DIFFERS' TO SRB-REASON
                   WHEN SRB-ADV-CHBK-AMT NOT = SRB-OUR-CHBK-AMT
                       SET SRB-BREAK TO TRUE
                       MOVE 'CHARGEBACK AMOUNT DIFFERS'
                         TO SRB-REASON
                   WHEN OTHER
                       SET SRB-BREAK TO TRUE
                       MOVE 'ITEM COUNT DIFFERS' TO SRB-REASON
               END-EVALUATE
               IF WS-SRB-ADVISED-TONIGHT (WS-SRB-SUB) = 'Y'
                   SET WS-DECIDED-TONIGHT TO TRUE
               END-IF
           ELSE
               IF WS-AGE-DAYS > WS-GRACE-DAYS
                   IF NOT SRB-BREAK
                       SET WS-DECIDED-TONIGHT TO TRUE
                   END-IF
                   SET SRB-BREAK TO TRUE
                   MOVE 'NO SETTLEMENT ADVICE RECEIVED'
                     TO SRB-REASON
               ELSE
                   SET SRB-PENDING-ADVICE TO TRUE
                   MOVE 'AWAITING SETTLEMENT ADVICE' TO SRB-REASON
               END-IF
           END-IF.

           IF WS-DECIDED-TONIGHT
               ADD 1                 TO WS-DECIDED-COUNT
               ADD SRB-ADV-CLEAR-AMT TO WS-ADV-CLEAR-TOTAL
               ADD SRB-ADV-CHBK-AMT  TO WS-ADV-CHBK-TOTAL
               ADD SRB-OUR-CLEAR-AMT TO WS-OUR-CLEAR-TOTAL
               ADD SRB-OUR-CHBK-AMT  TO WS-OUR-CHBK-TOTAL
           END-IF.

           PERFORM 2400-WRITE-REPORT-LINE.
           IF WS-ENTRY-MATCHED
               ADD 1 TO WS-MATCHED
               EXIT PARAGRAPH
           END-IF.

           IF SRB-BREAK
               ADD 1 TO WS-OPEN-BREAKS
               ADD SRB-DIFF-AMT TO WS-OPEN-BREAK-AMT
               IF WS-SRB-PRIOR-STATUS (WS-SRB-SUB) NOT = 'B'
                   ADD 1 TO WS-NEW-BREAKS
               END-IF
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS <= 2
                       ADD 1 TO WS-AGE-0-2
                   WHEN WS-AGE-DAYS <= 7
                       ADD 1 TO WS-AGE-3-7
                   WHEN WS-AGE-DAYS <= 30
                       ADD 1 TO WS-AGE-8-30
                   WHEN OTHER
                       ADD 1 TO WS-AGE-OVER-30
               END-EVALUATE
           ELSE
               ADD 1 TO WS-PENDING
           END-IF.

           WRITE FD-BRKOUT-REC FROM SETTLEMENT-BREAK-RECORD.
           IF BRKOUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING SRCBRKO'
               MOVE BRKOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       2400-WRITE-REPORT-LINE.
           MOVE SRB-SETTLE-DATE   TO WS-DTL-SETTLE-DATE.
           MOVE SRB-CURR-CD       TO WS-DTL-CURR-CD.
           IF WS-ENTRY-MATCHED
               MOVE 'M'           TO WS-DTL-STATUS
           ELSE
               MOVE SRB-STATUS    TO WS-DTL-STATUS
           END-IF.
           MOVE SRB-OUR-CLEAR-AMT TO WS-DTL-OUR-CLEAR.
           MOVE SRB-ADV-CLEAR-AMT TO WS-DTL-ADV-CLEAR.
           MOVE SRB-OUR-CHBK-AMT  TO WS-DTL-OUR-CHBK.
           MOVE SRB-ADV-CHBK-AMT  TO WS-DTL-ADV-CHBK.
           MOVE SRB-DIFF-AMT      TO WS-DTL-DIFF.
           MOVE SRB-AGE-DAYS      TO WS-DTL-AGE.
           MOVE SRB-REASON        TO WS-DTL-REASON.
           WRITE FD-SRCRPT-REC FROM WS-RPT-DETAIL.
           IF SRCRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING SRCRPT'
               MOVE SRCRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       2800-WRITE-REPORT-TOTALS.
           MOVE SPACES TO FD-SRCRPT-REC.
           WRITE FD-SRCRPT-REC.
           MOVE 'DATES/CURRENCIES MATCHED' TO WS-TOT-LABEL.
           MOVE WS-MATCHED TO WS-TOT-COUNT.
           WRITE FD-SRCRPT-REC FROM WS-RPT-TOTAL.
           MOVE 'AWAITING ADVICE' TO WS-TOT-LABEL.
           MOVE WS-PENDING TO WS-TOT-COUNT.
           WRITE FD-SRCRPT-REC FROM WS-RPT-TOTAL.
           MOVE 'OPEN BREAKS' TO WS-TOT-LABEL.
           MOVE WS-OPEN-BREAKS TO WS-TOT-COUNT.
           WRITE FD-SRCRPT-REC FROM WS-RPT-TOTAL.
           MOVE '  OF WHICH NEW TONIGHT' TO WS-TOT-LABEL.
           MOVE WS-NEW-BREAKS TO WS-TOT-COUNT.
           WRITE FD-SRCRPT-REC FROM WS-RPT-TOTAL.
           MOVE '  AGED 0-2 DAYS' TO WS-TOT-LABEL.
           MOVE WS-AGE-0-2 TO WS-TOT-COUNT.
           WRITE FD-SRCRPT-REC FROM WS-RPT-TOTAL.
           MOVE '  AGED 3-7 DAYS' TO WS-TOT-LABEL.
           MOVE WS-AGE-3-7 TO WS-TOT-COUNT.
           WRITE FD-SRCRPT-REC FROM WS-RPT-TOTAL.
           MOVE '  AGED 8-30 DAYS' TO WS-TOT-LABEL.
           MOVE WS-AGE-8-30 TO WS-TOT-COUNT.
           WRITE FD-SRCRPT-REC FROM WS-RPT-TOTAL.
           MOVE '  AGED OVER 30 DAYS' TO WS-TOT-LABEL.
           MOVE WS-AGE-OVER-30 TO WS-TOT-COUNT.
           WRITE FD-SRCRPT-REC FROM WS-RPT-TOTAL.
           EXIT.

      *****************************************************************
       2900-FIND-OR-ADD-ENTRY.
           MOVE 'N' TO WS-SRB-FOUND-SW.
           PERFORM VARYING WS-SRB-SUB FROM 1 BY 1
               UNTIL WS-SRB-SUB > WS-SRB-COUNT
                     OR WS-SRB-FOUND
               IF WS-SRB-IMAGE (WS-SRB-SUB) (1:13) = WS-FIND-KEY
                   SET WS-SRB-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-SRB-FOUND
               SUBTRACT 1 FROM WS-SRB-SUB
               EXIT PARAGRAPH
           END-IF.
           IF WS-SRB-COUNT >= WS-SRB-MAX
               DISPLAY 'CBSRC01C SETTLEMENT TABLE FULL AT: '
                       WS-FIND-KEY
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-SRB-COUNT.
           MOVE WS-SRB-COUNT TO WS-SRB-SUB.
           INITIALIZE SETTLEMENT-BREAK-RECORD.
           MOVE WS-FIND-DATE TO SRB-SETTLE-DATE.
           MOVE WS-FIND-CURR TO SRB-CURR-CD.
           SET SRB-PENDING-ADVICE TO TRUE.
           MOVE 'N'          TO SRB-ADVISED-SW.
           MOVE WS-RUN-DATE  TO SRB-FIRST-SEEN-DATE.
           MOVE SETTLEMENT-BREAK-RECORD TO WS-SRB-IMAGE (WS-SRB-SUB).
           MOVE 'N'   TO WS-SRB-ADVISED-TONIGHT (WS-SRB-SUB).
           MOVE SPACE TO WS-SRB-PRIOR-STATUS (WS-SRB-SUB).
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBSRC01C SETTLEMENT RECONCILIATION SUMMARY'.
           DISPLAY '  BREAKS CARRIED IN    : ' WS-CARRIED-IN.
           DISPLAY '  CLEARING TOTALS READ : ' WS-CLRTOT-READ.
           DISPLAY '  CHARGEBACKS READ     : ' WS-CHBK-READ.
           DISPLAY '  ADVICE RECORDS READ  : ' WS-ADVICE-READ.
           DISPLAY '  MATCHED              : ' WS-MATCHED.
           DISPLAY '  AWAITING ADVICE      : ' WS-PENDING.
           DISPLAY '  OPEN BREAKS          : ' WS-OPEN-BREAKS
                   ' NET: ' WS-OPEN-BREAK-AMT.
           DISPLAY '  NEW BREAKS           : ' WS-NEW-BREAKS.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE ADVICE-FILE.
           CLOSE CLRTOT-FILE.
           CLOSE NETCHBK-FILE.
           CLOSE BRKIN-FILE.
           CLOSE BRKOUT-FILE.
           CLOSE SRCRPT-FILE.
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
