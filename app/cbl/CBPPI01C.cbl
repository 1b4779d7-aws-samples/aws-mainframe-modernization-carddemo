      ******************************************************************
      * Program     : CBPPI01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Monthly payment protection run.  Walks the
      *               PPIFILE enrollments and, for a calendar month,
      *               writes the underwriter remittance (PPIREMIT) -
      *               one detail for each premium the cycle close
      *               billed in the month and each claim approved in
      *               it, with a trailer carrying the premium due -
      *               and the premium and claims report (PPIRPT).  A
      *               claim whose benefit period has run out by the
      *               run date is marked ended on the enrollment.
      *
      *               SYSIN card:  CCYY-MM (default the prior month)
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
       PROGRAM-ID.    CBPPI01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPI-FILE ASSIGN TO PPIFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PPI-ACCT-ID
                  FILE STATUS  IS PPIFILE-STATUS.
      *
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      *
           SELECT PPIREMIT-FILE ASSIGN TO PPIREMIT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PPIREMIT-STATUS.
      *
           SELECT PPIRPT-FILE ASSIGN TO PPIRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PPIRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PPI-FILE.
       COPY CVPPI01Y.

       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  PPIREMIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       COPY CVPPU01Y.

       FD  PPIRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-PPIRPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVACT01Y.

       01  PPIFILE-STATUS.
           05  PPIFILE-STAT1       PIC X.
           05  PPIFILE-STAT2       PIC X.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  PPIREMIT-STATUS.
           05  PPIREMIT-STAT1      PIC X.
           05  PPIREMIT-STAT2      PIC X.
       01  PPIRPT-STATUS.
           05  PPIRPT-STAT1        PIC X.
           05  PPIRPT-STAT2        PIC X.

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

       01  PRM-INFO.
           05  P-MONTH             PIC X(07).
           05  FILLER              PIC X(73).

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY         PIC 9(04).
           05  WS-RUN-MM           PIC 9(02).
           05  WS-RUN-DD           PIC 9(02).
       01  WS-RUN-DATE-DASH        PIC X(10).
       01  WS-RPT-MONTH.
           05  WS-RPT-YYYY         PIC 9(04).
           05  FILLER              PIC X(01) VALUE '-'.
           05  WS-RPT-MM           PIC 9(02).
       01  WS-RPT-MONTH-X REDEFINES WS-RPT-MONTH
                                   PIC X(07).

      *    Minimum payment terms, as the statement run bills them.
       01  WS-MIN-PAY-TERMS.
           05  WS-MIN-PAY-PCT             PIC V999    VALUE .020.
           05  WS-MIN-PAY-FLOOR           PIC 9(5)V99 VALUE 25.00.
       01  WS-MIN-PAYMENT          PIC S9(7)V99 COMP-3 VALUE 0.

       01  WS-RUN-COUNTS.
           05  WS-ENROLLMENTS-READ         PIC 9(09) VALUE 0.
           05  WS-ENROLLED-COUNT           PIC 9(09) VALUE 0.
           05  WS-NEW-ENROLL-COUNT         PIC 9(09) VALUE 0.
           05  WS-CANCELLED-COUNT          PIC 9(09) VALUE 0.
           05  WS-PREMIUM-COUNT            PIC 9(09) VALUE 0.
           05  WS-CLAIM-COUNT              PIC 9(09) VALUE 0.
           05  WS-CLAIM-JOB-COUNT          PIC 9(09) VALUE 0.
           05  WS-CLAIM-DIS-COUNT          PIC 9(09) VALUE 0.
           05  WS-CLAIM-DTH-COUNT          PIC 9(09) VALUE 0.
           05  WS-BENEFIT-ACTIVE-COUNT     PIC 9(09) VALUE 0.
           05  WS-BENEFIT-ENDED-COUNT      PIC 9(09) VALUE 0.
           05  WS-DETAIL-COUNT             PIC 9(09) VALUE 0.
       01  WS-RUN-TOTALS           COMP-3.
           05  WS-PREMIUM-TOTAL            PIC S9(11)V99 VALUE 0.
           05  WS-BENEFIT-TOTAL            PIC S9(11)V99 VALUE 0.

      *---------------------------------------------------------------*
      * Report lines.                                                 *
      *---------------------------------------------------------------*
       01  WS-RPT-HEADER1.
           05  FILLER  VALUE 'CBPPI01C  PAYMENT PROTECTION REPORT'
                                               PIC X(50).
           05  FILLER  VALUE 'MONTH: '         PIC X(07).
           05  WS-HDR-MONTH                    PIC X(07).
           05  FILLER  VALUE SPACES            PIC X(03).
           05  FILLER  VALUE 'RUN DATE: '      PIC X(10).
           05  WS-HDR-RUN-DATE                 PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(45).
       01  WS-RPT-HEADER2.
           05  FILLER  VALUE 'ACCOUNT'         PIC X(13).
           05  FILLER  VALUE 'ITEM'            PIC X(14).
           05  FILLER  VALUE 'DATE'            PIC X(12).
           05  FILLER  VALUE '       BALANCE'  PIC X(16).
           05  FILLER  VALUE 'RATE'            PIC X(08).
           05  FILLER  VALUE '   PREMIUM'      PIC X(12).
           05  FILLER  VALUE 'LOSS DATE'       PIC X(12).
           05  FILLER  VALUE 'MO'              PIC X(04).
           05  FILLER  VALUE 'BENEFIT END'     PIC X(12).
           05  FILLER  VALUE '   MINIMUM'      PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(19).
       01  WS-RPT-DETAIL.
           05  WS-DTL-ACCT-ID                  PIC 9(11).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-ITEM                     PIC X(12).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-DATE                     PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-BALANCE                  PIC Z(9)9.99-.
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-RATE                     PIC 9.9999.
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-PREMIUM                  PIC Z(6)9.99.
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-LOSS-DATE                PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-MONTHS                   PIC Z9.
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-BENEFIT-END              PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-MINIMUM                  PIC Z(6)9.99.
           05  FILLER  VALUE SPACES            PIC X(19).
       01  WS-RPT-TOTAL.
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-TOT-LABEL                    PIC X(38).
           05  WS-TOT-COUNT                    PIC Z(8)9.
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-TOT-AMOUNT                   PIC Z(10)9.99-.
           05  FILLER  VALUE SPACES            PIC X(66).
       01  WS-RPT-BLANK                        PIC X(132)
                                               VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBPPI01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-ENROLLMENTS.
           PERFORM 3000-WRITE-TOTALS.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBPPI01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT PRM-INFO FROM SYSIN.
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE-DASH
           END-STRING.
           PERFORM 1100-SET-REPORT-MONTH.

           OPEN I-O PPI-FILE.
           IF PPIFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PPIFILE'
               MOVE PPIFILE-STATUS TO IO-STATUS
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

           OPEN OUTPUT PPIREMIT-FILE.
           IF PPIREMIT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PPIREMIT'
               MOVE PPIREMIT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN OUTPUT PPIRPT-FILE.
           IF PPIRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PPIRPT'
               MOVE PPIRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           MOVE SPACES           TO PPI-REMIT-RECORD.
           SET PPU-HEADER-REC    TO TRUE.
           MOVE WS-RPT-MONTH-X   TO PPU-HDR-MONTH.
           MOVE WS-RUN-DATE-DASH TO PPU-HDR-CREATE-DATE.
           MOVE 'CARDDEMO'       TO PPU-HDR-SOURCE.
           PERFORM 2900-WRITE-REMIT.

           MOVE WS-RPT-MONTH-X   TO WS-HDR-MONTH.
           MOVE WS-RUN-DATE-DASH TO WS-HDR-RUN-DATE.
           WRITE FD-PPIRPT-REC FROM WS-RPT-HEADER1.
           WRITE FD-PPIRPT-REC FROM WS-RPT-HEADER2.

      *****************************************************************
      * The month on the card, or the one before the run month.       *
      *****************************************************************
       1100-SET-REPORT-MONTH.
           IF P-MONTH(1:4) IS NUMERIC
              AND P-MONTH(5:1) = '-'
              AND P-MONTH(6:2) IS NUMERIC
              AND P-MONTH(6:2) >= '01' AND P-MONTH(6:2) <= '12'
               MOVE P-MONTH(1:4) TO WS-RPT-YYYY
               MOVE P-MONTH(6:2) TO WS-RPT-MM
           ELSE
               IF WS-RUN-MM = 1
                   COMPUTE WS-RPT-YYYY = WS-RUN-YYYY - 1
                   MOVE 12 TO WS-RPT-MM
               ELSE
                   MOVE WS-RUN-YYYY TO WS-RPT-YYYY
                   COMPUTE WS-RPT-MM = WS-RUN-MM - 1
               END-IF
           END-IF.
           DISPLAY 'CBPPI01C REPORT MONTH: ' WS-RPT-MONTH-X.

      *****************************************************************
      * A premium counts in the month the cycle close billed it, a    *
      * claim in the month it was approved.                           *
      *****************************************************************
       2000-PROCESS-ENROLLMENTS.
           PERFORM 2100-READ-ENROLLMENT.
           PERFORM UNTIL END-OF-FILE = 'Y'
               ADD 1 TO WS-ENROLLMENTS-READ
               PERFORM 2200-PROCESS-ONE-ENROLLMENT
               PERFORM 2100-READ-ENROLLMENT
           END-PERFORM.

      *****************************************************************
       2100-READ-ENROLLMENT.
      *****************************************************************
           READ PPI-FILE NEXT.
           EVALUATE PPIFILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING PPIFILE'
                   MOVE PPIFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
       2200-PROCESS-ONE-ENROLLMENT.
           IF PPI-ENROLLED
               ADD 1 TO WS-ENROLLED-COUNT
           END-IF.
           IF PPI-ENROLL-DATE(1:7) = WS-RPT-MONTH-X
               ADD 1 TO WS-NEW-ENROLL-COUNT
           END-IF.
           IF PPI-CANCELLED
                   AND PPI-CANCEL-DATE(1:7) = WS-RPT-MONTH-X
               ADD 1 TO WS-CANCELLED-COUNT
           END-IF.

           IF PPI-LAST-PREM-DATE(1:7) = WS-RPT-MONTH-X
               PERFORM 2300-REPORT-PREMIUM
           END-IF.
           IF NOT PPI-CLAIM-NONE
                   AND PPI-CLAIM-APPROVE-DATE(1:7) = WS-RPT-MONTH-X
               PERFORM 2400-REPORT-CLAIM
           END-IF.

      *    A benefit period that has run out closes the claim; the
      *    account's benefit end date is left as history - every run
      *    that reads it compares it with its own run date.
           IF PPI-CLAIM-APPROVED
               IF PPI-BENEFIT-END-DATE < WS-RUN-DATE-DASH
                   SET PPI-CLAIM-ENDED TO TRUE
                   REWRITE PPI-ENROLLMENT-RECORD
                   IF PPIFILE-STATUS NOT = '00'
                       DISPLAY 'ERROR REWRITING PPIFILE FOR ACCOUNT: '
                               PPI-ACCT-ID
                       MOVE PPIFILE-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   ADD 1 TO WS-BENEFIT-ENDED-COUNT
               ELSE
                   ADD 1 TO WS-BENEFIT-ACTIVE-COUNT
               END-IF
           END-IF.
           EXIT.

      *****************************************************************
       2300-REPORT-PREMIUM.
           MOVE SPACES                TO PPI-REMIT-RECORD.
           SET PPU-DETAIL-REC         TO TRUE.
           SET PPU-DTL-PREMIUM        TO TRUE.
           PERFORM 2350-FILL-ENROLLMENT.
           MOVE PPI-LAST-PREM-DATE    TO PPU-DTL-EVENT-DATE.
           MOVE PPI-LAST-PREM-BAL     TO PPU-DTL-BALANCE.
           MOVE PPI-RATE-PER-100      TO PPU-DTL-RATE-PER-100.
           MOVE PPI-LAST-PREM-AMT     TO PPU-DTL-PREMIUM-AMT.
           MOVE ZERO                  TO PPU-DTL-BENEFIT-MONTHS
                                         PPU-DTL-MONTHLY-BENEFIT.
           PERFORM 2900-WRITE-REMIT.
           ADD 1 TO WS-PREMIUM-COUNT.
           ADD PPI-LAST-PREM-AMT TO WS-PREMIUM-TOTAL.

           MOVE PPI-ACCT-ID           TO WS-DTL-ACCT-ID.
           MOVE 'PREMIUM'             TO WS-DTL-ITEM.
           MOVE PPI-LAST-PREM-DATE    TO WS-DTL-DATE.
           MOVE PPI-LAST-PREM-BAL     TO WS-DTL-BALANCE.
           MOVE PPI-RATE-PER-100      TO WS-DTL-RATE.
           MOVE PPI-LAST-PREM-AMT     TO WS-DTL-PREMIUM.
           MOVE SPACES                TO WS-DTL-LOSS-DATE
                                         WS-DTL-BENEFIT-END.
           MOVE ZERO                  TO WS-DTL-MONTHS
                                         WS-DTL-MINIMUM.
           WRITE FD-PPIRPT-REC FROM WS-RPT-DETAIL.
           EXIT.

      *****************************************************************
       2350-FILL-ENROLLMENT.
           MOVE PPI-ACCT-ID           TO PPU-DTL-ACCT-ID.
           MOVE PPI-STATUS            TO PPU-DTL-ENROLL-STATUS.
           MOVE PPI-ENROLL-DATE       TO PPU-DTL-ENROLL-DATE.
           MOVE ZERO                  TO PPU-DTL-BALANCE
                                         PPU-DTL-RATE-PER-100
                                         PPU-DTL-PREMIUM-AMT.
           EXIT.

      *****************************************************************
      * The benefit the underwriter reimburses is the minimum payment *
      * suspended each month, priced on the last statement balance.   *
      *****************************************************************
       2400-REPORT-CLAIM.
           PERFORM 2450-PRICE-MINIMUM.

           MOVE SPACES                TO PPI-REMIT-RECORD.
           SET PPU-DETAIL-REC         TO TRUE.
           SET PPU-DTL-CLAIM          TO TRUE.
           PERFORM 2350-FILL-ENROLLMENT.
           MOVE PPI-CLAIM-APPROVE-DATE TO PPU-DTL-EVENT-DATE.
           MOVE ACCT-PRIOR-STMT-BAL   TO PPU-DTL-BALANCE.
           MOVE PPI-CLAIM-TYPE        TO PPU-DTL-CLAIM-TYPE.
           MOVE PPI-CLAIM-EVENT-DATE  TO PPU-DTL-LOSS-DATE.
           MOVE PPI-BENEFIT-MONTHS    TO PPU-DTL-BENEFIT-MONTHS.
           MOVE PPI-BENEFIT-END-DATE  TO PPU-DTL-BENEFIT-END.
           MOVE WS-MIN-PAYMENT        TO PPU-DTL-MONTHLY-BENEFIT.
           PERFORM 2900-WRITE-REMIT.
           ADD 1 TO WS-CLAIM-COUNT.
           ADD WS-MIN-PAYMENT TO WS-BENEFIT-TOTAL.
           EVALUATE TRUE
               WHEN PPI-CLAIM-JOB-LOSS
                   ADD 1 TO WS-CLAIM-JOB-COUNT
                   MOVE 'CLAIM-JOB'   TO WS-DTL-ITEM
               WHEN PPI-CLAIM-DISABILITY
                   ADD 1 TO WS-CLAIM-DIS-COUNT
                   MOVE 'CLAIM-DISAB' TO WS-DTL-ITEM
               WHEN OTHER
                   ADD 1 TO WS-CLAIM-DTH-COUNT
                   MOVE 'CLAIM-DEATH' TO WS-DTL-ITEM
           END-EVALUATE.

           MOVE PPI-ACCT-ID           TO WS-DTL-ACCT-ID.
           MOVE PPI-CLAIM-APPROVE-DATE TO WS-DTL-DATE.
           MOVE ACCT-PRIOR-STMT-BAL   TO WS-DTL-BALANCE.
           MOVE ZERO                  TO WS-DTL-RATE
                                         WS-DTL-PREMIUM.
           MOVE PPI-CLAIM-EVENT-DATE  TO WS-DTL-LOSS-DATE.
           MOVE PPI-BENEFIT-MONTHS    TO WS-DTL-MONTHS.
           MOVE PPI-BENEFIT-END-DATE  TO WS-DTL-BENEFIT-END.
           MOVE WS-MIN-PAYMENT        TO WS-DTL-MINIMUM.
           WRITE FD-PPIRPT-REC FROM WS-RPT-DETAIL.
           EXIT.

      *****************************************************************
       2450-PRICE-MINIMUM.
           MOVE ZERO TO WS-MIN-PAYMENT.
           MOVE PPI-ACCT-ID TO FD-ACCT-ID.
           READ ACCTFILE-FILE.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT NOT ON FILE FOR CLAIM: ' PPI-ACCT-ID
               INITIALIZE ACCOUNT-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE FD-ACCTFILE-REC TO ACCOUNT-RECORD.
           IF ACCT-PRIOR-STMT-BAL > 0
               COMPUTE WS-MIN-PAYMENT ROUNDED =
                   ACCT-PRIOR-STMT-BAL * WS-MIN-PAY-PCT
               IF WS-MIN-PAYMENT < WS-MIN-PAY-FLOOR
                   IF ACCT-PRIOR-STMT-BAL < WS-MIN-PAY-FLOOR
                       MOVE ACCT-PRIOR-STMT-BAL TO WS-MIN-PAYMENT
                   ELSE
                       MOVE WS-MIN-PAY-FLOOR TO WS-MIN-PAYMENT
                   END-IF
               END-IF
           END-IF.
           EXIT.

      *****************************************************************
       2900-WRITE-REMIT.
           WRITE PPI-REMIT-RECORD.
           IF PPIREMIT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PPIREMIT'
               MOVE PPIREMIT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           IF PPU-DETAIL-REC
               ADD 1 TO WS-DETAIL-COUNT
           END-IF.
           EXIT.

      *****************************************************************
      * Remittance trailer and the report's totals block.             *
      *****************************************************************
       3000-WRITE-TOTALS.
           MOVE SPACES                TO PPI-REMIT-RECORD.
           SET PPU-TRAILER-REC        TO TRUE.
           MOVE WS-PREMIUM-COUNT      TO PPU-TRL-PREMIUM-COUNT.
           MOVE WS-PREMIUM-TOTAL      TO PPU-TRL-PREMIUM-TOTAL.
           MOVE WS-CLAIM-COUNT        TO PPU-TRL-CLAIM-COUNT.
           MOVE WS-DETAIL-COUNT       TO PPU-TRL-DETAIL-COUNT.
           PERFORM 2900-WRITE-REMIT.

           WRITE FD-PPIRPT-REC FROM WS-RPT-BLANK.
           MOVE 'PREMIUMS BILLED'           TO WS-TOT-LABEL.
           MOVE WS-PREMIUM-COUNT            TO WS-TOT-COUNT.
           MOVE WS-PREMIUM-TOTAL            TO WS-TOT-AMOUNT.
           WRITE FD-PPIRPT-REC FROM WS-RPT-TOTAL.
           MOVE 'CLAIMS APPROVED - MONTHLY MINIMUMS' TO WS-TOT-LABEL.
           MOVE WS-CLAIM-COUNT              TO WS-TOT-COUNT.
           MOVE WS-BENEFIT-TOTAL            TO WS-TOT-AMOUNT.
           WRITE FD-PPIRPT-REC FROM WS-RPT-TOTAL.
           MOVE ZERO                        TO WS-TOT-AMOUNT.
           MOVE '  JOB LOSS'                TO WS-TOT-LABEL.
           MOVE WS-CLAIM-JOB-COUNT          TO WS-TOT-COUNT.
           WRITE FD-PPIRPT-REC FROM WS-RPT-TOTAL.
           MOVE '  DISABILITY'              TO WS-TOT-LABEL.
           MOVE WS-CLAIM-DIS-COUNT          TO WS-TOT-COUNT.
           WRITE FD-PPIRPT-REC FROM WS-RPT-TOTAL.
           MOVE '  DEATH'                   TO WS-TOT-LABEL.
           MOVE WS-CLAIM-DTH-COUNT          TO WS-TOT-COUNT.
           WRITE FD-PPIRPT-REC FROM WS-RPT-TOTAL.
           MOVE 'BENEFITS IN FORCE AT RUN DATE' TO WS-TOT-LABEL.
           MOVE WS-BENEFIT-ACTIVE-COUNT     TO WS-TOT-COUNT.
           WRITE FD-PPIRPT-REC FROM WS-RPT-TOTAL.
           MOVE 'BENEFITS ENDED THIS RUN'   TO WS-TOT-LABEL.
           MOVE WS-BENEFIT-ENDED-COUNT      TO WS-TOT-COUNT.
           WRITE FD-PPIRPT-REC FROM WS-RPT-TOTAL.
           MOVE 'ENROLLED AT RUN DATE'      TO WS-TOT-LABEL.
           MOVE WS-ENROLLED-COUNT           TO WS-TOT-COUNT.
           WRITE FD-PPIRPT-REC FROM WS-RPT-TOTAL.
           MOVE 'NEW ENROLLMENTS IN MONTH'  TO WS-TOT-LABEL.
           MOVE WS-NEW-ENROLL-COUNT         TO WS-TOT-COUNT.
           WRITE FD-PPIRPT-REC FROM WS-RPT-TOTAL.
           MOVE 'CANCELLATIONS IN MONTH'    TO WS-TOT-LABEL.
           MOVE WS-CANCELLED-COUNT          TO WS-TOT-COUNT.
           WRITE FD-PPIRPT-REC FROM WS-RPT-TOTAL.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBPPI01C PAYMENT PROTECTION SUMMARY'.
           DISPLAY '  REPORT MONTH         : ' WS-RPT-MONTH-X.
           DISPLAY '  ENROLLMENTS READ     : ' WS-ENROLLMENTS-READ.
           DISPLAY '  PREMIUMS REMITTED    : ' WS-PREMIUM-COUNT.
           DISPLAY '  PREMIUM TOTAL        : ' WS-PREMIUM-TOTAL.
           DISPLAY '  CLAIMS APPROVED      : ' WS-CLAIM-COUNT.
           DISPLAY '  BENEFITS IN FORCE    : ' WS-BENEFIT-ACTIVE-COUNT.
           DISPLAY '  BENEFITS ENDED       : ' WS-BENEFIT-ENDED-COUNT.
           DISPLAY '  REMITTANCE DETAILS   : ' WS-DETAIL-COUNT.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE PPI-FILE.
           CLOSE ACCTFILE-FILE.
           CLOSE PPIREMIT-FILE.
           CLOSE PPIRPT-FILE.
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
