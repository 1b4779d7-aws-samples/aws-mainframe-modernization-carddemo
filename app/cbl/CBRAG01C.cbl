      ******************************************************************
      * PROGRAM     : CBRAG01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Re-age approval.  Reads the collections team's
      *               re-age requests (REAGEREQ) and applies the
      *               re-age policy to each: the account must be open,
      *               delinquent, old enough, outside bankruptcy and
      *               estate treatment, and carry three consecutive
      *               qualifying payments (counted by CBDLQ01C); no
      *               more than one re-age in 12 months and two in 5
      *               years.  An approved request resets the account
      *               to current.  Every decision is recorded in the
      *               keyed re-age history (REAGEHST) and listed on the
      *               re-age exception report (REAGERPT).
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
       PROGRAM-ID.    CBRAG01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO REAGEREQ
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REAGEREQ-STATUS.
      *
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      *
           SELECT HIST-FILE ASSIGN TO REAGEHST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RAH-KEY
                  FILE STATUS  IS REAGEHST-STATUS.
      *
           SELECT REAGERPT-FILE ASSIGN TO REAGERPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REAGERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-REQUEST-REC.
           05 FD-RRQ-ACCT-ID                    PIC 9(11).
           05 FD-RRQ-ACCT-ID-X REDEFINES FD-RRQ-ACCT-ID
                                                PIC X(11).
           05 FD-RRQ-REASON-CD                  PIC X(04).
           05 FD-RRQ-REQUESTED-BY               PIC X(08).
           05 FD-RRQ-REQ-DATE                   PIC X(10).
           05 FILLER                            PIC X(47).

       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  HIST-FILE.
       COPY CVRAG01Y.

       FD  REAGERPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-REAGERPT-REC                      PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVACT01Y.

       01  REAGEREQ-STATUS.
           05  REAGEREQ-STAT1      PIC X.
           05  REAGEREQ-STAT2      PIC X.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  REAGEHST-STATUS.
           05  REAGEHST-STAT1      PIC X.
           05  REAGEHST-STAT2      PIC X.
       01  REAGERPT-STATUS.
           05  REAGERPT-STAT1      PIC X.
           05  REAGERPT-STAT2      PIC X.

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
      * Re-age policy limits.                                         *
      *---------------------------------------------------------------*
       01  WS-REAGE-POLICY.
           05  WS-REAGE-MIN-ACCT-DAYS     PIC 9(05)   VALUE 270.
           05  WS-REAGE-QUAL-PAYMENTS     PIC 9(02)   VALUE 3.
           05  WS-REAGE-MAX-12-MONTHS     PIC 9(02)   VALUE 1.
           05  WS-REAGE-MAX-5-YEARS       PIC 9(02)   VALUE 2.
           05  WS-REAGE-12-MONTH-DAYS     PIC 9(05)   VALUE 365.
           05  WS-REAGE-5-YEAR-DAYS       PIC 9(05)   VALUE 1826.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-RUN-YMD REDEFINES WS-RUN-DATE-FIELDS
                                           PIC 9(08).
       01  WS-RUN-TIME-FIELDS.
           05  WS-RUN-HH                   PIC 9(02).
           05  WS-RUN-MN                   PIC 9(02).
           05  WS-RUN-SS                   PIC 9(02).
           05  WS-RUN-HS                   PIC 9(02).
       01  WS-RUN-TIMESTAMP                PIC X(26).
       01  WS-RUN-DAYNUM                   PIC S9(09) COMP VALUE 0.

      *---------------------------------------------------------------*
      * Date work - CCYY-MM-DD to an integer day number.              *
      *---------------------------------------------------------------*
       01  WS-DATE-YMD                     PIC 9(08).
       01  WS-DATE-PARTS REDEFINES WS-DATE-YMD.
           05  WS-DATE-YYYY                PIC 9(04).
           05  WS-DATE-MM                  PIC 9(02).
           05  WS-DATE-DD                  PIC 9(02).
       01  WS-OPEN-DAYNUM                  PIC S9(09) COMP VALUE 0.
       01  WS-ACCT-AGE-DAYS                PIC S9(09) COMP VALUE 0.
       01  WS-CUTOFF-12-MONTHS             PIC X(10).
       01  WS-CUTOFF-5-YEARS               PIC X(10).
       01  WS-REAGES-12-MONTHS             PIC 9(03) VALUE 0.
       01  WS-REAGES-5-YEARS               PIC 9(03) VALUE 0.

       01  WS-HIST-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-HIST-DONE                          VALUE 'Y'.
       01  WS-HIST-WRITTEN-SW              PIC X(01) VALUE 'N'.
           88  WS-HIST-WRITTEN                       VALUE 'Y'.
       01  WS-DECISION-SW                  PIC X(01) VALUE 'A'.
           88  WS-DECISION-APPROVE                   VALUE 'A'.
           88  WS-DECISION-REJECT                    VALUE 'R'.
       01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
       01  WS-REQ-DATE                     PIC X(10).
       01  WS-PRIOR-BUCKET                 PIC X(03).
       01  WS-PRIOR-QUAL-CNT               PIC 9(02).

       01  WS-RUN-COUNTS.
           05  WS-REQUESTS-READ            PIC 9(09) VALUE 0.
           05  WS-REQUESTS-APPROVED        PIC 9(09) VALUE 0.
           05  WS-REQUESTS-REJECTED        PIC 9(09) VALUE 0.
           05  WS-REQUESTS-INVALID         PIC 9(09) VALUE 0.

      *---------------------------------------------------------------*
      * Re-age exception report lines.                                *
      *---------------------------------------------------------------*
       01  WS-RAG-HEADER1.
           05  FILLER  VALUE 'CBRAG01C  RE-AGE EXCEPTION REPORT'
                                               PIC X(40).
           05  FILLER  VALUE 'RUN DATE: '      PIC X(10).
           05  WS-HDR-RUN-DATE                 PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(72).
       01  WS-RAG-HEADER2.
           05  FILLER  VALUE 'ACCOUNT ID  '    PIC X(13).
           05  FILLER  VALUE 'REQ DATE   '     PIC X(11).
           05  FILLER  VALUE 'REQ BY   '       PIC X(09).
           05  FILLER  VALUE 'RSN '            PIC X(05).
           05  FILLER  VALUE 'FROM'            PIC X(05).
           05  FILLER  VALUE 'QP '             PIC X(04).
           05  FILLER  VALUE '      BALANCE'   PIC X(15).
           05  FILLER  VALUE 'DECISION  '      PIC X(10).
           05  FILLER  VALUE 'REASON'          PIC X(60).
       01  WS-RAG-DETAIL.
           05  WS-DTL-ACCT                     PIC X(11).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-REQ-DATE                 PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-REQ-BY                   PIC X(08).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-REASON-CD                PIC X(04).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-BUCKET                   PIC X(03).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-QUAL-CNT                 PIC Z9.
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-BAL                      PIC Z(9)9.99-.
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-DECISION                 PIC X(08).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-REASON                   PIC X(30).
           05  FILLER  VALUE SPACES            PIC X(29).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBRAG01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-REQUESTS.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBRAG01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-FIELDS FROM TIME.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD ' '
                  WS-RUN-HH ':' WS-RUN-MN ':' WS-RUN-SS '.'
                  WS-RUN-HS '0000'
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP
           END-STRING.
           MOVE WS-RUN-TIMESTAMP(1:10) TO WS-HDR-RUN-DATE.
           COMPUTE WS-RUN-DAYNUM =
               FUNCTION INTEGER-OF-DATE (WS-RUN-YMD).

           COMPUTE WS-DATE-YMD = FUNCTION DATE-OF-INTEGER
               (WS-RUN-DAYNUM - WS-REAGE-12-MONTH-DAYS).
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
               DELIMITED BY SIZE INTO WS-CUTOFF-12-MONTHS
           END-STRING.
           COMPUTE WS-DATE-YMD = FUNCTION DATE-OF-INTEGER
               (WS-RUN-DAYNUM - WS-REAGE-5-YEAR-DAYS).
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
               DELIMITED BY SIZE INTO WS-CUTOFF-5-YEARS
           END-STRING.

           OPEN INPUT REQUEST-FILE.
           IF REAGEREQ-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REAGEREQ'
               MOVE REAGEREQ-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN I-O ACCTFILE-FILE.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCTFILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN I-O HIST-FILE.
           IF REAGEHST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REAGEHST'
               MOVE REAGEHST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT REAGERPT-FILE.
           IF REAGERPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REAGERPT'
               MOVE REAGERPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           WRITE FD-REAGERPT-REC FROM WS-RAG-HEADER1.
           WRITE FD-REAGERPT-REC FROM WS-RAG-HEADER2.

      *****************************************************************
       2000-PROCESS-REQUESTS.
      *****************************************************************
           PERFORM 2100-READ-REQUEST.
           PERFORM UNTIL END-OF-FILE = 'Y'
               ADD 1 TO WS-REQUESTS-READ
               PERFORM 2200-DECIDE-ONE-REQUEST
               PERFORM 2100-READ-REQUEST
           END-PERFORM.

      *****************************************************************
       2100-READ-REQUEST.
      *****************************************************************
           READ REQUEST-FILE.
           EVALUATE REAGEREQ-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING REAGEREQ'
                   MOVE REAGEREQ-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * A request that names no account on file is listed and goes no *
      * further; every other request is decided against the policy,   *
      * recorded in the history and listed whatever the outcome.      *
      *****************************************************************
       2200-DECIDE-ONE-REQUEST.
           MOVE FD-RRQ-REQ-DATE TO WS-REQ-DATE.
           IF WS-REQ-DATE = SPACES OR LOW-VALUES
               MOVE WS-RUN-TIMESTAMP(1:10) TO WS-REQ-DATE
           END-IF.
           IF FD-RRQ-ACCT-ID-X NOT NUMERIC
               ADD 1 TO WS-REQUESTS-INVALID
               MOVE 'ACCOUNT ID NOT NUMERIC' TO WS-REJECT-REASON
               PERFORM 2800-LIST-INVALID-REQUEST
               EXIT PARAGRAPH
           END-IF.
           MOVE FD-RRQ-ACCT-ID TO FD-ACCT-ID.
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                   ADD 1 TO WS-REQUESTS-INVALID
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
                   PERFORM 2800-LIST-INVALID-REQUEST
                   EXIT PARAGRAPH
           END-READ.
           IF ACCT-REAGE-QUAL-CNT NOT NUMERIC
               MOVE ZERO TO ACCT-REAGE-QUAL-CNT
           END-IF.
           MOVE ACCT-DELINQ-STATUS  TO WS-PRIOR-BUCKET.
           MOVE ACCT-REAGE-QUAL-CNT TO WS-PRIOR-QUAL-CNT.

           PERFORM 2300-APPLY-POLICY.

           IF WS-DECISION-APPROVE
               MOVE '000' TO ACCT-DELINQ-STATUS
               MOVE ZERO  TO ACCT-REAGE-QUAL-CNT
               MOVE WS-RUN-TIMESTAMP TO ACCT-LAST-MAINT-TS
               MOVE ACCOUNT-RECORD TO FD-ACCTFILE-REC
               REWRITE FD-ACCTFILE-REC
               IF ACCTFILE-STATUS NOT = '00'
                   DISPLAY 'ERROR REWRITING ACCTFILE FOR ACCOUNT: '
                           ACCT-ID
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-REQUESTS-APPROVED
           ELSE
               ADD 1 TO WS-REQUESTS-REJECTED
           END-IF.

           PERFORM 2600-WRITE-HISTORY.
           PERFORM 2700-LIST-DECISION.
           EXIT.

      *****************************************************************
      * Policy checks in order; the first failure is the reason the   *
      * request is refused.                                           *
      *****************************************************************
       2300-APPLY-POLICY.
           SET WS-DECISION-REJECT TO TRUE.
           EVALUATE TRUE
               WHEN NOT ACCT-OPEN-ACTIVE
                   MOVE 'ACCOUNT NOT OPEN' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               WHEN ACCT-CHARGED-OFF
                   MOVE 'ACCOUNT CHARGED OFF' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               WHEN ACCT-IN-BANKRUPTCY
                   MOVE 'ACCOUNT IN BANKRUPTCY' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               WHEN ACCT-DECEASED
                   MOVE 'CARDHOLDER DECEASED' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               WHEN ACCT-DELINQ-CURRENT
                   MOVE 'ACCOUNT NOT DELINQUENT' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF ACCT-OPEN-DATE(1:4) NOT NUMERIC
              OR ACCT-OPEN-DATE(6:2) NOT NUMERIC
              OR ACCT-OPEN-DATE(9:2) NOT NUMERIC
               MOVE 'ACCOUNT OPEN DATE INVALID' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCT-OPEN-DATE(1:4) TO WS-DATE-YYYY.
           MOVE ACCT-OPEN-DATE(6:2) TO WS-DATE-MM.
           MOVE ACCT-OPEN-DATE(9:2) TO WS-DATE-DD.
           COMPUTE WS-OPEN-DAYNUM =
               FUNCTION INTEGER-OF-DATE (WS-DATE-YMD).
           COMPUTE WS-ACCT-AGE-DAYS = WS-RUN-DAYNUM - WS-OPEN-DAYNUM.
           IF WS-ACCT-AGE-DAYS < WS-REAGE-MIN-ACCT-DAYS
               MOVE 'ACCOUNT TOO NEW TO RE-AGE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           IF ACCT-REAGE-QUAL-CNT < WS-REAGE-QUAL-PAYMENTS
               MOVE 'TOO FEW QUALIFYING PAYMENTS' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2400-COUNT-PRIOR-REAGES.
           IF WS-REAGES-12-MONTHS >= WS-REAGE-MAX-12-MONTHS
               MOVE 'RE-AGED WITHIN 12 MONTHS' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-REAGES-5-YEARS >= WS-REAGE-MAX-5-YEARS
               MOVE 'RE-AGE LIMIT REACHED IN 5 YEARS'
                                          TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           SET WS-DECISION-APPROVE TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           EXIT.

      *****************************************************************
      * Approved re-ages already on the history inside each window.   *
      *****************************************************************
       2400-COUNT-PRIOR-REAGES.
           MOVE ZERO TO WS-REAGES-12-MONTHS WS-REAGES-5-YEARS.
           MOVE 'N' TO WS-HIST-EOF-SW.
           MOVE ACCT-ID     TO RAH-ACCT-ID.
           MOVE LOW-VALUES  TO RAH-REQ-DATE.
           MOVE ZERO        TO RAH-SEQ.
           START HIST-FILE KEY IS NOT LESS THAN RAH-KEY
               INVALID KEY
                   SET WS-HIST-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-HIST-DONE
               READ HIST-FILE NEXT
                   AT END
                       SET WS-HIST-DONE TO TRUE
                   NOT AT END
                       IF RAH-ACCT-ID NOT = ACCT-ID
                           SET WS-HIST-DONE TO TRUE
                       ELSE
                           IF RAH-APPROVED
                               IF RAH-REQ-DATE >= WS-CUTOFF-5-YEARS
                                   ADD 1 TO WS-REAGES-5-YEARS
                               END-IF
                               IF RAH-REQ-DATE >= WS-CUTOFF-12-MONTHS
                                   ADD 1 TO WS-REAGES-12-MONTHS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      *****************************************************************
      * A second request for the account on the same date takes the   *
      * next sequence.                                                *
      *****************************************************************
       2600-WRITE-HISTORY.
           INITIALIZE REAGE-HISTORY-RECORD.
           MOVE ACCT-ID              TO RAH-ACCT-ID.
           MOVE WS-REQ-DATE          TO RAH-REQ-DATE.
           MOVE 1                    TO RAH-SEQ.
           MOVE WS-DECISION-SW       TO RAH-DECISION.
           MOVE WS-REJECT-REASON     TO RAH-REJECT-REASON.
           MOVE WS-PRIOR-BUCKET      TO RAH-PRIOR-BUCKET.
           MOVE WS-PRIOR-QUAL-CNT    TO RAH-QUAL-PAY-CNT.
           MOVE ACCT-CURR-BAL        TO RAH-BALANCE.
           MOVE FD-RRQ-REQUESTED-BY  TO RAH-REQUESTED-BY.
           MOVE FD-RRQ-REASON-CD     TO RAH-REASON-CD.
           MOVE WS-RUN-TIMESTAMP     TO RAH-PROCESS-TS.
           MOVE 'N' TO WS-HIST-WRITTEN-SW.
           PERFORM UNTIL WS-HIST-WRITTEN
               WRITE REAGE-HISTORY-RECORD
               EVALUATE REAGEHST-STATUS
                   WHEN '00'
                       SET WS-HIST-WRITTEN TO TRUE
                   WHEN '22'
                       IF RAH-SEQ >= 99
                           DISPLAY 'ERROR: RE-AGE HISTORY SEQUENCE '
                                   'EXHAUSTED FOR ACCOUNT: ' ACCT-ID
                           PERFORM 9999-ABEND-PROGRAM
                       END-IF
                       ADD 1 TO RAH-SEQ
                   WHEN OTHER
                       DISPLAY 'ERROR WRITING REAGEHST FOR ACCOUNT: '
                               ACCT-ID
                       MOVE REAGEHST-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-PERFORM.
           EXIT.

      *****************************************************************
       2700-LIST-DECISION.
           MOVE FD-RRQ-ACCT-ID-X     TO WS-DTL-ACCT.
           MOVE WS-REQ-DATE          TO WS-DTL-REQ-DATE.
           MOVE FD-RRQ-REQUESTED-BY  TO WS-DTL-REQ-BY.
           MOVE FD-RRQ-REASON-CD     TO WS-DTL-REASON-CD.
           MOVE WS-PRIOR-BUCKET      TO WS-DTL-BUCKET.
           MOVE WS-PRIOR-QUAL-CNT    TO WS-DTL-QUAL-CNT.
           MOVE ACCT-CURR-BAL        TO WS-DTL-BAL.
           IF WS-DECISION-APPROVE
               MOVE 'APPROVED'       TO WS-DTL-DECISION
               MOVE 'RE-AGED TO CURRENT' TO WS-DTL-REASON
           ELSE
               MOVE 'REJECTED'       TO WS-DTL-DECISION
               MOVE WS-REJECT-REASON TO WS-DTL-REASON
           END-IF.
           PERFORM 2900-WRITE-REPORT-LINE.
           EXIT.

      *****************************************************************
       2800-LIST-INVALID-REQUEST.
           MOVE FD-RRQ-ACCT-ID-X     TO WS-DTL-ACCT.
           MOVE WS-REQ-DATE          TO WS-DTL-REQ-DATE.
           MOVE FD-RRQ-REQUESTED-BY  TO WS-DTL-REQ-BY.
           MOVE FD-RRQ-REASON-CD     TO WS-DTL-REASON-CD.
           MOVE SPACES               TO WS-DTL-BUCKET.
           MOVE ZERO                 TO WS-DTL-QUAL-CNT.
           MOVE ZERO                 TO WS-DTL-BAL.
           MOVE 'INVALID'            TO WS-DTL-DECISION.
           MOVE WS-REJECT-REASON     TO WS-DTL-REASON.
           PERFORM 2900-WRITE-REPORT-LINE.
           EXIT.

      *****************************************************************
       2900-WRITE-REPORT-LINE.
           WRITE FD-REAGERPT-REC FROM WS-RAG-DETAIL.
           IF REAGERPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING REAGERPT'
               MOVE REAGERPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBRAG01C RE-AGE APPROVAL SUMMARY'.
           DISPLAY '  REQUESTS READ        : ' WS-REQUESTS-READ.
           DISPLAY '  RE-AGES APPROVED     : ' WS-REQUESTS-APPROVED.
           DISPLAY '  RE-AGES REJECTED     : ' WS-REQUESTS-REJECTED.
           DISPLAY '  INVALID REQUESTS     : ' WS-REQUESTS-INVALID.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE REQUEST-FILE.
           CLOSE ACCTFILE-FILE.
           CLOSE HIST-FILE.
           CLOSE REAGERPT-FILE.
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
