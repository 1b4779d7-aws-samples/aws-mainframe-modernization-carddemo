      ******************************************************************
      * PROGRAM     : CBDIA02C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Predictive-dialer result intake.  Applies each
      *               call result the dialer returns (DIALRSLT) to its
      *               collections case the way the COCOLW0C outcome
      *               entry does - outcome code, contact count, last
      *               worked date, and a promise to pay where one was
      *               taken - counts the attempt against the case's
      *               weekly dialing cap, and adds the call to the
      *               customer's contact history (CNTCTHST) for the
      *               COCNT00C browse.  Results that cannot be applied
      *               are listed on SYSOUT with the reason.
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
       PROGRAM-ID.    CBDIA02C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO DIALRSLT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS DIALRSLT-STATUS.
      *
           SELECT COLLFILE-FILE ASSIGN TO COLLFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS COLL-ACCT-ID
                  FILE STATUS  IS COLLFILE-STATUS.
      *
           SELECT XREF-FILE ASSIGN TO XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS XREF-CARD-NUM
                  FILE STATUS  IS XREFFILE-STATUS.
      *
           SELECT CNTCT-FILE ASSIGN TO CNTCTHST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CNT-KEY
                  FILE STATUS  IS CNTCTHST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-RESULT-REC.
           05 FD-DR-ACCT-ID                     PIC 9(11).
           05 FD-DR-ACCT-ID-X REDEFINES FD-DR-ACCT-ID
                                                PIC X(11).
           05 FD-DR-PHONE                       PIC X(15).
           05 FD-DR-CALL-DATE                   PIC X(10).
           05 FD-DR-CALL-TIME                   PIC X(08).
           05 FD-DR-OUTCOME-CD                  PIC X(02).
               88 FD-DR-OUTCOME-VALID           VALUE 'NA', 'LM',
                                                      'PR', 'RF',
                                                      'DC'.
               88 FD-DR-OUTCOME-PROMISE         VALUE 'PR'.
           05 FD-DR-AGENT-ID                    PIC X(08).
           05 FD-DR-PROMISE-DATE                PIC X(10).
           05 FD-DR-PROMISE-AMT                 PIC 9(07)V99.
           05 FD-DR-PROMISE-AMT-X REDEFINES FD-DR-PROMISE-AMT
                                                PIC X(09).
           05 FILLER                            PIC X(07).

       FD  COLLFILE-FILE.
       COPY CVCOL01Y.

       FD  XREF-FILE.
       COPY CVACT03Y.

       FD  CNTCT-FILE.
       COPY CVCNT01Y.

       WORKING-STORAGE SECTION.

       01  DIALRSLT-STATUS.
           05  DIALRSLT-STAT1      PIC X.
           05  DIALRSLT-STAT2      PIC X.
       01  COLLFILE-STATUS.
           05  COLLFILE-STAT1      PIC X.
           05  COLLFILE-STAT2      PIC X.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.
       01  CNTCTHST-STATUS.
           05  CNTCTHST-STAT1      PIC X.
           05  CNTCTHST-STAT2      PIC X.

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

       01  WS-DIALER-USER-ID       PIC X(08) VALUE 'DIALER'.
       01  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
       01  WS-PROMISE-AMT-DIS      PIC Z(6)9.99.

      *---------------------------------------------------------------*
      * Calendar week of the call - Monday start, as in CBDIA01C.     *
      *---------------------------------------------------------------*
       01  WS-CALL-YMD                     PIC 9(08).
       01  WS-CALL-PARTS REDEFINES WS-CALL-YMD.
           05  WS-CALL-YYYY                PIC 9(04).
           05  WS-CALL-MM                  PIC 9(02).
           05  WS-CALL-DD                  PIC 9(02).
       01  WS-CALL-DAYNUM                  PIC S9(09) COMP VALUE 0.
       01  WS-WEEK-START                   PIC X(10).

       01  WS-CNT-WRITTEN-SW               PIC X(01) VALUE 'N'.
           88  WS-CNT-WRITTEN                        VALUE 'Y'.
       01  WS-CNT-SEQ                      PIC 9(06) VALUE 0.

       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 2000 TIMES.
               10  WS-XREF-TBL-ACCT        PIC 9(11).
               10  WS-XREF-TBL-CUST        PIC 9(09).
       01  WS-XREF-MAX-ENTRIES     PIC S9(8) COMP VALUE 2000.
       01  WS-XREF-COUNT           PIC S9(8) COMP VALUE 0.
       01  WS-XREF-SUB             PIC S9(8) COMP VALUE 0.
       01  WS-XREF-EOF-SW          PIC X VALUE 'N'.
           88  WS-XREF-DONE                  VALUE 'Y'.
       01  WS-FOUND-SW             PIC X.
           88  WS-FOUND                      VALUE 'Y'.
           88  WS-NOT-FOUND                  VALUE 'N'.

       01  WS-RUN-COUNTS.
           05  WS-RESULTS-READ             PIC 9(09) VALUE 0.
           05  WS-RESULTS-APPLIED          PIC 9(09) VALUE 0.
           05  WS-RESULTS-REJECTED         PIC 9(09) VALUE 0.
           05  WS-PROMISES-TAKEN           PIC 9(09) VALUE 0.
           05  WS-CONTACTS-LOGGED          PIC 9(09) VALUE 0.
           05  WS-CONTACTS-NO-CUSTOMER     PIC 9(09) VALUE 0.

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBDIA02C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-APPLY-RESULTS.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBDIA02C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           OPEN INPUT RESULT-FILE.
           IF DIALRSLT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DIALRSLT'
               MOVE DIALRSLT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN I-O COLLFILE-FILE.
           IF COLLFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING COLLFILE'
               MOVE COLLFILE-STATUS TO IO-STATUS
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
           OPEN I-O CNTCT-FILE.
           IF CNTCTHST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CNTCTHST'
               MOVE CNTCTHST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           PERFORM 1200-BUILD-XREF-TABLE.

      *****************************************************************
      * Contact history is kept under the account's primary           *
      * cardholder.                                                   *
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
       2000-APPLY-RESULTS.
      *****************************************************************
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ RESULT-FILE
               EVALUATE DIALRSLT-STATUS
                   WHEN '00'
                       ADD 1 TO WS-RESULTS-READ
                       PERFORM 2100-APPLY-ONE-RESULT
                   WHEN '10'
                       MOVE 'Y' TO END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERROR READING DIALRSLT'
                       MOVE DIALRSLT-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-PERFORM.
           EXIT.

      *****************************************************************
       2100-APPLY-ONE-RESULT.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN FD-DR-ACCT-ID-X NOT NUMERIC
                   MOVE 'ACCOUNT ID NOT NUMERIC' TO WS-REJECT-REASON
               WHEN NOT FD-DR-OUTCOME-VALID
                   MOVE 'OUTCOME CODE NOT RECOGNIZED'
                                              TO WS-REJECT-REASON
               WHEN FD-DR-CALL-DATE(1:4) NOT NUMERIC
                 OR FD-DR-CALL-DATE(6:2) NOT NUMERIC
                 OR FD-DR-CALL-DATE(9:2) NOT NUMERIC
                   MOVE 'CALL DATE INVALID' TO WS-REJECT-REASON
               WHEN FD-DR-OUTCOME-PROMISE
                AND (FD-DR-PROMISE-DATE = SPACES
                     OR FD-DR-PROMISE-AMT-X NOT NUMERIC)
                   MOVE 'PROMISE NEEDS DATE AND NUMERIC AMOUNT'
                                              TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2900-REJECT-RESULT
               EXIT PARAGRAPH
           END-IF.

           MOVE FD-DR-ACCT-ID TO COLL-ACCT-ID.
           READ COLLFILE-FILE
               INVALID KEY
                   MOVE 'NO COLLECTIONS CASE FOR ACCOUNT'
                                              TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-RESULT
                   EXIT PARAGRAPH
           END-READ.
           IF COLL-CLOSED
               MOVE 'CASE IS CLOSED' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-RESULT
               EXIT PARAGRAPH
           END-IF.

           MOVE FD-DR-OUTCOME-CD   TO COLL-OUTCOME-CD.
           MOVE FD-DR-CALL-DATE    TO COLL-LAST-WORKED-DATE.
           IF COLL-CONTACT-COUNT NOT NUMERIC
               MOVE ZERO TO COLL-CONTACT-COUNT
           END-IF.
           IF COLL-CONTACT-COUNT < 999
               ADD 1 TO COLL-CONTACT-COUNT
           END-IF.
           MOVE ZERO               TO COLL-CYCLES-UNWORKED.
           IF FD-DR-AGENT-ID NOT = SPACES
               MOVE FD-DR-AGENT-ID TO COLL-COLLECTOR-ID
           END-IF.
           IF COLL-OUT-PROMISE
               MOVE FD-DR-PROMISE-DATE TO COLL-PROMISE-DATE
               MOVE FD-DR-PROMISE-AMT  TO COLL-PROMISE-AMT
               MOVE 'P'                TO COLL-STATUS
               ADD 1 TO WS-PROMISES-TAKEN
           ELSE
               IF FD-DR-AGENT-ID NOT = SPACES
                   MOVE 'A'            TO COLL-STATUS
               END-IF
           END-IF.
           PERFORM 2200-COUNT-ATTEMPT.

           REWRITE COLL-CASE-RECORD.
           IF COLLFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING COLLFILE FOR ACCOUNT: '
                       COLL-ACCT-ID
               MOVE COLLFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-RESULTS-APPLIED.

           PERFORM 2300-LOG-CONTACT.
           EXIT.

      *****************************************************************
      * An attempt in a later week starts that week's count; one from *
      * a week already closed out leaves the current count alone.     *
      *****************************************************************
       2200-COUNT-ATTEMPT.
           MOVE FD-DR-CALL-DATE(1:4) TO WS-CALL-YYYY.
           MOVE FD-DR-CALL-DATE(6:2) TO WS-CALL-MM.
           MOVE FD-DR-CALL-DATE(9:2) TO WS-CALL-DD.
           COMPUTE WS-CALL-DAYNUM =
               FUNCTION INTEGER-OF-DATE (WS-CALL-YMD).
           COMPUTE WS-CALL-DAYNUM =
               WS-CALL-DAYNUM - FUNCTION MOD (WS-CALL-DAYNUM - 1, 7).
           COMPUTE WS-CALL-YMD =
               FUNCTION DATE-OF-INTEGER (WS-CALL-DAYNUM).
           STRING WS-CALL-YYYY '-' WS-CALL-MM '-' WS-CALL-DD
               DELIMITED BY SIZE INTO WS-WEEK-START
           END-STRING.

           IF COLL-DIAL-ATTEMPTS NOT NUMERIC
               MOVE ZERO TO COLL-DIAL-ATTEMPTS
           END-IF.
           EVALUATE TRUE
               WHEN COLL-DIAL-WEEK-START = WS-WEEK-START
                   IF COLL-DIAL-ATTEMPTS < 99
                       ADD 1 TO COLL-DIAL-ATTEMPTS
                   END-IF
               WHEN COLL-DIAL-WEEK-START < WS-WEEK-START
                 OR COLL-DIAL-WEEK-START = SPACES
                   MOVE WS-WEEK-START TO COLL-DIAL-WEEK-START
                   MOVE 1             TO COLL-DIAL-ATTEMPTS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * The call lands in the customer's contact stream stamped with  *
      * the dialer's call time; a clash on the key moves the          *
      * fractional seconds along.                                     *
      *****************************************************************
       2300-LOG-CONTACT.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-COUNT
                     OR WS-FOUND
               IF WS-XREF-TBL-ACCT (WS-XREF-SUB) = COLL-ACCT-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               DISPLAY 'WARNING: NO CARDHOLDER FOR CONTACT HISTORY, '
                       'ACCOUNT: ' COLL-ACCT-ID
               ADD 1 TO WS-CONTACTS-NO-CUSTOMER
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM WS-XREF-SUB.

           INITIALIZE CONTACT-HISTORY-RECORD.
           MOVE WS-XREF-TBL-CUST (WS-XREF-SUB) TO CNT-CUST-ID.
           MOVE ZERO TO WS-CNT-SEQ.
           STRING FD-DR-CALL-DATE ' ' FD-DR-CALL-TIME '.'
                  WS-CNT-SEQ
               DELIMITED BY SIZE INTO CNT-TIMESTAMP
           END-STRING.
           MOVE 'P'               TO CNT-CHANNEL.
           MOVE 'COLL'            TO CNT-REASON-CD.
           IF COLL-OUT-PROMISE
               MOVE FD-DR-PROMISE-AMT TO WS-PROMISE-AMT-DIS
               STRING 'DIALER PROMISE ' COLL-PROMISE-DATE
                      ' AMT ' WS-PROMISE-AMT-DIS
                   DELIMITED BY SIZE INTO CNT-NOTE
               END-STRING
           ELSE
               STRING 'DIALER CALL OUTCOME ' COLL-OUTCOME-CD
                      ' TO ' FD-DR-PHONE
                   DELIMITED BY SIZE INTO CNT-NOTE
               END-STRING
           END-IF.
           IF FD-DR-AGENT-ID NOT = SPACES
               MOVE FD-DR-AGENT-ID    TO CNT-USER-ID
           ELSE
               MOVE WS-DIALER-USER-ID TO CNT-USER-ID
           END-IF.

           MOVE 'N' TO WS-CNT-WRITTEN-SW.
           PERFORM UNTIL WS-CNT-WRITTEN
               WRITE CONTACT-HISTORY-RECORD
               EVALUATE CNTCTHST-STATUS
                   WHEN '00'
                       SET WS-CNT-WRITTEN TO TRUE
                       ADD 1 TO WS-CONTACTS-LOGGED
                   WHEN '22'
                       ADD 1 TO WS-CNT-SEQ
                       MOVE WS-CNT-SEQ TO CNT-TIMESTAMP(21:6)
                   WHEN OTHER
                       DISPLAY 'ERROR WRITING CNTCTHST FOR CUSTOMER: '
                               CNT-CUST-ID
                       MOVE CNTCTHST-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-PERFORM.
           EXIT.

      *****************************************************************
       2900-REJECT-RESULT.
           ADD 1 TO WS-RESULTS-REJECTED.
           DISPLAY 'DIALER RESULT REJECTED - ' WS-REJECT-REASON
                   ': ' FD-RESULT-REC(1:46).
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBDIA02C DIALER RESULT INTAKE SUMMARY'.
           DISPLAY '  RESULTS READ         : ' WS-RESULTS-READ.
           DISPLAY '  RESULTS APPLIED      : ' WS-RESULTS-APPLIED.
           DISPLAY '  RESULTS REJECTED     : ' WS-RESULTS-REJECTED.
           DISPLAY '  PROMISES TAKEN       : ' WS-PROMISES-TAKEN.
           DISPLAY '  CONTACTS LOGGED      : ' WS-CONTACTS-LOGGED.
           DISPLAY '  CONTACTS NOT LOGGED  : ' WS-CONTACTS-NO-CUSTOMER.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE RESULT-FILE.
           CLOSE COLLFILE-FILE.
           CLOSE XREF-FILE.
           CLOSE CNTCT-FILE.
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
