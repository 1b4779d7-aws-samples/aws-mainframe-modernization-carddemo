      ******************************************************************
      * PROGRAM     : CBDIA01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Nightly predictive-dialer extract.  Passes every
      *               workable collections case (COLLFILE) and writes
      *               one DIALOUT record per case the dialer may call
      *               tomorrow: only phone numbers carrying recorded
      *               autodialer consent, with the customer's local
      *               calling window derived from the address state.
      *               Cases in bankruptcy, charged off, or whose
      *               cardholder is deceased are skipped, as are cases
      *               that have used the week's attempt cap.  Reasons
      *               for skipping are counted in the run summary.
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
       PROGRAM-ID.    CBDIA01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLFILE-FILE ASSIGN TO COLLFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS COLL-ACCT-ID
                  FILE STATUS  IS COLLFILE-STATUS.
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
      *    Call list for the predictive dialer.
           SELECT DIALOUT-FILE ASSIGN TO DIALOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS DIALOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLFILE-FILE.
       COPY CVCOL01Y.

       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  XREF-FILE.
       COPY CVACT03Y.

       FD  CUSTFILE-FILE.
       01  FD-CUSTFILE-REC.
           05  FD-CUST-ID                       PIC 9(09).
           05  FD-CUST-DATA                     PIC X(491).

      *    The calling window is in the customer's local time for the
      *    zone FD-DO-UTC-OFFSET hours west of UTC, standard time; the
      *    dialer moves it an hour when FD-DO-DST-IND is Y and daylight
      *    saving time is in effect.
       FD  DIALOUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  FD-DIALOUT-REC.
           05 FD-DO-ACCT-ID                     PIC 9(11).
           05 FD-DO-CUST-ID                     PIC 9(09).
           05 FD-DO-FIRST-NAME                  PIC X(25).
           05 FD-DO-LAST-NAME                   PIC X(25).
           05 FD-DO-PHONE-1                     PIC X(15).
           05 FD-DO-PHONE-2                     PIC X(15).
           05 FD-DO-STATE-CD                    PIC X(02).
           05 FD-DO-UTC-OFFSET                  PIC 9(02).
           05 FD-DO-DST-IND                     PIC X(01).
           05 FD-DO-WINDOW-START                PIC 9(04).
           05 FD-DO-WINDOW-END                  PIC 9(04).
           05 FD-DO-BUCKET                      PIC X(03).
           05 FD-DO-BALANCE                     PIC S9(10)V99
                                                SIGN LEADING SEPARATE.
           05 FD-DO-MIN-DUE                     PIC S9(07)V99
                                                SIGN LEADING SEPARATE.
           05 FD-DO-ATTEMPTS-LEFT               PIC 9(02).
           05 FILLER                            PIC X(09).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVACT01Y.
       COPY CVCUS01Y.
       COPY CVTZN01Y.

       01  COLLFILE-STATUS.
           05  COLLFILE-STAT1      PIC X.
           05  COLLFILE-STAT2      PIC X.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.
       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.
       01  DIALOUT-STATUS.
           05  DIALOUT-STAT1       PIC X.
           05  DIALOUT-STAT2       PIC X.

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
      * Dialing rules: calls only between 8 a.m. and 9 p.m. local,    *
      * and no more than this many attempts per case per calendar     *
      * week.  CBDIA02C keeps the same week.                          *
      *---------------------------------------------------------------*
       01  WS-DIAL-RULES.
           05  WS-DIAL-LOCAL-START        PIC 9(04)   VALUE 0800.
           05  WS-DIAL-LOCAL-END          PIC 9(04)   VALUE 2100.
           05  WS-DIAL-WEEK-CAP           PIC 9(02)   VALUE 07.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-RUN-YMD REDEFINES WS-RUN-DATE-FIELDS
                                           PIC 9(08).
       01  WS-RUN-DAYNUM                   PIC S9(09) COMP VALUE 0.
       01  WS-WEEK-DAYNUM                  PIC S9(09) COMP VALUE 0.
       01  WS-WEEK-YMD                     PIC 9(08).
       01  WS-WEEK-PARTS REDEFINES WS-WEEK-YMD.
           05  WS-WEEK-YYYY                PIC 9(04).
           05  WS-WEEK-MM                  PIC 9(02).
           05  WS-WEEK-DD                  PIC 9(02).
       01  WS-WEEK-START                   PIC X(10).
       01  WS-ATTEMPTS-USED                PIC 9(02) VALUE 0.

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
           05  WS-CASES-READ               PIC 9(09) VALUE 0.
           05  WS-CASES-NOT-WORKABLE       PIC 9(09) VALUE 0.
           05  WS-CASES-EXTRACTED          PIC 9(09) VALUE 0.
           05  WS-SKIP-NO-ACCOUNT          PIC 9(09) VALUE 0.
           05  WS-SKIP-BANKRUPT            PIC 9(09) VALUE 0.
           05  WS-SKIP-DECEASED            PIC 9(09) VALUE 0.
           05  WS-SKIP-CHARGED-OFF         PIC 9(09) VALUE 0.
           05  WS-SKIP-NO-CUSTOMER         PIC 9(09) VALUE 0.
           05  WS-SKIP-NO-CONSENT          PIC 9(09) VALUE 0.
           05  WS-SKIP-NO-WINDOW           PIC 9(09) VALUE 0.
           05  WS-SKIP-WEEK-CAP            PIC 9(09) VALUE 0.
           05  WS-NUMBERS-NO-CONSENT       PIC 9(09) VALUE 0.

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBDIA01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-EXTRACT-CASES.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBDIA01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
      *    Day 1 of the integer calendar is a Monday, so the week
      *    starts on the day whose remainder by 7 is 1.
           COMPUTE WS-RUN-DAYNUM =
               FUNCTION INTEGER-OF-DATE (WS-RUN-YMD).
           COMPUTE WS-WEEK-DAYNUM =
               WS-RUN-DAYNUM - FUNCTION MOD (WS-RUN-DAYNUM - 1, 7).
           COMPUTE WS-WEEK-YMD =
               FUNCTION DATE-OF-INTEGER (WS-WEEK-DAYNUM).
           STRING WS-WEEK-YYYY '-' WS-WEEK-MM '-' WS-WEEK-DD
               DELIMITED BY SIZE INTO WS-WEEK-START
           END-STRING.
           DISPLAY 'CBDIA01C DIALING WEEK STARTS: ' WS-WEEK-START.

           OPEN INPUT COLLFILE-FILE.
           IF COLLFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING COLLFILE'
               MOVE COLLFILE-STATUS TO IO-STATUS
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
           OPEN OUTPUT DIALOUT-FILE.
           IF DIALOUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DIALOUT'
               MOVE DIALOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           PERFORM 1200-BUILD-XREF-TABLE.

      *****************************************************************
      * Calls go to the account's primary cardholder.                 *
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
       2000-EXTRACT-CASES.
      *****************************************************************
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ COLLFILE-FILE
               EVALUATE COLLFILE-STATUS
                   WHEN '00'
                       ADD 1 TO WS-CASES-READ
                       IF COLL-WORKABLE
                           PERFORM 2100-EXTRACT-ONE-CASE
                       ELSE
                           ADD 1 TO WS-CASES-NOT-WORKABLE
                       END-IF
                   WHEN '10'
                       MOVE 'Y' TO END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERROR READING COLLFILE'
                       MOVE COLLFILE-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-PERFORM.
           EXIT.

      *****************************************************************
      * Every exclusion is checked before anything is written; the    *
      * first one that applies is the one counted.                    *
      *****************************************************************
       2100-EXTRACT-ONE-CASE.
           MOVE ZERO TO WS-ATTEMPTS-USED.
           IF COLL-DIAL-WEEK-START = WS-WEEK-START
              AND COLL-DIAL-ATTEMPTS IS NUMERIC
               MOVE COLL-DIAL-ATTEMPTS TO WS-ATTEMPTS-USED
           END-IF.
           IF WS-ATTEMPTS-USED >= WS-DIAL-WEEK-CAP
               ADD 1 TO WS-SKIP-WEEK-CAP
               EXIT PARAGRAPH
           END-IF.

           MOVE COLL-ACCT-ID TO FD-ACCT-ID.
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                   ADD 1 TO WS-SKIP-NO-ACCOUNT
                   EXIT PARAGRAPH
           END-READ.
           IF ACCT-IN-BANKRUPTCY
               ADD 1 TO WS-SKIP-BANKRUPT
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-DECEASED
               ADD 1 TO WS-SKIP-DECEASED
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-CHARGED-OFF
               ADD 1 TO WS-SKIP-CHARGED-OFF
               EXIT PARAGRAPH
           END-IF.

           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-COUNT
                     OR WS-FOUND
               IF WS-XREF-TBL-ACCT (WS-XREF-SUB) = COLL-ACCT-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               ADD 1 TO WS-SKIP-NO-CUSTOMER
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM WS-XREF-SUB.
           MOVE WS-XREF-TBL-CUST (WS-XREF-SUB) TO FD-CUST-ID.
           READ CUSTFILE-FILE INTO CUSTOMER-RECORD
               INVALID KEY
                   ADD 1 TO WS-SKIP-NO-CUSTOMER
                   EXIT PARAGRAPH
           END-READ.
           IF CUST-DECEASED
               ADD 1 TO WS-SKIP-DECEASED
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO FD-DIALOUT-REC.
           IF CUST-PHONE-1-CONSENT AND CUST-PHONE-NUM-1 NOT = SPACES
               MOVE CUST-PHONE-NUM-1 TO FD-DO-PHONE-1
           ELSE
               IF CUST-PHONE-NUM-1 NOT = SPACES
                   ADD 1 TO WS-NUMBERS-NO-CONSENT
               END-IF
           END-IF.
           IF CUST-PHONE-2-CONSENT AND CUST-PHONE-NUM-2 NOT = SPACES
               MOVE CUST-PHONE-NUM-2 TO FD-DO-PHONE-2
           ELSE
               IF CUST-PHONE-NUM-2 NOT = SPACES
                   ADD 1 TO WS-NUMBERS-NO-CONSENT
               END-IF
           END-IF.
           IF FD-DO-PHONE-1 = SPACES AND FD-DO-PHONE-2 = SPACES
               ADD 1 TO WS-SKIP-NO-CONSENT
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2200-FIND-CALLING-WINDOW.
           IF WS-NOT-FOUND
               ADD 1 TO WS-SKIP-NO-WINDOW
               EXIT PARAGRAPH
           END-IF.

           MOVE COLL-ACCT-ID           TO FD-DO-ACCT-ID.
           MOVE CUST-ID                TO FD-DO-CUST-ID.
           MOVE CUST-FIRST-NAME        TO FD-DO-FIRST-NAME.
           MOVE CUST-LAST-NAME         TO FD-DO-LAST-NAME.
           MOVE CUST-ADDR-STATE-CD     TO FD-DO-STATE-CD.
           MOVE COLL-BUCKET            TO FD-DO-BUCKET.
           MOVE COLL-BAL               TO FD-DO-BALANCE.
           MOVE COLL-MIN-DUE           TO FD-DO-MIN-DUE.
           COMPUTE FD-DO-ATTEMPTS-LEFT =
               WS-DIAL-WEEK-CAP - WS-ATTEMPTS-USED.
           WRITE FD-DIALOUT-REC.
           IF DIALOUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DIALOUT'
               MOVE DIALOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-CASES-EXTRACTED.
           EXIT.

      *****************************************************************
      * The window is stated in the state's eastern zone.  Where the  *
      * state spans two zones the start moves later by the difference *
      * so the call is not early in its western zone either.  A state *
      * not in the table has no window and the case is not dialed.    *
      *****************************************************************
       2200-FIND-CALLING-WINDOW.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-TZ-SUB FROM 1 BY 1
               UNTIL WS-TZ-SUB > WS-TZ-MAX
                     OR WS-FOUND
               IF WS-TZ-STATE (WS-TZ-SUB) = CUST-ADDR-STATE-CD
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM WS-TZ-SUB.
           MOVE WS-TZ-EAST-OFFSET (WS-TZ-SUB) TO FD-DO-UTC-OFFSET.
           MOVE WS-TZ-DST-IND (WS-TZ-SUB)     TO FD-DO-DST-IND.
           COMPUTE FD-DO-WINDOW-START = WS-DIAL-LOCAL-START
               + (WS-TZ-WEST-OFFSET (WS-TZ-SUB)
                  - WS-TZ-EAST-OFFSET (WS-TZ-SUB)) * 100.
           MOVE WS-DIAL-LOCAL-END             TO FD-DO-WINDOW-END.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBDIA01C DIALER EXTRACT SUMMARY'.
           DISPLAY '  CASES READ           : ' WS-CASES-READ.
           DISPLAY '  CASES NOT WORKABLE   : ' WS-CASES-NOT-WORKABLE.
           DISPLAY '  CASES EXTRACTED      : ' WS-CASES-EXTRACTED.
           DISPLAY '  SKIPPED - WEEK CAP   : ' WS-SKIP-WEEK-CAP.
           DISPLAY '  SKIPPED - NO ACCOUNT : ' WS-SKIP-NO-ACCOUNT.
           DISPLAY '  SKIPPED - BANKRUPTCY : ' WS-SKIP-BANKRUPT.
           DISPLAY '  SKIPPED - DECEASED   : ' WS-SKIP-DECEASED.
           DISPLAY '  SKIPPED - CHARGED OFF: ' WS-SKIP-CHARGED-OFF.
           DISPLAY '  SKIPPED - NO CUSTOMER: ' WS-SKIP-NO-CUSTOMER.
           DISPLAY '  SKIPPED - NO CONSENT : ' WS-SKIP-NO-CONSENT.
           DISPLAY '  SKIPPED - NO WINDOW  : ' WS-SKIP-NO-WINDOW.
           DISPLAY '  NUMBERS HELD BACK    : ' WS-NUMBERS-NO-CONSENT.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE COLLFILE-FILE.
           CLOSE ACCTFILE-FILE.
           CLOSE XREF-FILE.
           CLOSE CUSTFILE-FILE.
           CLOSE DIALOUT-FILE.
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
