      ******************************************************************
      * PROGRAM     : CBCIT01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Change-in-terms advance notice.  Runs nightly
      *               between CBGRPUPD and CBGRPPRM.  Every staged
      *               group rate change on the pending file that
      *               raises the group's rate owes each open account
      *               in the group a change-in-terms letter: the
      *               letter event is staged for the CBLTR01C run
      *               (LTRTMPL template on trigger CITN) and the
      *               notice is recorded per account on CITNOTC with
      *               the first date the new rate may apply - the
      *               later of the effective date and the notice date
      *               plus the advance-notice period.  An account is
      *               noticed once per change however many nights the
      *               change stays staged.  Accounts CBGRPPRM held
      *               back for want of any notice get theirs here too,
      *               and the new rate reaches them once the period
      *               has run.
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
       PROGRAM-ID.    CBCIT01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Pending rate changes staged by CBGRPUPD (card images).
           SELECT PEND-FILE ASSIGN TO PENDRATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PENDFILE-STATUS.
      *
           SELECT GROUP-FILE ASSIGN TO GROUPFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS GRP-ID
                  FILE STATUS  IS GROUPFILE-STATUS.
      *
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      *
           SELECT XREF-FILE ASSIGN TO XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS XREF-CARD-NUM
                  FILE STATUS  IS XREFFILE-STATUS.
      *
      *    Per-account change-in-terms notices.
           SELECT CIT-FILE ASSIGN TO CITNOTC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CIT-KEY
                  FILE STATUS  IS CITFILE-STATUS.
      *
      *    Staged customer-notification events (change-in-terms
      *    letters through the CBLTR01C correspondence run).
           SELECT NTFY-FILE ASSIGN TO NTFYFILE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS NTFYFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PEND-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-PEND-REC                          PIC X(80).

       FD  GROUP-FILE.
       COPY CVACT04Y.

       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05  FD-ACCT-ID                       PIC 9(11).
           05  FD-ACCT-DATA                     PIC X(289).

       FD  XREF-FILE.
       COPY CVACT03Y.

       FD  CIT-FILE.
       COPY CVCIT01Y.

       FD  NTFY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  FD-NTFYFILE-REC                      PIC X(120).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVACT01Y.
       COPY CVNTF01Y.

      *    Pending card image - the CBGRPUPD control-card layout.
       01  WS-INPUT-VARS.
           05  INPUT-TYPE                          PIC X(01).
           05  INPUT-GRP-ID                        PIC X(10).
           05  INPUT-GRP-DESC                      PIC X(30).
           05  INPUT-GRP-RATE                      PIC 9(03)V99.
           05  INPUT-GRP-STATUS                    PIC X(01).
           05  INPUT-GRP-EFF-DATE                  PIC X(10).
           05  FILLER                              PIC X(25).

       01  PENDFILE-STATUS.
           05  PENDFILE-STAT1      PIC X.
           05  PENDFILE-STAT2      PIC X.
       01  GROUPFILE-STATUS.
           05  GROUPFILE-STAT1     PIC X.
           05  GROUPFILE-STAT2     PIC X.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.
       01  CITFILE-STATUS.
           05  CITFILE-STAT1       PIC X.
           05  CITFILE-STAT2       PIC X.
       01  NTFYFILE-STATUS.
           05  NTFYFILE-STAT1      PIC X.
           05  NTFYFILE-STAT2      PIC X.

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
      * Advance notice owed before a rate increase may apply.          *
      *---------------------------------------------------------------*
       01  WS-NOTICE-DAYS          PIC S9(03) COMP-3 VALUE 45.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY         PIC 9(04).
           05  WS-RUN-MM           PIC 9(02).
           05  WS-RUN-DD           PIC 9(02).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE-FIELDS
                                   PIC 9(08).
       01  WS-RUN-DATE-DASH        PIC X(10).
       01  WS-RUN-TIME             PIC 9(08).
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
           05  WS-RUN-HH           PIC X(02).
           05  WS-RUN-MN           PIC X(02).
           05  WS-RUN-SS           PIC X(02).
           05  FILLER              PIC X(02).
       01  WS-EVENT-TIME           PIC X(08).
      *    Run date plus the notice period - the earliest date a
      *    notice sent tonight lets a new rate apply.
       01  WS-NOTICE-END-DATE      PIC X(10).
       01  WS-DATE-N               PIC 9(08).
       01  WS-DAY-NUM              PIC S9(07) COMP-3.

      *---------------------------------------------------------------*
      * Staged increases - one row per pending card that raises its  *
      * group's current rate.                                         *
      *---------------------------------------------------------------*
       01  WS-INC-TABLE.
           05  WS-INC-ENTRY OCCURS 200 TIMES.
               10  WS-INC-GRP-ID           PIC X(10).
               10  WS-INC-EFF-DATE         PIC X(10).
               10  WS-INC-OLD-RATE         PIC S9(03)V99 COMP-3.
               10  WS-INC-NEW-RATE         PIC S9(03)V99 COMP-3.
       01  WS-INC-MAX              PIC S9(4) COMP VALUE 200.
       01  WS-INC-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-INC-SUB              PIC S9(4) COMP VALUE 0.

      *    Account to primary cardholder, for the letter's addressee.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 2000 TIMES.
               10  WS-XREF-TBL-ACCT        PIC 9(11).
               10  WS-XREF-TBL-CARD        PIC X(16).
               10  WS-XREF-TBL-CUST        PIC 9(09).
       01  WS-XREF-MAX-ENTRIES     PIC S9(8) COMP VALUE 2000.
       01  WS-XREF-COUNT           PIC S9(8) COMP VALUE 0.
       01  WS-XREF-SUB             PIC S9(8) COMP VALUE 0.
       01  WS-XREF-EOF-SW          PIC X VALUE 'N'.
           88  WS-XREF-DONE                  VALUE 'Y'.
       01  WS-FOUND-SW             PIC X(01).
           88  WS-FOUND                      VALUE 'Y'.
           88  WS-NOT-FOUND                  VALUE 'N'.

       01  WS-RATE-DIS-OLD         PIC ZZ9.99.
       01  WS-RATE-DIS-NEW         PIC ZZ9.99.

       01  WS-RUN-COUNTS.
           05  WS-PEND-READ                PIC 9(09) VALUE 0.
           05  WS-INCREASES-STAGED         PIC 9(09) VALUE 0.
           05  WS-ACCOUNTS-READ            PIC 9(09) VALUE 0.
           05  WS-NOTICES-SENT             PIC 9(09) VALUE 0.
           05  WS-ALREADY-NOTICED          PIC 9(09) VALUE 0.
           05  WS-HELD-NOTICED             PIC 9(09) VALUE 0.

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBCIT01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-LOAD-INCREASES.
           PERFORM 1200-BUILD-XREF-TABLE.
           IF WS-INC-COUNT > 0
               PERFORM 2000-NOTICE-ACCOUNTS
           END-IF.
           PERFORM 3000-NOTICE-HELD-ACCOUNTS.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBCIT01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE-DASH
           END-STRING.
           STRING WS-RUN-HH ':' WS-RUN-MN ':' WS-RUN-SS
               DELIMITED BY SIZE INTO WS-EVENT-TIME
           END-STRING.
           COMPUTE WS-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N)
               + WS-NOTICE-DAYS.
           COMPUTE WS-DATE-N = FUNCTION DATE-OF-INTEGER (WS-DAY-NUM).
           STRING WS-DATE-N(1:4) '-' WS-DATE-N(5:2) '-' WS-DATE-N(7:2)
               DELIMITED BY SIZE INTO WS-NOTICE-END-DATE
           END-STRING.

           OPEN INPUT PEND-FILE.
           IF PENDFILE-STATUS NOT = '00'
               DISPLAY 'NO PENDING RATES FILE. STATUS: '
                       PENDFILE-STATUS
               MOVE 'Y' TO END-OF-FILE
           END-IF.
           OPEN INPUT GROUP-FILE.
           IF GROUPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GROUPFILE'
               MOVE GROUPFILE-STATUS TO IO-STATUS
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
           OPEN I-O CIT-FILE.
           IF CITFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CITNOTC'
               MOVE CITFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT NTFY-FILE.
           IF NTFYFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NTFYFILE'
               MOVE NTFYFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

      *****************************************************************
      * A staged add or update whose rate is above the group's rate  *
      * on file tonight is an increase.  A group not yet on file has *
      * no accounts to tell.                                          *
      *****************************************************************
       1100-LOAD-INCREASES.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ PEND-FILE INTO WS-INPUT-VARS
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-PEND-READ
                       PERFORM 1150-CHECK-ONE-PENDING
               END-READ
           END-PERFORM.
           MOVE 'N' TO END-OF-FILE.
           DISPLAY 'CBCIT01C STAGED INCREASES: ' WS-INC-COUNT.

      *****************************************************************
       1150-CHECK-ONE-PENDING.
           IF INPUT-TYPE NOT = 'A' AND INPUT-TYPE NOT = 'U'
               EXIT PARAGRAPH
           END-IF.
           MOVE INPUT-GRP-ID TO GRP-ID.
           READ GROUP-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF INPUT-GRP-RATE NOT > GRP-INT-RATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-INC-COUNT >= WS-INC-MAX
               DISPLAY 'WARNING: INCREASE TABLE FULL, SKIPPING GROUP: '
                       INPUT-GRP-ID ' EFFECTIVE ' INPUT-GRP-EFF-DATE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-INC-COUNT.
           ADD 1 TO WS-INCREASES-STAGED.
           MOVE INPUT-GRP-ID       TO WS-INC-GRP-ID   (WS-INC-COUNT).
           MOVE INPUT-GRP-EFF-DATE TO WS-INC-EFF-DATE (WS-INC-COUNT).
           MOVE GRP-INT-RATE       TO WS-INC-OLD-RATE (WS-INC-COUNT).
           MOVE INPUT-GRP-RATE     TO WS-INC-NEW-RATE (WS-INC-COUNT).
           DISPLAY 'RATE INCREASE STAGED - GROUP: ' INPUT-GRP-ID
                   ' EFFECTIVE: ' INPUT-GRP-EFF-DATE.

      *****************************************************************
      * Letters go to the account's primary cardholder.               *
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
                           MOVE XREF-CARD-NUM TO
                               WS-XREF-TBL-CARD (WS-XREF-COUNT)
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
      * Every account still open in a group with a staged increase.   *
      *****************************************************************
       2000-NOTICE-ACCOUNTS.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ ACCTFILE-FILE INTO ACCOUNT-RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-READ
                       IF NOT ACCT-CLOSED
                           PERFORM 2100-CHECK-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      *****************************************************************
       2100-CHECK-ONE-ACCOUNT.
           PERFORM VARYING WS-INC-SUB FROM 1 BY 1
                   UNTIL WS-INC-SUB > WS-INC-COUNT
               IF WS-INC-GRP-ID (WS-INC-SUB) = ACCT-GROUP-ID
                   PERFORM 2200-NOTICE-ONE-CHANGE
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
      * One notice per account per change: a row already on file      *
      * means the letter has gone.                                    *
      *****************************************************************
       2200-NOTICE-ONE-CHANGE.
           MOVE ACCT-ID                      TO CIT-ACCT-ID.
           MOVE WS-INC-GRP-ID (WS-INC-SUB)   TO CIT-GRP-ID.
           MOVE WS-INC-EFF-DATE (WS-INC-SUB) TO CIT-EFF-DATE.
           READ CIT-FILE.
           IF CITFILE-STATUS = '00'
               ADD 1 TO WS-ALREADY-NOTICED
               EXIT PARAGRAPH
           END-IF.
           IF CITFILE-STATUS NOT = '23'
               DISPLAY 'ERROR READING CITNOTC FOR ACCOUNT: ' ACCT-ID
               MOVE CITFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           MOVE SPACES                       TO CHANGE-IN-TERMS-RECORD.
           MOVE ACCT-ID                      TO CIT-ACCT-ID.
           MOVE WS-INC-GRP-ID (WS-INC-SUB)   TO CIT-GRP-ID.
           MOVE WS-INC-EFF-DATE (WS-INC-SUB) TO CIT-EFF-DATE.
           MOVE WS-INC-OLD-RATE (WS-INC-SUB) TO CIT-OLD-RATE.
           MOVE WS-INC-NEW-RATE (WS-INC-SUB) TO CIT-NEW-RATE.
           MOVE WS-RUN-DATE-DASH             TO CIT-NOTICE-DATE.
           IF CIT-EFF-DATE > WS-NOTICE-END-DATE
               MOVE CIT-EFF-DATE             TO CIT-APPLY-FROM-DATE
           ELSE
               MOVE WS-NOTICE-END-DATE       TO CIT-APPLY-FROM-DATE
           END-IF.
           SET CIT-NOTICED                   TO TRUE.
           MOVE WS-RUN-DATE-DASH             TO CIT-STATUS-DATE.
           WRITE CHANGE-IN-TERMS-RECORD.
           IF CITFILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CITNOTC FOR ACCOUNT: ' ACCT-ID
               MOVE CITFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           PERFORM 7000-STAGE-NOTICE-EVENT.
           ADD 1 TO WS-NOTICES-SENT.
           EXIT.

      *****************************************************************
      * Rows CBGRPPRM held with no notice at all - the account came   *
      * into the group after the letters went, or the change was      *
      * applied without passing through here.  The letter goes now    *
      * and the held rate gives way once the notice period has run.   *
      *****************************************************************
       3000-NOTICE-HELD-ACCOUNTS.
           MOVE LOW-VALUES TO CIT-KEY.
           START CIT-FILE KEY IS NOT LESS THAN CIT-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ CIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF CIT-HELD AND CIT-NOTICE-DATE = SPACES
                           PERFORM 3100-NOTICE-HELD-ROW
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      *****************************************************************
       3100-NOTICE-HELD-ROW.
           MOVE WS-RUN-DATE-DASH   TO CIT-NOTICE-DATE.
           MOVE WS-NOTICE-END-DATE TO CIT-APPLY-FROM-DATE.
           MOVE WS-RUN-DATE-DASH   TO CIT-STATUS-DATE.
           REWRITE CHANGE-IN-TERMS-RECORD.
           IF CITFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING CITNOTC FOR ACCOUNT: '
                       CIT-ACCT-ID
               MOVE CITFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           PERFORM 7000-STAGE-NOTICE-EVENT.
           ADD 1 TO WS-HELD-NOTICED.
           EXIT.

      *****************************************************************
      * The letter event for CBLTR01C - &TEXT carries the old and new *
      * rates and the date the new rate may first apply.              *
      *****************************************************************
       7000-STAGE-NOTICE-EVENT.
           MOVE SPACES              TO NTFY-EVENT-RECORD.
           SET NTFY-EV-CHANGE-IN-TERMS TO TRUE.
           MOVE WS-RUN-DATE-DASH    TO NTFY-EVENT-DATE.
           MOVE WS-EVENT-TIME       TO NTFY-EVENT-TIME.
           MOVE ZEROS               TO NTFY-CUST-ID.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-COUNT
                     OR WS-FOUND
               IF WS-XREF-TBL-ACCT (WS-XREF-SUB) = CIT-ACCT-ID
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
           MOVE CIT-ACCT-ID         TO NTFY-ACCT-ID.
           MOVE CIT-OLD-RATE        TO WS-RATE-DIS-OLD.
           MOVE CIT-NEW-RATE        TO WS-RATE-DIS-NEW.
           MOVE SPACES              TO NTFY-EVENT-TEXT.
           STRING 'PURCHASE APR RISES FROM ' WS-RATE-DIS-OLD
                  '% TO ' WS-RATE-DIS-NEW '% ON '
                  CIT-APPLY-FROM-DATE
               DELIMITED BY SIZE INTO NTFY-EVENT-TEXT
           END-STRING.
           WRITE FD-NTFYFILE-REC FROM NTFY-EVENT-RECORD.
           IF NTFYFILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING NTFYFILE FOR ACCOUNT: '
                       CIT-ACCT-ID
               MOVE NTFYFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBCIT01C CHANGE-IN-TERMS NOTICE SUMMARY'.
           DISPLAY '  PENDING CHANGES READ  : ' WS-PEND-READ.
           DISPLAY '  RATE INCREASES STAGED : ' WS-INCREASES-STAGED.
           DISPLAY '  ACCOUNTS READ         : ' WS-ACCOUNTS-READ.
           DISPLAY '  NOTICES SENT          : ' WS-NOTICES-SENT.
           DISPLAY '  ALREADY NOTICED       : ' WS-ALREADY-NOTICED.
           DISPLAY '  HELD ACCOUNTS NOTICED : ' WS-HELD-NOTICED.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE PEND-FILE.
           CLOSE GROUP-FILE.
           CLOSE ACCTFILE-FILE.
           CLOSE XREF-FILE.
           CLOSE CIT-FILE.
           CLOSE NTFY-FILE.
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
