      ******************************************************************
      * PROGRAM     : CBARC01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Closed-account archival.  Accounts closed with a
      *               zero balance longer ago than the retention
      *               period are moved off the live files: the account
      *               record goes to a keyed stub on ACCTARCH (which
      *               the CSR customer search still finds), and its
      *               cards and cross-reference rows go to ARCHDTL.
      *               An account with an unsettled dispute, an open
      *               recovery-ledger entry or a workable collections
      *               case is held on the live files and reported.
      *               CBARR01C puts an archived account back.
      *               SYSIN card: retention in years in columns 1-2
      *               (default 07).
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
       PROGRAM-ID.    CBARC01C.
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
           SELECT CARD-FILE ASSIGN TO CARDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CARD-NUM
                  FILE STATUS  IS CARDFILE-STATUS.
      *
           SELECT XREF-FILE ASSIGN TO XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS XREF-CARD-NUM
                  FILE STATUS  IS XREFFILE-STATUS.
      *
           SELECT DISP-FILE ASSIGN TO DISPFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS DIS-CASE-ID
                  FILE STATUS  IS DISPFILE-STATUS.
      *
           SELECT RECVLEDG-FILE ASSIGN TO RECVLEDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS RCV-ACCT-ID
                  FILE STATUS  IS RECVLEDG-STATUS.
      *
           SELECT COLLFILE-FILE ASSIGN TO COLLFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS COLL-ACCT-ID
                  FILE STATUS  IS COLLFILE-STATUS.
      *
      *    Archived account stubs and their cards / xref rows.
           SELECT ARCH-FILE ASSIGN TO ACCTARCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ARC-ACCT-ID
                  FILE STATUS  IS ACCTARCH-STATUS.
      *
           SELECT ARDTL-FILE ASSIGN TO ARCHDTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ARD-KEY
                  FILE STATUS  IS ARCHDTL-STATUS.
      *
           SELECT ARCHRPT-FILE ASSIGN TO ARCHRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ARCHRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  CARD-FILE.
       COPY CVACT02Y.

       FD  XREF-FILE.
       COPY CVACT03Y.

       FD  DISP-FILE.
       COPY CVDIS01Y.

       FD  RECVLEDG-FILE.
       COPY CVRCV01Y.

       FD  COLLFILE-FILE.
       COPY CVCOL01Y.

       FD  ARCH-FILE.
       COPY CVARC01Y.

       FD  ARDTL-FILE.
       COPY CVARC02Y.

       FD  ARCHRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-ARCHRPT-REC                       PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVACT01Y.

       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  CARDFILE-STATUS.
           05  CARDFILE-STAT1      PIC X.
           05  CARDFILE-STAT2      PIC X.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.
       01  DISPFILE-STATUS.
           05  DISPFILE-STAT1      PIC X.
           05  DISPFILE-STAT2      PIC X.
       01  RECVLEDG-STATUS.
           05  RECVLEDG-STAT1      PIC X.
           05  RECVLEDG-STAT2      PIC X.
       01  COLLFILE-STATUS.
           05  COLLFILE-STAT1      PIC X.
           05  COLLFILE-STAT2      PIC X.
       01  ACCTARCH-STATUS.
           05  ACCTARCH-STAT1      PIC X.
           05  ACCTARCH-STAT2      PIC X.
       01  ARCHDTL-STATUS.
           05  ARCHDTL-STAT1       PIC X.
           05  ARCHDTL-STAT2       PIC X.
       01  ARCHRPT-STATUS.
           05  ARCHRPT-STAT1       PIC X.
           05  ARCHRPT-STAT2       PIC X.

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
      * Retention period from the parameter card.                     *
      *---------------------------------------------------------------*
       01  PRM-INFO.
           05  P-RETAIN-YEARS      PIC X(02).
           05  FILLER              PIC X(78).

      *---------------------------------------------------------------*
      * Every cross-reference row, so an account's cards can be       *
      * found without a batch alternate index.  A table that fills    *
      * would leave rows unseen, so an overflow holds every account   *
      * rather than archive one without all of its cards.             *
      *---------------------------------------------------------------*
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 5000 TIMES.
               10  WS-XREF-TBL-ACCT        PIC 9(11).
               10  WS-XREF-TBL-CARD        PIC X(16).
               10  WS-XREF-TBL-CUST        PIC 9(09).
       01  WS-XREF-MAX-ENTRIES     PIC S9(8) COMP VALUE 5000.
       01  WS-XREF-COUNT           PIC S9(8) COMP VALUE 0.
       01  WS-XREF-SUB             PIC S9(8) COMP VALUE 0.
       01  WS-XREF-EOF-SW          PIC X VALUE 'N'.
           88  WS-XREF-DONE                  VALUE 'Y'.
       01  WS-XREF-FULL-SW         PIC X VALUE 'N'.
           88  WS-XREF-FULL                  VALUE 'Y'.

      *---------------------------------------------------------------*
      * Accounts with a dispute case not yet settled.                 *
      *---------------------------------------------------------------*
       01  WS-DISP-TABLE.
           05  WS-DISP-TBL-ACCT    PIC 9(11) OCCURS 2000 TIMES.
       01  WS-DISP-MAX-ENTRIES     PIC S9(8) COMP VALUE 2000.
       01  WS-DISP-COUNT           PIC S9(8) COMP VALUE 0.
       01  WS-DISP-SUB             PIC S9(8) COMP VALUE 0.
       01  WS-DISP-FULL-SW         PIC X VALUE 'N'.
           88  WS-DISP-FULL                  VALUE 'Y'.
       01  WS-FOUND-SW             PIC X.
           88  WS-FOUND                      VALUE 'Y'.
           88  WS-NOT-FOUND                  VALUE 'N'.

       01  WS-WORK-FIELDS.
           05  WS-RETAIN-YEARS             PIC 9(02) VALUE 07.
           05  WS-CUTOFF-YYYY              PIC 9(04).
           05  WS-RETAIN-CUTOFF            PIC X(10).
           05  WS-HOLD-REASON              PIC X(30).
           05  WS-ACCT-CARDS               PIC 9(03).
           05  WS-ACCT-XREFS               PIC 9(03).

       01  WS-RUN-COUNTS.
           05  WS-ACCTS-READ               PIC 9(09) VALUE 0.
           05  WS-ELIGIBLE-COUNT           PIC 9(09) VALUE 0.
           05  WS-ARCHIVED-COUNT           PIC 9(09) VALUE 0.
           05  WS-HELD-DISPUTE-COUNT       PIC 9(09) VALUE 0.
           05  WS-HELD-RECOVERY-COUNT      PIC 9(09) VALUE 0.
           05  WS-HELD-COLLECT-COUNT       PIC 9(09) VALUE 0.
           05  WS-HELD-TABLE-COUNT         PIC 9(09) VALUE 0.
           05  WS-CARDS-ARCHIVED           PIC 9(09) VALUE 0.
           05  WS-XREFS-ARCHIVED           PIC 9(09) VALUE 0.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-RUN-DATE                     PIC X(10).

      *---------------------------------------------------------------*
      * Archival report lines.                                        *
      *---------------------------------------------------------------*
       01  WS-ARC-HEADER1.
           05  FILLER  VALUE 'CBARC01C  CLOSED-ACCOUNT ARCHIVAL'
                                               PIC X(40).
           05  FILLER  VALUE 'RUN DATE: '      PIC X(10).
           05  WS-HDR-RUN-DATE                 PIC X(10).
           05  FILLER  VALUE '  CLOSED ON OR BEFORE: '
                                               PIC X(23).
           05  WS-HDR-CUTOFF                   PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(39).
       01  WS-ARC-HEADER2.
           05  FILLER  VALUE 'ACCOUNT ID '     PIC X(13).
           05  FILLER  VALUE 'CUSTOMER  '      PIC X(11).
           05  FILLER  VALUE 'CLOSED    '      PIC X(12).
           05  FILLER  VALUE 'CARDS '          PIC X(06).
           05  FILLER  VALUE 'RESULT    '      PIC X(10).
           05  FILLER  VALUE 'REASON'          PIC X(80).
       01  WS-ARC-DETAIL.
           05  WS-ARC-ACCT                     PIC 9(11).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-ARC-CUST                     PIC 9(09).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-ARC-CLOSED                   PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-ARC-CARDS                    PIC ZZ9.
           05  FILLER  VALUE SPACES            PIC X(03).
           05  WS-ARC-RESULT                   PIC X(08).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-ARC-REASON                   PIC X(30).
           05  FILLER  VALUE SPACES            PIC X(50).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBARC01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-ACCOUNTS.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBARC01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT PRM-INFO FROM SYSIN.
           IF P-RETAIN-YEARS IS NUMERIC AND P-RETAIN-YEARS > '00'
               MOVE P-RETAIN-YEARS TO WS-RETAIN-YEARS
           END-IF.
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING.
      *    Closed on or before this date the retention years ago.
           COMPUTE WS-CUTOFF-YYYY = WS-RUN-YYYY - WS-RETAIN-YEARS.
           MOVE WS-RUN-DATE    TO WS-RETAIN-CUTOFF.
           MOVE WS-CUTOFF-YYYY TO WS-RETAIN-CUTOFF(1:4).
           MOVE WS-RUN-DATE      TO WS-HDR-RUN-DATE.
           MOVE WS-RETAIN-CUTOFF TO WS-HDR-CUTOFF.
           DISPLAY 'RETENTION YEARS: ' WS-RETAIN-YEARS
                   '  CUTOFF: ' WS-RETAIN-CUTOFF.

           OPEN I-O ACCTFILE-FILE.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCTFILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN I-O CARD-FILE.
           IF CARDFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CARDFILE'
               MOVE CARDFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN I-O XREF-FILE.
           IF XREFFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING XREFFILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN INPUT DISP-FILE.
           IF DISPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DISPFILE'
               MOVE DISPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN INPUT RECVLEDG-FILE.
           IF RECVLEDG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RECVLEDG'
               MOVE RECVLEDG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN INPUT COLLFILE-FILE.
           IF COLLFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING COLLFILE'
               MOVE COLLFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN I-O ARCH-FILE.
           IF ACCTARCH-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCTARCH'
               MOVE ACCTARCH-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN I-O ARDTL-FILE.
           IF ARCHDTL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ARCHDTL'
               MOVE ARCHDTL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN OUTPUT ARCHRPT-FILE.
           IF ARCHRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ARCHRPT'
               MOVE ARCHRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           WRITE FD-ARCHRPT-REC FROM WS-ARC-HEADER1.
           WRITE FD-ARCHRPT-REC FROM WS-ARC-HEADER2.

           PERFORM 1200-BUILD-XREF-TABLE.
           PERFORM 1300-BUILD-DISPUTE-TABLE.

      *****************************************************************
       1200-BUILD-XREF-TABLE.
           READ XREF-FILE NEXT
               AT END SET WS-XREF-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-XREF-DONE
               IF XREFFILE-STATUS NOT = '00'
                   DISPLAY 'ERROR READING XREFFILE'
                   MOVE XREFFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               IF WS-XREF-COUNT >= WS-XREF-MAX-ENTRIES
                   IF NOT WS-XREF-FULL
                       DISPLAY 'WARNING: XREF TABLE FULL - NO '
                               'ACCOUNT WILL BE ARCHIVED THIS RUN'
                   END-IF
                   SET WS-XREF-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-XREF-COUNT
                   MOVE XREF-ACCT-ID  TO
                       WS-XREF-TBL-ACCT (WS-XREF-COUNT)
                   MOVE XREF-CARD-NUM TO
                       WS-XREF-TBL-CARD (WS-XREF-COUNT)
                   MOVE XREF-CUST-ID  TO
                       WS-XREF-TBL-CUST (WS-XREF-COUNT)
               END-IF
               READ XREF-FILE NEXT
                   AT END SET WS-XREF-DONE TO TRUE
               END-READ
           END-PERFORM.
           EXIT.

      *****************************************************************
       1300-BUILD-DISPUTE-TABLE.
           PERFORM 1310-READ-DISPUTE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               IF NOT DIS-SETTLED
                   PERFORM 1320-ADD-DISPUTE-ACCOUNT
               END-IF
               PERFORM 1310-READ-DISPUTE
           END-PERFORM.
           MOVE 'N' TO END-OF-FILE.
           EXIT.

      *****************************************************************
       1310-READ-DISPUTE.
           READ DISP-FILE.
           EVALUATE DISPFILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING DISPFILE'
                   MOVE DISPFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
       1320-ADD-DISPUTE-ACCOUNT.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-DISP-SUB FROM 1 BY 1
               UNTIL WS-DISP-SUB > WS-DISP-COUNT
                     OR WS-FOUND
               IF WS-DISP-TBL-ACCT (WS-DISP-SUB) = DIS-ACCT-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-DISP-COUNT >= WS-DISP-MAX-ENTRIES
               IF NOT WS-DISP-FULL
                   DISPLAY 'WARNING: DISPUTE TABLE FULL - NO '
                           'ACCOUNT WILL BE ARCHIVED THIS RUN'
               END-IF
               SET WS-DISP-FULL TO TRUE
           ELSE
               ADD 1 TO WS-DISP-COUNT
               MOVE DIS-ACCT-ID TO WS-DISP-TBL-ACCT (WS-DISP-COUNT)
           END-IF.
           EXIT.

      *****************************************************************
       2000-PROCESS-ACCOUNTS.
      *****************************************************************
           PERFORM 2100-READ-ACCOUNT.
           PERFORM UNTIL END-OF-FILE = 'Y'
               ADD 1 TO WS-ACCTS-READ
               PERFORM 2200-CHECK-ONE-ACCOUNT
               PERFORM 2100-READ-ACCOUNT
           END-PERFORM.

      *****************************************************************
       2100-READ-ACCOUNT.
      *****************************************************************
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD.
           EVALUATE ACCTFILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING ACCOUNT FILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * Closed, zero balance, and untouched since the retention       *
      * cutoff - the closing run is the last thing to stamp a closed  *
      * account's maintenance timestamp.  Anything still being worked *
      * against the account holds it on the live files.               *
      *****************************************************************
       2200-CHECK-ONE-ACCOUNT.
           IF NOT ACCT-CLOSED
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-CURR-BAL NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-LAST-MAINT-TS(1:10) > WS-RETAIN-CUTOFF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ELIGIBLE-COUNT.

           PERFORM 2300-CHECK-HOLDS.
           IF WS-HOLD-REASON NOT = SPACES
               PERFORM 2350-COUNT-ACCOUNT-ROWS
               MOVE 'HELD'         TO WS-ARC-RESULT
               PERFORM 2900-WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2400-ARCHIVE-ACCOUNT.
           MOVE 'ARCHIVED' TO WS-ARC-RESULT.
           PERFORM 2900-WRITE-REPORT-LINE.
           EXIT.

      *****************************************************************
       2300-CHECK-HOLDS.
           MOVE SPACES TO WS-HOLD-REASON.
           IF WS-XREF-FULL OR WS-DISP-FULL
               MOVE 'LOOKUP TABLE FULL THIS RUN' TO WS-HOLD-REASON
               ADD 1 TO WS-HELD-TABLE-COUNT
               EXIT PARAGRAPH
           END-IF.

           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-DISP-SUB FROM 1 BY 1
               UNTIL WS-DISP-SUB > WS-DISP-COUNT
                     OR WS-FOUND
               IF WS-DISP-TBL-ACCT (WS-DISP-SUB) = ACCT-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               MOVE 'UNSETTLED DISPUTE' TO WS-HOLD-REASON
               ADD 1 TO WS-HELD-DISPUTE-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE ACCT-ID TO RCV-ACCT-ID.
           READ RECVLEDG-FILE.
           EVALUATE RECVLEDG-STATUS
               WHEN '00'
                   IF RCV-OPEN
                       MOVE 'OPEN RECOVERY LEDGER ENTRY'
                         TO WS-HOLD-REASON
                       ADD 1 TO WS-HELD-RECOVERY-COUNT
                       EXIT PARAGRAPH
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR READING RECVLEDG FOR: ' ACCT-ID
                   MOVE RECVLEDG-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.

           MOVE ACCT-ID TO COLL-ACCT-ID.
           READ COLLFILE-FILE.
           EVALUATE COLLFILE-STATUS
               WHEN '00'
                   IF COLL-WORKABLE
                       MOVE 'OPEN COLLECTIONS CASE' TO WS-HOLD-REASON
                       ADD 1 TO WS-HELD-COLLECT-COUNT
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR READING COLLFILE FOR: ' ACCT-ID
                   MOVE COLLFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
       2350-COUNT-ACCOUNT-ROWS.
           MOVE ZERO TO WS-ACCT-CARDS.
           MOVE ZERO TO WS-ARC-CUST.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-COUNT
               IF WS-XREF-TBL-ACCT (WS-XREF-SUB) = ACCT-ID
                   ADD 1 TO WS-ACCT-CARDS
                   MOVE WS-XREF-TBL-CUST (WS-XREF-SUB) TO WS-ARC-CUST
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
      * Archive copies are written first; the live records are only   *
      * deleted once their copies are safely on ACCTARCH / ARCHDTL.   *
      *****************************************************************
       2400-ARCHIVE-ACCOUNT.
           INITIALIZE ACCOUNT-ARCHIVE-RECORD.
           MOVE ACCT-ID                TO ARC-ACCT-ID.
           SET ARC-ARCHIVED            TO TRUE.
           MOVE WS-RUN-DATE            TO ARC-ARCHIVE-DATE.
           MOVE ACCT-LAST-MAINT-TS(1:10) TO ARC-CLOSED-DATE.
           MOVE ACCT-OPEN-DATE         TO ARC-OPEN-DATE.
           MOVE ACCT-GROUP-ID          TO ARC-GROUP-ID.
           MOVE SPACES                 TO ARC-RESTORE-DATE
                                          ARC-RESTORE-REQ-BY.
           MOVE ACCOUNT-RECORD         TO ARC-ACCT-IMAGE.
           MOVE ZERO TO WS-ACCT-CARDS WS-ACCT-XREFS.

           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-COUNT
               IF WS-XREF-TBL-ACCT (WS-XREF-SUB) = ACCT-ID
                   MOVE WS-XREF-TBL-CUST (WS-XREF-SUB) TO ARC-CUST-ID
                   PERFORM 2500-ARCHIVE-CARD
                   PERFORM 2600-ARCHIVE-XREF
               END-IF
           END-PERFORM.

           MOVE WS-ACCT-CARDS TO ARC-CARD-COUNT.
           MOVE WS-ACCT-XREFS TO ARC-XREF-COUNT.
           MOVE ARC-CUST-ID   TO WS-ARC-CUST.
           MOVE SPACES        TO WS-HOLD-REASON.

      *    A stub already on file is one CBARR01C restored earlier;
      *    the account is archived again over it.
           WRITE ACCOUNT-ARCHIVE-RECORD.
           IF ACCTARCH-STATUS = '22'
               REWRITE ACCOUNT-ARCHIVE-RECORD
           END-IF.
           IF ACCTARCH-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ACCTARCH FOR: ' ACCT-ID
               MOVE ACCTARCH-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           DELETE ACCTFILE-FILE RECORD.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR DELETING ACCTFILE FOR: ' ACCT-ID
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-ARCHIVED-COUNT.
           EXIT.

      *****************************************************************
       2500-ARCHIVE-CARD.
           MOVE WS-XREF-TBL-CARD (WS-XREF-SUB) TO CARD-NUM.
           READ CARD-FILE.
           EVALUATE CARDFILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY 'ERROR READING CARDFILE FOR: ' ACCT-ID
                   MOVE CARDFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.

           INITIALIZE ARCHIVE-DETAIL-RECORD.
           MOVE ACCT-ID       TO ARD-ACCT-ID.
           SET ARD-CARD-ROW   TO TRUE.
           MOVE CARD-NUM      TO ARD-CARD-NUM.
           MOVE WS-RUN-DATE   TO ARD-ARCHIVE-DATE.
           MOVE CARD-RECORD   TO ARD-IMAGE.
           PERFORM 2700-WRITE-DETAIL.

           DELETE CARD-FILE RECORD.
           IF CARDFILE-STATUS NOT = '00'
               DISPLAY 'ERROR DELETING CARDFILE FOR: ' ACCT-ID
               MOVE CARDFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-ACCT-CARDS.
           ADD 1 TO WS-CARDS-ARCHIVED.
           EXIT.

      *****************************************************************
       2600-ARCHIVE-XREF.
           MOVE WS-XREF-TBL-CARD (WS-XREF-SUB) TO XREF-CARD-NUM.
           READ XREF-FILE.
           EVALUATE XREFFILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY 'ERROR READING XREFFILE FOR: ' ACCT-ID
                   MOVE XREFFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.

           INITIALIZE ARCHIVE-DETAIL-RECORD.
           MOVE ACCT-ID          TO ARD-ACCT-ID.
           SET ARD-XREF-ROW      TO TRUE.
           MOVE XREF-CARD-NUM    TO ARD-CARD-NUM.
           MOVE WS-RUN-DATE      TO ARD-ARCHIVE-DATE.
           MOVE CARD-XREF-RECORD TO ARD-IMAGE.
           PERFORM 2700-WRITE-DETAIL.

           DELETE XREF-FILE RECORD.
           IF XREFFILE-STATUS NOT = '00'
               DISPLAY 'ERROR DELETING XREFFILE FOR: ' ACCT-ID
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-ACCT-XREFS.
           ADD 1 TO WS-XREFS-ARCHIVED.
           EXIT.

      *****************************************************************
       2700-WRITE-DETAIL.
           WRITE ARCHIVE-DETAIL-RECORD.
           IF ARCHDTL-STATUS = '22'
               REWRITE ARCHIVE-DETAIL-RECORD
           END-IF.
           IF ARCHDTL-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ARCHDTL FOR: ' ACCT-ID
               MOVE ARCHDTL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       2900-WRITE-REPORT-LINE.
           MOVE ACCT-ID                  TO WS-ARC-ACCT.
           MOVE ACCT-LAST-MAINT-TS(1:10) TO WS-ARC-CLOSED.
           MOVE WS-ACCT-CARDS            TO WS-ARC-CARDS.
           MOVE WS-HOLD-REASON           TO WS-ARC-REASON.
           WRITE FD-ARCHRPT-REC FROM WS-ARC-DETAIL.
           IF ARCHRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ARCHRPT'
               MOVE ARCHRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBARC01C CLOSED-ACCOUNT ARCHIVAL SUMMARY'.
           DISPLAY '  ACCOUNTS READ         : ' WS-ACCTS-READ.
           DISPLAY '  PAST RETENTION        : ' WS-ELIGIBLE-COUNT.
           DISPLAY '  ACCOUNTS ARCHIVED     : ' WS-ARCHIVED-COUNT.
           DISPLAY '  CARDS ARCHIVED        : ' WS-CARDS-ARCHIVED.
           DISPLAY '  XREF ROWS ARCHIVED    : ' WS-XREFS-ARCHIVED.
           DISPLAY '  HELD - DISPUTE        : ' WS-HELD-DISPUTE-COUNT.
           DISPLAY '  HELD - RECOVERY       : ' WS-HELD-RECOVERY-COUNT.
           DISPLAY '  HELD - COLLECTIONS    : ' WS-HELD-COLLECT-COUNT.
           DISPLAY '  HELD - TABLE FULL     : ' WS-HELD-TABLE-COUNT.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE ACCTFILE-FILE.
           CLOSE CARD-FILE.
           CLOSE XREF-FILE.
           CLOSE DISP-FILE.
           CLOSE RECVLEDG-FILE.
           CLOSE COLLFILE-FILE.
           CLOSE ARCH-FILE.
           CLOSE ARDTL-FILE.
           CLOSE ARCHRPT-FILE.
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
