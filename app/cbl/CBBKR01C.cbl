      ******************************************************************
      * PROGRAM     : CBBKR01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Bankruptcy notification intake.  Matches the
      *               notification service's BKRNOTE feed to the
      *               customer master on SSN and applies each notice
      *               to the debtor's accounts through the cross
      *               reference.  A filing opens the BKRCASE case
      *               (chapter, filing date, court case number),
      *               marks the account so the fee, interest,
      *               delinquency, letter and notification runs and
      *               the authorization engine stand down, and closes
      *               any open COLLFILE collections case.  A discharge
      *               or dismissal is a status change on the case
      *               already on file; a dismissal lifts the account
      *               treatment.  CBMET20C reports the consumer
      *               information indicator from the account.  Every
      *               notice and what became of it is reported.
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
       PROGRAM-ID.    CBBKR01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Bankruptcy notifications - filings, discharges, dismissals.
           SELECT NOTE-FILE ASSIGN TO BKRNOTE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS BKRNOTE-STATUS.
      *
           SELECT CUSTFILE-FILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTFILE-STATUS.
      *
           SELECT XREF-FILE ASSIGN TO XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS XREF-CARD-NUM
                  FILE STATUS  IS XREFFILE-STATUS.
      *
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      *
      *    Bankruptcy case file, one case per account.
           SELECT CASE-FILE ASSIGN TO BKRCASE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-BKR-ACCT-ID
                  FILE STATUS  IS BKRCASE-STATUS.
      *
           SELECT COLLFILE-FILE ASSIGN TO COLLFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS COLL-ACCT-ID
                  FILE STATUS  IS COLLFILE-STATUS.
      *
      *    Notice disposition report for the bankruptcy team.
           SELECT REPORT-FILE ASSIGN TO BKRRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS BKRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-NOTE-REC                          PIC X(80).

       FD  CUSTFILE-FILE.
       01  FD-CUSTFILE-REC.
           05  FD-CUST-ID                       PIC 9(09).
           05  FD-CUST-DATA                     PIC X(491).

       FD  XREF-FILE.
       COPY CVACT03Y.

       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  CASE-FILE.
       01  FD-CASE-REC.
           05 FD-BKR-ACCT-ID                    PIC 9(11).
           05 FD-CASE-DATA                      PIC X(89).

       FD  COLLFILE-FILE.
       COPY CVCOL01Y.

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-REPORT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVCUS01Y.
       COPY CVACT01Y.
       COPY CVBKR01Y.

       01  BKRNOTE-STATUS.
           05  BKRNOTE-STAT1       PIC X.
           05  BKRNOTE-STAT2       PIC X.
       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  BKRCASE-STATUS.
           05  BKRCASE-STAT1       PIC X.
           05  BKRCASE-STAT2       PIC X.
       01  COLLFILE-STATUS.
           05  COLLFILE-STAT1      PIC X.
           05  COLLFILE-STAT2      PIC X.
       01  BKRRPT-STATUS.
           05  BKRRPT-STAT1        PIC X.
           05  BKRRPT-STAT2        PIC X.

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
      * Notices, loaded once and kept in file order so a filing and   *
      * its later discharge in the same feed apply in sequence.       *
      *---------------------------------------------------------------*
       01  WS-NOTE-TABLE.
           05  WS-NOTE-ENTRY OCCURS 500 TIMES.
               10  WS-NT-RECORD            PIC X(80).
               10  WS-NT-MATCHED-SW        PIC X(01).
                   88  WS-NT-MATCHED                 VALUE 'Y'.
       01  WS-NOTE-MAX             PIC S9(4) COMP VALUE 500.
       01  WS-NOTE-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-NOTE-SUB             PIC S9(4) COMP VALUE 0.
       01  WS-NOTE-EOF-SW          PIC X VALUE 'N'.
           88  WS-NOTE-DONE                  VALUE 'Y'.

      *---------------------------------------------------------------*
      * Accounts already worked for the current notice - the cross    *
      * reference carries one row per card, not per account.          *
      *---------------------------------------------------------------*
       01  WS-DONE-ACCT-TABLE.
           05  WS-DONE-ACCT            PIC 9(11) OCCURS 50 TIMES.
       01  WS-DONE-MAX             PIC S9(4) COMP VALUE 50.
       01  WS-DONE-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-DONE-SUB             PIC S9(4) COMP VALUE 0.
       01  WS-XREF-EOF-SW          PIC X VALUE 'N'.
           88  WS-XREF-DONE                  VALUE 'Y'.
       01  WS-FOUND-SW             PIC X.
           88  WS-FOUND                      VALUE 'Y'.
           88  WS-NOT-FOUND                  VALUE 'N'.
       01  WS-CASE-FOUND-SW        PIC X.
           88  WS-CASE-FOUND                 VALUE 'Y'.
       01  WS-DISPOSITION          PIC X(30).

       01  WS-RUN-COUNTS.
           05  WS-NOTICES-READ             PIC 9(09) VALUE 0.
           05  WS-NOTICES-INVALID          PIC 9(09) VALUE 0.
           05  WS-NOTICES-UNMATCHED        PIC 9(09) VALUE 0.
           05  WS-NOTICES-NO-ACCT          PIC 9(09) VALUE 0.
           05  WS-CASES-OPENED             PIC 9(09) VALUE 0.
           05  WS-CASES-DISCHARGED         PIC 9(09) VALUE 0.
           05  WS-CASES-DISMISSED          PIC 9(09) VALUE 0.
           05  WS-CASES-NOT-FOUND          PIC 9(09) VALUE 0.
           05  WS-CASES-ALREADY            PIC 9(09) VALUE 0.
           05  WS-COLL-CLOSED              PIC 9(09) VALUE 0.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-RUN-DATE                     PIC X(10).
       01  WS-RUN-TIMESTAMP                PIC X(26).

       01  WS-RPT-HEADER-1.
           05  FILLER  VALUE 'CBBKR01C  BANKRUPTCY NOTIFICATION INTAKE'
                                               PIC X(45).
           05  FILLER  VALUE 'RUN DATE: '      PIC X(10).
           05  WS-RPT-HDR-DATE                 PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(67).
       01  WS-RPT-HEADER-2.
           05  FILLER  VALUE 'CUSTOMER  '        PIC X(11).
           05  FILLER  VALUE 'ACCOUNT    '       PIC X(13).
           05  FILLER  VALUE 'CASE NUMBER    '   PIC X(17).
           05  FILLER  VALUE 'CH'                PIC X(04).
           05  FILLER  VALUE 'A'                 PIC X(03).
           05  FILLER  VALUE 'ACTION DATE'       PIC X(12).
           05  FILLER  VALUE 'DISPOSITION'       PIC X(72).
       01  WS-RPT-DETAIL.
           05  WS-RPT-CUST                     PIC X(09).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-RPT-ACCT                     PIC X(11).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-RPT-CASE                     PIC X(15).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-RPT-CHAPTER                  PIC X(02).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-RPT-ACTION                   PIC X(01).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-RPT-ACTION-DATE              PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-RPT-DISPOSITION              PIC X(30).
           05  FILLER  VALUE SPACES            PIC X(42).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBBKR01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-MATCH-CUSTOMERS.
           PERFORM 3000-REPORT-UNMATCHED.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBBKR01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING.
           STRING WS-RUN-DATE ' 00:00:00.000000'
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP
           END-STRING.
           MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE.

           OPEN INPUT NOTE-FILE.
           IF BKRNOTE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BKRNOTE'
               MOVE BKRNOTE-STATUS TO IO-STATUS
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
           OPEN INPUT XREF-FILE.
           IF XREFFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING XREFFILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
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
           OPEN I-O CASE-FILE.
           IF BKRCASE-STATUS NOT = '00' AND BKRCASE-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING BKRCASE'
               MOVE BKRCASE-STATUS TO IO-STATUS
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
           OPEN OUTPUT REPORT-FILE.
           IF BKRRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BKRRPT'
               MOVE BKRRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           WRITE FD-REPORT-REC FROM WS-RPT-HEADER-1.
           WRITE FD-REPORT-REC FROM WS-RPT-HEADER-2.

           PERFORM 1100-LOAD-NOTE-TABLE.

      *****************************************************************
      * A notice that cannot be applied as sent is reported and kept  *
      * out of the table: a filing needs a recognized chapter and a   *
      * filing date, and every notice needs the SSN and case number.  *
      *****************************************************************
       1100-LOAD-NOTE-TABLE.
           PERFORM UNTIL WS-NOTE-DONE
               READ NOTE-FILE INTO BANKRUPTCY-NOTICE-RECORD
                   AT END SET WS-NOTE-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NOTICES-READ
                       PERFORM 1150-KEEP-ONE-NOTICE
               END-READ
           END-PERFORM.
           DISPLAY 'CBBKR01C NOTICES LOADED: ' WS-NOTE-COUNT.
           EXIT.

       1150-KEEP-ONE-NOTICE.
           MOVE BKN-CHAPTER TO BKR-CHAPTER.
           EVALUATE TRUE
               WHEN BKN-SSN NOT NUMERIC OR BKN-SSN = ZERO
                   MOVE 'INVALID - SSN' TO WS-DISPOSITION
               WHEN NOT BKN-ACTION-VALID
                   MOVE 'INVALID - ACTION CODE' TO WS-DISPOSITION
               WHEN BKN-CASE-NUM = SPACES
                   MOVE 'INVALID - NO CASE NUMBER' TO WS-DISPOSITION
               WHEN BKN-FILING AND NOT BKR-CHAPTER-VALID
                   MOVE 'INVALID - CHAPTER' TO WS-DISPOSITION
               WHEN BKN-FILING AND BKN-FILING-DATE = SPACES
                   MOVE 'INVALID - NO FILING DATE' TO WS-DISPOSITION
               WHEN BKN-ACCT-ID NOT NUMERIC
                   MOVE 'INVALID - ACCOUNT NUMBER' TO WS-DISPOSITION
               WHEN WS-NOTE-COUNT >= WS-NOTE-MAX
                   MOVE 'NOT APPLIED - NOTICE TABLE FULL'
                     TO WS-DISPOSITION
               WHEN OTHER
                   ADD 1 TO WS-NOTE-COUNT
                   MOVE BANKRUPTCY-NOTICE-RECORD
                     TO WS-NT-RECORD (WS-NOTE-COUNT)
                   MOVE 'N' TO WS-NT-MATCHED-SW (WS-NOTE-COUNT)
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO WS-NOTICES-INVALID.
           MOVE SPACES TO WS-RPT-CUST.
           MOVE SPACES TO WS-RPT-ACCT.
           PERFORM 2900-WRITE-REPORT-LINE.
           EXIT.

      *****************************************************************
       2000-MATCH-CUSTOMERS.
      *****************************************************************
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ CUSTFILE-FILE INTO CUSTOMER-RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       PERFORM 2100-MATCH-ONE-CUSTOMER
               END-READ
           END-PERFORM.

      *****************************************************************
       2100-MATCH-ONE-CUSTOMER.
           PERFORM VARYING WS-NOTE-SUB FROM 1 BY 1
               UNTIL WS-NOTE-SUB > WS-NOTE-COUNT
               MOVE WS-NT-RECORD (WS-NOTE-SUB)
                 TO BANKRUPTCY-NOTICE-RECORD
               IF BKN-SSN = CUST-SSN
                   SET WS-NT-MATCHED (WS-NOTE-SUB) TO TRUE
                   PERFORM 2200-APPLY-NOTICE
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
      * One pass of the cross reference finds the debtor's accounts - *
      * all of them, or only the one the notice names.                *
      *****************************************************************
       2200-APPLY-NOTICE.
           MOVE ZERO TO WS-DONE-COUNT.
           MOVE 'N' TO WS-XREF-EOF-SW.
           MOVE LOW-VALUES TO XREF-CARD-NUM.
           START XREF-FILE KEY >= XREF-CARD-NUM
               INVALID KEY SET WS-XREF-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-XREF-DONE
               READ XREF-FILE NEXT
                   AT END SET WS-XREF-DONE TO TRUE
                   NOT AT END
                       IF XREF-CUST-ID = CUST-ID
                          AND (BKN-ACCT-ID = ZERO
                               OR BKN-ACCT-ID = XREF-ACCT-ID)
                           PERFORM 2250-CHECK-ACCT-DONE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DONE-COUNT = ZERO
               ADD 1 TO WS-NOTICES-NO-ACCT
               MOVE CUST-ID TO WS-RPT-CUST
               MOVE BKN-ACCT-ID TO WS-RPT-ACCT
               MOVE 'NO MATCHING ACCOUNT' TO WS-DISPOSITION
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.
           EXIT.

      *****************************************************************
       2250-CHECK-ACCT-DONE.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-DONE-SUB FROM 1 BY 1
               UNTIL WS-DONE-SUB > WS-DONE-COUNT
                     OR WS-FOUND
               IF WS-DONE-ACCT (WS-DONE-SUB) = XREF-ACCT-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-DONE-COUNT < WS-DONE-MAX
               ADD 1 TO WS-DONE-COUNT
               MOVE XREF-ACCT-ID TO WS-DONE-ACCT (WS-DONE-COUNT)
           END-IF.
           PERFORM 2300-APPLY-TO-ACCOUNT.
           EXIT.

      *****************************************************************
      * A filing opens (or, after an earlier dismissal, replaces) the *
      * account's case.  A discharge or dismissal must name the case  *
      * already on file.                                              *
      *****************************************************************
       2300-APPLY-TO-ACCOUNT.
           MOVE CUST-ID      TO WS-RPT-CUST.
           MOVE XREF-ACCT-ID TO WS-RPT-ACCT.
           MOVE XREF-ACCT-ID TO FD-ACCT-ID.
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON ACCTFILE' TO WS-DISPOSITION
                   PERFORM 2900-WRITE-REPORT-LINE
                   EXIT PARAGRAPH
           END-READ.

           MOVE 'N' TO WS-CASE-FOUND-SW.
           MOVE XREF-ACCT-ID TO FD-BKR-ACCT-ID.
           READ CASE-FILE INTO BANKRUPTCY-CASE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CASE-FOUND TO TRUE
           END-READ.

           EVALUATE TRUE
               WHEN BKN-FILING
                   PERFORM 2400-OPEN-CASE
               WHEN NOT WS-CASE-FOUND
                 OR BKR-CASE-NUM NOT = BKN-CASE-NUM
                   ADD 1 TO WS-CASES-NOT-FOUND
                   MOVE 'NO MATCHING CASE ON FILE' TO WS-DISPOSITION
               WHEN BKN-DISCHARGE
                   PERFORM 2500-CHANGE-CASE-STATUS
                   ADD 1 TO WS-CASES-DISCHARGED
                   MOVE 'DISCHARGED' TO WS-DISPOSITION
               WHEN BKN-DISMISSAL
                   PERFORM 2500-CHANGE-CASE-STATUS
                   ADD 1 TO WS-CASES-DISMISSED
                   MOVE 'DISMISSED - TREATMENT LIFTED'
                     TO WS-DISPOSITION
           END-EVALUATE.
           PERFORM 2900-WRITE-REPORT-LINE.
           EXIT.

      *****************************************************************
       2400-OPEN-CASE.
           IF WS-CASE-FOUND AND BKR-FILED
              AND BKR-CASE-NUM = BKN-CASE-NUM
               ADD 1 TO WS-CASES-ALREADY
               MOVE 'CASE ALREADY ON FILE' TO WS-DISPOSITION
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE BANKRUPTCY-CASE-RECORD.
           MOVE XREF-ACCT-ID       TO BKR-ACCT-ID.
           MOVE CUST-ID            TO BKR-CUST-ID.
           MOVE BKN-CASE-NUM       TO BKR-CASE-NUM.
           MOVE BKN-CHAPTER        TO BKR-CHAPTER.
           MOVE BKN-FILING-DATE    TO BKR-FILING-DATE.
           SET BKR-FILED           TO TRUE.
           IF BKN-ACTION-DATE = SPACES
               MOVE BKN-FILING-DATE TO BKR-STATUS-DATE
           ELSE
               MOVE BKN-ACTION-DATE TO BKR-STATUS-DATE
           END-IF.
           MOVE WS-RUN-DATE        TO BKR-NOTICE-DATE.
           MOVE WS-RUN-TIMESTAMP   TO BKR-LAST-MAINT-TS.
           MOVE BANKRUPTCY-CASE-RECORD TO FD-CASE-REC.
           IF WS-CASE-FOUND
               REWRITE FD-CASE-REC
           ELSE
               WRITE FD-CASE-REC
           END-IF.
           IF BKRCASE-STATUS NOT = '00'
               DISPLAY 'ERROR UPDATING BKRCASE FOR ACCOUNT: '
                       XREF-ACCT-ID
               MOVE BKRCASE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-CASES-OPENED.

           SET ACCT-BKRPT-FILED    TO TRUE.
           MOVE BKN-CHAPTER        TO ACCT-BKRPT-CHAPTER.
           PERFORM 2600-REWRITE-ACCOUNT.
           PERFORM 2700-CLOSE-COLLECTIONS.
           MOVE 'FILED - TREATMENT APPLIED' TO WS-DISPOSITION.
           EXIT.

      *****************************************************************
       2500-CHANGE-CASE-STATUS.
           MOVE BKN-ACTION         TO BKR-STATUS.
           IF BKN-ACTION-DATE = SPACES
               MOVE WS-RUN-DATE     TO BKR-STATUS-DATE
           ELSE
               MOVE BKN-ACTION-DATE TO BKR-STATUS-DATE
           END-IF.
           MOVE WS-RUN-DATE        TO BKR-NOTICE-DATE.
           MOVE WS-RUN-TIMESTAMP   TO BKR-LAST-MAINT-TS.
           MOVE BANKRUPTCY-CASE-RECORD TO FD-CASE-REC.
           REWRITE FD-CASE-REC.
           IF BKRCASE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING BKRCASE FOR ACCOUNT: '
                       XREF-ACCT-ID
               MOVE BKRCASE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           MOVE BKN-ACTION         TO ACCT-BKRPT-STATUS.
           MOVE BKR-CHAPTER        TO ACCT-BKRPT-CHAPTER.
           PERFORM 2600-REWRITE-ACCOUNT.
           EXIT.

      *****************************************************************
       2600-REWRITE-ACCOUNT.
           MOVE WS-RUN-TIMESTAMP TO ACCT-LAST-MAINT-TS.
           MOVE ACCOUNT-RECORD TO FD-ACCTFILE-REC.
           REWRITE FD-ACCTFILE-REC.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING ACCTFILE FOR: ' ACCT-ID
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
      * The automatic stay ends collection activity on the filing -   *
      * an open collections case closes with the filing date.         *
      *****************************************************************
       2700-CLOSE-COLLECTIONS.
           MOVE ACCT-ID TO COLL-ACCT-ID.
           READ COLLFILE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF COLL-CLOSED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C'         TO COLL-STATUS.
           MOVE WS-RUN-DATE TO COLL-CLOSE-DATE.
           REWRITE COLL-CASE-RECORD.
           IF COLLFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING COLLFILE FOR ACCOUNT: '
                       COLL-ACCT-ID
               MOVE COLLFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-COLL-CLOSED.
           EXIT.

      *****************************************************************
       2900-WRITE-REPORT-LINE.
           MOVE BKN-CASE-NUM       TO WS-RPT-CASE.
           MOVE BKN-CHAPTER        TO WS-RPT-CHAPTER.
           MOVE BKN-ACTION         TO WS-RPT-ACTION.
           MOVE BKN-ACTION-DATE    TO WS-RPT-ACTION-DATE.
           MOVE WS-DISPOSITION     TO WS-RPT-DISPOSITION.
           WRITE FD-REPORT-REC FROM WS-RPT-DETAIL.
           IF BKRRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING BKRRPT'
               MOVE BKRRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
      * A notice whose SSN is on no customer is reported so the team  *
      * can research it with the notification service.                *
      *****************************************************************
       3000-REPORT-UNMATCHED.
           PERFORM VARYING WS-NOTE-SUB FROM 1 BY 1
               UNTIL WS-NOTE-SUB > WS-NOTE-COUNT
               IF NOT WS-NT-MATCHED (WS-NOTE-SUB)
                   MOVE WS-NT-RECORD (WS-NOTE-SUB)
                     TO BANKRUPTCY-NOTICE-RECORD
                   ADD 1 TO WS-NOTICES-UNMATCHED
                   MOVE SPACES TO WS-RPT-CUST
                   MOVE BKN-ACCT-ID TO WS-RPT-ACCT
                   MOVE 'SSN NOT ON CUSTOMER MASTER' TO WS-DISPOSITION
                   PERFORM 2900-WRITE-REPORT-LINE
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBBKR01C BANKRUPTCY INTAKE SUMMARY'.
           DISPLAY '  NOTICES READ         : ' WS-NOTICES-READ.
           DISPLAY '  NOTICES INVALID      : ' WS-NOTICES-INVALID.
           DISPLAY '  SSN NOT ON FILE      : ' WS-NOTICES-UNMATCHED.
           DISPLAY '  NO MATCHING ACCOUNT  : ' WS-NOTICES-NO-ACCT.
           DISPLAY '  CASES OPENED         : ' WS-CASES-OPENED.
           DISPLAY '  CASES ALREADY FILED  : ' WS-CASES-ALREADY.
           DISPLAY '  CASES DISCHARGED     : ' WS-CASES-DISCHARGED.
           DISPLAY '  CASES DISMISSED      : ' WS-CASES-DISMISSED.
           DISPLAY '  NO MATCHING CASE     : ' WS-CASES-NOT-FOUND.
           DISPLAY '  COLLECTIONS CLOSED   : ' WS-COLL-CLOSED.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE NOTE-FILE.
           CLOSE CUSTFILE-FILE.
           CLOSE XREF-FILE.
           CLOSE ACCTFILE-FILE.
           CLOSE CASE-FILE.
           CLOSE COLLFILE-FILE.
           CLOSE REPORT-FILE.
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
