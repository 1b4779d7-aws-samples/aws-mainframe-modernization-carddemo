      ******************************************************************
      * PROGRAM     : CBFRJ01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Forward recovery of the online masters.  After
      *               ACCTFILE, CARDFILE or CUSTFILE has been restored
      *               from the nightly backup, reapplies the FRJRNL
      *               forward-recovery journal COFRJW0C writes for
      *               every online WRITE, REWRITE and DELETE against
      *               them, from the backup time up to a chosen point
      *               in time.  Entries the restored file already
      *               reflects are counted and passed over; an add
      *               that finds the record on file, or a change or
      *               delete that does not, is a conflict - the
      *               after-image is applied where there is one, and
      *               every conflict is reported with return code 4.
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
       PROGRAM-ID.    CBFRJ01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO FRJRNL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS JOURNAL-STATUS.
      *
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      *
           SELECT CARDFILE-FILE ASSIGN TO CARDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CARD-NUM
                  FILE STATUS  IS CARDFILE-STATUS.
      *
           SELECT CUSTFILE-FILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTFILE-STATUS.
      *
           SELECT FRJRPT-FILE ASSIGN TO FRJRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FRJRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 600 CHARACTERS.
       01  FD-JOURNAL-REC                       PIC X(600).

       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  CARDFILE-FILE.
       01  FD-CARDFILE-REC.
           05  FD-CARD-NUM                      PIC X(16).
           05  FD-CARD-DATA                     PIC X(134).

       FD  CUSTFILE-FILE.
       01  FD-CUSTFILE-REC.
           05  FD-CUST-ID                       PIC 9(09).
           05  FD-CUST-DATA                     PIC X(491).

       FD  FRJRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-FRJRPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVFRJ01Y.

       01  JOURNAL-STATUS.
           05  JOURNAL-STAT1       PIC X.
           05  JOURNAL-STAT2       PIC X.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  CARDFILE-STATUS.
           05  CARDFILE-STAT1      PIC X.
           05  CARDFILE-STAT2      PIC X.
       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.
       01  FRJRPT-STATUS.
           05  FRJRPT-STAT1        PIC X.
           05  FRJRPT-STAT2        PIC X.

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
      * Which master to recover (ACCTDAT, CARDDAT, CUSTDAT, or blank  *
      * for all three), the backup time the restored copy reflects,   *
      * and the point in time to stop at - both in the journal's      *
      * YYYY-MM-DD-HH.MM.SS.NNNNNN form, and blank for the start or   *
      * end of the journal.  A shorter stop time stops at the start   *
      * of the minute or hour given.                                  *
      *---------------------------------------------------------------*
       01  PRM-INFO.
           05  P-FILE-ID           PIC X(08) VALUE SPACES.
           05  FILLER              PIC X(01).
           05  P-FROM-TS           PIC X(26) VALUE SPACES.
           05  FILLER              PIC X(01).
           05  P-TO-TS             PIC X(26) VALUE SPACES.
           05  FILLER              PIC X(18) VALUE SPACES.

       01  WS-RECOVER-SWITCHES.
           05  WS-RECOVER-ACCT-SW  PIC X(01) VALUE 'N'.
               88  WS-RECOVER-ACCT           VALUE 'Y'.
           05  WS-RECOVER-CARD-SW  PIC X(01) VALUE 'N'.
               88  WS-RECOVER-CARD           VALUE 'Y'.
           05  WS-RECOVER-CUST-SW  PIC X(01) VALUE 'N'.
               88  WS-RECOVER-CUST           VALUE 'Y'.
       01  WS-ON-FILE-SW           PIC X(01).
           88  WS-ON-FILE                    VALUE 'Y'.
       01  WS-MATCHES-SW           PIC X(01).
           88  WS-IMAGE-MATCHES              VALUE 'Y'.
       01  WS-CONFLICT-SW          PIC X(01).
           88  WS-CONFLICT                   VALUE 'Y'.
       01  WS-RESULT               PIC X(40).
       01  WS-FILE-STATUS          PIC X(02).
       01  WS-LAST-TS              PIC X(26) VALUE SPACES.

       01  WS-RUN-COUNTS.
           05  WS-JOURNAL-READ             PIC 9(09) VALUE 0.
           05  WS-BEFORE-BACKUP            PIC 9(09) VALUE 0.
           05  WS-AFTER-STOP               PIC 9(09) VALUE 0.
           05  WS-OTHER-FILE               PIC 9(09) VALUE 0.
           05  WS-APPLIED                  PIC 9(09) VALUE 0.
           05  WS-ALREADY-APPLIED          PIC 9(09) VALUE 0.
           05  WS-CONFLICTS                PIC 9(09) VALUE 0.
           05  WS-OUT-OF-SEQUENCE          PIC 9(09) VALUE 0.
           05  WS-ACCT-APPLIED             PIC 9(09) VALUE 0.
           05  WS-CARD-APPLIED             PIC 9(09) VALUE 0.
           05  WS-CUST-APPLIED             PIC 9(09) VALUE 0.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-RUN-DATE                     PIC X(10).

      *---------------------------------------------------------------*
      * Recovery report lines.                                        *
      *---------------------------------------------------------------*
       01  WS-RPT-HEADER1.
           05  FILLER  VALUE 'CBFRJ01C  FORWARD RECOVERY CONFLICTS'
                                               PIC X(50).
           05  FILLER  VALUE 'RUN DATE: '      PIC X(10).
           05  WS-HDR-RUN-DATE                 PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(62).
       01  WS-RPT-HEADER2.
           05  FILLER  VALUE 'RECOVERING: '    PIC X(12).
           05  WS-HDR-FILE-ID                  PIC X(08).
           05  FILLER  VALUE '  FROM: '        PIC X(08).
           05  WS-HDR-FROM-TS                  PIC X(26).
           05  FILLER  VALUE '  TO: '          PIC X(06).
           05  WS-HDR-TO-TS                    PIC X(26).
           05  FILLER  VALUE SPACES            PIC X(46).
       01  WS-RPT-HEADER3.
           05  FILLER  VALUE 'JOURNAL TIMESTAMP'
                                               PIC X(27).
           05  FILLER  VALUE 'FILE     '       PIC X(09).
           05  FILLER  VALUE 'OP'              PIC X(02).
           05  FILLER  VALUE 'KEY'             PIC X(17).
           05  FILLER  VALUE 'PROGRAM  '       PIC X(09).
           05  FILLER  VALUE 'USER     '       PIC X(09).
           05  FILLER  VALUE 'RESULT'          PIC X(59).
       01  WS-RPT-DETAIL.
           05  WS-DTL-TIMESTAMP                PIC X(26).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-FILE-ID                  PIC X(08).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-OPERATION                PIC X(01).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-KEY                      PIC X(16).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-PROGRAM                  PIC X(08).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-USER-ID                  PIC X(08).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-RESULT                   PIC X(40).
           05  FILLER  VALUE SPACES            PIC X(19).
       01  WS-RPT-TOTAL.
           05  WS-TOT-LABEL                    PIC X(32).
           05  WS-TOT-COUNT                    PIC Z(8)9.
           05  FILLER  VALUE SPACES            PIC X(91).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBFRJ01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-APPLY-JOURNAL.
           PERFORM 2800-WRITE-REPORT-TOTALS.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           IF WS-CONFLICTS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBFRJ01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT PRM-INFO FROM SYSIN.
           EVALUATE P-FILE-ID
               WHEN 'ACCTDAT '
                   SET WS-RECOVER-ACCT TO TRUE
               WHEN 'CARDDAT '
                   SET WS-RECOVER-CARD TO TRUE
               WHEN 'CUSTDAT '
                   SET WS-RECOVER-CUST TO TRUE
               WHEN SPACES
               WHEN 'ALL     '
                   SET WS-RECOVER-ACCT TO TRUE
                   SET WS-RECOVER-CARD TO TRUE
                   SET WS-RECOVER-CUST TO TRUE
                   MOVE 'ALL     ' TO P-FILE-ID
               WHEN OTHER
                   DISPLAY 'CBFRJ01C INVALID FILE ID: ' P-FILE-ID
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           IF P-TO-TS = SPACES
               MOVE HIGH-VALUES TO P-TO-TS
               MOVE 'END OF JOURNAL' TO WS-HDR-TO-TS
           ELSE
               MOVE P-TO-TS TO WS-HDR-TO-TS
           END-IF.
           IF P-FROM-TS = SPACES
               MOVE 'START OF JOURNAL' TO WS-HDR-FROM-TS
           ELSE
               MOVE P-FROM-TS TO WS-HDR-FROM-TS
           END-IF.
           MOVE P-FILE-ID TO WS-HDR-FILE-ID.
           DISPLAY 'CBFRJ01C RECOVERING ' P-FILE-ID
                   ' FROM ' WS-HDR-FROM-TS ' TO ' WS-HDR-TO-TS.

           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING.
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.

           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FRJRNL'
               MOVE JOURNAL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           IF WS-RECOVER-ACCT
               OPEN I-O ACCTFILE-FILE
               IF ACCTFILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING ACCTFILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF.
           IF WS-RECOVER-CARD
               OPEN I-O CARDFILE-FILE
               IF CARDFILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING CARDFILE'
                   MOVE CARDFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF.
           IF WS-RECOVER-CUST
               OPEN I-O CUSTFILE-FILE
               IF CUSTFILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING CUSTFILE'
                   MOVE CUSTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF.
           OPEN OUTPUT FRJRPT-FILE.
           IF FRJRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FRJRPT'
               MOVE FRJRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           WRITE FD-FRJRPT-REC FROM WS-RPT-HEADER1.
           WRITE FD-FRJRPT-REC FROM WS-RPT-HEADER2.
           WRITE FD-FRJRPT-REC FROM WS-RPT-HEADER3.

      *****************************************************************
      * The journal is applied in the order it was written, which is  *
      * the order the changes reached the masters online.             *
      *****************************************************************
       2000-APPLY-JOURNAL.
      *****************************************************************
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ JOURNAL-FILE INTO FORWARD-RECOVERY-RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-READ
                       PERFORM 2100-APPLY-ONE-ENTRY
               END-READ
           END-PERFORM.

       2100-APPLY-ONE-ENTRY.
           IF FRJ-TIMESTAMP < WS-LAST-TS
               ADD 1 TO WS-OUT-OF-SEQUENCE
           END-IF.
           MOVE FRJ-TIMESTAMP TO WS-LAST-TS.
           IF P-FROM-TS NOT = SPACES AND FRJ-TIMESTAMP <= P-FROM-TS
               ADD 1 TO WS-BEFORE-BACKUP
               EXIT PARAGRAPH
           END-IF.
           IF FRJ-TIMESTAMP > P-TO-TS
               ADD 1 TO WS-AFTER-STOP
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-CONFLICT-SW.
           MOVE SPACES TO WS-RESULT.
           EVALUATE TRUE
               WHEN FRJ-ACCOUNT-FILE AND WS-RECOVER-ACCT
                   PERFORM 3000-APPLY-ACCOUNT
               WHEN FRJ-CARD-FILE AND WS-RECOVER-CARD
                   PERFORM 4000-APPLY-CARD
               WHEN FRJ-CUSTOMER-FILE AND WS-RECOVER-CUST
                   PERFORM 5000-APPLY-CUSTOMER
               WHEN OTHER
                   ADD 1 TO WS-OTHER-FILE
           END-EVALUATE.
           IF WS-CONFLICT
               ADD 1 TO WS-CONFLICTS
               PERFORM 2400-WRITE-CONFLICT-LINE
           END-IF.
           EXIT.

      *****************************************************************
      * Decide what the entry means against the restored file, once   *
      * the caller has read the record (WS-ON-FILE, WS-IMAGE-MATCHES).*
      * An after-image already on file was caught by the backup.      *
      *****************************************************************
       2200-CLASSIFY-ENTRY.
           EVALUATE TRUE
               WHEN FRJ-ADD AND WS-ON-FILE AND WS-IMAGE-MATCHES
               WHEN FRJ-CHANGE AND WS-ON-FILE AND WS-IMAGE-MATCHES
               WHEN FRJ-REMOVE AND NOT WS-ON-FILE
                   MOVE 'ALREADY APPLIED' TO WS-RESULT
               WHEN FRJ-ADD AND WS-ON-FILE
                   SET WS-CONFLICT TO TRUE
                   MOVE 'ADD FOUND RECORD - AFTER-IMAGE REWRITTEN'
                     TO WS-RESULT
               WHEN FRJ-CHANGE AND NOT WS-ON-FILE
                   SET WS-CONFLICT TO TRUE
                   MOVE 'CHANGE FOUND NO RECORD - AFTER-IMAGE ADDED'
                     TO WS-RESULT
               WHEN FRJ-ADD
               WHEN FRJ-CHANGE
               WHEN FRJ-REMOVE
                   CONTINUE
               WHEN OTHER
                   SET WS-CONFLICT TO TRUE
                   MOVE 'UNKNOWN OPERATION - NOT APPLIED' TO WS-RESULT
           END-EVALUATE.
           IF WS-RESULT = 'ALREADY APPLIED'
               ADD 1 TO WS-ALREADY-APPLIED
           END-IF.
           EXIT.

      *****************************************************************
       2400-WRITE-CONFLICT-LINE.
           MOVE FRJ-TIMESTAMP  TO WS-DTL-TIMESTAMP.
           MOVE FRJ-FILE-ID    TO WS-DTL-FILE-ID.
           MOVE FRJ-OPERATION  TO WS-DTL-OPERATION.
           MOVE FRJ-KEY        TO WS-DTL-KEY.
           MOVE FRJ-PROGRAM    TO WS-DTL-PROGRAM.
           MOVE FRJ-USER-ID    TO WS-DTL-USER-ID.
           MOVE WS-RESULT      TO WS-DTL-RESULT.
           WRITE FD-FRJRPT-REC FROM WS-RPT-DETAIL.
           IF FRJRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING FRJRPT'
               MOVE FRJRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       3000-APPLY-ACCOUNT.
           MOVE 'N' TO WS-ON-FILE-SW.
           MOVE 'N' TO WS-MATCHES-SW.
           MOVE FRJ-AFTER-IMAGE(1:11) TO FD-ACCT-ID.
           READ ACCTFILE-FILE.
           EVALUATE ACCTFILE-STATUS
               WHEN '00'
                   SET WS-ON-FILE TO TRUE
                   IF FD-ACCTFILE-REC = FRJ-AFTER-IMAGE(1:300)
                       SET WS-IMAGE-MATCHES TO TRUE
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR READING ACCTFILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           PERFORM 2200-CLASSIFY-ENTRY.
           IF WS-RESULT = 'ALREADY APPLIED'
              OR (WS-CONFLICT AND FRJ-REMOVE)
              OR WS-RESULT(1:7) = 'UNKNOWN'
               EXIT PARAGRAPH
           END-IF.

           MOVE FRJ-AFTER-IMAGE(1:300) TO FD-ACCTFILE-REC.
           EVALUATE TRUE
               WHEN FRJ-REMOVE
                   DELETE ACCTFILE-FILE
               WHEN WS-ON-FILE
                   REWRITE FD-ACCTFILE-REC
               WHEN OTHER
                   WRITE FD-ACCTFILE-REC
           END-EVALUATE.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR APPLYING JOURNAL TO ACCTFILE: ' FRJ-KEY
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-APPLIED.
           ADD 1 TO WS-ACCT-APPLIED.
           EXIT.

      *****************************************************************
       4000-APPLY-CARD.
           MOVE 'N' TO WS-ON-FILE-SW.
           MOVE 'N' TO WS-MATCHES-SW.
           MOVE FRJ-AFTER-IMAGE(1:16) TO FD-CARD-NUM.
           READ CARDFILE-FILE.
           EVALUATE CARDFILE-STATUS
               WHEN '00'
                   SET WS-ON-FILE TO TRUE
                   IF FD-CARDFILE-REC = FRJ-AFTER-IMAGE(1:150)
                       SET WS-IMAGE-MATCHES TO TRUE
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR READING CARDFILE'
                   MOVE CARDFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           PERFORM 2200-CLASSIFY-ENTRY.
           IF WS-RESULT = 'ALREADY APPLIED'
              OR (WS-CONFLICT AND FRJ-REMOVE)
              OR WS-RESULT(1:7) = 'UNKNOWN'
               EXIT PARAGRAPH
           END-IF.

           MOVE FRJ-AFTER-IMAGE(1:150) TO FD-CARDFILE-REC.
           EVALUATE TRUE
               WHEN FRJ-REMOVE
                   DELETE CARDFILE-FILE
               WHEN WS-ON-FILE
                   REWRITE FD-CARDFILE-REC
               WHEN OTHER
                   WRITE FD-CARDFILE-REC
           END-EVALUATE.
           IF CARDFILE-STATUS NOT = '00'
               DISPLAY 'ERROR APPLYING JOURNAL TO CARDFILE: ' FRJ-KEY
               MOVE CARDFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-APPLIED.
           ADD 1 TO WS-CARD-APPLIED.
           EXIT.

      *****************************************************************
       5000-APPLY-CUSTOMER.
           MOVE 'N' TO WS-ON-FILE-SW.
           MOVE 'N' TO WS-MATCHES-SW.
           MOVE FRJ-AFTER-IMAGE(1:9) TO FD-CUST-ID.
           READ CUSTFILE-FILE.
           EVALUATE CUSTFILE-STATUS
               WHEN '00'
                   SET WS-ON-FILE TO TRUE
                   IF FD-CUSTFILE-REC = FRJ-AFTER-IMAGE(1:500)
                       SET WS-IMAGE-MATCHES TO TRUE
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR READING CUSTFILE'
                   MOVE CUSTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           PERFORM 2200-CLASSIFY-ENTRY.
           IF WS-RESULT = 'ALREADY APPLIED'
              OR (WS-CONFLICT AND FRJ-REMOVE)
              OR WS-RESULT(1:7) = 'UNKNOWN'
               EXIT PARAGRAPH
           END-IF.

           MOVE FRJ-AFTER-IMAGE(1:500) TO FD-CUSTFILE-REC.
           EVALUATE TRUE
               WHEN FRJ-REMOVE
                   DELETE CUSTFILE-FILE
               WHEN WS-ON-FILE
                   REWRITE FD-CUSTFILE-REC
               WHEN OTHER
                   WRITE FD-CUSTFILE-REC
           END-EVALUATE.
           IF CUSTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR APPLYING JOURNAL TO CUSTFILE: ' FRJ-KEY
               MOVE CUSTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-APPLIED.
           ADD 1 TO WS-CUST-APPLIED.
           EXIT.

      *****************************************************************
       2800-WRITE-REPORT-TOTALS.
           MOVE SPACES TO FD-FRJRPT-REC.
           WRITE FD-FRJRPT-REC.
           MOVE 'JOURNAL ENTRIES READ' TO WS-TOT-LABEL.
           MOVE WS-JOURNAL-READ TO WS-TOT-COUNT.
           WRITE FD-FRJRPT-REC FROM WS-RPT-TOTAL.
           MOVE '  AT OR BEFORE BACKUP' TO WS-TOT-LABEL.
           MOVE WS-BEFORE-BACKUP TO WS-TOT-COUNT.
           WRITE FD-FRJRPT-REC FROM WS-RPT-TOTAL.
           MOVE '  AFTER STOP POINT' TO WS-TOT-LABEL.
           MOVE WS-AFTER-STOP TO WS-TOT-COUNT.
           WRITE FD-FRJRPT-REC FROM WS-RPT-TOTAL.
           MOVE '  OTHER MASTERS' TO WS-TOT-LABEL.
           MOVE WS-OTHER-FILE TO WS-TOT-COUNT.
           WRITE FD-FRJRPT-REC FROM WS-RPT-TOTAL.
           MOVE '  ALREADY ON RESTORED FILE' TO WS-TOT-LABEL.
           MOVE WS-ALREADY-APPLIED TO WS-TOT-COUNT.
           WRITE FD-FRJRPT-REC FROM WS-RPT-TOTAL.
           MOVE 'CHANGES REAPPLIED' TO WS-TOT-LABEL.
           MOVE WS-APPLIED TO WS-TOT-COUNT.
           WRITE FD-FRJRPT-REC FROM WS-RPT-TOTAL.
           MOVE '  ACCTFILE' TO WS-TOT-LABEL.
           MOVE WS-ACCT-APPLIED TO WS-TOT-COUNT.
           WRITE FD-FRJRPT-REC FROM WS-RPT-TOTAL.
           MOVE '  CARDFILE' TO WS-TOT-LABEL.
           MOVE WS-CARD-APPLIED TO WS-TOT-COUNT.
           WRITE FD-FRJRPT-REC FROM WS-RPT-TOTAL.
           MOVE '  CUSTFILE' TO WS-TOT-LABEL.
           MOVE WS-CUST-APPLIED TO WS-TOT-COUNT.
           WRITE FD-FRJRPT-REC FROM WS-RPT-TOTAL.
           MOVE 'CONFLICTS' TO WS-TOT-LABEL.
           MOVE WS-CONFLICTS TO WS-TOT-COUNT.
           WRITE FD-FRJRPT-REC FROM WS-RPT-TOTAL.
           MOVE 'ENTRIES OUT OF TIME SEQUENCE' TO WS-TOT-LABEL.
           MOVE WS-OUT-OF-SEQUENCE TO WS-TOT-COUNT.
           WRITE FD-FRJRPT-REC FROM WS-RPT-TOTAL.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBFRJ01C FORWARD RECOVERY SUMMARY'.
           DISPLAY '  JOURNAL ENTRIES READ : ' WS-JOURNAL-READ.
           DISPLAY '  AT/BEFORE BACKUP     : ' WS-BEFORE-BACKUP.
           DISPLAY '  AFTER STOP POINT     : ' WS-AFTER-STOP.
           DISPLAY '  ALREADY ON FILE      : ' WS-ALREADY-APPLIED.
           DISPLAY '  CHANGES REAPPLIED    : ' WS-APPLIED.
           DISPLAY '  CONFLICTS            : ' WS-CONFLICTS.
           DISPLAY '  OUT OF SEQUENCE      : ' WS-OUT-OF-SEQUENCE.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE JOURNAL-FILE.
           IF WS-RECOVER-ACCT
               CLOSE ACCTFILE-FILE
           END-IF.
           IF WS-RECOVER-CARD
               CLOSE CARDFILE-FILE
           END-IF.
           IF WS-RECOVER-CUST
               CLOSE CUSTFILE-FILE
           END-IF.
           CLOSE FRJRPT-FILE.
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
