      ******************************************************************
      * PROGRAM     : CBDCM01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Duplicate customer detection.  Loads CUSTFILE
      *               and pairs customers who look like the same
      *               person - the same SSN, the same first and last
      *               name with the same date of birth, or the same
      *               surname at the same street address and ZIP -
      *               and writes each pair to the DUPCUST review file
      *               for the CDCM merge screen.  The earlier boarded
      *               (lower) CUST-ID is proposed as the survivor.
      *               Each customer is paired with the earliest match
      *               a reviewer has not already rejected, so a person
      *               boarded three times gives two pairs with one
      *               survivor rather than a chain.  Customers already
      *               retired by a merge are left out.
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
       PROGRAM-ID.    CBDCM01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFILE-FILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTFILE-STATUS.
      *
           SELECT DUPCUST-FILE ASSIGN TO DUPCUST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-DCM-KEY
                  FILE STATUS  IS DUPCUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTFILE-FILE.
       01  FD-CUSTFILE-REC.
           05  FD-CUST-ID                       PIC 9(09).
           05  FD-CUST-DATA                     PIC X(491).

       FD  DUPCUST-FILE.
       01  FD-DUPCUST-REC.
           05  FD-DCM-KEY                       PIC X(18).
           05  FD-DCM-DATA                      PIC X(182).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVCUS01Y.
       COPY CVDCM01Y.

       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.
       01  DUPCUST-STATUS.
           05  DUPCUST-STAT1       PIC X.
           05  DUPCUST-STAT2       PIC X.

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
      * Customers on file, in CUST-ID order, with the match fields   *
      * upper-cased so a keying difference in case does not hide a   *
      * duplicate.                                                    *
      *---------------------------------------------------------------*
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 5000 TIMES.
               10  WS-CUST-TBL-ID          PIC 9(09).
               10  WS-CUST-TBL-SSN         PIC 9(09).
               10  WS-CUST-TBL-FIRST       PIC X(25).
               10  WS-CUST-TBL-LAST        PIC X(25).
               10  WS-CUST-TBL-DOB         PIC X(10).
               10  WS-CUST-TBL-ADDR        PIC X(50).
               10  WS-CUST-TBL-ZIP         PIC X(05).
               10  WS-CUST-TBL-NAME        PIC X(30).
       01  WS-CUST-MAX             PIC S9(4) COMP VALUE 5000.
       01  WS-CUST-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-CUST-SUB             PIC S9(4) COMP VALUE 0.
       01  WS-SURV-SUB             PIC S9(4) COMP VALUE 0.

       01  WS-MATCH-FLAGS.
           05  WS-MATCH-SSN        PIC X(01).
           05  WS-MATCH-NAME-DOB   PIC X(01).
           05  WS-MATCH-ADDRESS    PIC X(01).
       01  WS-PAIRED-SW            PIC X(01).
           88  WS-PAIRED                     VALUE 'Y'.

       01  WS-RUN-COUNTS.
           05  WS-CUST-READ                PIC 9(09) VALUE 0.
           05  WS-CUST-RETIRED             PIC 9(09) VALUE 0.
           05  WS-PAIRS-FOUND              PIC 9(09) VALUE 0.
           05  WS-PAIRS-NEW                PIC 9(09) VALUE 0.
           05  WS-PAIRS-REFRESHED          PIC 9(09) VALUE 0.
           05  WS-PAIRS-DECIDED            PIC 9(09) VALUE 0.
           05  WS-PAIRS-REJECTED           PIC 9(09) VALUE 0.
           05  WS-BY-SSN                   PIC 9(09) VALUE 0.
           05  WS-BY-NAME-DOB              PIC 9(09) VALUE 0.
           05  WS-BY-ADDRESS               PIC 9(09) VALUE 0.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-RUN-DATE                     PIC X(10).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBDCM01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-LOAD-CUSTOMERS.
           PERFORM 2000-FIND-DUPLICATES.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBDCM01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING.

           OPEN INPUT CUSTFILE-FILE.
           IF CUSTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTFILE'
               MOVE CUSTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN I-O DUPCUST-FILE.
           IF DUPCUST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DUPCUST'
               MOVE DUPCUST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

      *****************************************************************
       1100-LOAD-CUSTOMERS.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ CUSTFILE-FILE INTO CUSTOMER-RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-CUST-READ
                       PERFORM 1110-STORE-CUSTOMER
               END-READ
           END-PERFORM.
           DISPLAY 'CBDCM01C CUSTOMERS LOADED: ' WS-CUST-COUNT.

       1110-STORE-CUSTOMER.
           IF NOT CUST-NOT-MERGED
               ADD 1 TO WS-CUST-RETIRED
               EXIT PARAGRAPH
           END-IF.
           IF WS-CUST-COUNT >= WS-CUST-MAX
               DISPLAY 'CBDCM01C CUSTOMER TABLE FULL AT ' WS-CUST-MAX
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-CUST-COUNT.
           MOVE CUST-ID TO WS-CUST-TBL-ID (WS-CUST-COUNT).
           IF CUST-SSN IS NUMERIC
               MOVE CUST-SSN TO WS-CUST-TBL-SSN (WS-CUST-COUNT)
           ELSE
               MOVE ZERO TO WS-CUST-TBL-SSN (WS-CUST-COUNT)
           END-IF.
           MOVE FUNCTION UPPER-CASE (CUST-FIRST-NAME)
             TO WS-CUST-TBL-FIRST (WS-CUST-COUNT).
           MOVE FUNCTION UPPER-CASE (CUST-LAST-NAME)
             TO WS-CUST-TBL-LAST (WS-CUST-COUNT).
           MOVE CUST-DOB-YYYY-MM-DD TO WS-CUST-TBL-DOB (WS-CUST-COUNT).
           MOVE FUNCTION UPPER-CASE (CUST-ADDR-LINE-1)
             TO WS-CUST-TBL-ADDR (WS-CUST-COUNT).
           MOVE CUST-ADDR-ZIP (1:5) TO WS-CUST-TBL-ZIP (WS-CUST-COUNT).
           MOVE SPACES TO WS-CUST-TBL-NAME (WS-CUST-COUNT).
           STRING CUST-FIRST-NAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  CUST-LAST-NAME DELIMITED BY SPACE
               INTO WS-CUST-TBL-NAME (WS-CUST-COUNT)
           END-STRING.

      *****************************************************************
      * Each customer is checked against every earlier customer; the  *
      * first one it matches (and that pairing has not been rejected) *
      * is its proposed survivor.                                     *
      *****************************************************************
       2000-FIND-DUPLICATES.
           PERFORM VARYING WS-CUST-SUB FROM 2 BY 1
                   UNTIL WS-CUST-SUB > WS-CUST-COUNT
               MOVE 'N' TO WS-PAIRED-SW
               PERFORM 2100-TRY-SURVIVOR
                   VARYING WS-SURV-SUB FROM 1 BY 1
                   UNTIL WS-SURV-SUB >= WS-CUST-SUB
                      OR WS-PAIRED
           END-PERFORM.

       2100-TRY-SURVIVOR.
           MOVE 'N' TO WS-MATCH-SSN.
           MOVE 'N' TO WS-MATCH-NAME-DOB.
           MOVE 'N' TO WS-MATCH-ADDRESS.
           IF WS-CUST-TBL-SSN (WS-CUST-SUB) NOT = ZERO
              AND WS-CUST-TBL-SSN (WS-CUST-SUB) =
                  WS-CUST-TBL-SSN (WS-SURV-SUB)
               MOVE 'Y' TO WS-MATCH-SSN
           END-IF.
           IF WS-CUST-TBL-LAST (WS-CUST-SUB) NOT = SPACES
              AND WS-CUST-TBL-DOB (WS-CUST-SUB) NOT = SPACES
              AND WS-CUST-TBL-LAST (WS-CUST-SUB) =
                  WS-CUST-TBL-LAST (WS-SURV-SUB)
              AND WS-CUST-TBL-FIRST (WS-CUST-SUB) =
                  WS-CUST-TBL-FIRST (WS-SURV-SUB)
              AND WS-CUST-TBL-DOB (WS-CUST-SUB) =
                  WS-CUST-TBL-DOB (WS-SURV-SUB)
               MOVE 'Y' TO WS-MATCH-NAME-DOB
           END-IF.
           IF WS-CUST-TBL-ADDR (WS-CUST-SUB) NOT = SPACES
              AND WS-CUST-TBL-LAST (WS-CUST-SUB) NOT = SPACES
              AND WS-CUST-TBL-ADDR (WS-CUST-SUB) =
                  WS-CUST-TBL-ADDR (WS-SURV-SUB)
              AND WS-CUST-TBL-ZIP (WS-CUST-SUB) =
                  WS-CUST-TBL-ZIP (WS-SURV-SUB)
              AND WS-CUST-TBL-LAST (WS-CUST-SUB) =
                  WS-CUST-TBL-LAST (WS-SURV-SUB)
               MOVE 'Y' TO WS-MATCH-ADDRESS
           END-IF.
           IF WS-MATCH-FLAGS = 'NNN'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2200-RECORD-PAIR.

      *****************************************************************
      * A pair already on DUPCUST keeps the reviewer's decision; a    *
      * pending pair is refreshed with tonight's match basis.         *
      *****************************************************************
       2200-RECORD-PAIR.
           MOVE WS-CUST-TBL-ID (WS-SURV-SUB) TO DCM-SURVIVOR-ID.
           MOVE WS-CUST-TBL-ID (WS-CUST-SUB) TO DCM-RETIRE-ID.
           MOVE DCM-KEY TO FD-DCM-KEY.
           READ DUPCUST-FILE INTO DUPLICATE-CUSTOMER-RECORD.
           EVALUATE DUPCUST-STATUS
               WHEN '00'
                   IF DCM-REJECTED
                       ADD 1 TO WS-PAIRS-REJECTED
                       EXIT PARAGRAPH
                   END-IF
                   SET WS-PAIRED TO TRUE
                   ADD 1 TO WS-PAIRS-FOUND
                   PERFORM 2300-COUNT-BASIS
                   IF NOT DCM-PENDING
                       ADD 1 TO WS-PAIRS-DECIDED
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 2400-FILL-PAIR
                   REWRITE FD-DUPCUST-REC FROM DUPLICATE-CUSTOMER-RECORD
                   ADD 1 TO WS-PAIRS-REFRESHED
               WHEN '23'
                   SET WS-PAIRED TO TRUE
                   ADD 1 TO WS-PAIRS-FOUND
                   PERFORM 2300-COUNT-BASIS
                   INITIALIZE DUPLICATE-CUSTOMER-RECORD
                   MOVE WS-CUST-TBL-ID (WS-SURV-SUB) TO DCM-SURVIVOR-ID
                   MOVE WS-CUST-TBL-ID (WS-CUST-SUB) TO DCM-RETIRE-ID
                   MOVE WS-RUN-DATE TO DCM-FOUND-DATE
                   SET DCM-PENDING TO TRUE
                   PERFORM 2400-FILL-PAIR
                   WRITE FD-DUPCUST-REC FROM DUPLICATE-CUSTOMER-RECORD
                   ADD 1 TO WS-PAIRS-NEW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF DUPCUST-STATUS NOT = '00'
               DISPLAY 'ERROR UPDATING DUPCUST: ' DCM-KEY
               MOVE DUPCUST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

       2300-COUNT-BASIS.
           IF WS-MATCH-SSN = 'Y'
               ADD 1 TO WS-BY-SSN
           END-IF.
           IF WS-MATCH-NAME-DOB = 'Y'
               ADD 1 TO WS-BY-NAME-DOB
           END-IF.
           IF WS-MATCH-ADDRESS = 'Y'
               ADD 1 TO WS-BY-ADDRESS
           END-IF.

       2400-FILL-PAIR.
           MOVE WS-MATCH-SSN      TO DCM-MATCH-SSN.
           MOVE WS-MATCH-NAME-DOB TO DCM-MATCH-NAME-DOB.
           MOVE WS-MATCH-ADDRESS  TO DCM-MATCH-ADDRESS.
           MOVE WS-CUST-TBL-NAME (WS-SURV-SUB) TO DCM-SURVIVOR-NAME.
           MOVE WS-CUST-TBL-NAME (WS-CUST-SUB) TO DCM-RETIRE-NAME.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBDCM01C DUPLICATE CUSTOMER DETECTION SUMMARY'.
           DISPLAY '  CUSTOMERS READ       : ' WS-CUST-READ.
           DISPLAY '  ALREADY RETIRED      : ' WS-CUST-RETIRED.
           DISPLAY '  DUPLICATE PAIRS      : ' WS-PAIRS-FOUND.
           DISPLAY '    NEW FOR REVIEW     : ' WS-PAIRS-NEW.
           DISPLAY '    STILL PENDING      : ' WS-PAIRS-REFRESHED.
           DISPLAY '    ALREADY DECIDED    : ' WS-PAIRS-DECIDED.
           DISPLAY '  REJECTED PAIRS SKIPPED: ' WS-PAIRS-REJECTED.
           DISPLAY '  MATCHED ON SSN       : ' WS-BY-SSN.
           DISPLAY '  MATCHED ON NAME/DOB  : ' WS-BY-NAME-DOB.
           DISPLAY '  MATCHED ON ADDRESS   : ' WS-BY-ADDRESS.
           DISPLAY '================================================'.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE CUSTFILE-FILE.
           CLOSE DUPCUST-FILE.

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
