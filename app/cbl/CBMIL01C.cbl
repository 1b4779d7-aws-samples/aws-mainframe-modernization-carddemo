      ******************************************************************
      * PROGRAM     : CBMIL01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Servicemembers Civil Relief Act intake.  Matches
      *               the MILSTAT active-duty status file to the
      *               customer master on SSN and date of birth and
      *               records a SCRAFILE protection (active-duty start
      *               and end dates, 6% rate cap) on every account the
      *               servicemember holds.  CBINT01C caps accrual at
      *               the protection rate and CBFEE01C assesses no
      *               fees while the protection is in force.  A
      *               protection that reaches back before tonight -
      *               the servicemember reported late, or the start
      *               date moved earlier - reprices the interest
      *               already charged since the start date at the cap
      *               and posts the excess back as a refund credit.
      *               The compliance report accounts for every status
      *               record and every refund.
      *
      *               The intake runs ahead of the cycle close in the
      *               nightly stream, so from the establishment date
      *               on the close applies the cap itself.
      ******************************************************************
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
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBMIL01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Active-duty status file from the status-verification service.
           SELECT MIL-FILE ASSIGN TO MILSTAT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS MILSTAT-STATUS.
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
      *    Group rate - the fallback when an interest posting does not
      *    carry the rate it was charged at.
           SELECT GROUP-FILE ASSIGN TO GROUPFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS GRP-ID
                  FILE STATUS  IS GROUPFILE-STATUS.
      *
      *    SCRA protections, one per account.  Dynamic access: keyed
      *    updates during intake, then a sequential sweep for the
      *    refunds still owed.
           SELECT SCRA-FILE ASSIGN TO SCRAFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-SCR-ACCT-ID
                  FILE STATUS  IS SCRAFILE-STATUS.
      *
      *    Dynamic access: the refund pass reads the interest postings
      *    sequentially, then the refund credits write keyed.
           SELECT TRAN-FILE ASSIGN TO TRANSACT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS TRAN-ID
                  FILE STATUS  IS TRANFILE-STATUS.
      *
      *    Compliance report - status records and refunds.
           SELECT REPORT-FILE ASSIGN TO SCRARPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS SCRARPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MIL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-MIL-REC                           PIC X(80).

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

       FD  GROUP-FILE.
       COPY CVACT04Y.

       FD  SCRA-FILE.
       01  FD-SCRA-REC.
           05 FD-SCR-ACCT-ID                    PIC 9(11).
           05 FD-SCRA-DATA                      PIC X(109).

       FD  TRAN-FILE.
       COPY CVTRA05Y.

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-REPORT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVCUS01Y.
       COPY CVACT01Y.
       COPY CVMIL01Y.

       01  MILSTAT-STATUS.
           05  MILSTAT-STAT1       PIC X.
           05  MILSTAT-STAT2       PIC X.
       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  GROUPFILE-STATUS.
           05  GROUPFILE-STAT1     PIC X.
           05  GROUPFILE-STAT2     PIC X.
       01  SCRAFILE-STATUS.
           05  SCRAFILE-STAT1      PIC X.
           05  SCRAFILE-STAT2      PIC X.
       01  TRANFILE-STATUS.
           05  TRANFILE-STAT1      PIC X.
           05  TRANFILE-STAT2      PIC X.
       01  SCRARPT-STATUS.
           05  SCRARPT-STAT1       PIC X.
           05  SCRARPT-STAT2       PIC X.

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
       01  WS-TRAN-WRITTEN-SW      PIC X(01) VALUE 'N'.
           88  WS-TRAN-WRITTEN               VALUE 'Y'.

      *    The statutory ceiling, annual percentage.
       01  WS-SCRA-RATE-CAP        PIC S9(03)V99 COMP-3 VALUE 6.00.

      *---------------------------------------------------------------*
      * Status records, loaded once.                                  *
      *---------------------------------------------------------------*
       01  WS-MIL-TABLE.
           05  WS-MIL-ENTRY OCCURS 500 TIMES.
               10  WS-MT-RECORD            PIC X(80).
               10  WS-MT-MATCHED-SW        PIC X(01).
                   88  WS-MT-MATCHED                 VALUE 'Y'.
       01  WS-MIL-MAX              PIC S9(4) COMP VALUE 500.
       01  WS-MIL-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-MIL-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-MIL-EOF-SW           PIC X VALUE 'N'.
           88  WS-MIL-DONE                   VALUE 'Y'.

      *---------------------------------------------------------------*
      * The cross reference, built once: finds a servicemember's      *
      * accounts, and the account behind each interest posting's     *
      * card number in the refund pass.                               *
      *---------------------------------------------------------------*
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 2000 TIMES.
               10  WS-XREF-TBL-CARD        PIC X(16).
               10  WS-XREF-TBL-ACCT        PIC 9(11).
               10  WS-XREF-TBL-CUST        PIC 9(09).
       01  WS-XREF-MAX-ENTRIES     PIC S9(8) COMP VALUE 2000.
       01  WS-XREF-COUNT           PIC S9(8) COMP VALUE 0.
       01  WS-XREF-SUB             PIC S9(8) COMP VALUE 0.
       01  WS-XREF-EOF-SW          PIC X VALUE 'N'.
           88  WS-XREF-DONE                  VALUE 'Y'.

      *    Accounts already worked for the current status record.
       01  WS-DONE-ACCT-TABLE.
           05  WS-DONE-ACCT            PIC 9(11) OCCURS 50 TIMES.
       01  WS-DONE-MAX             PIC S9(4) COMP VALUE 50.
       01  WS-DONE-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-DONE-SUB             PIC S9(4) COMP VALUE 0.
       01  WS-FOUND-SW             PIC X.
           88  WS-FOUND                      VALUE 'Y'.
           88  WS-NOT-FOUND                  VALUE 'N'.
       01  WS-SCRA-FOUND-SW        PIC X.
           88  WS-SCRA-FOUND                 VALUE 'Y'.
       01  WS-DISPOSITION          PIC X(30).
       01  WS-WORK-ACCT-ID         PIC 9(11).
       01  WS-WORK-CARD-NUM        PIC X(16).

      *---------------------------------------------------------------*
      * Refunds owed - every pending protection on SCRAFILE, this     *
      * run's and any an earlier run left behind.                     *
      *---------------------------------------------------------------*
       01  WS-RFD-TABLE.
           05  WS-RFD-ENTRY OCCURS 500 TIMES.
               10  WS-RFD-ACCT             PIC 9(11).
               10  WS-RFD-FROM             PIC X(10).
               10  WS-RFD-THRU             PIC X(10).
               10  WS-RFD-POSTINGS         PIC 9(05) COMP.
               10  WS-RFD-INT-TOTAL        PIC S9(09)V99 COMP-3.
               10  WS-RFD-EXCESS           PIC S9(09)V99 COMP-3.
       01  WS-RFD-MAX              PIC S9(4) COMP VALUE 500.
       01  WS-RFD-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-RFD-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-SCRA-EOF-SW          PIC X VALUE 'N'.
           88  WS-SCRA-DONE                  VALUE 'Y'.
       01  WS-TRAN-EOF-SW          PIC X VALUE 'N'.
           88  WS-TRAN-DONE                  VALUE 'Y'.

      *    The rate an interest posting was charged at, taken from the
      *    ' RATE ZZ9.99' the cycle close writes into the description.
       01  WS-DESC-HEAD            PIC X(100).
       01  WS-DESC-RATE-TEXT       PIC X(06).
       01  WS-DESC-RATE-EDIT       REDEFINES WS-DESC-RATE-TEXT
                                   PIC ZZ9.99.
       01  WS-POSTED-RATE          PIC S9(03)V99 COMP-3 VALUE 0.
       01  WS-EXCESS-AMT           PIC S9(09)V99 COMP-3 VALUE 0.
       01  WS-REFUND-AMT           PIC S9(09)V99 COMP-3 VALUE 0.

       01  WS-RUN-COUNTS.
           05  WS-STATUS-READ              PIC 9(09) VALUE 0.
           05  WS-STATUS-INVALID           PIC 9(09) VALUE 0.
           05  WS-STATUS-UNMATCHED         PIC 9(09) VALUE 0.
           05  WS-STATUS-NO-ACCT           PIC 9(09) VALUE 0.
           05  WS-PROT-ESTABLISHED         PIC 9(09) VALUE 0.
           05  WS-PROT-EXTENDED            PIC 9(09) VALUE 0.
           05  WS-PROT-END-RECORDED        PIC 9(09) VALUE 0.
           05  WS-PROT-UNCHANGED           PIC 9(09) VALUE 0.
           05  WS-REFUNDS-REVIEWED         PIC 9(09) VALUE 0.
           05  WS-REFUNDS-POSTED           PIC 9(09) VALUE 0.
           05  WS-REFUNDS-NONE-DUE         PIC 9(09) VALUE 0.
           05  WS-REFUND-TOTAL             PIC S9(11)V99 VALUE 0.

       01  WS-TRAN-ID-FIELDS.
           05  WS-TRAN-ID-PREFIX           PIC X(02) VALUE 'SC'.
           05  WS-TRAN-ID-DATE             PIC 9(08).
           05  WS-TRAN-ID-SEQ              PIC 9(06) VALUE 0.
       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-RUN-DATE                     PIC X(10).
       01  WS-RUN-TIMESTAMP                PIC X(26).

       01  WS-RPT-HEADER-1.
           05  FILLER  VALUE 'CBMIL01C  SCRA PROTECTION INTAKE'
                                               PIC X(45).
           05  FILLER  VALUE 'RUN DATE: '      PIC X(10).
           05  WS-RPT-HDR-DATE                 PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(67).
       01  WS-RPT-HEADER-2.
           05  FILLER  VALUE 'CUSTOMER  '        PIC X(11).
           05  FILLER  VALUE 'ACCOUNT    '       PIC X(13).
           05  FILLER  VALUE 'S'                 PIC X(03).
           05  FILLER  VALUE 'DUTY START'        PIC X(12).
           05  FILLER  VALUE 'DUTY END'          PIC X(12).
           05  FILLER  VALUE 'DISPOSITION'       PIC X(81).
       01  WS-RPT-DETAIL.
           05  WS-RPT-CUST                     PIC X(09).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-RPT-ACCT                     PIC X(11).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-RPT-DUTY-STATUS              PIC X(01).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-RPT-START                    PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-RPT-END                      PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-RPT-DISPOSITION              PIC X(30).
           05  FILLER  VALUE SPACES            PIC X(51).
       01  WS-RFD-HEADER-1.
           05  FILLER  VALUE 'CBMIL01C  SCRA RETROACTIVE '
                                               PIC X(27).
           05  FILLER  VALUE 'INTEREST REFUNDS'
                                               PIC X(18).
           05  FILLER  VALUE SPACES            PIC X(87).
       01  WS-RFD-HEADER-2.
           05  FILLER  VALUE 'ACCOUNT    '       PIC X(13).
           05  FILLER  VALUE 'FROM      '        PIC X(12).
           05  FILLER  VALUE 'BEFORE    '        PIC X(12).
           05  FILLER  VALUE 'POSTINGS'          PIC X(10).
           05  FILLER  VALUE '   INTEREST CHARGED'
                                                 PIC X(20).
           05  FILLER  VALUE '   REFUND AMOUNT'  PIC X(18).
           05  FILLER  VALUE 'DISPOSITION'       PIC X(47).
       01  WS-RFD-DETAIL.
           05  WS-RFD-RPT-ACCT                 PIC 9(11).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-RFD-RPT-FROM                 PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-RFD-RPT-THRU                 PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-RFD-RPT-POSTINGS             PIC ZZZZ9.
           05  FILLER  VALUE SPACES            PIC X(05).
           05  WS-RFD-RPT-INTEREST             PIC Z(08)9.99-.
           05  FILLER  VALUE SPACES            PIC X(05).
           05  WS-RFD-RPT-REFUND               PIC Z(08)9.99-.
           05  FILLER  VALUE SPACES            PIC X(03).
           05  WS-RFD-RPT-DISPOSITION          PIC X(30).
           05  FILLER  VALUE SPACES            PIC X(17).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBMIL01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-MATCH-CUSTOMERS.
           PERFORM 3000-REPORT-UNMATCHED.
           PERFORM 4000-PROCESS-REFUNDS.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBMIL01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-FIELDS TO WS-TRAN-ID-DATE.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING.
           STRING WS-RUN-DATE ' 00:00:00.000000'
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP
           END-STRING.
           MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE.

           OPEN INPUT MIL-FILE.
           IF MILSTAT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MILSTAT'
               MOVE MILSTAT-STATUS TO IO-STATUS
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
           OPEN INPUT GROUP-FILE.
           IF GROUPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GROUPFILE'
               MOVE GROUPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN I-O SCRA-FILE.
           IF SCRAFILE-STATUS NOT = '00' AND SCRAFILE-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING SCRAFILE'
               MOVE SCRAFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN I-O TRAN-FILE.
           IF TRANFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANSACT'
               MOVE TRANFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF SCRARPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SCRARPT'
               MOVE SCRARPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           WRITE FD-REPORT-REC FROM WS-RPT-HEADER-1.
           WRITE FD-REPORT-REC FROM WS-RPT-HEADER-2.

           PERFORM 1100-LOAD-STATUS-TABLE.
           PERFORM 1200-BUILD-XREF-TABLE.

      *****************************************************************
      * A status record that cannot be applied as sent is reported    *
      * and kept out of the table: it needs the SSN and birth date to *
      * match on, a recognized duty status and a start date, and a    *
      * release needs the end date, not before the start.             *
      *****************************************************************
       1100-LOAD-STATUS-TABLE.
           PERFORM UNTIL WS-MIL-DONE
               READ MIL-FILE INTO MILITARY-STATUS-RECORD
                   AT END SET WS-MIL-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-STATUS-READ
                       PERFORM 1150-KEEP-ONE-STATUS
               END-READ
           END-PERFORM.
           DISPLAY 'CBMIL01C STATUS RECORDS LOADED: ' WS-MIL-COUNT.
           EXIT.

       1150-KEEP-ONE-STATUS.
           EVALUATE TRUE
               WHEN MIL-SSN NOT NUMERIC OR MIL-SSN = ZERO
                   MOVE 'INVALID - SSN' TO WS-DISPOSITION
               WHEN MIL-DOB = SPACES
                   MOVE 'INVALID - NO DATE OF BIRTH' TO WS-DISPOSITION
               WHEN NOT MIL-STATUS-VALID
                   MOVE 'INVALID - DUTY STATUS' TO WS-DISPOSITION
               WHEN MIL-DUTY-START = SPACES
                   MOVE 'INVALID - NO DUTY START DATE'
                     TO WS-DISPOSITION
               WHEN MIL-RELEASED AND MIL-DUTY-END = SPACES
                   MOVE 'INVALID - NO DUTY END DATE' TO WS-DISPOSITION
               WHEN MIL-DUTY-END NOT = SPACES
                AND MIL-DUTY-END < MIL-DUTY-START
                   MOVE 'INVALID - END BEFORE START' TO WS-DISPOSITION
               WHEN WS-MIL-COUNT >= WS-MIL-MAX
                   MOVE 'NOT APPLIED - STATUS TABLE FULL'
                     TO WS-DISPOSITION
               WHEN OTHER
                   ADD 1 TO WS-MIL-COUNT
                   MOVE MILITARY-STATUS-RECORD
                     TO WS-MT-RECORD (WS-MIL-COUNT)
                   MOVE 'N' TO WS-MT-MATCHED-SW (WS-MIL-COUNT)
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO WS-STATUS-INVALID.
           MOVE SPACES TO WS-RPT-CUST.
           MOVE SPACES TO WS-RPT-ACCT.
           PERFORM 2900-WRITE-REPORT-LINE.
           EXIT.

      *****************************************************************
       1200-BUILD-XREF-TABLE.
           PERFORM UNTIL WS-XREF-DONE
               READ XREF-FILE
                   AT END SET WS-XREF-DONE TO TRUE
                   NOT AT END
                       IF WS-XREF-COUNT < WS-XREF-MAX-ENTRIES
                           ADD 1 TO WS-XREF-COUNT
                           MOVE XREF-CARD-NUM
                             TO WS-XREF-TBL-CARD (WS-XREF-COUNT)
                           MOVE XREF-ACCT-ID
                             TO WS-XREF-TBL-ACCT (WS-XREF-COUNT)
                           MOVE XREF-CUST-ID
                             TO WS-XREF-TBL-CUST (WS-XREF-COUNT)
                       ELSE
                           DISPLAY 'WARNING: XREF TABLE FULL AT '
                                   WS-XREF-MAX-ENTRIES
                           SET WS-XREF-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
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
      * SSN alone is not enough for the status file - the birth date  *
      * must agree too.                                               *
      *****************************************************************
       2100-MATCH-ONE-CUSTOMER.
           PERFORM VARYING WS-MIL-SUB FROM 1 BY 1
               UNTIL WS-MIL-SUB > WS-MIL-COUNT
               MOVE WS-MT-RECORD (WS-MIL-SUB)
                 TO MILITARY-STATUS-RECORD
               IF MIL-SSN = CUST-SSN
                  AND MIL-DOB = CUST-DOB-YYYY-MM-DD
                   SET WS-MT-MATCHED (WS-MIL-SUB) TO TRUE
                   PERFORM 2200-APPLY-STATUS
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
       2200-APPLY-STATUS.
           MOVE ZERO TO WS-DONE-COUNT.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-COUNT
               IF WS-XREF-TBL-CUST (WS-XREF-SUB) = CUST-ID
                   MOVE WS-XREF-TBL-ACCT (WS-XREF-SUB)
                     TO WS-WORK-ACCT-ID
                   PERFORM 2250-CHECK-ACCT-DONE
               END-IF
           END-PERFORM.
           IF WS-DONE-COUNT = ZERO
               ADD 1 TO WS-STATUS-NO-ACCT
               MOVE CUST-ID TO WS-RPT-CUST
               MOVE SPACES TO WS-RPT-ACCT
               MOVE 'NO ACCOUNT ON CROSS REFERENCE' TO WS-DISPOSITION
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.
           EXIT.

      *****************************************************************
       2250-CHECK-ACCT-DONE.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-DONE-SUB FROM 1 BY 1
               UNTIL WS-DONE-SUB > WS-DONE-COUNT
                     OR WS-FOUND
               IF WS-DONE-ACCT (WS-DONE-SUB) = WS-WORK-ACCT-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-DONE-COUNT < WS-DONE-MAX
               ADD 1 TO WS-DONE-COUNT
               MOVE WS-WORK-ACCT-ID TO WS-DONE-ACCT (WS-DONE-COUNT)
           END-IF.
           PERFORM 2300-APPLY-TO-ACCOUNT.
           EXIT.

      *****************************************************************
      * A protection not yet on file is established; one already on   *
      * file takes the release date, or reaches back when the status  *
      * file shows an earlier start.  Either way, interest charged    *
      * since the start date and before the cap took hold becomes a   *
      * pending refund for the refund pass.                           *
      *****************************************************************
       2300-APPLY-TO-ACCOUNT.
           MOVE CUST-ID         TO WS-RPT-CUST.
           MOVE WS-WORK-ACCT-ID TO WS-RPT-ACCT.
           MOVE WS-WORK-ACCT-ID TO FD-ACCT-ID.
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON ACCTFILE' TO WS-DISPOSITION
                   PERFORM 2900-WRITE-REPORT-LINE
                   EXIT PARAGRAPH
           END-READ.

           MOVE 'N' TO WS-SCRA-FOUND-SW.
           MOVE WS-WORK-ACCT-ID TO FD-SCR-ACCT-ID.
           READ SCRA-FILE INTO SCRA-PROTECTION-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SCRA-FOUND TO TRUE
           END-READ.

           IF WS-SCRA-FOUND
               PERFORM 2500-UPDATE-PROTECTION
           ELSE
               PERFORM 2400-ESTABLISH-PROTECTION
           END-IF.
           PERFORM 2900-WRITE-REPORT-LINE.
           EXIT.

      *****************************************************************
       2400-ESTABLISH-PROTECTION.
           INITIALIZE SCRA-PROTECTION-RECORD.
           MOVE WS-WORK-ACCT-ID    TO SCR-ACCT-ID.
           MOVE CUST-ID            TO SCR-CUST-ID.
           MOVE MIL-DUTY-START     TO SCR-START-DATE.
           MOVE MIL-DUTY-END       TO SCR-END-DATE.
           MOVE WS-SCRA-RATE-CAP   TO SCR-RATE-CAP.
           MOVE WS-RUN-DATE        TO SCR-ESTAB-DATE.
           SET SCR-REFUND-NONE     TO TRUE.
           MOVE 'PROTECTION ESTABLISHED' TO WS-DISPOSITION.
      *    Retroactive: interest from the start date up to tonight -
      *    or up to the release, when that came first - is repriced.
           IF SCR-START-DATE < WS-RUN-DATE
               SET SCR-REFUND-PENDING TO TRUE
               MOVE SCR-START-DATE TO SCR-REFUND-FROM
               IF SCR-END-DATE NOT = SPACES
                  AND SCR-END-DATE < WS-RUN-DATE
                   MOVE SCR-END-DATE TO SCR-REFUND-THRU
               ELSE
                   MOVE WS-RUN-DATE  TO SCR-REFUND-THRU
               END-IF
               MOVE 'ESTABLISHED - REFUND PENDING' TO WS-DISPOSITION
           END-IF.
           MOVE WS-RUN-TIMESTAMP   TO SCR-LAST-MAINT-TS.
           MOVE SCRA-PROTECTION-RECORD TO FD-SCRA-REC.
           WRITE FD-SCRA-REC.
           IF SCRAFILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING SCRAFILE FOR ACCOUNT: '
                       WS-WORK-ACCT-ID
               MOVE SCRAFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-PROT-ESTABLISHED.
           EXIT.

      *****************************************************************
      * An earlier start widens the refund window back to the new     *
      * start: to the old start if the first refund already posted,   *
      * or keeping the window's end if it is still pending.  A later  *
      * start is never applied - the cap already given stands.        *
      *****************************************************************
       2500-UPDATE-PROTECTION.
           MOVE 'PROTECTION ALREADY ON FILE' TO WS-DISPOSITION.
           SET WS-NOT-FOUND TO TRUE.

           IF MIL-DUTY-START < SCR-START-DATE
               IF SCR-REFUND-PENDING
                   MOVE MIL-DUTY-START TO SCR-REFUND-FROM
               ELSE
                   MOVE MIL-DUTY-START TO SCR-REFUND-FROM
                   MOVE SCR-START-DATE TO SCR-REFUND-THRU
                   SET SCR-REFUND-PENDING TO TRUE
               END-IF
               MOVE MIL-DUTY-START TO SCR-START-DATE
               ADD 1 TO WS-PROT-EXTENDED
               MOVE 'START MOVED BACK - REFUND PENDING'
                 TO WS-DISPOSITION
               SET WS-FOUND TO TRUE
           END-IF.

           IF MIL-DUTY-END NOT = SCR-END-DATE
               MOVE MIL-DUTY-END TO SCR-END-DATE
               IF WS-NOT-FOUND
                   ADD 1 TO WS-PROT-END-RECORDED
                   IF MIL-RELEASED
                       MOVE 'RELEASE DATE RECORDED' TO WS-DISPOSITION
                   ELSE
                       MOVE 'RETURNED TO ACTIVE DUTY' TO WS-DISPOSITION
                   END-IF
               END-IF
               SET WS-FOUND TO TRUE
           END-IF.

           IF WS-NOT-FOUND
               ADD 1 TO WS-PROT-UNCHANGED
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-RUN-TIMESTAMP   TO SCR-LAST-MAINT-TS.
           MOVE SCRA-PROTECTION-RECORD TO FD-SCRA-REC.
           REWRITE FD-SCRA-REC.
           IF SCRAFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING SCRAFILE FOR ACCOUNT: '
                       WS-WORK-ACCT-ID
               MOVE SCRAFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       2900-WRITE-REPORT-LINE.
           MOVE MIL-DUTY-STATUS    TO WS-RPT-DUTY-STATUS.
           MOVE MIL-DUTY-START     TO WS-RPT-START.
           MOVE MIL-DUTY-END       TO WS-RPT-END.
           MOVE WS-DISPOSITION     TO WS-RPT-DISPOSITION.
           WRITE FD-REPORT-REC FROM WS-RPT-DETAIL.
           IF SCRARPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING SCRARPT'
               MOVE SCRARPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
      * A status record matching no customer on both SSN and birth    *
      * date is reported for research.                               *
      *****************************************************************
       3000-REPORT-UNMATCHED.
           PERFORM VARYING WS-MIL-SUB FROM 1 BY 1
               UNTIL WS-MIL-SUB > WS-MIL-COUNT
               IF NOT WS-MT-MATCHED (WS-MIL-SUB)
                   MOVE WS-MT-RECORD (WS-MIL-SUB)
                     TO MILITARY-STATUS-RECORD
                   ADD 1 TO WS-STATUS-UNMATCHED
                   MOVE SPACES TO WS-RPT-CUST
                   MOVE SPACES TO WS-RPT-ACCT
                   MOVE 'NO CUSTOMER ON SSN AND DOB' TO WS-DISPOSITION
                   PERFORM 2900-WRITE-REPORT-LINE
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
      * Retroactive refunds.  Every protection still owing one is     *
      * collected, one pass of TRANSACT reprices the interest posted  *
      * to those accounts inside each window at the cap, and the      *
      * excess posts back as a credit.                                *
      *****************************************************************
       4000-PROCESS-REFUNDS.
           WRITE FD-REPORT-REC FROM WS-RFD-HEADER-1.
           WRITE FD-REPORT-REC FROM WS-RFD-HEADER-2.
           PERFORM 4100-LOAD-PENDING-REFUNDS.
           IF WS-RFD-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 4200-SCAN-INTEREST-POSTINGS.
           PERFORM VARYING WS-RFD-SUB FROM 1 BY 1
               UNTIL WS-RFD-SUB > WS-RFD-COUNT
               PERFORM 4400-POST-ONE-REFUND
           END-PERFORM.
           EXIT.

      *****************************************************************
       4100-LOAD-PENDING-REFUNDS.
           MOVE LOW-VALUES TO FD-SCRA-REC.
           START SCRA-FILE KEY >= FD-SCR-ACCT-ID
               INVALID KEY SET WS-SCRA-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-SCRA-DONE
               READ SCRA-FILE NEXT INTO SCRA-PROTECTION-RECORD
                   AT END SET WS-SCRA-DONE TO TRUE
                   NOT AT END
                       IF SCR-REFUND-PENDING
                           IF WS-RFD-COUNT < WS-RFD-MAX
                               ADD 1 TO WS-RFD-COUNT
                               MOVE SCR-ACCT-ID
                                 TO WS-RFD-ACCT (WS-RFD-COUNT)
                               MOVE SCR-REFUND-FROM
                                 TO WS-RFD-FROM (WS-RFD-COUNT)
                               MOVE SCR-REFUND-THRU
                                 TO WS-RFD-THRU (WS-RFD-COUNT)
                               MOVE ZERO
                                 TO WS-RFD-POSTINGS (WS-RFD-COUNT)
                                    WS-RFD-INT-TOTAL (WS-RFD-COUNT)
                                    WS-RFD-EXCESS (WS-RFD-COUNT)
                           ELSE
                               DISPLAY 'WARNING: REFUND TABLE FULL - '
                                       'LEFT PENDING: ' SCR-ACCT-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'CBMIL01C REFUNDS PENDING: ' WS-RFD-COUNT.
           EXIT.

      *****************************************************************
       4200-SCAN-INTEREST-POSTINGS.
           MOVE LOW-VALUES TO TRAN-ID.
           START TRAN-FILE KEY >= TRAN-ID
               INVALID KEY SET WS-TRAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-TRAN-DONE
               READ TRAN-FILE NEXT
                   AT END SET WS-TRAN-DONE TO TRUE
                   NOT AT END
                       IF TRAN-TYPE-CD = '03' AND TRAN-CAT-CD = 0005
                           PERFORM 4250-REPRICE-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      *****************************************************************
      * The posting's own rate, from its description, when it carries *
      * one; otherwise the account group's rate today.  At or under   *
      * the cap there is nothing to give back.                        *
      *****************************************************************
       4250-REPRICE-ONE-POSTING.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-COUNT
                     OR WS-FOUND
               IF WS-XREF-TBL-CARD (WS-XREF-SUB) = TRAN-CARD-NUM
                   MOVE WS-XREF-TBL-ACCT (WS-XREF-SUB)
                     TO WS-WORK-ACCT-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.

           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-RFD-SUB FROM 1 BY 1
               UNTIL WS-RFD-SUB > WS-RFD-COUNT
                     OR WS-FOUND
               IF WS-RFD-ACCT (WS-RFD-SUB) = WS-WORK-ACCT-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM WS-RFD-SUB.

           IF TRAN-ORIG-TS(1:10) < WS-RFD-FROM (WS-RFD-SUB)
              OR TRAN-ORIG-TS(1:10) NOT < WS-RFD-THRU (WS-RFD-SUB)
               EXIT PARAGRAPH
           END-IF.

           PERFORM 4300-GET-POSTED-RATE.
           ADD 1 TO WS-RFD-POSTINGS (WS-RFD-SUB).
           ADD TRAN-AMT TO WS-RFD-INT-TOTAL (WS-RFD-SUB).
           IF WS-POSTED-RATE > WS-SCRA-RATE-CAP AND TRAN-AMT > 0
               COMPUTE WS-EXCESS-AMT ROUNDED =
                   TRAN-AMT * (WS-POSTED-RATE - WS-SCRA-RATE-CAP)
                            / WS-POSTED-RATE
               ADD WS-EXCESS-AMT TO WS-RFD-EXCESS (WS-RFD-SUB)
           END-IF.
           EXIT.

      *****************************************************************
       4300-GET-POSTED-RATE.
           MOVE ZERO TO WS-POSTED-RATE.
           MOVE SPACES TO WS-DESC-HEAD WS-DESC-RATE-TEXT.
           UNSTRING TRAN-DESC DELIMITED BY ' RATE '
               INTO WS-DESC-HEAD WS-DESC-RATE-TEXT
           END-UNSTRING.
           IF WS-DESC-RATE-TEXT(3:1) IS NUMERIC
              AND WS-DESC-RATE-TEXT(4:1) = '.'
              AND WS-DESC-RATE-TEXT(5:2) IS NUMERIC
               MOVE WS-DESC-RATE-EDIT TO WS-POSTED-RATE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-WORK-ACCT-ID TO FD-ACCT-ID.
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE ACCT-GROUP-ID TO GRP-ID.
           READ GROUP-FILE
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE GRP-INT-RATE TO WS-POSTED-RATE
           END-READ.
           EXIT.

      *****************************************************************
      * The refund credits the account and closes out the pending     *
      * window on the protection, with or without money to return.    *
      *****************************************************************
       4400-POST-ONE-REFUND.
           ADD 1 TO WS-REFUNDS-REVIEWED.
           MOVE WS-RFD-EXCESS (WS-RFD-SUB) TO WS-REFUND-AMT.
           MOVE 'NO EXCESS INTEREST' TO WS-RFD-RPT-DISPOSITION.

           IF WS-REFUND-AMT > 0
               MOVE WS-RFD-ACCT (WS-RFD-SUB) TO FD-ACCT-ID
               READ ACCTFILE-FILE INTO ACCOUNT-RECORD
                   INVALID KEY
                       MOVE 'ACCOUNT NOT ON ACCTFILE'
                         TO WS-RFD-RPT-DISPOSITION
                       PERFORM 4900-WRITE-REFUND-LINE
                       EXIT PARAGRAPH
               END-READ
               PERFORM 4500-POST-REFUND-TRAN
               SUBTRACT WS-REFUND-AMT FROM ACCT-CURR-BAL
               ADD WS-REFUND-AMT TO ACCT-CURR-CYC-CREDIT
               MOVE WS-RUN-TIMESTAMP TO ACCT-LAST-MAINT-TS
               MOVE ACCOUNT-RECORD TO FD-ACCTFILE-REC
               REWRITE FD-ACCTFILE-REC
               IF ACCTFILE-STATUS NOT = '00'
                   DISPLAY 'ERROR REWRITING ACCTFILE FOR REFUND: '
                           ACCT-ID
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-REFUNDS-POSTED
               ADD WS-REFUND-AMT TO WS-REFUND-TOTAL
               MOVE 'REFUND POSTED' TO WS-RFD-RPT-DISPOSITION
           ELSE
               MOVE ZERO TO WS-REFUND-AMT
               ADD 1 TO WS-REFUNDS-NONE-DUE
           END-IF.

           MOVE WS-RFD-ACCT (WS-RFD-SUB) TO FD-SCR-ACCT-ID.
           READ SCRA-FILE INTO SCRA-PROTECTION-RECORD
               INVALID KEY
                   DISPLAY 'ERROR READING SCRAFILE FOR ACCOUNT: '
                           FD-SCR-ACCT-ID
                   MOVE SCRAFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-READ.
           SET SCR-REFUND-DONE     TO TRUE.
           ADD WS-REFUND-AMT       TO SCR-REFUND-AMT.
           MOVE WS-RUN-DATE        TO SCR-REFUND-DATE.
           MOVE WS-RUN-TIMESTAMP   TO SCR-LAST-MAINT-TS.
           MOVE SCRA-PROTECTION-RECORD TO FD-SCRA-REC.
           REWRITE FD-SCRA-REC.
           IF SCRAFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING SCRAFILE FOR ACCOUNT: '
                       SCR-ACCT-ID
               MOVE SCRAFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           PERFORM 4900-WRITE-REFUND-LINE.
           EXIT.

      *****************************************************************
       4500-POST-REFUND-TRAN.
           SET WS-NOT-FOUND TO TRUE.
           MOVE SPACES TO WS-WORK-CARD-NUM.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-COUNT
                     OR WS-FOUND
               IF WS-XREF-TBL-ACCT (WS-XREF-SUB) = ACCT-ID
                   MOVE WS-XREF-TBL-CARD (WS-XREF-SUB)
                     TO WS-WORK-CARD-NUM
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.

           INITIALIZE TRAN-RECORD.
           ADD 1 TO WS-TRAN-ID-SEQ.
           MOVE WS-TRAN-ID-FIELDS TO TRAN-ID.
           MOVE '06'              TO TRAN-TYPE-CD.
           MOVE 0006              TO TRAN-CAT-CD.
           MOVE 'SCRA'            TO TRAN-SOURCE.
           STRING 'SCRA INTEREST REFUND - '
                  WS-RFD-FROM (WS-RFD-SUB) ' TO '
                  WS-RFD-THRU (WS-RFD-SUB)
               DELIMITED BY SIZE
               INTO TRAN-DESC
           END-STRING.
           COMPUTE TRAN-AMT = 0 - WS-REFUND-AMT.
           MOVE ZERO              TO TRAN-MERCHANT-ID.
           MOVE SPACES            TO TRAN-MERCHANT-NAME
                                     TRAN-MERCHANT-CITY
                                     TRAN-MERCHANT-ZIP.
           MOVE WS-WORK-CARD-NUM  TO TRAN-CARD-NUM.
           MOVE WS-RUN-TIMESTAMP  TO TRAN-ORIG-TS.
           MOVE WS-RUN-TIMESTAMP  TO TRAN-PROC-TS.

           MOVE 'N' TO WS-TRAN-WRITTEN-SW.
           PERFORM UNTIL WS-TRAN-WRITTEN
               WRITE TRAN-RECORD
               EVALUATE TRANFILE-STATUS
                   WHEN '00'
                       SET WS-TRAN-WRITTEN TO TRUE
                   WHEN '22'
                       ADD 1 TO WS-TRAN-ID-SEQ
                       MOVE WS-TRAN-ID-FIELDS TO TRAN-ID
                   WHEN OTHER
                       DISPLAY 'ERROR WRITING TRANSACT FOR REFUND: '
                               TRAN-ID
                       MOVE TRANFILE-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-PERFORM.
           EXIT.

      *****************************************************************
       4900-WRITE-REFUND-LINE.
           MOVE WS-RFD-ACCT (WS-RFD-SUB)      TO WS-RFD-RPT-ACCT.
           MOVE WS-RFD-FROM (WS-RFD-SUB)      TO WS-RFD-RPT-FROM.
           MOVE WS-RFD-THRU (WS-RFD-SUB)      TO WS-RFD-RPT-THRU.
           MOVE WS-RFD-POSTINGS (WS-RFD-SUB)  TO WS-RFD-RPT-POSTINGS.
           MOVE WS-RFD-INT-TOTAL (WS-RFD-SUB) TO WS-RFD-RPT-INTEREST.
           MOVE WS-REFUND-AMT                 TO WS-RFD-RPT-REFUND.
           WRITE FD-REPORT-REC FROM WS-RFD-DETAIL.
           IF SCRARPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING SCRARPT'
               MOVE SCRARPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBMIL01C SCRA INTAKE SUMMARY'.
           DISPLAY '  STATUS RECORDS READ  : ' WS-STATUS-READ.
           DISPLAY '  STATUS INVALID       : ' WS-STATUS-INVALID.
           DISPLAY '  NO CUSTOMER MATCH    : ' WS-STATUS-UNMATCHED.
           DISPLAY '  NO ACCOUNT           : ' WS-STATUS-NO-ACCT.
           DISPLAY '  PROTECTIONS ADDED    : ' WS-PROT-ESTABLISHED.
           DISPLAY '  START MOVED BACK     : ' WS-PROT-EXTENDED.
           DISPLAY '  END DATE CHANGED     : ' WS-PROT-END-RECORDED.
           DISPLAY '  ALREADY ON FILE      : ' WS-PROT-UNCHANGED.
           DISPLAY '  REFUNDS REVIEWED     : ' WS-REFUNDS-REVIEWED.
           DISPLAY '  REFUNDS POSTED       : ' WS-REFUNDS-POSTED.
           DISPLAY '  NO EXCESS INTEREST   : ' WS-REFUNDS-NONE-DUE.
           DISPLAY '  REFUND TOTAL         : ' WS-REFUND-TOTAL.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE MIL-FILE.
           CLOSE CUSTFILE-FILE.
           CLOSE XREF-FILE.
           CLOSE ACCTFILE-FILE.
           CLOSE GROUP-FILE.
           CLOSE SCRA-FILE.
           CLOSE TRAN-FILE.
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
