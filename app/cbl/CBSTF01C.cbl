      ******************************************************************
      * PROGRAM     : CBSTF01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Monthly staff-account access report.  Lists every
      *               entry on AUDITLOG for the month that touches a
      *               staff account - a customer flagged on CUSTFILE
      *               as an employee or an employee's relative, and
      *               every account XREFFILE links to one.  That takes
      *               in the COSECC0C rulings (self-access refused,
      *               second approver missing, approved, or covered by
      *               the screen's checker step), the CSTA approvals
      *               given and withdrawn, and the customer, account,
      *               card, cross-reference and dispute images logged
      *               against a staff customer or account.  An entry
      *               made by the user the account is linked to is
      *               marked as an exception.
      *
      *               Parameter card:  CCYY-MM  (report month, default
      *                                          the month before the
      *                                          run month)
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
       PROGRAM-ID.    CBSTF01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTFILE-STATUS.
      *
           SELECT XREF-FILE ASSIGN TO XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-XREF-CARD-NUM
                  FILE STATUS  IS XREFFILE-STATUS.
      *
           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-AUDIT-KEY
                  FILE STATUS  IS AUDFILE-STATUS.
      *
           SELECT STFRPT-FILE ASSIGN TO STFRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS STFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE.
       01  FD-CUSTFILE-REC.
           05  FD-CUST-ID                       PIC X(09).
           05  FD-CUST-DATA                     PIC X(491).

       FD  XREF-FILE.
       01  FD-XREFFILE-REC.
           05  FD-XREF-CARD-NUM                 PIC X(16).
           05  FD-XREF-DATA                     PIC X(34).

       FD  AUDIT-FILE.
       01  FD-AUDIT-REC.
           05  FD-AUDIT-KEY                     PIC X(35).
           05  FD-AUDIT-DATA                    PIC X(530).

       FD  STFRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-STFRPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVCUS01Y.
       COPY CVACT03Y.
       COPY AUDITLOG.
       COPY CVSTF01Y.

       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.
       01  AUDFILE-STATUS.
           05  AUDFILE-STAT1       PIC X.
           05  AUDFILE-STAT2       PIC X.
       01  STFRPT-STATUS.
           05  STFRPT-STAT1        PIC X.
           05  STFRPT-STAT2        PIC X.

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
           05  P-RPT-MONTH         PIC X(07).
           05  FILLER              PIC X(73).

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY         PIC 9(04).
           05  WS-RUN-MM           PIC 9(02).
           05  WS-RUN-DD           PIC 9(02).
       01  WS-RUN-DATE-DASH        PIC X(10).

      *---------------------------------------------------------------*
      * Reporting month - CCYY-MM, compared with the first seven      *
      * bytes of the audit date.                                      *
      *---------------------------------------------------------------*
       01  WS-RPT-MONTH.
           05  WS-RPT-YYYY         PIC 9(04).
           05  FILLER              PIC X(01) VALUE '-'.
           05  WS-RPT-MM           PIC 9(02).
       01  WS-RPT-MONTH-X REDEFINES WS-RPT-MONTH
                                   PIC X(07).

      *---------------------------------------------------------------*
      * Staff customers from CUSTFILE, and the accounts XREFFILE      *
      * links to them - each pointing back at its customer's entry.   *
      *---------------------------------------------------------------*
       01  WS-STAFF-TABLE.
           05  WS-STF-ENTRY OCCURS 2000 TIMES.
               10  WS-STF-CUST-ID          PIC 9(09).
               10  WS-STF-IND              PIC X(01).
               10  WS-STF-USER-ID          PIC X(08).
       01  WS-STF-MAX              PIC S9(4) COMP VALUE 2000.
       01  WS-STF-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-STF-SUB              PIC S9(4) COMP VALUE 0.

       01  WS-STAFF-ACCT-TABLE.
           05  WS-SAC-ENTRY OCCURS 5000 TIMES.
               10  WS-SAC-ACCT-ID          PIC 9(11).
               10  WS-SAC-STF-SUB          PIC S9(4) COMP.
       01  WS-SAC-MAX              PIC S9(4) COMP VALUE 5000.
       01  WS-SAC-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-SAC-SUB              PIC S9(4) COMP VALUE 0.

       01  WS-FOUND-SW             PIC X(01).
           88  WS-FOUND                      VALUE 'Y'.
       01  WS-FIND-CUST-ID         PIC 9(09).
       01  WS-FIND-ACCT-ID         PIC 9(11).

      *---------------------------------------------------------------*
      * The entry being reported.                                     *
      *---------------------------------------------------------------*
       01  WS-ENTRY-ACCT-ID        PIC 9(11).
       01  WS-ENTRY-CUST-ID        PIC 9(09).
       01  WS-ENTRY-KIND           PIC X(10).
       01  WS-ENTRY-NOTE           PIC X(40).
       01  WS-ENTRY-STAFF-IND      PIC X(01).
       01  WS-ENTRY-STAFF-USER     PIC X(08).
       01  WS-SELF-ACTED-SW        PIC X(01).
           88  WS-SELF-ACTED                 VALUE 'Y'.

       01  WS-RUN-COUNTS.
           05  WS-CUSTS-READ               PIC 9(09) VALUE 0.
           05  WS-XREFS-READ               PIC 9(09) VALUE 0.
           05  WS-AUDIT-READ               PIC 9(09) VALUE 0.
           05  WS-AUDIT-IN-MONTH           PIC 9(09) VALUE 0.
           05  WS-ACCESS-LISTED            PIC 9(09) VALUE 0.
           05  WS-RULE-APPROVED            PIC 9(09) VALUE 0.
           05  WS-RULE-DUAL-CONTROL        PIC 9(09) VALUE 0.
           05  WS-RULE-SELF-REFUSED        PIC 9(09) VALUE 0.
           05  WS-RULE-NO-APPROVAL         PIC 9(09) VALUE 0.
           05  WS-APPROVALS-GIVEN          PIC 9(09) VALUE 0.
           05  WS-APPROVALS-WITHDRAWN      PIC 9(09) VALUE 0.
           05  WS-MAINT-IMAGES             PIC 9(09) VALUE 0.
           05  WS-SELF-EXCEPTIONS          PIC 9(09) VALUE 0.

      *---------------------------------------------------------------*
      * Report lines.                                                 *
      *---------------------------------------------------------------*
       01  WS-RPT-HEADER1.
           05  FILLER  VALUE 'CBSTF01C  STAFF-ACCOUNT ACCESS '
                                               PIC X(31).
           05  FILLER  VALUE 'MONTH: '         PIC X(07).
           05  WS-HDR-MONTH                    PIC X(07).
           05  FILLER  VALUE SPACES            PIC X(05).
           05  FILLER  VALUE 'RUN DATE: '      PIC X(10).
           05  WS-HDR-RUN-DATE                 PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(62).
       01  WS-RPT-HEADER2.
           05  FILLER  VALUE 'DATE       TIME     USER     '
                                               PIC X(29).
           05  FILLER  VALUE 'ENTRY      A ACCOUNT     CUSTOMER  '
                                               PIC X(35).
           05  FILLER  VALUE 'S LINKED   NOTE'
                                               PIC X(15).
           05  FILLER  VALUE SPACES            PIC X(53).
       01  WS-RPT-DETAIL.
           05  WS-DTL-DATE                     PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-TIME                     PIC X(08).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-USER                     PIC X(08).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-KIND                     PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-ACTION                   PIC X(01).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-ACCT-ID                  PIC X(11).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-CUST-ID                  PIC X(09).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-STAFF-IND                PIC X(01).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-STAFF-USER               PIC X(08).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-NOTE                     PIC X(40).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-FLAG                     PIC X(15).
       01  WS-RPT-TOTAL.
           05  WS-TOT-LABEL                    PIC X(36).
           05  WS-TOT-COUNT                    PIC Z(8)9.
           05  FILLER  VALUE SPACES            PIC X(87).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBSTF01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-LOAD-STAFF-CUSTOMERS.
           PERFORM 1200-LOAD-STAFF-ACCOUNTS.
           PERFORM 2000-SCAN-AUDIT-LOG.
           PERFORM 2800-WRITE-REPORT-TOTALS.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBSTF01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT PRM-INFO FROM SYSIN.
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE-DASH
           END-STRING.
           PERFORM 1050-SET-REPORT-MONTH.

           OPEN INPUT CUST-FILE.
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
           OPEN INPUT AUDIT-FILE.
           IF AUDFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDITLOG'
               MOVE AUDFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT STFRPT-FILE.
           IF STFRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STFRPT'
               MOVE STFRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           MOVE WS-RPT-MONTH-X   TO WS-HDR-MONTH.
           MOVE WS-RUN-DATE-DASH TO WS-HDR-RUN-DATE.
           WRITE FD-STFRPT-REC FROM WS-RPT-HEADER1.
           MOVE SPACES TO FD-STFRPT-REC.
           WRITE FD-STFRPT-REC.
           WRITE FD-STFRPT-REC FROM WS-RPT-HEADER2.

      *****************************************************************
      * The month on the card, or the one before the run month.       *
      *****************************************************************
       1050-SET-REPORT-MONTH.
           IF P-RPT-MONTH(1:4) IS NUMERIC
              AND P-RPT-MONTH(5:1) = '-'
              AND P-RPT-MONTH(6:2) IS NUMERIC
              AND P-RPT-MONTH(6:2) >= '01' AND P-RPT-MONTH(6:2) <= '12'
               MOVE P-RPT-MONTH(1:4) TO WS-RPT-YYYY
               MOVE P-RPT-MONTH(6:2) TO WS-RPT-MM
           ELSE
               IF WS-RUN-MM = 1
                   COMPUTE WS-RPT-YYYY = WS-RUN-YYYY - 1
                   MOVE 12 TO WS-RPT-MM
               ELSE
                   MOVE WS-RUN-YYYY TO WS-RPT-YYYY
                   COMPUTE WS-RPT-MM = WS-RUN-MM - 1
               END-IF
           END-IF.
           DISPLAY 'CBSTF01C REPORT MONTH: ' WS-RPT-MONTH-X.

      *****************************************************************
      * Customers flagged on the CCUS screen as an employee or an     *
      * employee's relative.  The flag as it stands today decides     *
      * which entries are staff-account accesses.                     *
      *****************************************************************
       1100-LOAD-STAFF-CUSTOMERS.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ CUST-FILE INTO CUSTOMER-RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-CUSTS-READ
                       IF CUST-STAFF
                           PERFORM 1150-ADD-STAFF-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.
           IF CUSTFILE-STATUS NOT = '00' AND CUSTFILE-STATUS NOT = '10'
               DISPLAY 'ERROR READING CUSTFILE'
               MOVE CUSTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

       1150-ADD-STAFF-CUSTOMER.
           IF WS-STF-COUNT >= WS-STF-MAX
               DISPLAY 'CBSTF01C STAFF TABLE FULL AT: ' CUST-ID
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-STF-COUNT.
           MOVE CUST-ID            TO WS-STF-CUST-ID (WS-STF-COUNT).
           MOVE CUST-STAFF-IND     TO WS-STF-IND (WS-STF-COUNT).
           MOVE CUST-STAFF-USER-ID TO WS-STF-USER-ID (WS-STF-COUNT).
           EXIT.

      *****************************************************************
      * Every account a staff customer holds a card on, as primary or *
      * as an authorized user.  An account held by more than one      *
      * staff customer keeps the first one found.                     *
      *****************************************************************
       1200-LOAD-STAFF-ACCOUNTS.
           IF WS-STF-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ XREF-FILE INTO CARD-XREF-RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-XREFS-READ
                       MOVE XREF-CUST-ID TO WS-FIND-CUST-ID
                       PERFORM 2910-FIND-STAFF-CUSTOMER
                       IF WS-FOUND
                           PERFORM 1250-ADD-STAFF-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF XREFFILE-STATUS NOT = '00' AND XREFFILE-STATUS NOT = '10'
               DISPLAY 'ERROR READING XREFFILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

       1250-ADD-STAFF-ACCOUNT.
           MOVE WS-STF-SUB   TO WS-SAC-SUB.
           MOVE XREF-ACCT-ID TO WS-FIND-ACCT-ID.
           PERFORM 2920-FIND-STAFF-ACCOUNT.
           IF WS-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-SAC-COUNT >= WS-SAC-MAX
               DISPLAY 'CBSTF01C STAFF ACCOUNT TABLE FULL AT: '
                       XREF-ACCT-ID
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-SAC-COUNT.
           MOVE XREF-ACCT-ID TO WS-SAC-ACCT-ID (WS-SAC-COUNT).
           MOVE WS-STF-SUB   TO WS-SAC-STF-SUB (WS-SAC-COUNT).
           EXIT.

      *****************************************************************
      * The whole log is read: the staff entries sit under several    *
      * log types, and each type is in timestamp order within itself. *
      *****************************************************************
       2000-SCAN-AUDIT-LOG.
      *****************************************************************
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ AUDIT-FILE INTO AUDIT-LOG-RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-READ
                       IF AUDIT-DATE(1:7) = WS-RPT-MONTH-X
                           ADD 1 TO WS-AUDIT-IN-MONTH
                           PERFORM 2100-CHECK-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           IF AUDFILE-STATUS NOT = '00' AND AUDFILE-STATUS NOT = '10'
               DISPLAY 'ERROR READING AUDITLOG'
               MOVE AUDFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

      *****************************************************************
      * Pick out the entries that name a staff customer or account.   *
      * The COSECC0C and CSTA images are staff entries by definition; *
      * a record image counts when its customer or account is staff.  *
      *****************************************************************
       2100-CHECK-ENTRY.
           MOVE ZERO   TO WS-ENTRY-ACCT-ID.
           MOVE ZERO   TO WS-ENTRY-CUST-ID.
           MOVE SPACES TO WS-ENTRY-NOTE.
           MOVE SPACES TO WS-ENTRY-STAFF-IND.
           MOVE SPACES TO WS-ENTRY-STAFF-USER.
           MOVE 'N'    TO WS-SELF-ACTED-SW.
           EVALUATE TRUE
               WHEN AUDIT-AUTHORIZATION
                   MOVE AUDIT-RECORD-DATA TO STAFF-ACCESS-IMAGE
                   IF STFA-STAFF-ACCESS OR STFA-STAFF-APPROVAL
                       PERFORM 2200-STAFF-RULING
                   END-IF
               WHEN AUDIT-CUSTOMER
                   MOVE AUDIT-CUST-ID      TO WS-ENTRY-CUST-ID
                   MOVE 'CUSTOMER'         TO WS-ENTRY-KIND
                   PERFORM 2300-STAFF-IMAGE
               WHEN AUDIT-ACCOUNT
                   MOVE AUDIT-ACCT-ID      TO WS-ENTRY-ACCT-ID
                   MOVE 'ACCOUNT'          TO WS-ENTRY-KIND
                   PERFORM 2300-STAFF-IMAGE
               WHEN AUDIT-CARD
                   MOVE AUDIT-CARD-ACCT-ID TO WS-ENTRY-ACCT-ID
                   MOVE 'CARD'             TO WS-ENTRY-KIND
                   PERFORM 2300-STAFF-IMAGE
               WHEN AUDIT-CARD-XREF
                   MOVE AUDIT-XREF-ACCT-ID TO WS-ENTRY-ACCT-ID
                   MOVE AUDIT-XREF-CUST-ID TO WS-ENTRY-CUST-ID
                   MOVE 'CARD XREF'        TO WS-ENTRY-KIND
                   PERFORM 2300-STAFF-IMAGE
               WHEN AUDIT-DISPUTE
                   MOVE AUDIT-DIS-ACCT-ID  TO WS-ENTRY-ACCT-ID
                   MOVE 'DISPUTE'          TO WS-ENTRY-KIND
                   PERFORM 2300-STAFF-IMAGE
           END-EVALUATE.

      *****************************************************************
      * A COSECC0C ruling or a CSTA approval.                         *
      *****************************************************************
       2200-STAFF-RULING.
           IF STFA-ACCT-ID IS NUMERIC
               MOVE STFA-ACCT-ID TO WS-ENTRY-ACCT-ID
           END-IF.
           IF STFA-CUST-ID IS NUMERIC
               MOVE STFA-CUST-ID TO WS-ENTRY-CUST-ID
           END-IF.
           MOVE STFA-STAFF-IND     TO WS-ENTRY-STAFF-IND.
           MOVE STFA-STAFF-USER-ID TO WS-ENTRY-STAFF-USER.
           IF STFA-STAFF-ACCESS
               STRING 'RULING ' STFA-FUNCTION
                   DELIMITED BY SIZE INTO WS-ENTRY-KIND
               END-STRING
           ELSE
               STRING 'APPROVAL ' STFA-FUNCTION
                   DELIMITED BY SIZE INTO WS-ENTRY-KIND
               END-STRING
           END-IF.
           EVALUATE TRUE
               WHEN STFA-SELF-BLOCKED
                   ADD 1 TO WS-RULE-SELF-REFUSED
                   MOVE 'REFUSED - ACCOUNT LINKED TO THE USER'
                     TO WS-ENTRY-NOTE
               WHEN STFA-APPROVAL-MISSING
                   ADD 1 TO WS-RULE-NO-APPROVAL
                   MOVE 'REFUSED - NO SECOND APPROVER'
                     TO WS-ENTRY-NOTE
               WHEN STFA-APPROVED
                   ADD 1 TO WS-RULE-APPROVED
                   STRING 'ALLOWED - APPROVED BY ' STFA-APPROVER-ID
                       DELIMITED BY SIZE INTO WS-ENTRY-NOTE
                   END-STRING
               WHEN STFA-DUAL-CONTROL
                   ADD 1 TO WS-RULE-DUAL-CONTROL
                   MOVE 'ALLOWED - CHECKER STEP IS SECOND PERSON'
                     TO WS-ENTRY-NOTE
               WHEN STFA-APPROVAL-GIVEN
                   ADD 1 TO WS-APPROVALS-GIVEN
                   STRING 'APPROVAL GIVEN FOR USER ' STFA-FOR-USER-ID
                       DELIMITED BY SIZE INTO WS-ENTRY-NOTE
                   END-STRING
               WHEN STFA-APPROVAL-WITHDRAWN
                   ADD 1 TO WS-APPROVALS-WITHDRAWN
                   STRING 'APPROVAL WITHDRAWN FOR USER '
                          STFA-FOR-USER-ID
                       DELIMITED BY SIZE INTO WS-ENTRY-NOTE
                   END-STRING
           END-EVALUATE.
           IF STFA-STAFF-APPROVAL
              AND STFA-FOR-USER-ID = AUDIT-USER-ID
               SET WS-SELF-ACTED TO TRUE
           END-IF.
           PERFORM 2500-WRITE-DETAIL.

      *****************************************************************
      * A record image: reported when its customer, or the customer   *
      * holding its account, is staff.                                *
      *****************************************************************
       2300-STAFF-IMAGE.
           MOVE 'N' TO WS-FOUND-SW.
           IF WS-ENTRY-CUST-ID NOT = ZERO
               MOVE WS-ENTRY-CUST-ID TO WS-FIND-CUST-ID
               PERFORM 2910-FIND-STAFF-CUSTOMER
           END-IF.
           IF NOT WS-FOUND AND WS-ENTRY-ACCT-ID NOT = ZERO
               MOVE WS-ENTRY-ACCT-ID TO WS-FIND-ACCT-ID
               PERFORM 2920-FIND-STAFF-ACCOUNT
               IF WS-FOUND
                   MOVE WS-SAC-STF-SUB (WS-SAC-SUB) TO WS-STF-SUB
               END-IF
           END-IF.
           IF NOT WS-FOUND
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MAINT-IMAGES.
           MOVE WS-STF-CUST-ID (WS-STF-SUB) TO WS-ENTRY-CUST-ID.
           MOVE WS-STF-IND (WS-STF-SUB)     TO WS-ENTRY-STAFF-IND.
           MOVE WS-STF-USER-ID (WS-STF-SUB) TO WS-ENTRY-STAFF-USER.
           EVALUATE TRUE
               WHEN AUDIT-IMAGE-BEFORE
                   MOVE 'BEFORE IMAGE'     TO WS-ENTRY-NOTE
               WHEN AUDIT-IMAGE-AFTER
                   MOVE 'AFTER IMAGE'      TO WS-ENTRY-NOTE
               WHEN OTHER
                   MOVE 'RECORD IMAGE'     TO WS-ENTRY-NOTE
           END-EVALUATE.
           IF WS-ENTRY-STAFF-USER NOT = SPACES
              AND WS-ENTRY-STAFF-USER = AUDIT-USER-ID
               SET WS-SELF-ACTED TO TRUE
           END-IF.
           PERFORM 2500-WRITE-DETAIL.

      *****************************************************************
       2500-WRITE-DETAIL.
           ADD 1 TO WS-ACCESS-LISTED.
           MOVE AUDIT-DATE          TO WS-DTL-DATE.
           MOVE AUDIT-TIME(1:8)     TO WS-DTL-TIME.
           MOVE AUDIT-USER-ID       TO WS-DTL-USER.
           MOVE WS-ENTRY-KIND       TO WS-DTL-KIND.
           MOVE AUDIT-ACTION-TYPE   TO WS-DTL-ACTION.
           IF WS-ENTRY-ACCT-ID = ZERO
               MOVE SPACES           TO WS-DTL-ACCT-ID
           ELSE
               MOVE WS-ENTRY-ACCT-ID TO WS-DTL-ACCT-ID
           END-IF.
           IF WS-ENTRY-CUST-ID = ZERO
               MOVE SPACES           TO WS-DTL-CUST-ID
           ELSE
               MOVE WS-ENTRY-CUST-ID TO WS-DTL-CUST-ID
           END-IF.
           MOVE WS-ENTRY-STAFF-IND  TO WS-DTL-STAFF-IND.
           MOVE WS-ENTRY-STAFF-USER TO WS-DTL-STAFF-USER.
           MOVE WS-ENTRY-NOTE       TO WS-DTL-NOTE.
           IF WS-SELF-ACTED
               ADD 1 TO WS-SELF-EXCEPTIONS
               MOVE '** SELF ACCESS' TO WS-DTL-FLAG
           ELSE
               MOVE SPACES           TO WS-DTL-FLAG
           END-IF.
           WRITE FD-STFRPT-REC FROM WS-RPT-DETAIL.
           IF STFRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING STFRPT'
               MOVE STFRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       2800-WRITE-REPORT-TOTALS.
           MOVE SPACES TO FD-STFRPT-REC.
           WRITE FD-STFRPT-REC.
           MOVE 'STAFF CUSTOMERS ON FILE' TO WS-TOT-LABEL.
           MOVE WS-STF-COUNT TO WS-TOT-COUNT.
           WRITE FD-STFRPT-REC FROM WS-RPT-TOTAL.
           MOVE 'STAFF ACCOUNTS ON FILE' TO WS-TOT-LABEL.
           MOVE WS-SAC-COUNT TO WS-TOT-COUNT.
           WRITE FD-STFRPT-REC FROM WS-RPT-TOTAL.
           MOVE 'STAFF-ACCOUNT ENTRIES LISTED' TO WS-TOT-LABEL.
           MOVE WS-ACCESS-LISTED TO WS-TOT-COUNT.
           WRITE FD-STFRPT-REC FROM WS-RPT-TOTAL.
           MOVE '  ALLOWED ON SAME-DAY APPROVAL' TO WS-TOT-LABEL.
           MOVE WS-RULE-APPROVED TO WS-TOT-COUNT.
           WRITE FD-STFRPT-REC FROM WS-RPT-TOTAL.
           MOVE '  ALLOWED UNDER CHECKER STEP' TO WS-TOT-LABEL.
           MOVE WS-RULE-DUAL-CONTROL TO WS-TOT-COUNT.
           WRITE FD-STFRPT-REC FROM WS-RPT-TOTAL.
           MOVE '  REFUSED - LINKED TO THE USER' TO WS-TOT-LABEL.
           MOVE WS-RULE-SELF-REFUSED TO WS-TOT-COUNT.
           WRITE FD-STFRPT-REC FROM WS-RPT-TOTAL.
           MOVE '  REFUSED - NO SECOND APPROVER' TO WS-TOT-LABEL.
           MOVE WS-RULE-NO-APPROVAL TO WS-TOT-COUNT.
           WRITE FD-STFRPT-REC FROM WS-RPT-TOTAL.
           MOVE '  APPROVALS GIVEN' TO WS-TOT-LABEL.
           MOVE WS-APPROVALS-GIVEN TO WS-TOT-COUNT.
           WRITE FD-STFRPT-REC FROM WS-RPT-TOTAL.
           MOVE '  APPROVALS WITHDRAWN' TO WS-TOT-LABEL.
           MOVE WS-APPROVALS-WITHDRAWN TO WS-TOT-COUNT.
           WRITE FD-STFRPT-REC FROM WS-RPT-TOTAL.
           MOVE '  RECORD IMAGES' TO WS-TOT-LABEL.
           MOVE WS-MAINT-IMAGES TO WS-TOT-COUNT.
           WRITE FD-STFRPT-REC FROM WS-RPT-TOTAL.
           MOVE 'ENTRIES BY THE LINKED USER' TO WS-TOT-LABEL.
           MOVE WS-SELF-EXCEPTIONS TO WS-TOT-COUNT.
           WRITE FD-STFRPT-REC FROM WS-RPT-TOTAL.
           EXIT.

      *****************************************************************
       2910-FIND-STAFF-CUSTOMER.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-STF-SUB FROM 1 BY 1
               UNTIL WS-STF-SUB > WS-STF-COUNT OR WS-FOUND
               IF WS-STF-CUST-ID (WS-STF-SUB) = WS-FIND-CUST-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-STF-SUB
           END-IF.
           EXIT.

       2920-FIND-STAFF-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-SAC-SUB FROM 1 BY 1
               UNTIL WS-SAC-SUB > WS-SAC-COUNT OR WS-FOUND
               IF WS-SAC-ACCT-ID (WS-SAC-SUB) = WS-FIND-ACCT-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-SAC-SUB
           END-IF.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBSTF01C STAFF-ACCOUNT ACCESS SUMMARY'.
           DISPLAY '  REPORT MONTH         : ' WS-RPT-MONTH-X.
           DISPLAY '  CUSTOMERS READ       : ' WS-CUSTS-READ.
           DISPLAY '  XREF ROWS READ       : ' WS-XREFS-READ.
           DISPLAY '  AUDIT ENTRIES READ   : ' WS-AUDIT-READ.
           DISPLAY '  ENTRIES IN MONTH     : ' WS-AUDIT-IN-MONTH.
           DISPLAY '  STAFF ENTRIES LISTED : ' WS-ACCESS-LISTED.
           DISPLAY '  SELF-ACCESS REFUSED  : ' WS-RULE-SELF-REFUSED.
           DISPLAY '  NO-APPROVAL REFUSED  : ' WS-RULE-NO-APPROVAL.
           DISPLAY '  BY THE LINKED USER   : ' WS-SELF-EXCEPTIONS.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE CUST-FILE.
           CLOSE XREF-FILE.
           CLOSE AUDIT-FILE.
           CLOSE STFRPT-FILE.
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
