      ******************************************************************
      * PROGRAM     : CBAPL01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Credit application intake and screening.  Takes
      *               each application on the APPLINTK intake file
      *               onto the keyed APPLFILE and decides it: an
      *               applicant already on the customer master who
      *               is reported deceased, or who scores below the
      *               product's SCORECUT decline cutoff, is declined;
      *               a possible match on the CBOFA01C sanctions list,
      *               an existing customer, a score in the review
      *               band, or a product with no cutoff is referred
      *               to the COAPLR0C underwriter review screen; the
      *               rest are approved.  Declines stage an adverse-
      *               action letter event on NTFYFILE.  Every approved
      *               application not yet released - this run's and
      *               those the underwriters approved - is then
      *               written to APPRAPPS for CBORG01C boarding and
      *               marked released.
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
       PROGRAM-ID.    CBAPL01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    New applications, in the APPRAPPS layout.
           SELECT INTAKE-FILE ASSIGN TO APPLINTK
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS INTAKE-STATUS.
      *
           SELECT SANC-FILE ASSIGN TO SANCLIST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS SANC-STATUS.
      *
           SELECT SCORECUT-FILE ASSIGN TO SCORECUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS SCORECUT-STATUS.
      *
           SELECT CUSTFILE-FILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTFILE-STATUS.
      *
           SELECT APPL-FILE ASSIGN TO APPLFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-APL-ID
                  FILE STATUS  IS APPLFILE-STATUS.
      *
      *    Approved applications for CBORG01C boarding.
           SELECT APPS-FILE ASSIGN TO APPRAPPS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS APPS-STATUS.
      *
      *    Staged adverse-action letter events for CBLTR01C.
           SELECT NTFY-FILE ASSIGN TO NTFYFILE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS NTFYFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTAKE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 330 CHARACTERS.
       01  FD-INTAKE-REC                        PIC X(330).

       FD  SANC-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  FD-SANC-REC                          PIC X(120).

       FD  SCORECUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-SCORECUT-REC                      PIC X(80).

       FD  CUSTFILE-FILE.
       01  FD-CUSTFILE-REC.
           05  FD-CUST-ID                       PIC 9(09).
           05  FD-CUST-DATA                     PIC X(491).

       FD  APPL-FILE.
       01  FD-APPLFILE-REC.
           05 FD-APL-ID                         PIC X(14).
           05 FD-APL-DATA                       PIC X(486).

       FD  APPS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 330 CHARACTERS.
       01  FD-APPS-REC                          PIC X(330).

       FD  NTFY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  FD-NTFYFILE-REC                      PIC X(120).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVAPL01Y.
       COPY CVCUS01Y.
       COPY CVOFA01Y.
       COPY CVSCT01Y.
       COPY CVNTF01Y.

       01  INTAKE-STATUS.
           05  INTAKE-STAT1        PIC X.
           05  INTAKE-STAT2        PIC X.
       01  SANC-STATUS.
           05  SANC-STAT1          PIC X.
           05  SANC-STAT2          PIC X.
       01  SCORECUT-STATUS.
           05  SCORECUT-STAT1      PIC X.
           05  SCORECUT-STAT2      PIC X.
       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.
       01  APPLFILE-STATUS.
           05  APPLFILE-STAT1      PIC X.
           05  APPLFILE-STAT2      PIC X.
       01  APPS-STATUS.
           05  APPS-STAT1          PIC X.
           05  APPS-STAT2          PIC X.
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
      * The sanctions list, loaded and case-folded once, as CBOFA01C  *
      * loads it.                                                     *
      *---------------------------------------------------------------*
       01  WS-SANC-TABLE.
           05  WS-SANC-ENTRY OCCURS 500 TIMES.
               10  WS-SANC-LAST            PIC X(25).
               10  WS-SANC-FIRST           PIC X(25).
               10  WS-SANC-DOB             PIC X(10).
               10  WS-SANC-ADDR            PIC X(30).
               10  WS-SANC-REF             PIC X(12).
       01  WS-SANC-MAX             PIC S9(4) COMP VALUE 500.
       01  WS-SANC-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-SANC-SUB             PIC S9(4) COMP VALUE 0.
       01  WS-SANC-EOF-SW          PIC X VALUE 'N'.
           88  WS-SANC-DONE                  VALUE 'Y'.

      *---------------------------------------------------------------*
      * Score cutoffs by product; the blank-group row is the default. *
      *---------------------------------------------------------------*
       01  WS-SCT-TABLE.
           05  WS-SCT-ENTRY OCCURS 50 TIMES.
               10  WS-SCT-GROUP            PIC X(10).
               10  WS-SCT-DECLINE          PIC 9(03).
               10  WS-SCT-APPROVE          PIC 9(03).
       01  WS-SCT-MAX              PIC S9(4) COMP VALUE 50.
       01  WS-SCT-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-SCT-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-SCT-EOF-SW           PIC X VALUE 'N'.
           88  WS-SCT-DONE                   VALUE 'Y'.
       01  WS-CUTOFF-SW            PIC X VALUE 'N'.
           88  WS-CUTOFF-FOUND               VALUE 'Y'.
           88  WS-CUTOFF-NOT-FOUND           VALUE 'N'.
       01  WS-DECLINE-BELOW        PIC 9(03) VALUE 0.
       01  WS-APPROVE-FROM         PIC 9(03) VALUE 0.

      *---------------------------------------------------------------*
      * Customers on file by social security number, for the         *
      * existing-customer and deceased checks.                        *
      *---------------------------------------------------------------*
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 5000 TIMES.
               10  WS-CUST-TBL-SSN         PIC 9(09).
               10  WS-CUST-TBL-ID          PIC 9(09).
               10  WS-CUST-TBL-DECEASED    PIC X(01).
       01  WS-CUST-MAX             PIC S9(4) COMP VALUE 5000.
       01  WS-CUST-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-CUST-SUB             PIC S9(4) COMP VALUE 0.
       01  WS-CUST-EOF-SW          PIC X VALUE 'N'.
           88  WS-CUST-DONE                  VALUE 'Y'.
       01  WS-CUST-FOUND-SW        PIC X VALUE 'N'.
           88  WS-CUST-FOUND                 VALUE 'Y'.
           88  WS-CUST-NOT-FOUND             VALUE 'N'.
       01  WS-CUST-IS-DECEASED-SW  PIC X VALUE 'N'.
           88  WS-CUST-IS-DECEASED           VALUE 'Y'.

      *---------------------------------------------------------------*
      * Match scoring as CBOFA01C scores it: surname 50 (sound-alike  *
      * 40, stem 25), forename +25 (sound-alike 20, stem 10), date of *
      * birth +25, address fragment +15.  The best entry counts.      *
      *---------------------------------------------------------------*
       01  PRM-INFO.
           05  P-SCORE-THRESHOLD   PIC X(03) VALUE '075'.
           05  FILLER              PIC X(77) VALUE SPACES.
       01  WS-SCORE-THRESHOLD      PIC 9(03) VALUE 75.
       01  WS-MATCH-SCORE          PIC 9(03) VALUE 0.
       01  WS-BEST-SCORE           PIC 9(03) VALUE 0.
       01  WS-BEST-REF             PIC X(12).
       01  WS-APL-LAST-UPPER       PIC X(25).
       01  WS-APL-FIRST-UPPER      PIC X(25).
       01  WS-APL-ADDR-UPPER       PIC X(30).
       01  WS-SKEL-IN              PIC X(25).
       01  WS-SKEL-OUT             PIC X(15).
       01  WS-APL-SKEL             PIC X(15).
       01  WS-SKEL-SUB             PIC S9(04) COMP VALUE 0.
       01  WS-SKEL-LEN             PIC S9(04) COMP VALUE 0.
       01  WS-SKEL-PREV            PIC X(01).
       01  WS-SKEL-CHAR            PIC X(01).
           88  WS-SKEL-CONSONANT   VALUES 'B' 'C' 'D' 'F' 'G'
                                          'H' 'J' 'K' 'L' 'M'
                                          'N' 'P' 'Q' 'R' 'S'
                                          'T' 'V' 'W' 'X' 'Y'
                                          'Z'.
       01  WS-SURNAME-POINTS       PIC 9(03) VALUE 0.

       01  WS-APL-WRITTEN-SW       PIC X(01).
           88  WS-APL-WRITTEN                VALUE 'Y'.
       01  WS-APL-ID-FIELDS.
           05  WS-APL-ID-DATE              PIC 9(08).
           05  WS-APL-ID-SEQ               PIC 9(06) VALUE 0.

       01  WS-RUN-COUNTS.
           05  WS-APPS-READ                PIC 9(09) VALUE 0.
           05  WS-APPS-APPROVED            PIC 9(09) VALUE 0.
           05  WS-APPS-REFERRED            PIC 9(09) VALUE 0.
           05  WS-APPS-DECLINED            PIC 9(09) VALUE 0.
           05  WS-LETTERS-STAGED           PIC 9(09) VALUE 0.
           05  WS-APPS-RELEASED            PIC 9(09) VALUE 0.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-RUN-DATE                     PIC X(10).
       01  WS-RUN-TIME-FIELDS.
           05  WS-RUN-HH                   PIC 9(02).
           05  WS-RUN-MI                   PIC 9(02).
           05  WS-RUN-SS                   PIC 9(02).
           05  FILLER                      PIC 9(02).
       01  WS-EVENT-TIME                   PIC X(08).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBAPL01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SCREEN-APPLICATIONS.
           PERFORM 3000-RELEASE-APPROVED.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBAPL01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT PRM-INFO FROM SYSIN.
           IF P-SCORE-THRESHOLD IS NUMERIC
                   AND P-SCORE-THRESHOLD NOT = '000'
               MOVE P-SCORE-THRESHOLD TO WS-SCORE-THRESHOLD
           END-IF.
           DISPLAY 'CBAPL01C SANCTIONS SCORE THRESHOLD: '
                   WS-SCORE-THRESHOLD.

           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-FIELDS TO WS-APL-ID-DATE.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING.
           ACCEPT WS-RUN-TIME-FIELDS FROM TIME.
           STRING WS-RUN-HH ':' WS-RUN-MI ':' WS-RUN-SS
               DELIMITED BY SIZE
               INTO WS-EVENT-TIME
           END-STRING.

           OPEN INPUT INTAKE-FILE.
           IF INTAKE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING APPLINTK'
               MOVE INTAKE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT SANC-FILE.
           IF SANC-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SANCLIST'
               MOVE SANC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT SCORECUT-FILE.
           IF SCORECUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SCORECUT'
               MOVE SCORECUT-STATUS TO IO-STATUS
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
           OPEN I-O APPL-FILE.
           IF APPLFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING APPLFILE'
               MOVE APPLFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT APPS-FILE.
           IF APPS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING APPRAPPS'
               MOVE APPS-STATUS TO IO-STATUS
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

           PERFORM 1100-LOAD-SANCTIONS-LIST.
           PERFORM 1200-LOAD-SCORE-CUTOFFS.
           PERFORM 1300-LOAD-CUSTOMERS.

      *****************************************************************
       1100-LOAD-SANCTIONS-LIST.
           PERFORM UNTIL WS-SANC-DONE
                      OR WS-SANC-COUNT >= WS-SANC-MAX
               READ SANC-FILE INTO SANCTION-LIST-RECORD
                   AT END SET WS-SANC-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SANC-COUNT
                       MOVE FUNCTION UPPER-CASE (SAN-LAST-NAME)
                         TO WS-SANC-LAST (WS-SANC-COUNT)
                       MOVE FUNCTION UPPER-CASE (SAN-FIRST-NAME)
                         TO WS-SANC-FIRST (WS-SANC-COUNT)
                       MOVE SAN-DOB
                         TO WS-SANC-DOB (WS-SANC-COUNT)
                       MOVE FUNCTION UPPER-CASE (SAN-ADDR-FRAGMENT)
                         TO WS-SANC-ADDR (WS-SANC-COUNT)
                       MOVE SAN-LIST-REF
                         TO WS-SANC-REF (WS-SANC-COUNT)
               END-READ
           END-PERFORM.
           DISPLAY 'CBAPL01C SANCTIONS ENTRIES LOADED: '
                   WS-SANC-COUNT.
           EXIT.

      *****************************************************************
       1200-LOAD-SCORE-CUTOFFS.
           PERFORM UNTIL WS-SCT-DONE
               READ SCORECUT-FILE INTO SCORE-CUTOFF-RECORD
                   AT END SET WS-SCT-DONE TO TRUE
                   NOT AT END
                       IF WS-SCT-COUNT >= WS-SCT-MAX
                           DISPLAY 'CBAPL01C SCORE CUTOFF TABLE FULL'
                                   ' - ROW IGNORED: ' SCT-GROUP-ID
                       ELSE
                           ADD 1 TO WS-SCT-COUNT
                           MOVE SCT-GROUP-ID
                             TO WS-SCT-GROUP (WS-SCT-COUNT)
                           MOVE SCT-DECLINE-BELOW
                             TO WS-SCT-DECLINE (WS-SCT-COUNT)
                           MOVE SCT-APPROVE-FROM
                             TO WS-SCT-APPROVE (WS-SCT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'CBAPL01C SCORE CUTOFF ROWS LOADED: '
                   WS-SCT-COUNT.
           EXIT.

      *****************************************************************
       1300-LOAD-CUSTOMERS.
           PERFORM UNTIL WS-CUST-DONE
               READ CUSTFILE-FILE INTO CUSTOMER-RECORD
                   AT END SET WS-CUST-DONE TO TRUE
                   NOT AT END
                       IF WS-CUST-COUNT >= WS-CUST-MAX
                           DISPLAY 'CBAPL01C CUSTOMER TABLE FULL - '
                                   'EXISTING-CUSTOMER CHECK INCOMPLETE'
                           SET WS-CUST-DONE TO TRUE
                       ELSE
                           ADD 1 TO WS-CUST-COUNT
                           MOVE CUST-SSN
                             TO WS-CUST-TBL-SSN (WS-CUST-COUNT)
                           MOVE CUST-ID
                             TO WS-CUST-TBL-ID (WS-CUST-COUNT)
                           MOVE CUST-DECEASED-IND
                             TO WS-CUST-TBL-DECEASED (WS-CUST-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'CBAPL01C CUSTOMERS LOADED: ' WS-CUST-COUNT.
           EXIT.

      *****************************************************************
       2000-SCREEN-APPLICATIONS.
      *****************************************************************
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ INTAKE-FILE
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-APPS-READ
                       PERFORM 2200-SCREEN-ONE-APPLICATION
               END-READ
           END-PERFORM.

      *****************************************************************
      * The checks run in a fixed order: an incomplete application or *
      * a deceased identity ends it, a possible sanctions match goes  *
      * to an underwriter whatever the score, a score under the       *
      * product's decline cutoff is declined, and an existing         *
      * customer or a review-band score is referred.                  *
      *****************************************************************
       2200-SCREEN-ONE-APPLICATION.
           INITIALIZE APPLICATION-RECORD.
           MOVE FD-INTAKE-REC    TO APL-APPLICANT.
           SET APL-RECEIVED      TO TRUE.
           MOVE WS-RUN-DATE      TO APL-RECEIVED-DATE.

           PERFORM 2300-FIND-EXISTING-CUSTOMER.
           PERFORM 2400-SCREEN-SANCTIONS.
           PERFORM 2500-FIND-SCORE-CUTOFF.

           EVALUATE TRUE
               WHEN APL-LAST-NAME = SPACES
                 OR APL-FIRST-NAME = SPACES
                 OR APL-GROUP-ID = SPACES
                 OR APL-BIN-RANGE-ID = SPACES
                 OR APL-SSN NOT NUMERIC
                 OR APL-SSN = ZEROS
                 OR APL-FICO-SCORE NOT NUMERIC
                   SET APL-DECLINED TO TRUE
                   SET APL-RSN-INCOMPLETE TO TRUE
                   MOVE 'APPLICATION INCOMPLETE' TO APL-REASON
               WHEN WS-CUST-IS-DECEASED
                   SET APL-DECLINED TO TRUE
                   SET APL-RSN-DECEASED TO TRUE
                   MOVE 'APPLICANT REPORTED DECEASED' TO APL-REASON
               WHEN WS-BEST-SCORE >= WS-SCORE-THRESHOLD
                   SET APL-REFERRED TO TRUE
                   SET APL-RSN-SANCTIONS TO TRUE
                   MOVE 'POSSIBLE SANCTIONS LIST MATCH' TO APL-REASON
               WHEN WS-CUTOFF-NOT-FOUND
                   SET APL-REFERRED TO TRUE
                   SET APL-RSN-NO-CUTOFF TO TRUE
                   MOVE 'NO SCORE CUTOFF FOR PRODUCT' TO APL-REASON
               WHEN APL-FICO-SCORE < WS-DECLINE-BELOW
                   SET APL-DECLINED TO TRUE
                   SET APL-RSN-SCORE-LOW TO TRUE
                   MOVE 'CREDIT SCORE BELOW MINIMUM' TO APL-REASON
               WHEN WS-CUST-FOUND
                   SET APL-REFERRED TO TRUE
                   SET APL-RSN-EXISTING-CUST TO TRUE
                   MOVE 'APPLICANT IS EXISTING CUSTOMER' TO APL-REASON
               WHEN APL-FICO-SCORE < WS-APPROVE-FROM
                   SET APL-REFERRED TO TRUE
                   SET APL-RSN-SCORE-REVIEW TO TRUE
                   MOVE 'CREDIT SCORE IN REVIEW BAND' TO APL-REASON
               WHEN OTHER
                   SET APL-APPROVED TO TRUE
                   SET APL-RSN-APPROVED TO TRUE
                   MOVE 'MEETS SCREENING CRITERIA' TO APL-REASON
           END-EVALUATE.

           IF APL-REFERRED
               ADD 1 TO WS-APPS-REFERRED
           ELSE
               MOVE 'CBAPL01C'  TO APL-DECIDED-BY
               MOVE WS-RUN-DATE TO APL-DECIDED-DATE
               IF APL-APPROVED
                   ADD 1 TO WS-APPS-APPROVED
               ELSE
                   ADD 1 TO WS-APPS-DECLINED
               END-IF
           END-IF.

           PERFORM 2700-WRITE-APPLICATION.

      *    No letter goes to the identity of a deceased person - an
      *    application in that name is a fraud referral, not a
      *    customer to be told why.
           IF APL-DECLINED
              AND NOT APL-RSN-DECEASED
               PERFORM 2800-STAGE-ADVERSE-ACTION
           END-IF.
           EXIT.

      *****************************************************************
       2300-FIND-EXISTING-CUSTOMER.
           SET WS-CUST-NOT-FOUND TO TRUE.
           MOVE 'N' TO WS-CUST-IS-DECEASED-SW.
           IF APL-SSN NOT NUMERIC OR APL-SSN = ZEROS
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-COUNT
                     OR WS-CUST-FOUND
               IF WS-CUST-TBL-SSN (WS-CUST-SUB) = APL-SSN
                   SET WS-CUST-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-CUST-FOUND
               SUBTRACT 1 FROM WS-CUST-SUB
               MOVE WS-CUST-TBL-ID (WS-CUST-SUB)
                 TO APL-EXISTING-CUST-ID
               IF WS-CUST-TBL-DECEASED (WS-CUST-SUB) = 'Y'
                   SET WS-CUST-IS-DECEASED TO TRUE
               END-IF
           END-IF.
           EXIT.

      *****************************************************************
       2400-SCREEN-SANCTIONS.
           MOVE ZERO   TO WS-BEST-SCORE.
           MOVE SPACES TO WS-BEST-REF.
           MOVE FUNCTION UPPER-CASE (APL-LAST-NAME)
             TO WS-APL-LAST-UPPER.
           MOVE FUNCTION UPPER-CASE (APL-FIRST-NAME)
             TO WS-APL-FIRST-UPPER.
           MOVE FUNCTION UPPER-CASE (APL-ADDR-LINE-1(1:30))
             TO WS-APL-ADDR-UPPER.
           PERFORM VARYING WS-SANC-SUB FROM 1 BY 1
                   UNTIL WS-SANC-SUB > WS-SANC-COUNT
               PERFORM 2410-SCORE-ONE-ENTRY
               IF WS-MATCH-SCORE > WS-BEST-SCORE
                   MOVE WS-MATCH-SCORE TO WS-BEST-SCORE
                   MOVE WS-SANC-REF (WS-SANC-SUB) TO WS-BEST-REF
               END-IF
           END-PERFORM.
           MOVE WS-BEST-SCORE TO APL-SANCTION-SCORE.
           IF WS-BEST-SCORE >= WS-SCORE-THRESHOLD
               MOVE WS-BEST-REF TO APL-SANCTION-REF
           END-IF.
           EXIT.

      *****************************************************************
      * The CBOFA01C fuzzy scorer, applied to the applicant: an exact *
      * surname, a consonant-skeleton match, or a shared four-letter  *
      * stem opens the entry, and the forename, date of birth and     *
      * address evidence adds to it.                                  *
      *****************************************************************
       2410-SCORE-ONE-ENTRY.
           MOVE ZERO TO WS-MATCH-SCORE.
           MOVE ZERO TO WS-SURNAME-POINTS.

           IF WS-APL-LAST-UPPER = WS-SANC-LAST (WS-SANC-SUB)
               MOVE 50 TO WS-SURNAME-POINTS
           ELSE
               MOVE WS-APL-LAST-UPPER TO WS-SKEL-IN
               PERFORM 2420-BUILD-SKELETON
               MOVE WS-SKEL-OUT TO WS-APL-SKEL
               MOVE WS-SANC-LAST (WS-SANC-SUB) TO WS-SKEL-IN
               PERFORM 2420-BUILD-SKELETON
               IF WS-APL-SKEL NOT = SPACES
                  AND WS-APL-SKEL = WS-SKEL-OUT
                   MOVE 40 TO WS-SURNAME-POINTS
               ELSE
                   IF WS-APL-LAST-UPPER(1:4) NOT = SPACES
                      AND WS-APL-LAST-UPPER(1:4) =
                          WS-SANC-LAST (WS-SANC-SUB) (1:4)
                       MOVE 25 TO WS-SURNAME-POINTS
                   END-IF
               END-IF
           END-IF.
           IF WS-SURNAME-POINTS = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD WS-SURNAME-POINTS TO WS-MATCH-SCORE.

           EVALUATE TRUE
               WHEN WS-APL-FIRST-UPPER =
                       WS-SANC-FIRST (WS-SANC-SUB)
                   ADD 25 TO WS-MATCH-SCORE
               WHEN WS-SANC-FIRST (WS-SANC-SUB) NOT = SPACES
                   MOVE WS-APL-FIRST-UPPER TO WS-SKEL-IN
                   PERFORM 2420-BUILD-SKELETON
                   MOVE WS-SKEL-OUT TO WS-APL-SKEL
                   MOVE WS-SANC-FIRST (WS-SANC-SUB)
                     TO WS-SKEL-IN
                   PERFORM 2420-BUILD-SKELETON
                   EVALUATE TRUE
                       WHEN WS-APL-SKEL NOT = SPACES
                            AND WS-APL-SKEL = WS-SKEL-OUT
                           ADD 20 TO WS-MATCH-SCORE
                       WHEN WS-APL-FIRST-UPPER(1:3) NOT = SPACES
                            AND WS-APL-FIRST-UPPER(1:3) =
                                WS-SANC-FIRST (WS-SANC-SUB) (1:3)
                           ADD 10 TO WS-MATCH-SCORE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-SANC-DOB (WS-SANC-SUB) NOT = SPACES
              AND APL-DOB = WS-SANC-DOB (WS-SANC-SUB)
               ADD 25 TO WS-MATCH-SCORE
           END-IF.
           IF WS-SANC-ADDR (WS-SANC-SUB) NOT = SPACES
              AND WS-APL-ADDR-UPPER = WS-SANC-ADDR (WS-SANC-SUB)
               ADD 15 TO WS-MATCH-SCORE
           END-IF.
           EXIT.

      *****************************************************************
      * Reduce WS-SKEL-IN to its consonant skeleton in WS-SKEL-OUT:  *
      * vowels and non-letters drop, adjacent repeats collapse.      *
      *****************************************************************
       2420-BUILD-SKELETON.
           MOVE SPACES TO WS-SKEL-OUT.
           MOVE ZERO TO WS-SKEL-LEN.
           MOVE SPACE TO WS-SKEL-PREV.
           PERFORM VARYING WS-SKEL-SUB FROM 1 BY 1
                   UNTIL WS-SKEL-SUB > 25
                      OR WS-SKEL-LEN >= 15
               MOVE WS-SKEL-IN(WS-SKEL-SUB:1) TO WS-SKEL-CHAR
               IF WS-SKEL-CONSONANT
                   IF WS-SKEL-CHAR NOT = WS-SKEL-PREV
                       ADD 1 TO WS-SKEL-LEN
                       MOVE WS-SKEL-CHAR
                         TO WS-SKEL-OUT(WS-SKEL-LEN:1)
                   END-IF
                   MOVE WS-SKEL-CHAR TO WS-SKEL-PREV
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
      * The product's own cutoff row, else the blank-group default.   *
      *****************************************************************
       2500-FIND-SCORE-CUTOFF.
           SET WS-CUTOFF-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SCT-SUB FROM 1 BY 1
               UNTIL WS-SCT-SUB > WS-SCT-COUNT
                     OR WS-CUTOFF-FOUND
               IF WS-SCT-GROUP (WS-SCT-SUB) = APL-GROUP-ID
                   SET WS-CUTOFF-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-CUTOFF-NOT-FOUND
               PERFORM VARYING WS-SCT-SUB FROM 1 BY 1
                   UNTIL WS-SCT-SUB > WS-SCT-COUNT
                         OR WS-CUTOFF-FOUND
                   IF WS-SCT-GROUP (WS-SCT-SUB) = SPACES
                       SET WS-CUTOFF-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-CUTOFF-FOUND
               SUBTRACT 1 FROM WS-SCT-SUB
               MOVE WS-SCT-DECLINE (WS-SCT-SUB) TO WS-DECLINE-BELOW
               MOVE WS-SCT-APPROVE (WS-SCT-SUB) TO WS-APPROVE-FROM
           END-IF.
           EXIT.

      *****************************************************************
      * Application identifiers run date plus sequence; a collision   *
      * with an earlier run today moves on to the next number.        *
      *****************************************************************
       2700-WRITE-APPLICATION.
           ADD 1 TO WS-APL-ID-SEQ.
           MOVE WS-APL-ID-FIELDS TO APL-ID.
           MOVE 'N' TO WS-APL-WRITTEN-SW.
           PERFORM UNTIL WS-APL-WRITTEN
               MOVE APPLICATION-RECORD TO FD-APPLFILE-REC
               WRITE FD-APPLFILE-REC
               EVALUATE APPLFILE-STATUS
                   WHEN '00'
                       SET WS-APL-WRITTEN TO TRUE
                   WHEN '22'
                       ADD 1 TO WS-APL-ID-SEQ
                       MOVE WS-APL-ID-FIELDS TO APL-ID
                   WHEN OTHER
                       DISPLAY 'ERROR WRITING APPLFILE: ' APL-ID
                       MOVE APPLFILE-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-PERFORM.
           EXIT.

      *****************************************************************
      * The adverse-action event for CBLTR01C - the applicant is not  *
      * yet a customer, so the letter run names them from APPLFILE.   *
      *****************************************************************
       2800-STAGE-ADVERSE-ACTION.
           MOVE SPACES               TO NTFY-EVENT-RECORD.
           SET NTFY-EV-ADVERSE-ACTION TO TRUE.
           MOVE WS-RUN-DATE          TO NTFY-EVENT-DATE.
           MOVE WS-EVENT-TIME        TO NTFY-EVENT-TIME.
           MOVE ZEROS                TO NTFY-CUST-ID.
           MOVE ZEROS                TO NTFY-ACCT-ID.
           MOVE APL-ID               TO NTFY-APPL-ID.
           STRING 'CARD APPLICATION DECLINED - ' APL-REASON
               DELIMITED BY SIZE INTO NTFY-EVENT-TEXT
           END-STRING.
           WRITE FD-NTFYFILE-REC FROM NTFY-EVENT-RECORD.
           IF NTFYFILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING NTFYFILE FOR APPLICATION: '
                       APL-ID
               MOVE NTFYFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-LETTERS-STAGED.
           EXIT.

      *****************************************************************
      * Every approved application not yet released goes to boarding  *
      * - the batch approvals above and the underwriter approvals     *
      * made on COAPLR0C since the last run.                          *
      *****************************************************************
       3000-RELEASE-APPROVED.
      *****************************************************************
           MOVE LOW-VALUES TO FD-APL-ID.
           START APPL-FILE KEY IS NOT LESS THAN FD-APL-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ APPL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       MOVE FD-APPLFILE-REC TO APPLICATION-RECORD
                       IF APL-APPROVED
                           PERFORM 3200-RELEASE-ONE-APPLICATION
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************************
       3200-RELEASE-ONE-APPLICATION.
           WRITE FD-APPS-REC FROM APL-APPLICANT.
           IF APPS-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING APPRAPPS FOR APPLICATION: '
                       APL-ID
               MOVE APPS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           SET APL-BOARDING-RELEASED TO TRUE.
           MOVE WS-RUN-DATE TO APL-RELEASED-DATE.
           MOVE APPLICATION-RECORD TO FD-APPLFILE-REC.
           REWRITE FD-APPLFILE-REC.
           IF APPLFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING APPLFILE: ' APL-ID
               MOVE APPLFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-APPS-RELEASED.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBAPL01C APPLICATION SCREENING SUMMARY'.
           DISPLAY '  APPLICATIONS READ    : ' WS-APPS-READ.
           DISPLAY '  APPROVED             : ' WS-APPS-APPROVED.
           DISPLAY '  REFERRED             : ' WS-APPS-REFERRED.
           DISPLAY '  DECLINED             : ' WS-APPS-DECLINED.
           DISPLAY '  DECLINE LETTERS      : ' WS-LETTERS-STAGED.
           DISPLAY '  RELEASED TO BOARDING : ' WS-APPS-RELEASED.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE INTAKE-FILE.
           CLOSE SANC-FILE.
           CLOSE SCORECUT-FILE.
           CLOSE CUSTFILE-FILE.
           CLOSE APPL-FILE.
           CLOSE APPS-FILE.
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
