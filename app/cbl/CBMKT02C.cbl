      ******************************************************************
      * PROGRAM     : CBMKT02C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Marketing campaign response-rate report.  For
      *               each campaign on CAMPAIGN (or the one campaign
      *               named on SYSIN), counts the accounts offered on
      *               MKTOFFER and those CBBTR01C has marked responded,
      *               and prints the response rate and the transfer
      *               amount the responses brought in to MKTRPT.
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
       PROGRAM-ID.    CBMKT02C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE ASSIGN TO CAMPAIGN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-MKC-CAMPAIGN-CD
                  FILE STATUS  IS CAMPAIGN-STATUS.
      *
           SELECT MKTOFFER-FILE ASSIGN TO MKTOFFER
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-MKO-KEY
                  FILE STATUS  IS MKTOFFER-STATUS.
      *
           SELECT MKTRPT-FILE ASSIGN TO MKTRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS MKTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-FILE.
       01  FD-CAMPAIGN-REC.
           05  FD-MKC-CAMPAIGN-CD               PIC X(08).
           05  FD-MKC-DATA                      PIC X(192).

       FD  MKTOFFER-FILE.
       01  FD-MKTOFFER-REC.
           05  FD-MKO-KEY                       PIC X(19).
           05  FD-MKO-DATA                      PIC X(81).

       FD  MKTRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-MKTRPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVMKT01Y.

       01  CAMPAIGN-STATUS.
           05  CAMPAIGN-STAT1      PIC X.
           05  CAMPAIGN-STAT2      PIC X.
       01  MKTOFFER-STATUS.
           05  MKTOFFER-STAT1      PIC X.
           05  MKTOFFER-STAT2      PIC X.
       01  MKTRPT-STATUS.
           05  MKTRPT-STAT1        PIC X.
           05  MKTRPT-STAT2        PIC X.

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
       01  WS-OFFER-SCAN-SW        PIC X(01) VALUE 'N'.
           88  WS-OFFER-SCAN-DONE            VALUE 'Y'.

       01  PRM-INFO.
           05  P-CAMPAIGN-CD       PIC X(08) VALUE SPACES.
           05  FILLER              PIC X(72).

       01  WS-CAMPAIGN-COUNTS.
           05  WS-CMP-OFFERS               PIC 9(09) VALUE 0.
           05  WS-CMP-RESPONSES            PIC 9(09) VALUE 0.
           05  WS-CMP-AMOUNT               PIC S9(13)V99 COMP-3
                                                         VALUE 0.
       01  WS-RUN-COUNTS.
           05  WS-CAMPAIGNS-REPORTED       PIC 9(09) VALUE 0.
           05  WS-TOT-OFFERS               PIC 9(09) VALUE 0.
           05  WS-TOT-RESPONSES            PIC 9(09) VALUE 0.
           05  WS-TOT-AMOUNT               PIC S9(13)V99 COMP-3
                                                         VALUE 0.
       01  WS-RATE-PCT                     PIC S9(03)V99 VALUE 0.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-RUN-DATE                     PIC X(10).

      *---------------------------------------------------------------*
      * Response-rate report print lines.                             *
      *---------------------------------------------------------------*
       01  WS-RPT-HEADER1.
           05  FILLER  VALUE
               'CBMKT02C  MARKETING CAMPAIGN RESPONSE RATES'
                                               PIC X(44).
           05  FILLER  VALUE '  RUN DATE: '    PIC X(12).
           05  WS-HDR-RUN-DATE                 PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(66).
       01  WS-RPT-HEADER2.
           05  FILLER  VALUE '  CAMPAIGN  '    PIC X(12).
           05  FILLER  VALUE 'DESCRIPTION'     PIC X(32).
           05  FILLER  VALUE 'DROP DATE'       PIC X(12).
           05  FILLER  VALUE '       OFFERS'   PIC X(13).
           05  FILLER  VALUE '    RESPONSES'   PIC X(13).
           05  FILLER  VALUE '   RATE %'       PIC X(09).
           05  FILLER  VALUE '      RESPONSE AMOUNT'
                                               PIC X(21).
           05  FILLER  VALUE SPACES            PIC X(20).
       01  WS-RPT-DETAIL.
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-CAMPAIGN                 PIC X(08).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-DESC                     PIC X(30).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-DROP-DATE                PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-OFFERS                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-RESPONSES                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER  VALUE SPACES            PIC X(03).
           05  WS-DTL-RATE                     PIC ZZ9.99.
           05  FILLER  VALUE SPACES            PIC X(03).
           05  WS-DTL-AMOUNT                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER  VALUE SPACES            PIC X(22).
       01  WS-RPT-TOTAL.
           05  FILLER  VALUE 'TOTAL ALL CAMPAIGNS'
                                               PIC X(56).
           05  WS-TOT-DTL-OFFERS               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-TOT-DTL-RESPONSES            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER  VALUE SPACES            PIC X(03).
           05  WS-TOT-DTL-RATE                 PIC ZZ9.99.
           05  FILLER  VALUE SPACES            PIC X(03).
           05  WS-TOT-DTL-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER  VALUE SPACES            PIC X(22).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBMKT02C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-REPORT-CAMPAIGNS.
           PERFORM 3000-PRINT-TOTALS.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBMKT02C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT PRM-INFO FROM SYSIN.
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING.
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.

           OPEN INPUT CAMPAIGN-FILE.
           IF CAMPAIGN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CAMPAIGN'
               MOVE CAMPAIGN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT MKTOFFER-FILE.
           IF MKTOFFER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MKTOFFER'
               MOVE MKTOFFER-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT MKTRPT-FILE.
           IF MKTRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MKTRPT'
               MOVE MKTRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           WRITE FD-MKTRPT-REC FROM WS-RPT-HEADER1.
           WRITE FD-MKTRPT-REC FROM WS-RPT-HEADER2.

      *****************************************************************
       2000-REPORT-CAMPAIGNS.
      *****************************************************************
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ CAMPAIGN-FILE INTO MARKETING-CAMPAIGN-RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF P-CAMPAIGN-CD = SPACES
                          OR P-CAMPAIGN-CD = MKC-CAMPAIGN-CD
                           PERFORM 2100-REPORT-ONE-CAMPAIGN
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************************
      * The campaign's offers sit together on MKTOFFER under the      *
      * campaign code, so one positioned browse counts them.          *
      *****************************************************************
       2100-REPORT-ONE-CAMPAIGN.
           INITIALIZE WS-CAMPAIGN-COUNTS.
           MOVE MKC-CAMPAIGN-CD TO MKO-CAMPAIGN-CD.
           MOVE ZERO            TO MKO-ACCT-ID.
           MOVE MKO-KEY         TO FD-MKO-KEY.
           MOVE 'N' TO WS-OFFER-SCAN-SW.
           START MKTOFFER-FILE KEY IS NOT LESS THAN FD-MKO-KEY
               INVALID KEY
                   SET WS-OFFER-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-OFFER-SCAN-DONE
               READ MKTOFFER-FILE NEXT INTO MARKETING-OFFER-RECORD
                   AT END
                       SET WS-OFFER-SCAN-DONE TO TRUE
                   NOT AT END
                       IF MKO-CAMPAIGN-CD NOT = MKC-CAMPAIGN-CD
                           SET WS-OFFER-SCAN-DONE TO TRUE
                       ELSE
                           PERFORM 2200-COUNT-OFFER
                       END-IF
               END-READ
           END-PERFORM.

           MOVE MKC-CAMPAIGN-CD     TO WS-DTL-CAMPAIGN.
           MOVE MKC-DESC            TO WS-DTL-DESC.
           MOVE MKC-DROP-DATE       TO WS-DTL-DROP-DATE.
           MOVE WS-CMP-OFFERS       TO WS-DTL-OFFERS.
           MOVE WS-CMP-RESPONSES    TO WS-DTL-RESPONSES.
           MOVE ZERO TO WS-RATE-PCT.
           IF WS-CMP-OFFERS > ZERO
               COMPUTE WS-RATE-PCT ROUNDED =
                       WS-CMP-RESPONSES * 100 / WS-CMP-OFFERS
           END-IF.
           MOVE WS-RATE-PCT         TO WS-DTL-RATE.
           MOVE WS-CMP-AMOUNT       TO WS-DTL-AMOUNT.
           WRITE FD-MKTRPT-REC FROM WS-RPT-DETAIL.
           IF MKTRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING MKTRPT'
               MOVE MKTRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           ADD 1                TO WS-CAMPAIGNS-REPORTED.
           ADD WS-CMP-OFFERS    TO WS-TOT-OFFERS.
           ADD WS-CMP-RESPONSES TO WS-TOT-RESPONSES.
           ADD WS-CMP-AMOUNT    TO WS-TOT-AMOUNT.

       2200-COUNT-OFFER.
           ADD 1 TO WS-CMP-OFFERS.
           IF MKO-RESPONDED
               ADD 1 TO WS-CMP-RESPONSES
               ADD MKO-RESPONSE-AMT TO WS-CMP-AMOUNT
           END-IF.

      *****************************************************************
       3000-PRINT-TOTALS.
           MOVE WS-TOT-OFFERS    TO WS-TOT-DTL-OFFERS.
           MOVE WS-TOT-RESPONSES TO WS-TOT-DTL-RESPONSES.
           MOVE ZERO TO WS-RATE-PCT.
           IF WS-TOT-OFFERS > ZERO
               COMPUTE WS-RATE-PCT ROUNDED =
                       WS-TOT-RESPONSES * 100 / WS-TOT-OFFERS
           END-IF.
           MOVE WS-RATE-PCT      TO WS-TOT-DTL-RATE.
           MOVE WS-TOT-AMOUNT    TO WS-TOT-DTL-AMOUNT.
           MOVE SPACES TO FD-MKTRPT-REC.
           WRITE FD-MKTRPT-REC.
           WRITE FD-MKTRPT-REC FROM WS-RPT-TOTAL.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBMKT02C CAMPAIGN RESPONSE REPORT SUMMARY'.
           DISPLAY '  CAMPAIGNS REPORTED   : ' WS-CAMPAIGNS-REPORTED.
           DISPLAY '  OFFERS               : ' WS-TOT-OFFERS.
           DISPLAY '  RESPONSES            : ' WS-TOT-RESPONSES.
           DISPLAY '================================================'.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE CAMPAIGN-FILE.
           CLOSE MKTOFFER-FILE.
           CLOSE MKTRPT-FILE.

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
