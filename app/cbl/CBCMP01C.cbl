      ******************************************************************
      * PROGRAM     : CBCMP01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Card network compromise-alert intake.  Loads the
      *               networks' exposed-card file after a merchant
      *               breach, matches each card number to the card
      *               master and the cross reference, and flags the
      *               card with the breach id and exposure type so the
      *               authorization engine runs tighter fraud limits
      *               on it.  Produces a report of every alert and what
      *               became of it, and a reissue selection extract
      *               (CMPSEL) of the flagged active cards - full-track
      *               exposures first, then card-not-present, then
      *               number-only, highest account balance first
      *               within each - for CBREI01C to order replacement
      *               plastic through the EMBOSSX path.
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
       PROGRAM-ID.    CBCMP01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Exposed-card alerts from the card networks.
           SELECT ALERT-FILE ASSIGN TO CMPALERT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ALERT-STATUS.
      *
           SELECT CARD-FILE ASSIGN TO CARDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CARD-NUM
                  FILE STATUS  IS CARDFILE-STATUS.
      *
           SELECT XREF-FILE ASSIGN TO XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS XREF-CARD-NUM
                  FILE STATUS  IS XREFFILE-STATUS.
      *
      *    Account master - status and balance for the reissue
      *    priority.
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      *
      *    Alert disposition report for operations.
           SELECT REPORT-FILE ASSIGN TO CMPRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CMPRPT-STATUS.
      *
      *    Reissue selection extract, read by CBREI01C.
           SELECT SELECT-FILE ASSIGN TO CMPSEL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CMPSEL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CVCMA01Y.

       FD  CARD-FILE.
       COPY CVACT02Y.

       FD  XREF-FILE.
       COPY CVACT03Y.

       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-REPORT-REC                        PIC X(132).

       FD  SELECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CVCMS01Y.

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVACT01Y.

       01  ALERT-STATUS.
           05  ALERT-STAT1         PIC X.
           05  ALERT-STAT2         PIC X.
       01  CARDFILE-STATUS.
           05  CARDFILE-STAT1      PIC X.
           05  CARDFILE-STAT2      PIC X.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  CMPRPT-STATUS.
           05  CMPRPT-STAT1        PIC X.
           05  CMPRPT-STAT2        PIC X.
       01  CMPSEL-STATUS.
           05  CMPSEL-STAT1        PIC X.
           05  CMPSEL-STAT2        PIC X.

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
      * Exposure severity: full track outranks card-not-present data, *
      * which outranks the bare number.  A card alerted twice keeps   *
      * the worse exposure.                                           *
      *---------------------------------------------------------------*
       01  WS-NEW-RANK             PIC 9(01).
       01  WS-OLD-RANK             PIC 9(01).
       01  WS-RANK-EXPOSURE        PIC X(01).
       01  WS-RANK-RESULT          PIC 9(01).

       01  WS-ACCT-FOUND-SW        PIC X(01).
           88  WS-ACCT-FOUND                 VALUE 'Y'.
       01  WS-DISPOSITION          PIC X(30).

      *---------------------------------------------------------------*
      * Reissue selections, kept in priority order as they arrive     *
      * and written once the alert file is done.                      *
      *---------------------------------------------------------------*
       01  WS-SEL-TABLE.
           05  WS-SEL-ENTRY OCCURS 5000 TIMES.
               10  WS-SEL-RANK             PIC 9(01).
               10  WS-SEL-BAL              PIC S9(10)V99 COMP-3.
               10  WS-SEL-CARD             PIC X(16).
               10  WS-SEL-ACCT             PIC 9(11).
               10  WS-SEL-BREACH           PIC X(10).
               10  WS-SEL-EXPOSURE         PIC X(01).
               10  WS-SEL-ALERT-DATE       PIC X(10).
       01  WS-SEL-MAX              PIC S9(8) COMP VALUE 5000.
       01  WS-SEL-COUNT            PIC S9(8) COMP VALUE 0.
       01  WS-SEL-SUB              PIC S9(8) COMP VALUE 0.
       01  WS-SEL-POS              PIC S9(8) COMP VALUE 0.
       01  WS-SEL-DUP-SW           PIC X(01).
           88  WS-SEL-DUPLICATE              VALUE 'Y'.

       01  WS-RUN-COUNTS.
           05  WS-ALERTS-READ              PIC 9(09) VALUE 0.
           05  WS-ALERTS-INVALID           PIC 9(09) VALUE 0.
           05  WS-ALERTS-NO-CARD           PIC 9(09) VALUE 0.
           05  WS-ALERTS-NO-XREF           PIC 9(09) VALUE 0.
           05  WS-CARDS-FLAGGED            PIC 9(09) VALUE 0.
           05  WS-CARDS-ALREADY-WORSE      PIC 9(09) VALUE 0.
           05  WS-CARDS-SELECTED           PIC 9(09) VALUE 0.
           05  WS-CARDS-NOT-SELECTED       PIC 9(09) VALUE 0.
           05  WS-CARDS-TABLE-FULL         PIC 9(09) VALUE 0.
           05  WS-SELECT-BY-RANK           PIC 9(09) VALUE 0
                                           OCCURS 3 TIMES.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-RUN-TIME-FIELDS.
           05  WS-RUN-HH                   PIC 9(02).
           05  WS-RUN-MN                   PIC 9(02).
           05  WS-RUN-SS                   PIC 9(02).
           05  WS-RUN-HS                   PIC 9(02).
       01  WS-RUN-TIMESTAMP                PIC X(26).

      *---------------------------------------------------------------*
      * Report lines.                                                 *
      *---------------------------------------------------------------*
       01  WS-RPT-HEADER-1.
           05  FILLER  VALUE 'CBCMP01C  CARD COMPROMISE ALERT INTAKE'
                                               PIC X(45).
           05  FILLER  VALUE 'RUN DATE: '      PIC X(10).
           05  WS-RPT-HDR-DATE                 PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(67).
       01  WS-RPT-HEADER-2.
           05  FILLER  VALUE 'CARD NUMBER     '  PIC X(18).
           05  FILLER  VALUE 'BREACH ID '        PIC X(12).
           05  FILLER  VALUE 'EXP '              PIC X(05).
           05  FILLER  VALUE 'NETW'              PIC X(06).
           05  FILLER  VALUE 'ACCOUNT    '       PIC X(13).
           05  FILLER  VALUE '      BALANCE'     PIC X(16).
           05  FILLER  VALUE 'DISPOSITION'       PIC X(62).
       01  WS-RPT-DETAIL.
           05  WS-RPT-CARD                     PIC X(16).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-RPT-BREACH                   PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-RPT-EXPOSURE                 PIC X(01).
           05  FILLER  VALUE SPACES            PIC X(04).
           05  WS-RPT-NETWORK                  PIC X(04).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-RPT-ACCT                     PIC X(11).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-RPT-BAL                      PIC Z(9)9.99-.
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-RPT-DISPOSITION              PIC X(30).
           05  FILLER  VALUE SPACES            PIC X(32).
       01  WS-RPT-TOTAL.
           05  WS-RPT-TOT-LABEL                PIC X(40).
           05  WS-RPT-TOT-COUNT                PIC Z(8)9.
           05  FILLER  VALUE SPACES            PIC X(83).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBCMP01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-ALERTS.
           PERFORM 3000-WRITE-SELECTIONS.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBCMP01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-FIELDS FROM TIME.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD ' '
                  WS-RUN-HH ':' WS-RUN-MN ':' WS-RUN-SS '.'
                  WS-RUN-HS '0000'
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP
           END-STRING.
           MOVE WS-RUN-TIMESTAMP(1:10) TO WS-RPT-HDR-DATE.

           OPEN INPUT ALERT-FILE.
           IF ALERT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CMPALERT'
               MOVE ALERT-STATUS TO IO-STATUS
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

           OPEN INPUT XREF-FILE.
           IF XREFFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING XREFFILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
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

           OPEN OUTPUT REPORT-FILE.
           IF CMPRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CMPRPT'
               MOVE CMPRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           WRITE FD-REPORT-REC FROM WS-RPT-HEADER-1.
           WRITE FD-REPORT-REC FROM WS-RPT-HEADER-2.

           OPEN OUTPUT SELECT-FILE.
           IF CMPSEL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CMPSEL'
               MOVE CMPSEL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

      *****************************************************************
       2000-PROCESS-ALERTS.
      *****************************************************************
           PERFORM 2100-READ-ALERT.
           PERFORM UNTIL END-OF-FILE = 'Y'
               ADD 1 TO WS-ALERTS-READ
               PERFORM 2200-PROCESS-ONE-ALERT
               PERFORM 2800-WRITE-REPORT-LINE
               PERFORM 2100-READ-ALERT
           END-PERFORM.

      *****************************************************************
       2100-READ-ALERT.
      *****************************************************************
           READ ALERT-FILE.
           EVALUATE ALERT-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING CMPALERT'
                   MOVE ALERT-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * Match the alert to the card master and the cross reference,   *
      * flag the card, and queue it for reissue when it is still in  *
      * the cardholder's hands on an open account.                    *
      *****************************************************************
       2200-PROCESS-ONE-ALERT.
           MOVE 'N'    TO WS-ACCT-FOUND-SW.
           MOVE SPACES TO WS-RPT-ACCT.
           MOVE ZERO   TO WS-RPT-BAL.
           IF CMA-CARD-NUM NOT NUMERIC
              OR NOT CMA-EXPOSURE-VALID
              OR CMA-BREACH-ID = SPACES
               ADD 1 TO WS-ALERTS-INVALID
               MOVE 'INVALID ALERT RECORD' TO WS-DISPOSITION
               EXIT PARAGRAPH
           END-IF.

           MOVE CMA-CARD-NUM TO CARD-NUM.
           READ CARD-FILE
               INVALID KEY
                   ADD 1 TO WS-ALERTS-NO-CARD
                   MOVE 'NOT ON CARDFILE' TO WS-DISPOSITION
                   EXIT PARAGRAPH
           END-READ.

           MOVE CMA-CARD-NUM TO XREF-CARD-NUM.
           READ XREF-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF XREFFILE-STATUS = '00'
               MOVE XREF-ACCT-ID TO FD-ACCT-ID
               READ ACCTFILE-FILE INTO ACCOUNT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ACCT-FOUND TO TRUE
                       MOVE XREF-ACCT-ID  TO WS-RPT-ACCT
                       MOVE ACCT-CURR-BAL TO WS-RPT-BAL
               END-READ
           END-IF.

           PERFORM 2300-FLAG-CARD.

           EVALUATE TRUE
               WHEN XREFFILE-STATUS NOT = '00'
                   ADD 1 TO WS-ALERTS-NO-XREF
                   MOVE 'FLAGGED - NOT ON XREF' TO WS-DISPOSITION
               WHEN NOT WS-ACCT-FOUND
                   ADD 1 TO WS-CARDS-NOT-SELECTED
                   MOVE 'FLAGGED - ACCOUNT NOT ON FILE'
                     TO WS-DISPOSITION
               WHEN NOT CARD-STS-ACTIVE
                   ADD 1 TO WS-CARDS-NOT-SELECTED
                   MOVE 'FLAGGED - CARD NOT ACTIVE' TO WS-DISPOSITION
               WHEN ACCT-CLOSED OR ACCT-CHARGED-OFF
                   ADD 1 TO WS-CARDS-NOT-SELECTED
                   MOVE 'FLAGGED - ACCOUNT CLOSED' TO WS-DISPOSITION
               WHEN OTHER
                   PERFORM 2400-QUEUE-SELECTION
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * A card already carrying a worse exposure keeps it - the new   *
      * breach is reported but does not downgrade the flag.           *
      *****************************************************************
       2300-FLAG-CARD.
           MOVE CMA-EXPOSURE-TYPE TO WS-RANK-EXPOSURE.
           PERFORM 2350-EXPOSURE-RANK.
           MOVE WS-RANK-RESULT TO WS-NEW-RANK.
           MOVE CARD-EXPOSURE-TYPE TO WS-RANK-EXPOSURE.
           PERFORM 2350-EXPOSURE-RANK.
           MOVE WS-RANK-RESULT TO WS-OLD-RANK.

           IF CARD-COMPROMISED AND WS-OLD-RANK < WS-NEW-RANK
               ADD 1 TO WS-CARDS-ALREADY-WORSE
               EXIT PARAGRAPH
           END-IF.

           MOVE CMA-BREACH-ID     TO CARD-BREACH-ID.
           MOVE CMA-EXPOSURE-TYPE TO CARD-EXPOSURE-TYPE.
           MOVE WS-RUN-TIMESTAMP  TO CARD-LAST-MAINT-TS.
           REWRITE CARD-RECORD.
           IF CARDFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING CARDFILE FOR CARD: ' CARD-NUM
               MOVE CARDFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-CARDS-FLAGGED.
           EXIT.

      *****************************************************************
       2350-EXPOSURE-RANK.
           EVALUATE WS-RANK-EXPOSURE
               WHEN 'T'
                   MOVE 1 TO WS-RANK-RESULT
               WHEN 'C'
                   MOVE 2 TO WS-RANK-RESULT
               WHEN 'P'
                   MOVE 3 TO WS-RANK-RESULT
               WHEN OTHER
                   MOVE 9 TO WS-RANK-RESULT
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * Insert the card into the selection table at its priority -    *
      * the card's own (possibly worse, earlier) exposure, then the   *
      * balance, highest first.  A card alerted twice in one file is  *
      * queued once.                                                  *
      *****************************************************************
       2400-QUEUE-SELECTION.
           MOVE 'N' TO WS-SEL-DUP-SW.
           PERFORM VARYING WS-SEL-SUB FROM 1 BY 1
               UNTIL WS-SEL-SUB > WS-SEL-COUNT
                     OR WS-SEL-DUPLICATE
               IF WS-SEL-CARD (WS-SEL-SUB) = CARD-NUM
                   SET WS-SEL-DUPLICATE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-SEL-DUPLICATE
               MOVE 'FLAGGED - ALREADY SELECTED' TO WS-DISPOSITION
               EXIT PARAGRAPH
           END-IF.
           IF WS-SEL-COUNT >= WS-SEL-MAX
               ADD 1 TO WS-CARDS-TABLE-FULL
               MOVE 'FLAGGED - SELECTION TABLE FULL' TO WS-DISPOSITION
               EXIT PARAGRAPH
           END-IF.

           MOVE CARD-EXPOSURE-TYPE TO WS-RANK-EXPOSURE.
           PERFORM 2350-EXPOSURE-RANK.

           MOVE 1 TO WS-SEL-POS.
           PERFORM VARYING WS-SEL-POS FROM 1 BY 1
               UNTIL WS-SEL-POS > WS-SEL-COUNT
                  OR WS-SEL-RANK (WS-SEL-POS) > WS-RANK-RESULT
                  OR (WS-SEL-RANK (WS-SEL-POS) = WS-RANK-RESULT
                      AND WS-SEL-BAL (WS-SEL-POS) < ACCT-CURR-BAL)
               CONTINUE
           END-PERFORM.
           PERFORM VARYING WS-SEL-SUB FROM WS-SEL-COUNT BY -1
               UNTIL WS-SEL-SUB < WS-SEL-POS
               MOVE WS-SEL-ENTRY (WS-SEL-SUB)
                 TO WS-SEL-ENTRY (WS-SEL-SUB + 1)
           END-PERFORM.
           ADD 1 TO WS-SEL-COUNT.

           MOVE WS-RANK-RESULT     TO WS-SEL-RANK (WS-SEL-POS).
           MOVE ACCT-CURR-BAL      TO WS-SEL-BAL (WS-SEL-POS).
           MOVE CARD-NUM           TO WS-SEL-CARD (WS-SEL-POS).
           MOVE XREF-ACCT-ID       TO WS-SEL-ACCT (WS-SEL-POS).
           MOVE CARD-BREACH-ID     TO WS-SEL-BREACH (WS-SEL-POS).
           MOVE CARD-EXPOSURE-TYPE TO WS-SEL-EXPOSURE (WS-SEL-POS).
           MOVE CMA-ALERT-DATE     TO WS-SEL-ALERT-DATE (WS-SEL-POS).
           ADD 1 TO WS-CARDS-SELECTED.
           ADD 1 TO WS-SELECT-BY-RANK (WS-RANK-RESULT).
           MOVE 'FLAGGED - SELECTED FOR REISSUE' TO WS-DISPOSITION.
           EXIT.

      *****************************************************************
       2800-WRITE-REPORT-LINE.
           MOVE CMA-CARD-NUM      TO WS-RPT-CARD.
           MOVE CMA-BREACH-ID     TO WS-RPT-BREACH.
           MOVE CMA-EXPOSURE-TYPE TO WS-RPT-EXPOSURE.
           MOVE CMA-NETWORK       TO WS-RPT-NETWORK.
           MOVE WS-DISPOSITION    TO WS-RPT-DISPOSITION.
           WRITE FD-REPORT-REC FROM WS-RPT-DETAIL.
           IF CMPRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CMPRPT'
               MOVE CMPRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
      * The selection extract, most urgent first.                     *
      *****************************************************************
       3000-WRITE-SELECTIONS.
           PERFORM VARYING WS-SEL-SUB FROM 1 BY 1
               UNTIL WS-SEL-SUB > WS-SEL-COUNT
               MOVE SPACES TO COMPROMISE-SELECT-RECORD
               MOVE WS-SEL-RANK (WS-SEL-SUB)     TO CMS-PRIORITY
               MOVE WS-SEL-CARD (WS-SEL-SUB)     TO CMS-CARD-NUM
               MOVE WS-SEL-ACCT (WS-SEL-SUB)     TO CMS-ACCT-ID
               MOVE WS-SEL-BAL (WS-SEL-SUB)      TO CMS-CURR-BAL
               MOVE WS-SEL-BREACH (WS-SEL-SUB)   TO CMS-BREACH-ID
               MOVE WS-SEL-EXPOSURE (WS-SEL-SUB) TO CMS-EXPOSURE-TYPE
               MOVE WS-SEL-ALERT-DATE (WS-SEL-SUB)
                                                 TO CMS-ALERT-DATE
               WRITE COMPROMISE-SELECT-RECORD
               IF CMPSEL-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING CMPSEL'
                   MOVE CMPSEL-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           MOVE SPACES TO FD-REPORT-REC.
           WRITE FD-REPORT-REC.
           MOVE 'ALERTS READ' TO WS-RPT-TOT-LABEL.
           MOVE WS-ALERTS-READ TO WS-RPT-TOT-COUNT.
           WRITE FD-REPORT-REC FROM WS-RPT-TOTAL.
           MOVE 'ALERTS INVALID' TO WS-RPT-TOT-LABEL.
           MOVE WS-ALERTS-INVALID TO WS-RPT-TOT-COUNT.
           WRITE FD-REPORT-REC FROM WS-RPT-TOTAL.
           MOVE 'ALERTS NOT ON CARDFILE' TO WS-RPT-TOT-LABEL.
           MOVE WS-ALERTS-NO-CARD TO WS-RPT-TOT-COUNT.
           WRITE FD-REPORT-REC FROM WS-RPT-TOTAL.
           MOVE 'CARDS FLAGGED' TO WS-RPT-TOT-LABEL.
           MOVE WS-CARDS-FLAGGED TO WS-RPT-TOT-COUNT.
           WRITE FD-REPORT-REC FROM WS-RPT-TOTAL.
           MOVE 'CARDS ALREADY FLAGGED WORSE' TO WS-RPT-TOT-LABEL.
           MOVE WS-CARDS-ALREADY-WORSE TO WS-RPT-TOT-COUNT.
           WRITE FD-REPORT-REC FROM WS-RPT-TOTAL.
           MOVE 'FLAGGED, NOT ON XREF' TO WS-RPT-TOT-LABEL.
           MOVE WS-ALERTS-NO-XREF TO WS-RPT-TOT-COUNT.
           WRITE FD-REPORT-REC FROM WS-RPT-TOTAL.
           MOVE 'FLAGGED, NOT SELECTED (STATUS)' TO WS-RPT-TOT-LABEL.
           MOVE WS-CARDS-NOT-SELECTED TO WS-RPT-TOT-COUNT.
           WRITE FD-REPORT-REC FROM WS-RPT-TOTAL.
           MOVE 'FLAGGED, NOT SELECTED (TABLE FULL)'
             TO WS-RPT-TOT-LABEL.
           MOVE WS-CARDS-TABLE-FULL TO WS-RPT-TOT-COUNT.
           WRITE FD-REPORT-REC FROM WS-RPT-TOTAL.
           MOVE 'SELECTED FOR REISSUE' TO WS-RPT-TOT-LABEL.
           MOVE WS-CARDS-SELECTED TO WS-RPT-TOT-COUNT.
           WRITE FD-REPORT-REC FROM WS-RPT-TOTAL.
           MOVE '  FULL TRACK' TO WS-RPT-TOT-LABEL.
           MOVE WS-SELECT-BY-RANK (1) TO WS-RPT-TOT-COUNT.
           WRITE FD-REPORT-REC FROM WS-RPT-TOTAL.
           MOVE '  CARD-NOT-PRESENT DATA' TO WS-RPT-TOT-LABEL.
           MOVE WS-SELECT-BY-RANK (2) TO WS-RPT-TOT-COUNT.
           WRITE FD-REPORT-REC FROM WS-RPT-TOTAL.
           MOVE '  NUMBER ONLY' TO WS-RPT-TOT-LABEL.
           MOVE WS-SELECT-BY-RANK (3) TO WS-RPT-TOT-COUNT.
           WRITE FD-REPORT-REC FROM WS-RPT-TOTAL.

           DISPLAY '================================================'.
           DISPLAY 'CBCMP01C COMPROMISE ALERT INTAKE SUMMARY'.
           DISPLAY '  ALERTS READ           : ' WS-ALERTS-READ.
           DISPLAY '  ALERTS INVALID        : ' WS-ALERTS-INVALID.
           DISPLAY '  NOT ON CARDFILE       : ' WS-ALERTS-NO-CARD.
           DISPLAY '  CARDS FLAGGED         : ' WS-CARDS-FLAGGED.
           DISPLAY '  ALREADY FLAGGED WORSE : ' WS-CARDS-ALREADY-WORSE.
           DISPLAY '  FLAGGED, NOT ON XREF  : ' WS-ALERTS-NO-XREF.
           DISPLAY '  FLAGGED, NOT SELECTED : ' WS-CARDS-NOT-SELECTED.
           DISPLAY '  SELECTION TABLE FULL  : ' WS-CARDS-TABLE-FULL.
           DISPLAY '  SELECTED FOR REISSUE  : ' WS-CARDS-SELECTED.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE ALERT-FILE.
           CLOSE CARD-FILE.
           CLOSE XREF-FILE.
           CLOSE ACCTFILE-FILE.
           CLOSE REPORT-FILE.
           CLOSE SELECT-FILE.
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
