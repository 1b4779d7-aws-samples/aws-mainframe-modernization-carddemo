      ******************************************************************
      * PROGRAM     : CBRPT01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Report repository capture and purge.  Run as a
      *               step after each report-producing job, it copies
      *               the report on RPTIN into the keyed RPTREPO
      *               repository under run date, job and report id,
      *               with a header row carrying the title, retention
      *               and the entitlement a viewer needs to open it
      *               (CORPTV0C).  A rerun of the same report on the
      *               same date replaces the earlier capture.  The
      *               purge run drops every report whose retention has
      *               run out.
      *               SYSIN card:
      *                 col 1      C capture / P purge
      *                 col 3-10   job name
      *                 col 12-19  report id
      *                 col 21-24  retention days (default 0030)
      *                 col 26-29  entitlement function (default RPTV)
      *                 col 31-40  run date CCYY-MM-DD (default today)
      *                 col 42-80  report title
      *               RPTIN is read at 133 bytes, carriage control
      *               first; a narrower report lands in the leading
      *               columns of the line.  A purge card needs only
      *               column 1 (and a run date to purge as of another
      *               day).
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
       PROGRAM-ID.    CBRPT01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPTIN-FILE ASSIGN TO RPTIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPTIN-STATUS.
      *
           SELECT REPO-FILE ASSIGN TO RPTREPO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-RPR-KEY
                  FILE STATUS  IS REPO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RPTIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  FD-RPTIN-REC                         PIC X(133).

       FD  REPO-FILE.
       01  FD-REPO-REC.
           05 FD-RPR-KEY                        PIC X(33).
           05 FD-RPR-DATA                       PIC X(133).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVRPT01Y.

       01  RPTIN-STATUS.
           05  RPTIN-STAT1         PIC X.
           05  RPTIN-STAT2         PIC X.
       01  REPO-STATUS.
           05  REPO-STAT1          PIC X.
           05  REPO-STAT2          PIC X.

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
      * Control card.                                                 *
      *---------------------------------------------------------------*
       01  PRM-INFO.
           05  P-MODE              PIC X(01).
               88  P-CAPTURE                 VALUE 'C'.
               88  P-PURGE                   VALUE 'P'.
           05  FILLER              PIC X(01).
           05  P-JOB-NAME          PIC X(08).
           05  FILLER              PIC X(01).
           05  P-REPORT-ID         PIC X(08).
           05  FILLER              PIC X(01).
           05  P-RETAIN-DAYS       PIC X(04).
           05  FILLER              PIC X(01).
           05  P-ACCESS-FUNC       PIC X(04).
           05  FILLER              PIC X(01).
           05  P-RUN-DATE          PIC X(10).
           05  FILLER              PIC X(01).
           05  P-TITLE             PIC X(39).

       01  WS-RETAIN-DAYS          PIC 9(04) VALUE 30.
       01  WS-ACCESS-FUNC          PIC X(04) VALUE 'RPTV'.
       01  WS-RUN-DATE             PIC X(10).
       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE-FIELDS
                                   PIC 9(08).
       01  WS-RUN-TIME-FIELDS.
           05  WS-RUN-HH                   PIC 9(02).
           05  WS-RUN-MN                   PIC 9(02).
           05  WS-RUN-SS                   PIC 9(02).
           05  WS-RUN-HS                   PIC 9(02).
       01  WS-CAPTURE-TS                   PIC X(26).
       01  WS-EXPIRY-FIELDS.
           05  WS-EXPIRY-YYYY              PIC 9(04).
           05  WS-EXPIRY-MM                PIC 9(02).
           05  WS-EXPIRY-DD                PIC 9(02).
       01  WS-EXPIRY-N REDEFINES WS-EXPIRY-FIELDS
                                   PIC 9(08).
       01  WS-EXPIRY-DATE                  PIC X(10).

      *---------------------------------------------------------------*
      * The report being captured, and the one a purge is dropping.   *
      *---------------------------------------------------------------*
       01  WS-REPORT-PREFIX                PIC X(26).
       01  WS-LINE-NBR                     PIC 9(07) VALUE 0.
       01  WS-LINE-MAX                     PIC 9(07) VALUE 9999999.

       01  WS-RUN-COUNTS.
           05  WS-LINES-CAPTURED           PIC 9(09) VALUE 0.
           05  WS-LINES-REPLACED           PIC 9(09) VALUE 0.
           05  WS-LINES-TRUNCATED          PIC 9(09) VALUE 0.
           05  WS-REPORTS-KEPT             PIC 9(09) VALUE 0.
           05  WS-REPORTS-PURGED           PIC 9(09) VALUE 0.
           05  WS-LINES-PURGED             PIC 9(09) VALUE 0.

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBRPT01C'.
           PERFORM 1000-INITIALIZE.
           EVALUATE TRUE
               WHEN P-CAPTURE
                   PERFORM 2000-CAPTURE-REPORT
               WHEN P-PURGE
                   PERFORM 3000-PURGE-EXPIRED
           END-EVALUATE.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBRPT01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT PRM-INFO FROM SYSIN.
           IF NOT P-CAPTURE AND NOT P-PURGE
               DISPLAY 'SYSIN MODE MUST BE C (CAPTURE) OR P (PURGE): '
                       P-MODE
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           IF P-CAPTURE
              AND (P-JOB-NAME = SPACES OR P-REPORT-ID = SPACES)
               DISPLAY 'CAPTURE NEEDS A JOB NAME AND REPORT ID'
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           IF P-RETAIN-DAYS IS NUMERIC AND P-RETAIN-DAYS > '0000'
               MOVE P-RETAIN-DAYS TO WS-RETAIN-DAYS
           END-IF.
           IF P-ACCESS-FUNC NOT = SPACES
               MOVE P-ACCESS-FUNC TO WS-ACCESS-FUNC
           END-IF.

           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-FIELDS FROM TIME.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD ' '
                  WS-RUN-HH ':' WS-RUN-MN ':' WS-RUN-SS '.'
                  WS-RUN-HS '0000'
               DELIMITED BY SIZE
               INTO WS-CAPTURE-TS
           END-STRING.
      *    A stream that runs past midnight names the night it
      *    belongs to on the card.
           IF P-RUN-DATE(1:4) NUMERIC
              AND P-RUN-DATE(5:1) = '-'
              AND P-RUN-DATE(6:2) NUMERIC
              AND P-RUN-DATE(8:1) = '-'
              AND P-RUN-DATE(9:2) NUMERIC
               MOVE P-RUN-DATE(1:4) TO WS-RUN-YYYY
               MOVE P-RUN-DATE(6:2) TO WS-RUN-MM
               MOVE P-RUN-DATE(9:2) TO WS-RUN-DD
           END-IF.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING.

           OPEN I-O REPO-FILE.
           IF REPO-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REPORTS'
               MOVE REPO-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           IF P-CAPTURE
               OPEN INPUT RPTIN-FILE
               IF RPTIN-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING RPTIN'
                   MOVE RPTIN-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               DISPLAY 'CAPTURING ' P-JOB-NAME ' ' P-REPORT-ID
                       ' FOR ' WS-RUN-DATE
           ELSE
               DISPLAY 'PURGING REPORTS EXPIRED BEFORE ' WS-RUN-DATE
           END-IF.

      *****************************************************************
      * Capture: clear any earlier capture of this report for the     *
      * date, copy the lines, then write the header row with the     *
      * count so a report is listed only once it is complete.         *
      *****************************************************************
       2000-CAPTURE-REPORT.
           MOVE SPACES       TO WS-REPORT-PREFIX.
           MOVE WS-RUN-DATE  TO WS-REPORT-PREFIX(1:10).
           MOVE P-JOB-NAME   TO WS-REPORT-PREFIX(11:8).
           MOVE P-REPORT-ID  TO WS-REPORT-PREFIX(19:8).
           PERFORM 2100-CLEAR-EARLIER-CAPTURE.

           PERFORM 2200-READ-REPORT-LINE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               IF WS-LINE-NBR < WS-LINE-MAX
                   PERFORM 2300-WRITE-REPORT-LINE
               ELSE
                   ADD 1 TO WS-LINES-TRUNCATED
               END-IF
               PERFORM 2200-READ-REPORT-LINE
           END-PERFORM.

           PERFORM 2400-WRITE-HEADER-ROW.

      *****************************************************************
       2100-CLEAR-EARLIER-CAPTURE.
           MOVE WS-REPORT-PREFIX TO FD-RPR-KEY.
           MOVE ZERO             TO FD-RPR-KEY(27:7).
           START REPO-FILE KEY >= FD-RPR-KEY
               INVALID KEY MOVE '10' TO REPO-STATUS
           END-START.
           PERFORM UNTIL REPO-STATUS NOT = '00'
               READ REPO-FILE NEXT
                   AT END MOVE '10' TO REPO-STATUS
               END-READ
               IF REPO-STATUS = '00'
                   IF FD-RPR-KEY(1:26) NOT = WS-REPORT-PREFIX
                       MOVE '10' TO REPO-STATUS
                   ELSE
                       PERFORM 2150-DELETE-REPO-ROW
                       ADD 1 TO WS-LINES-REPLACED
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LINES-REPLACED > ZERO
               DISPLAY 'EARLIER CAPTURE REPLACED - ROWS: '
                       WS-LINES-REPLACED
           END-IF.

      *****************************************************************
       2150-DELETE-REPO-ROW.
           DELETE REPO-FILE.
           IF REPO-STATUS NOT = '00'
               DISPLAY 'ERROR DELETING REPORTS ROW: ' FD-RPR-KEY
               MOVE REPO-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

      *****************************************************************
       2200-READ-REPORT-LINE.
           READ RPTIN-FILE.
           EVALUATE RPTIN-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING RPTIN'
                   MOVE RPTIN-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.

      *****************************************************************
       2300-WRITE-REPORT-LINE.
           ADD 1 TO WS-LINE-NBR.
           MOVE WS-RUN-DATE   TO RPR-RUN-DATE.
           MOVE P-JOB-NAME    TO RPR-JOB-NAME.
           MOVE P-REPORT-ID   TO RPR-REPORT-ID.
           MOVE WS-LINE-NBR   TO RPR-LINE-NBR.
           MOVE FD-RPTIN-REC  TO RPR-LINE-TEXT.
           PERFORM 2500-PUT-REPO-ROW.
           ADD 1 TO WS-LINES-CAPTURED.

      *****************************************************************
      * Header row: line zero, expiring the retention days after the  *
      * run date.                                                     *
      *****************************************************************
       2400-WRITE-HEADER-ROW.
           COMPUTE WS-EXPIRY-N =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N)
                    + WS-RETAIN-DAYS).
           STRING WS-EXPIRY-YYYY '-' WS-EXPIRY-MM '-' WS-EXPIRY-DD
               DELIMITED BY SIZE INTO WS-EXPIRY-DATE
           END-STRING.

           MOVE SPACES          TO REPORT-REPO-RECORD.
           MOVE WS-RUN-DATE     TO RPR-RUN-DATE.
           MOVE P-JOB-NAME      TO RPR-JOB-NAME.
           MOVE P-REPORT-ID     TO RPR-REPORT-ID.
           MOVE ZERO            TO RPR-LINE-NBR.
           IF P-TITLE = SPACES
               MOVE P-REPORT-ID TO RPR-TITLE
           ELSE
               MOVE P-TITLE     TO RPR-TITLE
           END-IF.
           MOVE WS-ACCESS-FUNC  TO RPR-ACCESS-FUNC.
           MOVE WS-RETAIN-DAYS  TO RPR-RETAIN-DAYS.
           MOVE WS-EXPIRY-DATE  TO RPR-EXPIRY-DATE.
           MOVE WS-LINE-NBR     TO RPR-LINE-COUNT.
           MOVE WS-CAPTURE-TS   TO RPR-CAPTURE-TS.
           PERFORM 2500-PUT-REPO-ROW.
           ADD 1 TO WS-REPORTS-KEPT.

      *****************************************************************
       2500-PUT-REPO-ROW.
           MOVE REPORT-REPO-RECORD TO FD-REPO-REC.
           WRITE FD-REPO-REC.
           IF REPO-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING REPORTS ROW: ' FD-RPR-KEY
               MOVE REPO-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

      *****************************************************************
      * Purge: a header row past its expiry date takes every row of   *
      * its report with it.  Lines left without a header by a capture *
      * that abended part way carry no expiry; rerunning that capture *
      * replaces them.                                                *
      *****************************************************************
       3000-PURGE-EXPIRED.
           MOVE LOW-VALUES TO FD-RPR-KEY.
           START REPO-FILE KEY >= FD-RPR-KEY
               INVALID KEY MOVE 'Y' TO END-OF-FILE
           END-START.
           MOVE SPACES TO WS-REPORT-PREFIX.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ REPO-FILE NEXT INTO REPORT-REPO-RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
               END-READ
               IF END-OF-FILE NOT = 'Y'
                   PERFORM 3100-CHECK-PURGE-ROW
               END-IF
           END-PERFORM.

      *****************************************************************
       3100-CHECK-PURGE-ROW.
           IF RPR-LINE-NBR = ZERO
               IF RPR-EXPIRY-DATE < WS-RUN-DATE
                   MOVE RPR-KEY(1:26) TO WS-REPORT-PREFIX
                   ADD 1 TO WS-REPORTS-PURGED
                   DISPLAY 'PURGING ' RPR-RUN-DATE ' ' RPR-JOB-NAME
                           ' ' RPR-REPORT-ID ' EXPIRED '
                           RPR-EXPIRY-DATE
               ELSE
                   MOVE SPACES TO WS-REPORT-PREFIX
                   ADD 1 TO WS-REPORTS-KEPT
               END-IF
           END-IF.
           IF RPR-KEY(1:26) = WS-REPORT-PREFIX
               PERFORM 2150-DELETE-REPO-ROW
               ADD 1 TO WS-LINES-PURGED
           END-IF.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBRPT01C REPORT REPOSITORY SUMMARY'.
           IF P-CAPTURE
               DISPLAY '  REPORT               : ' P-JOB-NAME ' '
                       P-REPORT-ID
               DISPLAY '  RUN DATE             : ' WS-RUN-DATE
               DISPLAY '  LINES CAPTURED       : ' WS-LINES-CAPTURED
               DISPLAY '  LINES NOT CAPTURED   : ' WS-LINES-TRUNCATED
               DISPLAY '  EARLIER ROWS REPLACED: ' WS-LINES-REPLACED
               DISPLAY '  RETAINED UNTIL       : ' WS-EXPIRY-DATE
               DISPLAY '  VIEW ENTITLEMENT     : ' WS-ACCESS-FUNC
           ELSE
               DISPLAY '  REPORTS KEPT         : ' WS-REPORTS-KEPT
               DISPLAY '  REPORTS PURGED       : ' WS-REPORTS-PURGED
               DISPLAY '  ROWS PURGED          : ' WS-LINES-PURGED
           END-IF.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE REPO-FILE.
           IF P-CAPTURE
               CLOSE RPTIN-FILE
           END-IF.
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
