      ******************************************************************
      * Program     : CBTRVX0C.CBL
      * Application : CardDemo - Authorization Module
      * Type        : BATCH COBOL Program
      * Function    : Travel notice expiry.  Walks the travel notice
      *               file and removes every trip whose end date is
      *               before the run date; a record left with no trips
      *               is deleted.  COPAUA0C already ignores a finished
      *               trip, so this keeps the file to trips that can
      *               still matter and leaves room for new ones.  Each
      *               change is written to the audit trail as a
      *               before/after pair (a plain image for a delete),
      *               merged to AUDITLOG downstream.
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
       PROGRAM-ID. CBTRVX0C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Cardholder travel notices, keyed by account id.
           SELECT TRVL-FILE ASSIGN TO TRVLFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-TRV-ACCT-ID
                  FILE STATUS  IS WS-TRVL-STATUS.
      *
      *    Expiry audit records, merged to AUDITLOG downstream.
           SELECT AUDOUT-FILE ASSIGN TO AUDOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-AUDOUT-STATUS.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  TRVL-FILE.
       01  FD-TRVL-REC.
           05  FD-TRV-ACCT-ID                   PIC 9(11).
           05  FD-TRV-DATA                      PIC X(239).

       FD  AUDOUT-FILE.
       COPY AUDITLOG.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBTRVX0C'.
         05 WS-TRVL-STATUS             PIC X(02) VALUE SPACES.
            88 TRVL-EOF                          VALUE '10'.
            88 TRVL-OK                           VALUE '00'.
         05 WS-AUDOUT-STATUS           PIC X(02) VALUE SPACES.
      *
         05 WS-NO-NOTICES-READ         PIC S9(8) COMP VALUE 0.
         05 WS-NO-TRIPS-EXPIRED        PIC S9(8) COMP VALUE 0.
         05 WS-NO-NOTICES-UPDATED      PIC S9(8) COMP VALUE 0.
         05 WS-NO-NOTICES-DELETED      PIC S9(8) COMP VALUE 0.
         05 WS-NO-AUDIT-WRITTEN        PIC S9(8) COMP VALUE 0.
      *
         05 WS-TRIP-SUB                PIC S9(4) COMP VALUE 0.
         05 WS-KEEP-CNT                PIC S9(4) COMP VALUE 0.
         05 WS-DROPPED-CNT             PIC S9(4) COMP VALUE 0.
      *
         05 WS-RUN-DATE                PIC X(08).
         05 WS-RUN-TIME                PIC X(08).
         05 WS-AUDIT-SEQ               PIC 9(06) VALUE 0.
         05 WS-AUDIT-TIMESTAMP.
            10 WS-AUD-TS-YYYY          PIC X(04).
            10 FILLER                  PIC X(01) VALUE '-'.
            10 WS-AUD-TS-MM            PIC X(02).
            10 FILLER                  PIC X(01) VALUE '-'.
            10 WS-AUD-TS-DD            PIC X(02).
            10 FILLER                  PIC X(01) VALUE '-'.
            10 WS-AUD-TS-HH            PIC X(02).
            10 FILLER                  PIC X(01) VALUE '.'.
            10 WS-AUD-TS-MI            PIC X(02).
            10 FILLER                  PIC X(01) VALUE '.'.
            10 WS-AUD-TS-SS            PIC X(02).
            10 FILLER                  PIC X(01) VALUE '.'.
            10 WS-AUD-TS-SEQ           PIC 9(06).
      *
       01 WS-BEFORE-IMAGE              PIC X(250).
      *
       01 PRM-INFO.
      *    Optional run date override (YYYYMMDD) for reruns.
          05 P-RUN-DATE             PIC X(08).
          05 FILLER                 PIC X(72).

      *- CARDHOLDER TRAVEL NOTICE LAYOUT
       COPY CVTRV01Y.
      *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *
       MAIN-PARA.
      *
           PERFORM 1000-INITIALIZE                THRU 1000-EXIT

           PERFORM 2000-READ-NEXT-NOTICE          THRU 2000-EXIT

           PERFORM UNTIL TRVL-EOF

              PERFORM 3000-EXPIRE-ONE-NOTICE      THRU 3000-EXIT

              PERFORM 2000-READ-NEXT-NOTICE       THRU 2000-EXIT

           END-PERFORM
      *
           DISPLAY ' '
           DISPLAY '*-------------------------------------*'
           DISPLAY '# TRAVEL NOTICES READ :' WS-NO-NOTICES-READ
           DISPLAY '# TRIPS EXPIRED       :' WS-NO-TRIPS-EXPIRED
           DISPLAY '# NOTICES UPDATED     :' WS-NO-NOTICES-UPDATED
           DISPLAY '# NOTICES DELETED     :' WS-NO-NOTICES-DELETED
           DISPLAY '# AUDIT RECORDS       :' WS-NO-AUDIT-WRITTEN
           DISPLAY '*-------------------------------------*'
           DISPLAY ' '
      *
           CLOSE TRVL-FILE
           CLOSE AUDOUT-FILE
           GOBACK.
      *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
      *----------------------------------------------------------------*
      *
           ACCEPT PRM-INFO FROM SYSIN
           ACCEPT WS-RUN-DATE      FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME      FROM TIME
           DISPLAY 'STARTING PROGRAM CBTRVX0C::'

           IF P-RUN-DATE IS NUMERIC
              MOVE P-RUN-DATE         TO WS-RUN-DATE
           END-IF
           DISPLAY 'EXPIRING TRIPS ENDED BEFORE : ' WS-RUN-DATE

           MOVE WS-RUN-DATE(1:4)      TO WS-AUD-TS-YYYY
           MOVE WS-RUN-DATE(5:2)      TO WS-AUD-TS-MM
           MOVE WS-RUN-DATE(7:2)      TO WS-AUD-TS-DD
           MOVE WS-RUN-TIME(1:2)      TO WS-AUD-TS-HH
           MOVE WS-RUN-TIME(3:2)      TO WS-AUD-TS-MI
           MOVE WS-RUN-TIME(5:2)      TO WS-AUD-TS-SS

           OPEN I-O TRVL-FILE
           IF NOT TRVL-OK
              DISPLAY 'TRVLFILE OPEN FAILED: ' WS-TRVL-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT AUDOUT-FILE
           IF WS-AUDOUT-STATUS NOT = '00'
              DISPLAY 'AUDOUT OPEN FAILED: ' WS-AUDOUT-STATUS
              PERFORM 9999-ABEND
           END-IF
           .
      *
       1000-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
       2000-READ-NEXT-NOTICE.
      *----------------------------------------------------------------*
      *
           READ TRVL-FILE NEXT INTO TRAVEL-NOTICE-RECORD
           EVALUATE TRUE
              WHEN TRVL-OK
                   ADD 1              TO WS-NO-NOTICES-READ
              WHEN TRVL-EOF
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'TRVLFILE READ FAILED: ' WS-TRVL-STATUS
                   PERFORM 9999-ABEND
           END-EVALUATE
           .
       2000-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
      * A trip counts through its end date, so only trips that ended
      * before the run date go.  The trips kept close up in order.
      *----------------------------------------------------------------*
       3000-EXPIRE-ONE-NOTICE.
      *----------------------------------------------------------------*
      *
           MOVE TRAVEL-NOTICE-RECORD  TO WS-BEFORE-IMAGE
           MOVE 0                     TO WS-KEEP-CNT
                                         WS-DROPPED-CNT

           PERFORM VARYING WS-TRIP-SUB FROM 1 BY 1
                   UNTIL WS-TRIP-SUB > TRV-TRIP-CNT
                      OR WS-TRIP-SUB > 5
              IF TRV-END-DATE(WS-TRIP-SUB) < WS-RUN-DATE
                 ADD 1                TO WS-DROPPED-CNT
              ELSE
                 ADD 1                TO WS-KEEP-CNT
                 IF WS-KEEP-CNT NOT = WS-TRIP-SUB
                    MOVE TRV-TRIP(WS-TRIP-SUB)
                                      TO TRV-TRIP(WS-KEEP-CNT)
                 END-IF
              END-IF
           END-PERFORM

           IF WS-DROPPED-CNT = 0 AND TRV-TRIP-CNT > 0
              GO TO 3000-EXIT
           END-IF

           PERFORM VARYING WS-TRIP-SUB FROM WS-KEEP-CNT BY 1
                   UNTIL WS-TRIP-SUB >= 5
              MOVE SPACES             TO TRV-TRIP(WS-TRIP-SUB + 1)
           END-PERFORM
           MOVE WS-KEEP-CNT           TO TRV-TRIP-CNT
           ADD WS-DROPPED-CNT         TO WS-NO-TRIPS-EXPIRED

           IF TRV-TRIP-CNT = 0
              PERFORM 4000-DELETE-NOTICE     THRU 4000-EXIT
           ELSE
              PERFORM 5000-REWRITE-NOTICE    THRU 5000-EXIT
           END-IF
           .
       3000-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
       4000-DELETE-NOTICE.
      *----------------------------------------------------------------*
      *
           DELETE TRVL-FILE RECORD
           IF NOT TRVL-OK
              DISPLAY 'TRVLFILE DELETE FAILED: ' WS-TRVL-STATUS
              DISPLAY 'ACCOUNT ID            : ' TRV-ACCT-ID
              PERFORM 9999-ABEND
           END-IF
           ADD 1                      TO WS-NO-NOTICES-DELETED

           MOVE 'D'                   TO AUDIT-ACTION-TYPE
           MOVE SPACE                 TO AUDIT-IMAGE-TYPE
           MOVE WS-BEFORE-IMAGE       TO AUDIT-RECORD-DATA
           PERFORM 8000-WRITE-AUDIT   THRU 8000-EXIT
           .
       4000-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
       5000-REWRITE-NOTICE.
      *----------------------------------------------------------------*
      *
           REWRITE FD-TRVL-REC        FROM TRAVEL-NOTICE-RECORD
           IF NOT TRVL-OK
              DISPLAY 'TRVLFILE REWRITE FAILED: ' WS-TRVL-STATUS
              DISPLAY 'ACCOUNT ID             : ' TRV-ACCT-ID
              PERFORM 9999-ABEND
           END-IF
           ADD 1                      TO WS-NO-NOTICES-UPDATED

           MOVE 'U'                   TO AUDIT-ACTION-TYPE
           MOVE 'B'                   TO AUDIT-IMAGE-TYPE
           MOVE WS-BEFORE-IMAGE       TO AUDIT-RECORD-DATA
           PERFORM 8000-WRITE-AUDIT   THRU 8000-EXIT
           MOVE 'U'                   TO AUDIT-ACTION-TYPE
           MOVE 'A'                   TO AUDIT-IMAGE-TYPE
           MOVE TRAVEL-NOTICE-RECORD  TO AUDIT-RECORD-DATA
           PERFORM 8000-WRITE-AUDIT   THRU 8000-EXIT
           .
       5000-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
      * The caller sets action, image type and data.  The sequence in
      * the timestamp keeps every record of the run unique on the
      * AUDITLOG key (type, timestamp, user).
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT.
      *----------------------------------------------------------------*
      *
           ADD 1                      TO WS-AUDIT-SEQ
           MOVE WS-AUDIT-SEQ          TO WS-AUD-TS-SEQ
           SET AUDIT-TRAVEL           TO TRUE
           MOVE WS-AUDIT-TIMESTAMP    TO AUDIT-TIMESTAMP
           MOVE 'BATCH'               TO AUDIT-USER-ID
           MOVE 'B'                   TO AUDIT-USER-TYPE
           MOVE SPACES                TO AUDIT-FILLER

           WRITE AUDIT-LOG-RECORD
           IF WS-AUDOUT-STATUS NOT = '00'
              DISPLAY 'AUDOUT WRITE FAILED: ' WS-AUDOUT-STATUS
              PERFORM 9999-ABEND
           END-IF
           ADD 1                      TO WS-NO-AUDIT-WRITTEN
           .
       8000-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
       9999-ABEND.
      *----------------------------------------------------------------*
      *
           DISPLAY 'CBTRVX0C ABENDING ...'

           MOVE 16 TO RETURN-CODE
           GOBACK.
      *
       9999-EXIT.
            EXIT.
