      ******************************************************************
      * PROGRAM     : CBRCT02C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Access recertification attestation load.  Reads
      *               the RCTREVW review file the CBRCT01C run put in
      *               front of the managers and the RCTATST file of
      *               their returned decisions.  Every reviewed user
      *               whose access was not confirmed - revoked, left
      *               blank, never returned, or attested by the user
      *               themselves - is set inactive on USERPROF, and
      *               each deactivation is written to the audit trail.
      *               A user whose role was changed through COSECM0C
      *               after the review is left alone and reported;
      *               the new role goes into the next review.
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
       PROGRAM-ID.    CBRCT02C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The review population CBRCT01C produced.
           SELECT REVIEW-FILE ASSIGN TO RCTREVW
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REVIEW-STATUS.
      *
      *    The managers' returned decisions.
           SELECT ATTEST-FILE ASSIGN TO RCTATST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ATTEST-STATUS.
      *
           SELECT USERPROF-FILE ASSIGN TO USERPROF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-USR-ID
                  FILE STATUS  IS USRFILE-STATUS.
      *
           SELECT AUDOUT-FILE ASSIGN TO AUDOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS AUDOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVIEW-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-REVIEW-REC                        PIC X(80).

       FD  ATTEST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-ATTEST-REC                        PIC X(80).

       FD  USERPROF-FILE.
       01  FD-USERPROF-REC.
           05  FD-USR-ID                        PIC X(08).
           05  FD-USR-DATA                      PIC X(52).

       FD  AUDOUT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVSEC01Y.
       COPY CVRCT01Y.

       01  REVIEW-STATUS.
           05  REVIEW-STAT1        PIC X.
           05  REVIEW-STAT2        PIC X.
       01  ATTEST-STATUS.
           05  ATTEST-STAT1        PIC X.
           05  ATTEST-STAT2        PIC X.
       01  USRFILE-STATUS.
           05  USRFILE-STAT1       PIC X.
           05  USRFILE-STAT2       PIC X.
       01  AUDOUT-STATUS.
           05  AUDOUT-STAT1        PIC X.
           05  AUDOUT-STAT2        PIC X.

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
      * Returned decisions, last one for a user wins.                 *
      *---------------------------------------------------------------*
       01  WS-ATTEST-TABLE.
           05  WS-ATT-ENTRY OCCURS 2000 TIMES.
               10  WS-ATT-USER-ID          PIC X(08).
               10  WS-ATT-DECISION         PIC X(01).
               10  WS-ATT-ATTESTED-BY      PIC X(08).
       01  WS-ATT-MAX              PIC S9(4) COMP VALUE 2000.
       01  WS-ATT-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-ATT-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-FOUND-SW             PIC X(01).
           88  WS-FOUND                      VALUE 'Y'.
       01  WS-CONFIRMED-SW         PIC X(01).
           88  WS-ACCESS-CONFIRMED           VALUE 'Y'.
       01  WS-REVOKE-REASON        PIC X(30).

       01  WS-RUN-COUNTS.
           05  WS-REVIEWED                 PIC 9(09) VALUE 0.
           05  WS-ATTEST-READ              PIC 9(09) VALUE 0.
           05  WS-CONFIRMED                PIC 9(09) VALUE 0.
           05  WS-DEACTIVATED              PIC 9(09) VALUE 0.
           05  WS-ALREADY-INACTIVE         PIC 9(09) VALUE 0.
           05  WS-ROLE-CHANGED             PIC 9(09) VALUE 0.
           05  WS-NOT-ON-FILE              PIC 9(09) VALUE 0.

      *    Audit trail entry fields for 7500-WRITE-AUDIT-RECORD
       01  WS-AUDIT-TIMESTAMP-FIELDS.
           05  WS-AUDIT-CURR-DATE.
               10  WS-AUDIT-CURR-YEAR              PIC 9(04).
               10  WS-AUDIT-CURR-MONTH             PIC 9(02).
               10  WS-AUDIT-CURR-DAY               PIC 9(02).
           05  WS-AUDIT-CURR-TIME.
               10  WS-AUDIT-CURR-HOUR              PIC 9(02).
               10  WS-AUDIT-CURR-MINUTE            PIC 9(02).
               10  WS-AUDIT-CURR-SECOND            PIC 9(02).
               10  WS-AUDIT-CURR-HUNDRTH           PIC 9(02).
           05  WS-AUDIT-WORK-DATE                  PIC X(10).
           05  WS-AUDIT-WORK-TIME                  PIC X(15).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBRCT02C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-LOAD-ATTESTATIONS.
           PERFORM 2000-APPLY-REVIEW.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBRCT02C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           OPEN INPUT REVIEW-FILE.
           IF REVIEW-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RCTREVW'
               MOVE REVIEW-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT ATTEST-FILE.
           IF ATTEST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RCTATST'
               MOVE ATTEST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN I-O USERPROF-FILE.
           IF USRFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING USERPROF'
               MOVE USRFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT AUDOUT-FILE.
           IF AUDOUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDOUT'
               MOVE AUDOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

      *****************************************************************
       1100-LOAD-ATTESTATIONS.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ ATTEST-FILE INTO ACCESS-REVIEW-RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-ATTEST-READ
                       PERFORM 1150-ADD-ATTESTATION
               END-READ
           END-PERFORM.
           EXIT.

       1150-ADD-ATTESTATION.
           PERFORM 2900-FIND-ATTESTATION.
           IF NOT WS-FOUND
               IF WS-ATT-COUNT >= WS-ATT-MAX
                   DISPLAY 'CBRCT02C ATTESTATION TABLE FULL AT: '
                           RVW-USER-ID
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-ATT-COUNT
               MOVE WS-ATT-COUNT TO WS-ATT-SUB
               MOVE RVW-USER-ID  TO WS-ATT-USER-ID (WS-ATT-SUB)
           END-IF.
           MOVE RVW-DECISION    TO WS-ATT-DECISION (WS-ATT-SUB).
           MOVE RVW-ATTESTED-BY TO WS-ATT-ATTESTED-BY (WS-ATT-SUB).
           EXIT.

      *****************************************************************
      * The review file, not the returned file, is the population, so *
      * a user the manager never sent back loses access as well.      *
      *****************************************************************
       2000-APPLY-REVIEW.
      *****************************************************************
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ REVIEW-FILE INTO ACCESS-REVIEW-RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-REVIEWED
                       PERFORM 2100-APPLY-ONE-USER
               END-READ
           END-PERFORM.

       2100-APPLY-ONE-USER.
           MOVE 'N' TO WS-CONFIRMED-SW.
           PERFORM 2900-FIND-ATTESTATION.
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   MOVE 'ATTESTATION NOT RETURNED' TO WS-REVOKE-REASON
               WHEN WS-ATT-DECISION (WS-ATT-SUB) = 'R'
                   MOVE 'ACCESS REVOKED BY MANAGER' TO WS-REVOKE-REASON
               WHEN WS-ATT-DECISION (WS-ATT-SUB) NOT = 'C'
                   MOVE 'ACCESS NOT CONFIRMED' TO WS-REVOKE-REASON
               WHEN WS-ATT-ATTESTED-BY (WS-ATT-SUB) = SPACES
                   MOVE 'CONFIRMATION NOT SIGNED' TO WS-REVOKE-REASON
               WHEN WS-ATT-ATTESTED-BY (WS-ATT-SUB) = RVW-USER-ID
                   MOVE 'USER ATTESTED OWN ACCESS' TO WS-REVOKE-REASON
               WHEN OTHER
                   SET WS-ACCESS-CONFIRMED TO TRUE
           END-EVALUATE.
           IF WS-ACCESS-CONFIRMED
               ADD 1 TO WS-CONFIRMED
               EXIT PARAGRAPH
           END-IF.

           MOVE RVW-USER-ID TO FD-USR-ID.
           READ USERPROF-FILE INTO USER-PROFILE-RECORD
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-FILE
                   DISPLAY 'CBRCT02C USER NO LONGER ON USERPROF: '
                           RVW-USER-ID
                   EXIT PARAGRAPH
           END-READ.
           IF SEC-USER-INACTIVE
               ADD 1 TO WS-ALREADY-INACTIVE
               EXIT PARAGRAPH
           END-IF.
           IF SEC-ROLE-CD NOT = RVW-ROLE-CD
               ADD 1 TO WS-ROLE-CHANGED
               DISPLAY 'CBRCT02C ROLE CHANGED SINCE REVIEW, LEFT '
                       'ACTIVE: ' RVW-USER-ID ' ' RVW-ROLE-CD
                       ' -> ' SEC-ROLE-CD
               EXIT PARAGRAPH
           END-IF.

           SET SEC-USER-INACTIVE TO TRUE.
           REWRITE FD-USERPROF-REC FROM USER-PROFILE-RECORD.
           IF USRFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING USERPROF'
               MOVE USRFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-DEACTIVATED.
           DISPLAY 'CBRCT02C DEACTIVATED: ' RVW-USER-ID ' '
                   WS-REVOKE-REASON.
           PERFORM 7500-WRITE-AUDIT-RECORD.
           EXIT.

      *****************************************************************
       2900-FIND-ATTESTATION.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-ATT-SUB FROM 1 BY 1
               UNTIL WS-ATT-SUB > WS-ATT-COUNT OR WS-FOUND
               IF WS-ATT-USER-ID (WS-ATT-SUB) = RVW-USER-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-ATT-SUB
           END-IF.
           EXIT.

      *---------------------------------------------------------------*
      *    Deactivations log under the authorization log type beside  *
      *    the COSECC0C entitlement entries.                          *
      *---------------------------------------------------------------*
       7500-WRITE-AUDIT-RECORD.
           INITIALIZE AUDIT-LOG-RECORD.
           SET AUDIT-AUTHORIZATION TO TRUE.
           MOVE 'U'                TO AUDIT-ACTION-TYPE.
           MOVE 'BATCH'            TO AUDIT-USER-ID.
           MOVE 'B'                TO AUDIT-USER-TYPE.
           PERFORM 7600-GENERATE-AUDIT-TIMESTAMP.
           MOVE SPACES             TO AUDIT-RECORD-DATA.
           STRING 'ACCESS RECERTIFICATION - USER ' RVW-USER-ID
                  ' ROLE ' RVW-ROLE-CD ' SET INACTIVE: '
                  WS-REVOKE-REASON
               DELIMITED BY SIZE INTO AUDIT-RECORD-DATA
           END-STRING.
           WRITE AUDIT-LOG-RECORD.
           IF AUDOUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AUDOUT'
               MOVE AUDOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *---------------------------------------------------------------*
      *    Timestamp for the audit entry - format matches the
      *    online CICS audit subprogram's AUDIT-TIMESTAMP layout.
      *---------------------------------------------------------------*
       7600-GENERATE-AUDIT-TIMESTAMP.
           ACCEPT WS-AUDIT-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-CURR-TIME FROM TIME.
           STRING WS-AUDIT-CURR-YEAR '-' WS-AUDIT-CURR-MONTH '-'
                  WS-AUDIT-CURR-DAY
              DELIMITED BY SIZE
              INTO WS-AUDIT-WORK-DATE
           END-STRING.
           STRING WS-AUDIT-CURR-HOUR ':' WS-AUDIT-CURR-MINUTE ':'
                  WS-AUDIT-CURR-SECOND '.' WS-AUDIT-CURR-HUNDRTH
              DELIMITED BY SIZE
              INTO WS-AUDIT-WORK-TIME
           END-STRING.
           STRING WS-AUDIT-WORK-DATE ' ' WS-AUDIT-WORK-TIME
              DELIMITED BY SIZE
              INTO AUDIT-TIMESTAMP
           END-STRING.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBRCT02C ATTESTATION LOAD SUMMARY'.
           DISPLAY '  USERS UNDER REVIEW   : ' WS-REVIEWED.
           DISPLAY '  ATTESTATIONS READ    : ' WS-ATTEST-READ.
           DISPLAY '  ACCESS CONFIRMED     : ' WS-CONFIRMED.
           DISPLAY '  SET INACTIVE         : ' WS-DEACTIVATED.
           DISPLAY '  ALREADY INACTIVE     : ' WS-ALREADY-INACTIVE.
           DISPLAY '  ROLE CHANGED, KEPT   : ' WS-ROLE-CHANGED.
           DISPLAY '  NO LONGER ON FILE    : ' WS-NOT-ON-FILE.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE REVIEW-FILE.
           CLOSE ATTEST-FILE.
           CLOSE USERPROF-FILE.
           CLOSE AUDOUT-FILE.
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
