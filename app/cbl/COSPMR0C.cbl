      ******************************************************************
      * Program:     COSPMR0C.CBL                                      *
      * Layer:       Business logic                                    *
      * Function:    System Parameter Lookup Subprogram                *
      * Description: Called by the batch jobs for each operating       *
      *              setting they used to take from a control card     *
      *              or a compiled default.  The caller passes its     *
      *              program, the parameter name, its run date and     *
      *              the compiled default in SPMR-PARM; the lookup     *
      *              returns the SYSPARM row with the latest           *
      *              effective date on or before the run date, checks  *
      *              a numeric value against the row's valid range,    *
      *              and falls back to the default only when no row    *
      *              is in force - saying so in SPMR-SOURCE so the     *
      *              job's report shows where each value came from.    *
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
       PROGRAM-ID.    COSPMR0C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSPARM-FILE ASSIGN TO SYSPARM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS SPM-KEY
                  FILE STATUS  IS SYSPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSPARM-FILE.
       COPY CVSPM01Y.

       WORKING-STORAGE SECTION.
       01  SYSPARM-STATUS.
           05  SYSPARM-STAT1       PIC X.
           05  SYSPARM-STAT2       PIC X.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY         PIC 9(04).
           05  WS-RUN-MM           PIC 9(02).
           05  WS-RUN-DD           PIC 9(02).
       01  WS-AS-OF-DATE           PIC X(10).

       01  WS-BROWSE-FLAG          PIC X(01).
           88  WS-BROWSE-DONE                VALUE 'Y'.
           88  WS-BROWSE-MORE                VALUE 'N'.
       01  WS-IN-FORCE-FLAG        PIC X(01).
           88  WS-ROW-IN-FORCE               VALUE 'Y'.
           88  WS-NO-ROW-IN-FORCE            VALUE 'N'.
       01  WS-IN-FORCE-ROW         PIC X(200).

       LINKAGE SECTION.
       COPY CVSPM02Y.

       PROCEDURE DIVISION USING SPMR-PARM.

      *****************************************************************
       0000-LOOKUP-PARAMETER.
           IF SPMR-AS-OF-DATE NOT = SPACES
               MOVE SPMR-AS-OF-DATE TO WS-AS-OF-DATE
           ELSE
               ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD
               STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
                   DELIMITED BY SIZE INTO WS-AS-OF-DATE
               END-STRING
           END-IF.

           MOVE SPMR-DEFAULT-NUM  TO SPMR-NUM-VALUE.
           MOVE SPMR-DEFAULT-TEXT TO SPMR-TEXT-VALUE.
           MOVE SPACES            TO SPMR-EFF-DATE.
           MOVE ZERO              TO SPMR-MIN-VALUE
                                     SPMR-MAX-VALUE.
           MOVE SPACES            TO SPMR-FILE-STATUS.

           OPEN INPUT SYSPARM-FILE.
           IF SYSPARM-STATUS NOT = '00'
               MOVE SYSPARM-STATUS TO SPMR-FILE-STATUS
               SET SPMR-IO-ERROR TO TRUE
               MOVE 'SYSPARM NOT AVAILABLE' TO SPMR-SOURCE
               GOBACK
           END-IF.

      *    Rows for one parameter sit together in effective-date
      *    order - the last one read that is not later than the run
      *    date is the one in force.
           SET WS-NO-ROW-IN-FORCE TO TRUE.
           SET WS-BROWSE-MORE     TO TRUE.
           MOVE SPMR-PROGRAM      TO SPM-PROGRAM.
           MOVE SPMR-PARM-NAME    TO SPM-PARM-NAME.
           MOVE LOW-VALUES        TO SPM-EFF-DATE.
           START SYSPARM-FILE KEY IS NOT LESS THAN SPM-KEY
           END-START.
           EVALUATE SYSPARM-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   SET WS-BROWSE-DONE TO TRUE
               WHEN OTHER
                   MOVE SYSPARM-STATUS TO SPMR-FILE-STATUS
                   SET WS-BROWSE-DONE TO TRUE
           END-EVALUATE.

           PERFORM 1000-READ-NEXT-ROW
               UNTIL WS-BROWSE-DONE.

           CLOSE SYSPARM-FILE.

           IF SPMR-FILE-STATUS NOT = SPACES
               SET SPMR-IO-ERROR TO TRUE
               MOVE 'SYSPARM READ ERROR' TO SPMR-SOURCE
               GOBACK
           END-IF.

           IF WS-NO-ROW-IN-FORCE
               SET SPMR-NOT-FOUND TO TRUE
               MOVE 'DEFAULT (NOT ON SYSPARM)' TO SPMR-SOURCE
               GOBACK
           END-IF.

           MOVE WS-IN-FORCE-ROW TO SYSTEM-PARAMETER-RECORD.
           MOVE SPM-EFF-DATE    TO SPMR-EFF-DATE.
           MOVE SPM-MIN-VALUE   TO SPMR-MIN-VALUE.
           MOVE SPM-MAX-VALUE   TO SPMR-MAX-VALUE.
           MOVE SPACES          TO SPMR-SOURCE.
           STRING 'SYSPARM EFF ' SPM-EFF-DATE
               DELIMITED BY SIZE INTO SPMR-SOURCE
           END-STRING.
           IF SPM-TYPE-TEXT
               MOVE SPM-TEXT-VALUE TO SPMR-TEXT-VALUE
               SET SPMR-FOUND TO TRUE
               GOBACK
           END-IF.

           MOVE SPM-NUM-VALUE TO SPMR-NUM-VALUE.
           IF SPM-NUM-VALUE < SPM-MIN-VALUE
              OR SPM-NUM-VALUE > SPM-MAX-VALUE
               SET SPMR-OUT-OF-RANGE TO TRUE
               MOVE SPACES TO SPMR-SOURCE
               STRING 'OUT OF RANGE EFF ' SPM-EFF-DATE
                   DELIMITED BY SIZE INTO SPMR-SOURCE
               END-STRING
           ELSE
               SET SPMR-FOUND TO TRUE
           END-IF.
           GOBACK.

      *****************************************************************
       1000-READ-NEXT-ROW.
           READ SYSPARM-FILE NEXT RECORD.
           EVALUATE SYSPARM-STATUS
               WHEN '00'
                   IF SPM-PROGRAM   NOT = SPMR-PROGRAM
                      OR SPM-PARM-NAME NOT = SPMR-PARM-NAME
                      OR SPM-EFF-DATE  > WS-AS-OF-DATE
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       MOVE SYSTEM-PARAMETER-RECORD
                         TO WS-IN-FORCE-ROW
                       SET WS-ROW-IN-FORCE TO TRUE
                   END-IF
               WHEN '10'
                   SET WS-BROWSE-DONE TO TRUE
               WHEN OTHER
                   MOVE SYSPARM-STATUS TO SPMR-FILE-STATUS
                   SET WS-BROWSE-DONE TO TRUE
           END-EVALUATE.
