      ******************************************************************
      * PROGRAM     : CBRCT01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Quarterly access recertification.  Lists every
      *               active USERPROF user under the manager on their
      *               profile, with the role, each function ROLEFUNC
      *               grants that role, and the last time the user
      *               exercised it according to the entitlement-use
      *               entries COSECC0C writes to AUDITLOG.  Grants
      *               not used within the dormancy window are marked,
      *               and segregation-of-duties conflicts - a role
      *               that can both make and check on the LIMPEND or
      *               ADJPEND queues - are flagged.  Each reviewed user
      *               also goes to the RCTREVW review file, which the
      *               managers return with their attestation for the
      *               CBRCT02C load.
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
       PROGRAM-ID.    CBRCT01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERPROF-FILE ASSIGN TO USERPROF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-USR-ID
                  FILE STATUS  IS USRFILE-STATUS.
      *
           SELECT ROLEFUNC-FILE ASSIGN TO ROLEFUNC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-RLF-KEY
                  FILE STATUS  IS RLFFILE-STATUS.
      *
           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-AUDIT-KEY
                  FILE STATUS  IS AUDFILE-STATUS.
      *
      *    Review file for the managers' attestation.
           SELECT REVIEW-FILE ASSIGN TO RCTREVW
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REVIEW-STATUS.
      *
           SELECT RCTRPT-FILE ASSIGN TO RCTRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RCTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USERPROF-FILE.
       01  FD-USERPROF-REC.
           05  FD-USR-ID                        PIC X(08).
           05  FD-USR-DATA                      PIC X(52).

       FD  ROLEFUNC-FILE.
       01  FD-ROLEFUNC-REC.
           05  FD-RLF-KEY                       PIC X(08).
           05  FD-RLF-DATA                      PIC X(12).

       FD  AUDIT-FILE.
       01  FD-AUDIT-REC.
           05  FD-AUDIT-KEY                     PIC X(35).
           05  FD-AUDIT-DATA                    PIC X(530).

       FD  REVIEW-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-REVIEW-REC                        PIC X(80).

       FD  RCTRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-RCTRPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVSEC01Y.
       COPY AUDITLOG.
       COPY CVRCT01Y.

       01  USRFILE-STATUS.
           05  USRFILE-STAT1       PIC X.
           05  USRFILE-STAT2       PIC X.
       01  RLFFILE-STATUS.
           05  RLFFILE-STAT1       PIC X.
           05  RLFFILE-STAT2       PIC X.
       01  AUDFILE-STATUS.
           05  AUDFILE-STAT1       PIC X.
           05  AUDFILE-STAT2       PIC X.
       01  REVIEW-STATUS.
           05  REVIEW-STAT1        PIC X.
           05  REVIEW-STAT2        PIC X.
       01  RCTRPT-STATUS.
           05  RCTRPT-STAT1        PIC X.
           05  RCTRPT-STAT2        PIC X.

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
      * A granted function not exercised in this many days is marked  *
      * for the manager's attention.                                  *
      *---------------------------------------------------------------*
       01  PRM-INFO.
           05  P-DORMANT-DAYS      PIC X(03) VALUE '090'.
           05  FILLER              PIC X(77) VALUE SPACES.
       01  WS-DORMANT-DAYS         PIC 9(03) VALUE 90.

      *---------------------------------------------------------------*
      * Segregation-of-duties pairs: a role granted both functions of *
      * a pair can make and check its own work.                       *
      *---------------------------------------------------------------*
       01  WS-SOD-RULES-DATA.
           05  FILLER              PIC X(08) VALUE 'LIMMLIMA'.
           05  FILLER              PIC X(40)
               VALUE 'LIMPEND CREDIT LIMIT MAKER AND CHECKER'.
           05  FILLER              PIC X(08) VALUE 'ADJMADJA'.
           05  FILLER              PIC X(40)
               VALUE 'ADJPEND ADJUSTMENT MAKER AND CHECKER'.
       01  WS-SOD-RULES REDEFINES WS-SOD-RULES-DATA.
           05  WS-SOD-RULE OCCURS 2 TIMES.
               10  WS-SOD-MAKE-FUNC        PIC X(04).
               10  WS-SOD-CHECK-FUNC       PIC X(04).
               10  WS-SOD-DESC             PIC X(40).
       01  WS-SOD-MAX              PIC S9(4) COMP VALUE 2.
       01  WS-SOD-SUB              PIC S9(4) COMP VALUE 0.

      *---------------------------------------------------------------*
      * Active users, the distinct managers they report to, the role  *
      * grants, and the last use of each function by each user.       *
      *---------------------------------------------------------------*
       01  WS-USER-TABLE.
           05  WS-USR-ENTRY OCCURS 2000 TIMES.
               10  WS-USR-ID               PIC X(08).
               10  WS-USR-ROLE-CD          PIC X(04).
               10  WS-USR-NAME             PIC X(30).
               10  WS-USR-MANAGER-ID       PIC X(08).
       01  WS-USR-MAX              PIC S9(4) COMP VALUE 2000.
       01  WS-USR-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-USR-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-USR-SUB2             PIC S9(4) COMP VALUE 0.

       01  WS-MGR-TABLE.
           05  WS-MGR-ID OCCURS 2000 TIMES PIC X(08).
       01  WS-MGR-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-MGR-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-CUR-MANAGER          PIC X(08).

       01  WS-GRANT-TABLE.
           05  WS-GRT-ENTRY OCCURS 1000 TIMES.
               10  WS-GRT-ROLE-CD          PIC X(04).
               10  WS-GRT-FUNCTION         PIC X(04).
       01  WS-GRT-MAX              PIC S9(4) COMP VALUE 1000.
       01  WS-GRT-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-GRT-SUB              PIC S9(4) COMP VALUE 0.

       01  WS-USE-TABLE.
           05  WS-USE-ENTRY OCCURS 5000 TIMES.
               10  WS-USE-KEY.
                   15  WS-USE-USER-ID      PIC X(08).
                   15  WS-USE-FUNCTION     PIC X(04).
               10  WS-USE-LAST-DATE        PIC X(10).
       01  WS-USE-MAX              PIC S9(4) COMP VALUE 5000.
       01  WS-USE-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-USE-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-FIND-USE-KEY.
           05  WS-FIND-USER-ID     PIC X(08).
           05  WS-FIND-FUNCTION    PIC X(04).
       01  WS-FOUND-SW             PIC X(01).
           88  WS-FOUND                      VALUE 'Y'.
       01  WS-HAS-MAKE-SW          PIC X(01).
           88  WS-HAS-MAKE                   VALUE 'Y'.
       01  WS-HAS-CHECK-SW         PIC X(01).
           88  WS-HAS-CHECK                  VALUE 'Y'.
       01  WS-CHECK-FUNCTION       PIC X(04).

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE-FIELDS
                                           PIC 9(08).
       01  WS-RUN-DATE                     PIC X(10).
       01  WS-RUN-DAY-NUM                  PIC S9(07) COMP-3.
       01  WS-USED-DATE-N                  PIC 9(08).
       01  WS-IDLE-DAYS                    PIC S9(07) COMP-3.

       01  WS-RUN-COUNTS.
           05  WS-USERS-READ               PIC 9(09) VALUE 0.
           05  WS-USERS-REVIEWED           PIC 9(09) VALUE 0.
           05  WS-GRANTS-LISTED            PIC 9(09) VALUE 0.
           05  WS-GRANTS-NEVER-USED        PIC 9(09) VALUE 0.
           05  WS-GRANTS-DORMANT           PIC 9(09) VALUE 0.
           05  WS-USE-ENTRIES-READ         PIC 9(09) VALUE 0.
           05  WS-SOD-CONFLICTS            PIC 9(09) VALUE 0.
           05  WS-NO-MANAGER               PIC 9(09) VALUE 0.

      *---------------------------------------------------------------*
      * Recertification report lines.                                 *
      *---------------------------------------------------------------*
       01  WS-RPT-HEADER1.
           05  FILLER  VALUE 'CBRCT01C  ACCESS RECERTIFICATION '
                                               PIC X(34).
           05  FILLER  VALUE 'REVIEW'          PIC X(16).
           05  FILLER  VALUE 'RUN DATE: '      PIC X(10).
           05  WS-HDR-RUN-DATE                 PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(62).
       01  WS-RPT-MANAGER.
           05  FILLER  VALUE 'MANAGER: '       PIC X(09).
           05  WS-MGR-LINE-ID                  PIC X(08).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-MGR-LINE-NAME                PIC X(30).
           05  FILLER  VALUE SPACES            PIC X(83).
       01  WS-RPT-USER.
           05  FILLER  VALUE '  USER '         PIC X(07).
           05  WS-USR-LINE-ID                  PIC X(08).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-USR-LINE-NAME                PIC X(30).
           05  FILLER  VALUE ' ROLE '          PIC X(06).
           05  WS-USR-LINE-ROLE                PIC X(04).
           05  FILLER  VALUE SPACES            PIC X(76).
       01  WS-RPT-FUNCTION.
           05  FILLER  VALUE '      FUNCTION ' PIC X(15).
           05  WS-FNC-LINE-FUNCTION            PIC X(04).
           05  FILLER  VALUE '  LAST USED '    PIC X(12).
           05  WS-FNC-LINE-LAST-USED           PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-FNC-LINE-NOTE                PIC X(30).
           05  FILLER  VALUE SPACES            PIC X(59).
       01  WS-RPT-SOD.
           05  FILLER  VALUE '      ** SOD CONFLICT: '
                                               PIC X(23).
           05  WS-SOD-LINE-DESC                PIC X(40).
           05  FILLER  VALUE ' ('              PIC X(02).
           05  WS-SOD-LINE-MAKE                PIC X(04).
           05  FILLER  VALUE '/'               PIC X(01).
           05  WS-SOD-LINE-CHECK               PIC X(04).
           05  FILLER  VALUE ')'               PIC X(01).
           05  FILLER  VALUE SPACES            PIC X(57).
       01  WS-RPT-TOTAL.
           05  WS-TOT-LABEL                    PIC X(32).
           05  WS-TOT-COUNT                    PIC Z(8)9.
           05  FILLER  VALUE SPACES            PIC X(91).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBRCT01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-LOAD-USERS.
           PERFORM 1200-LOAD-GRANTS.
           PERFORM 1300-LOAD-FUNCTION-USE.
           PERFORM 2000-PRODUCE-REVIEW.
           PERFORM 2800-WRITE-REPORT-TOTALS.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBRCT01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT PRM-INFO FROM SYSIN.
           IF P-DORMANT-DAYS IS NUMERIC
               MOVE P-DORMANT-DAYS TO WS-DORMANT-DAYS
           END-IF.
           DISPLAY 'CBRCT01C DORMANCY WINDOW DAYS: ' WS-DORMANT-DAYS.

           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING.
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
           COMPUTE WS-RUN-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N).

           OPEN INPUT USERPROF-FILE.
           IF USRFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING USERPROF'
               MOVE USRFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT ROLEFUNC-FILE.
           IF RLFFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ROLEFUNC'
               MOVE RLFFILE-STATUS TO IO-STATUS
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
           OPEN OUTPUT REVIEW-FILE.
           IF REVIEW-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RCTREVW'
               MOVE REVIEW-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT RCTRPT-FILE.
           IF RCTRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RCTRPT'
               MOVE RCTRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           WRITE FD-RCTRPT-REC FROM WS-RPT-HEADER1.

      *****************************************************************
      * Only active users are recertified; an inactive profile has no *
      * access to attest.                                             *
      *****************************************************************
       1100-LOAD-USERS.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ USERPROF-FILE INTO USER-PROFILE-RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-USERS-READ
                       IF SEC-USER-ACTIVE
                           PERFORM 1150-ADD-USER
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

       1150-ADD-USER.
           IF WS-USR-COUNT >= WS-USR-MAX
               DISPLAY 'CBRCT01C USER TABLE FULL AT: ' SEC-USER-ID
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-USR-COUNT.
           MOVE SEC-USER-ID    TO WS-USR-ID (WS-USR-COUNT).
           MOVE SEC-ROLE-CD    TO WS-USR-ROLE-CD (WS-USR-COUNT).
           MOVE SEC-USER-NAME  TO WS-USR-NAME (WS-USR-COUNT).
           MOVE SEC-MANAGER-ID TO WS-USR-MANAGER-ID (WS-USR-COUNT).

           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-MGR-SUB FROM 1 BY 1
               UNTIL WS-MGR-SUB > WS-MGR-COUNT OR WS-FOUND
               IF WS-MGR-ID (WS-MGR-SUB) = SEC-MANAGER-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               ADD 1 TO WS-MGR-COUNT
               MOVE SEC-MANAGER-ID TO WS-MGR-ID (WS-MGR-COUNT)
           END-IF.
           EXIT.

      *****************************************************************
       1200-LOAD-GRANTS.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ ROLEFUNC-FILE INTO ROLE-FUNC-RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF RLF-GRANTED
                           IF WS-GRT-COUNT >= WS-GRT-MAX
                               DISPLAY 'CBRCT01C GRANT TABLE FULL AT: '
                                       RLF-KEY
                               PERFORM 9999-ABEND-PROGRAM
                           END-IF
                           ADD 1 TO WS-GRT-COUNT
                           MOVE RLF-ROLE-CD
                             TO WS-GRT-ROLE-CD (WS-GRT-COUNT)
                           MOVE RLF-FUNCTION
                             TO WS-GRT-FUNCTION (WS-GRT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      *****************************************************************
      * COSECC0C logs every allowed screen entry under the            *
      * authorization log type as 'ENTITLEMENT USED - FUNCTION xxxx'. *
      * The log is keyed by type then timestamp, so the last entry    *
      * read for a user and function is the latest use.               *
      *****************************************************************
       1300-LOAD-FUNCTION-USE.
           MOVE SPACES TO FD-AUDIT-KEY.
           MOVE 'X' TO FD-AUDIT-KEY(1:1).
           START AUDIT-FILE KEY >= FD-AUDIT-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ AUDIT-FILE NEXT
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       MOVE FD-AUDIT-REC TO AUDIT-LOG-RECORD
                       IF NOT AUDIT-AUTHORIZATION
                           MOVE 'Y' TO END-OF-FILE
                       ELSE
                           IF AUDIT-RECORD-DATA(1:16)
                              = 'ENTITLEMENT USED'
                               ADD 1 TO WS-USE-ENTRIES-READ
                               PERFORM 1350-RECORD-USE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

       1350-RECORD-USE.
           MOVE AUDIT-USER-ID            TO WS-FIND-USER-ID.
           MOVE AUDIT-RECORD-DATA(31:4)  TO WS-FIND-FUNCTION.
           PERFORM 2900-FIND-USE.
           IF NOT WS-FOUND
               IF WS-USE-COUNT >= WS-USE-MAX
                   DISPLAY 'CBRCT01C FUNCTION USE TABLE FULL AT: '
                           WS-FIND-USE-KEY
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-USE-COUNT
               MOVE WS-USE-COUNT    TO WS-USE-SUB
               MOVE WS-FIND-USE-KEY TO WS-USE-KEY (WS-USE-SUB)
           END-IF.
           MOVE AUDIT-DATE TO WS-USE-LAST-DATE (WS-USE-SUB).
           EXIT.

      *****************************************************************
      * One section of the report per manager; users with no manager  *
      * on their profile are grouped together so they are not missed.*
      *****************************************************************
       2000-PRODUCE-REVIEW.
      *****************************************************************
           PERFORM VARYING WS-MGR-SUB FROM 1 BY 1
               UNTIL WS-MGR-SUB > WS-MGR-COUNT
               MOVE WS-MGR-ID (WS-MGR-SUB) TO WS-CUR-MANAGER
               PERFORM 2050-WRITE-MANAGER-HEADING
               PERFORM VARYING WS-USR-SUB FROM 1 BY 1
                   UNTIL WS-USR-SUB > WS-USR-COUNT
                   IF WS-USR-MANAGER-ID (WS-USR-SUB) = WS-CUR-MANAGER
                       PERFORM 2100-REVIEW-USER
                   END-IF
               END-PERFORM
           END-PERFORM.

       2050-WRITE-MANAGER-HEADING.
           MOVE SPACES TO FD-RCTRPT-REC.
           WRITE FD-RCTRPT-REC.
           MOVE WS-CUR-MANAGER TO WS-MGR-LINE-ID.
           MOVE SPACES         TO WS-MGR-LINE-NAME.
           IF WS-CUR-MANAGER = SPACES
               MOVE 'NO MANAGER ON PROFILE' TO WS-MGR-LINE-NAME
           ELSE
               MOVE 'NOT AN ACTIVE USER'    TO WS-MGR-LINE-NAME
               PERFORM VARYING WS-USR-SUB2 FROM 1 BY 1
                   UNTIL WS-USR-SUB2 > WS-USR-COUNT
                   IF WS-USR-ID (WS-USR-SUB2) = WS-CUR-MANAGER
                       MOVE WS-USR-NAME (WS-USR-SUB2)
                         TO WS-MGR-LINE-NAME
                   END-IF
               END-PERFORM
           END-IF.
           WRITE FD-RCTRPT-REC FROM WS-RPT-MANAGER.
           EXIT.

      *****************************************************************
       2100-REVIEW-USER.
           ADD 1 TO WS-USERS-REVIEWED.
           IF WS-CUR-MANAGER = SPACES
               ADD 1 TO WS-NO-MANAGER
           END-IF.
           MOVE WS-USR-ID (WS-USR-SUB)      TO WS-USR-LINE-ID.
           MOVE WS-USR-NAME (WS-USR-SUB)    TO WS-USR-LINE-NAME.
           MOVE WS-USR-ROLE-CD (WS-USR-SUB) TO WS-USR-LINE-ROLE.
           WRITE FD-RCTRPT-REC FROM WS-RPT-USER.

           PERFORM VARYING WS-GRT-SUB FROM 1 BY 1
               UNTIL WS-GRT-SUB > WS-GRT-COUNT
               IF WS-GRT-ROLE-CD (WS-GRT-SUB)
                  = WS-USR-ROLE-CD (WS-USR-SUB)
                   PERFORM 2200-LIST-FUNCTION
               END-IF
           END-PERFORM.

           INITIALIZE ACCESS-REVIEW-RECORD.
           MOVE WS-USR-ID (WS-USR-SUB)      TO RVW-USER-ID.
           MOVE WS-CUR-MANAGER              TO RVW-MANAGER-ID.
           MOVE WS-USR-ROLE-CD (WS-USR-SUB) TO RVW-ROLE-CD.
           MOVE WS-RUN-DATE                 TO RVW-REVIEW-DATE.
           MOVE 'N'                         TO RVW-SOD-CONFLICT-SW.
           PERFORM VARYING WS-SOD-SUB FROM 1 BY 1
               UNTIL WS-SOD-SUB > WS-SOD-MAX
               PERFORM 2300-CHECK-SOD-RULE
           END-PERFORM.

           WRITE FD-REVIEW-REC FROM ACCESS-REVIEW-RECORD.
           IF REVIEW-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING RCTREVW'
               MOVE REVIEW-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       2200-LIST-FUNCTION.
           ADD 1 TO WS-GRANTS-LISTED.
           MOVE WS-GRT-FUNCTION (WS-GRT-SUB) TO WS-FNC-LINE-FUNCTION.
           MOVE WS-USR-ID (WS-USR-SUB)       TO WS-FIND-USER-ID.
           MOVE WS-GRT-FUNCTION (WS-GRT-SUB) TO WS-FIND-FUNCTION.
           PERFORM 2900-FIND-USE.
           MOVE SPACES TO WS-FNC-LINE-NOTE.
           IF NOT WS-FOUND
               ADD 1 TO WS-GRANTS-NEVER-USED
               MOVE 'NEVER'      TO WS-FNC-LINE-LAST-USED
               MOVE 'NO USE ON THE AUDIT LOG' TO WS-FNC-LINE-NOTE
           ELSE
               MOVE WS-USE-LAST-DATE (WS-USE-SUB)
                 TO WS-FNC-LINE-LAST-USED
               STRING WS-USE-LAST-DATE (WS-USE-SUB) (1:4)
                      WS-USE-LAST-DATE (WS-USE-SUB) (6:2)
                      WS-USE-LAST-DATE (WS-USE-SUB) (9:2)
                   DELIMITED BY SIZE INTO WS-USED-DATE-N
               END-STRING
               COMPUTE WS-IDLE-DAYS = WS-RUN-DAY-NUM
                   - FUNCTION INTEGER-OF-DATE (WS-USED-DATE-N)
               IF WS-IDLE-DAYS > WS-DORMANT-DAYS
                   ADD 1 TO WS-GRANTS-DORMANT
                   STRING 'NOT USED IN ' WS-DORMANT-DAYS ' DAYS'
                       DELIMITED BY SIZE INTO WS-FNC-LINE-NOTE
                   END-STRING
               END-IF
           END-IF.
           WRITE FD-RCTRPT-REC FROM WS-RPT-FUNCTION.
           EXIT.

      *****************************************************************
       2300-CHECK-SOD-RULE.
           MOVE 'N' TO WS-HAS-MAKE-SW.
           MOVE 'N' TO WS-HAS-CHECK-SW.
           PERFORM VARYING WS-GRT-SUB FROM 1 BY 1
               UNTIL WS-GRT-SUB > WS-GRT-COUNT
               IF WS-GRT-ROLE-CD (WS-GRT-SUB)
                  = WS-USR-ROLE-CD (WS-USR-SUB)
                   MOVE WS-GRT-FUNCTION (WS-GRT-SUB)
                     TO WS-CHECK-FUNCTION
                   IF WS-CHECK-FUNCTION = WS-SOD-MAKE-FUNC (WS-SOD-SUB)
                       SET WS-HAS-MAKE TO TRUE
                   END-IF
                   IF WS-CHECK-FUNCTION
                      = WS-SOD-CHECK-FUNC (WS-SOD-SUB)
                       SET WS-HAS-CHECK TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-HAS-MAKE AND WS-HAS-CHECK
               ADD 1 TO WS-SOD-CONFLICTS
               SET RVW-SOD-CONFLICT TO TRUE
               MOVE WS-SOD-DESC (WS-SOD-SUB)       TO WS-SOD-LINE-DESC
               MOVE WS-SOD-MAKE-FUNC (WS-SOD-SUB)  TO WS-SOD-LINE-MAKE
               MOVE WS-SOD-CHECK-FUNC (WS-SOD-SUB) TO WS-SOD-LINE-CHECK
               WRITE FD-RCTRPT-REC FROM WS-RPT-SOD
           END-IF.
           EXIT.

      *****************************************************************
       2800-WRITE-REPORT-TOTALS.
           MOVE SPACES TO FD-RCTRPT-REC.
           WRITE FD-RCTRPT-REC.
           MOVE 'ACTIVE USERS FOR REVIEW' TO WS-TOT-LABEL.
           MOVE WS-USERS-REVIEWED TO WS-TOT-COUNT.
           WRITE FD-RCTRPT-REC FROM WS-RPT-TOTAL.
           MOVE '  WITH NO MANAGER ON PROFILE' TO WS-TOT-LABEL.
           MOVE WS-NO-MANAGER TO WS-TOT-COUNT.
           WRITE FD-RCTRPT-REC FROM WS-RPT-TOTAL.
           MOVE 'FUNCTION GRANTS LISTED' TO WS-TOT-LABEL.
           MOVE WS-GRANTS-LISTED TO WS-TOT-COUNT.
           WRITE FD-RCTRPT-REC FROM WS-RPT-TOTAL.
           MOVE '  NEVER USED' TO WS-TOT-LABEL.
           MOVE WS-GRANTS-NEVER-USED TO WS-TOT-COUNT.
           WRITE FD-RCTRPT-REC FROM WS-RPT-TOTAL.
           MOVE '  DORMANT' TO WS-TOT-LABEL.
           MOVE WS-GRANTS-DORMANT TO WS-TOT-COUNT.
           WRITE FD-RCTRPT-REC FROM WS-RPT-TOTAL.
           MOVE 'SEGREGATION-OF-DUTIES CONFLICTS' TO WS-TOT-LABEL.
           MOVE WS-SOD-CONFLICTS TO WS-TOT-COUNT.
           WRITE FD-RCTRPT-REC FROM WS-RPT-TOTAL.
           EXIT.

      *****************************************************************
       2900-FIND-USE.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-USE-SUB FROM 1 BY 1
               UNTIL WS-USE-SUB > WS-USE-COUNT OR WS-FOUND
               IF WS-USE-KEY (WS-USE-SUB) = WS-FIND-USE-KEY
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-USE-SUB
           END-IF.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBRCT01C ACCESS RECERTIFICATION SUMMARY'.
           DISPLAY '  PROFILES READ        : ' WS-USERS-READ.
           DISPLAY '  USERS FOR REVIEW     : ' WS-USERS-REVIEWED.
           DISPLAY '  MANAGER GROUPS       : ' WS-MGR-COUNT.
           DISPLAY '  USE ENTRIES READ     : ' WS-USE-ENTRIES-READ.
           DISPLAY '  GRANTS LISTED        : ' WS-GRANTS-LISTED.
           DISPLAY '  GRANTS NEVER USED    : ' WS-GRANTS-NEVER-USED.
           DISPLAY '  GRANTS DORMANT       : ' WS-GRANTS-DORMANT.
           DISPLAY '  SOD CONFLICTS        : ' WS-SOD-CONFLICTS.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE USERPROF-FILE.
           CLOSE ROLEFUNC-FILE.
           CLOSE AUDIT-FILE.
           CLOSE REVIEW-FILE.
           CLOSE RCTRPT-FILE.
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
