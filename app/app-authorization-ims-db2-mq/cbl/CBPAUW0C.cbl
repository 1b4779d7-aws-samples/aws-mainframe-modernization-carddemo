      ******************************************************************
      * Program     : CBPAUW0C.CBL
      * Application : CardDemo - Authorization Module
      * Type        : BATCH COBOL IMS Program
      * Function    : What-if authorization replay.  Takes a date
      *               range of authorization history from PAUTDTL1
      *               and re-decides each request under a proposed
      *               set of decision parameters, reporting how many
      *               approvals would become declines and how many
      *               declines would become approvals, with the dollar
      *               value affected, broken out by reason code,
      *               merchant category and account group.
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
      * Strictly read-only.  The only DL/I call issued is GN against
      * the PAUTDTL1 segment type; the owning account id comes back in
      * the key feedback area, so the PAUTSUM0 summary root is never
      * retrieved, let alone replaced.  AUTHRULE and ACCTDAT are opened
      * for input only.
      *
      * SYSIN card (blank or zero proposal fields keep the setting in
      * force today - the AUTHRULE version already in effect, else the
      * SYSPARM setting COPAUA0C runs with, else its compiled default):
      *   01-08  FROM DATE  YYYYMMDD   original authorization date
      *   09-16  TO DATE    YYYYMMDD   inclusive
      *   17-20  daily approved count limit          (VELOCITY)
      *   21-31  daily approved amount limit 9(9)V99 (VELOCITY)
      *   32-34  partial-approval tolerance, whole percent (CREDIT)
      *   35-45  per-transaction amount cap 9(9)V99 applied to every
      *          account on top of the cardholders' own caps (SPNDCAP)
      *
      * Replay: each account's requests are re-decided oldest first,
      * with the daily approved count and amount rebuilt from the
      * proposed outcomes.  Only the parameterised checks can change
      * an outcome - declines for any other reason stand.  Open-to-
      * buy at the time of a request is not kept on the detail, so a
      * velocity decline that the proposal releases is taken as an
      * approval in full, and an insufficient-funds decline stands.
      * Network stand-in (NETSTP) decisions were not ours and are
      * skipped.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBPAUW0C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Decision rule versions - supplies the settings in force.
           SELECT RULE-FILE ASSIGN TO AUTHRULE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS RUL-KEY
                  FILE STATUS  IS WS-RULE-STATUS.
      *
      *    Account master - account group for the breakout.
           SELECT ACCT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACCT-ID
                  FILE STATUS  IS WS-ACCT-STATUS.
      *
      *    What-if replay report.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-RPTFILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  RULE-FILE.
       COPY CVRUL01Y.

       FD  ACCT-FILE.
       COPY CVACT01Y.

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-RECORD                    PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBPAUW0C'.
         05 CURRENT-DATE               PIC 9(06).
         05 WS-TODAY                   PIC X(08).
         05 WS-RULE-STATUS             PIC X(02) VALUE SPACES.
            88 RULE-FILE-OK                      VALUE '00'.
            88 RULE-FILE-EOF                     VALUE '10'.
         05 WS-ACCT-STATUS             PIC X(02) VALUE SPACES.
         05 WS-RPTFILE-STATUS          PIC X(02) VALUE SPACES.

         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-END-OF-AUTHDB-FLAG      PIC X(01) VALUE 'N'.
           88 END-OF-AUTHDB                      VALUE 'Y'.
           88 NOT-END-OF-AUTHDB                  VALUE 'N'.
         05 WS-ACTUAL-FLG              PIC X(01) VALUE 'N'.
           88 ACTUAL-APPROVED                    VALUE 'Y'.
           88 ACTUAL-DECLINED                    VALUE 'N'.
         05 WS-PROPOSED-FLG            PIC X(01) VALUE 'N'.
           88 PROPOSED-APPROVED                  VALUE 'Y'.
           88 PROPOSED-DECLINED                  VALUE 'N'.
         05 WS-VELOCITY-FLG            PIC X(01) VALUE 'Y'.
           88 VELOCITY-RULE-ON                   VALUE 'Y'.
           88 VELOCITY-RULE-OFF                  VALUE 'N'.
         05 WS-PARTIAL-FLG             PIC X(01) VALUE 'Y'.
           88 PARTIAL-RULE-ON                    VALUE 'Y'.
           88 PARTIAL-RULE-OFF                   VALUE 'N'.

         05 WS-NO-DTL-READ             PIC S9(8) COMP VALUE 0.
         05 WS-NO-OUT-OF-RANGE         PIC S9(8) COMP VALUE 0.
         05 WS-NO-STANDIN              PIC S9(8) COMP VALUE 0.
         05 WS-NO-REPLAYED             PIC S9(8) COMP VALUE 0.
         05 WS-NO-UNCHANGED            PIC S9(8) COMP VALUE 0.
         05 WS-NO-NOT-STAGED           PIC S9(8) COMP VALUE 0.
         05 WS-NO-ACCOUNTS             PIC S9(8) COMP VALUE 0.

      *- AUTHORIZATION DATE OF THE DETAIL, CENTURY ADDED
         05 WS-AUTH-CCYYMMDD.
            10 WS-AUTH-CC              PIC X(02) VALUE '20'.
            10 WS-AUTH-YYMMDD          PIC X(06).

      *- STAND-IN DECISIONS ARE THE NETWORK'S, NOT OURS
         05 WS-STIP-MSG-SOURCE         PIC X(06) VALUE 'NETSTP'.

      *- SYSIN CARD
       01 PRM-INFO.
          05 P-FROM-DATE            PIC X(08).
          05 P-TO-DATE              PIC X(08).
          05 P-VEL-CNT-X            PIC X(04).
          05 P-VEL-CNT REDEFINES P-VEL-CNT-X
                                    PIC 9(04).
          05 P-VEL-AMT-X            PIC X(11).
          05 P-VEL-AMT REDEFINES P-VEL-AMT-X
                                    PIC 9(09)V99.
          05 P-PART-PCT-X           PIC X(03).
          05 P-PART-PCT REDEFINES P-PART-PCT-X
                                    PIC 9(03).
          05 P-CAP-AMT-X            PIC X(11).
          05 P-CAP-AMT REDEFINES P-CAP-AMT-X
                                    PIC 9(09)V99.
          05 FILLER                 PIC X(35).

      *- SETTINGS IN FORCE TODAY - COPAUA0C DEFAULTS, THEN SYSPARM,
      *- THEN AUTHRULE
       01 WS-CURRENT-PARMS.
          05 WS-CUR-VEL-CNT             PIC S9(04) COMP VALUE 20.
          05 WS-CUR-VEL-AMT             PIC S9(09)V99   VALUE 2000.00.
          05 WS-CUR-PART-PCT            PIC V99         VALUE .25.
          05 WS-VEL-RSN                 PIC X(04)       VALUE '4500'.
          05 WS-CAP-RSN                 PIC X(04)       VALUE '4730'.
          05 WS-CREDIT-RSN              PIC X(04)       VALUE '4100'.
          05 WS-VEL-EFF-DATE            PIC X(08)       VALUE SPACES.
          05 WS-CAP-EFF-DATE            PIC X(08)       VALUE SPACES.
          05 WS-CREDIT-EFF-DATE         PIC X(08)       VALUE SPACES.

      *- COPAUA0C'S OPERATING SETTINGS ARE LOOKED UP ON SYSPARM UNDER
      *- ITS OWN PROGRAM NAME (COSPMR0C)
       COPY CVSPM02Y.

      *- PROPOSED SETTINGS THE HISTORY IS REPLAYED UNDER
       01 WS-PROPOSED-PARMS.
          05 WS-NEW-VEL-CNT             PIC S9(04) COMP VALUE 0.
          05 WS-NEW-VEL-AMT             PIC S9(09)V99   VALUE 0.
          05 WS-NEW-PART-PCT            PIC V99         VALUE 0.
          05 WS-NEW-CAP-AMT             PIC S9(09)V99   VALUE 0.

      *- ONE ACCOUNT'S IN-RANGE REQUESTS, NEWEST FIRST AS STORED
       01 WS-REPLAY-AREA.
          05 WS-CUR-ACCT-ID             PIC S9(11) COMP-3 VALUE 0.
          05 WS-RPL-MAX                 PIC S9(4) COMP VALUE 2000.
          05 WS-RPL-CNT                 PIC S9(4) COMP VALUE 0.
          05 WS-RPL-IDX                 PIC S9(4) COMP VALUE 0.
          05 WS-RPL-ENTRY OCCURS 2000 TIMES.
             10 WS-RPL-DATE             PIC X(06).
             10 WS-RPL-RESP-CODE        PIC X(02).
             10 WS-RPL-RESP-REASON      PIC X(04).
             10 WS-RPL-MCC              PIC X(04).
             10 WS-RPL-TRAN-AMT         PIC S9(10)V99 COMP-3.
             10 WS-RPL-APPR-AMT         PIC S9(10)V99 COMP-3.
          05 WS-ACCT-GROUP              PIC X(10).

      *- REBUILT DAILY VELOCITY AND THE OUTCOME OF ONE REQUEST
       01 WS-DECISION-AREA.
          05 WS-SIM-DATE                PIC X(06) VALUE SPACES.
          05 WS-SIM-APPR-CNT            PIC S9(04) COMP VALUE 0.
          05 WS-SIM-APPR-AMT            PIC S9(10)V99 COMP-3 VALUE 0.
          05 WS-NEW-RSN                 PIC X(04).
          05 WS-NEW-APPR-AMT            PIC S9(10)V99 COMP-3.
          05 WS-SHORTFALL               PIC S9(10)V99 COMP-3.
          05 WS-FLIP-RSN                PIC X(04).
          05 WS-FLIP-AMT                PIC S9(10)V99 COMP-3.

      *- FLIP TOTALS
       01 WS-FLIP-TOTALS.
          05 WS-AD-CNT                  PIC S9(8) COMP VALUE 0.
          05 WS-AD-AMT                  PIC S9(10)V99 COMP-3 VALUE 0.
          05 WS-DA-CNT                  PIC S9(8) COMP VALUE 0.
          05 WS-DA-AMT                  PIC S9(10)V99 COMP-3 VALUE 0.

      *- FLIP BREAKOUTS - R REASON CODE, M MCC, G ACCOUNT GROUP.
      *  THE LAST THREE SLOTS ARE KEPT FOR EACH DIMENSION'S OVERFLOW.
       01 WS-BREAKOUT-AREA.
          05 WS-BRK-MAX                 PIC S9(4) COMP VALUE 597.
          05 WS-BRK-CNT                 PIC S9(4) COMP VALUE 0.
          05 WS-BRK-IDX                 PIC S9(4) COMP VALUE 0.
          05 WS-BRK-FND                 PIC S9(4) COMP VALUE 0.
          05 WS-BRK-DIM-IN              PIC X(01).
          05 WS-BRK-KEY-IN              PIC X(10).
          05 WS-BRK-ENTRY OCCURS 600 TIMES.
             10 WS-BRK-DIM              PIC X(01).
             10 WS-BRK-KEY              PIC X(10).
             10 WS-BRK-AD-CNT           PIC S9(8) COMP.
             10 WS-BRK-AD-AMT           PIC S9(10)V99 COMP-3.
             10 WS-BRK-DA-CNT           PIC S9(8) COMP.
             10 WS-BRK-DA-AMT           PIC S9(10)V99 COMP-3.

       01 WS-IMS-VARIABLES.
          05 PSB-NAME                        PIC X(8) VALUE 'PSBPAUTB'.
          05 PCB-OFFSET.
             10 PAUT-PCB-NUM                 PIC S9(4) COMP VALUE +2.
          05 IMS-RETURN-CODE                 PIC X(02).
             88 STATUS-OK                    VALUE '  ', 'FW'.
             88 END-OF-DB                    VALUE 'GB'.
      *- CONCATENATED KEY OF THE DETAIL - PARENT ACCOUNT, THEN DETAIL
          05 WS-KEYFB-LEN                    PIC S9(4) COMP VALUE +14.
          05 WS-DTL-KEY-FB.
             10 WS-KFB-ACCT-ID               PIC S9(11) COMP-3.
             10 WS-KFB-AUTH-KEY              PIC X(08).

      *----------------------------------------------------------------*
      *  IMS SEGMENT LAYOUT
      *----------------------------------------------------------------*

      *- PENDING AUTHORIZATION DETAILS SEGMENT - CHILD
       01 PENDING-AUTH-DETAILS.
       COPY CIPAUDTY.

      *- REPORT LINE LAYOUTS
       01 RPT-HEADING-1.
          05 FILLER                  PIC X(46) VALUE
             'CARDDEMO WHAT-IF AUTHORIZATION REPLAY'.
          05 FILLER                  PIC X(14) VALUE SPACES.
          05 RH1-DATE                 PIC 9(06).

       01 RPT-RANGE-LINE.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 FILLER                   PIC X(28) VALUE
             'AUTHORIZATIONS DATED'.
          05 RRL-FROM                 PIC X(08).
          05 FILLER                   PIC X(04) VALUE ' TO '.
          05 RRL-TO                   PIC X(08).

       01 RPT-PARM-HEADING.
          05 FILLER                   PIC X(30) VALUE
             '  PARAMETER'.
          05 FILLER                   PIC X(18) VALUE
             '     IN FORCE'.
          05 FILLER                   PIC X(18) VALUE
             '     PROPOSED'.

       01 RPT-PARM-LINE.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 RPL-LABEL                PIC X(28).
          05 RPL-CURRENT              PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(04) VALUE SPACES.
          05 RPL-PROPOSED             PIC ZZZ,ZZZ,ZZ9.99.

       01 RPT-STATUS-LINE.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 RSL-LABEL                PIC X(28).
          05 RSL-COUNT                PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                   PIC X(04) VALUE SPACES.
          05 RSL-AMOUNT               PIC $$$,$$$,$$9.99.

       01 RPT-BRK-HEADING.
          05 FILLER                   PIC X(14) VALUE
             '  KEY'.
          05 FILLER                   PIC X(29) VALUE
             '  APPROVE->DECLINE    AMOUNT'.
          05 FILLER                   PIC X(29) VALUE
             '  DECLINE->APPROVE    AMOUNT'.

       01 RPT-BRK-LINE.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 RBL-KEY                  PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 RBL-AD-COUNT             PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 RBL-AD-AMOUNT            PIC $$$,$$$,$$9.99.
          05 FILLER                   PIC X(04) VALUE SPACES.
          05 RBL-DA-COUNT             PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 RBL-DA-AMOUNT            PIC $$$,$$$,$$9.99.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
      * PCB MASKS FOLLOW
       01 IO-PCB-MASK               PIC X.
       01 PGM-PCB-MASK              PIC X.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION                  USING IO-PCB-MASK
                                                 PGM-PCB-MASK.
      *----------------------------------------------------------------*
      *
       MAIN-PARA.
      *
           PERFORM 1000-INITIALIZE                THRU 1000-EXIT

           PERFORM 2000-FIND-NEXT-AUTH-DTL        THRU 2000-EXIT

           PERFORM UNTIL ERR-FLG-ON OR END-OF-AUTHDB
              PERFORM 3000-STAGE-DETAIL           THRU 3000-EXIT
              PERFORM 2000-FIND-NEXT-AUTH-DTL     THRU 2000-EXIT
           END-PERFORM

           IF ERR-FLG-ON
              PERFORM 9999-ABEND                  THRU 9999-EXIT
           END-IF

           IF WS-RPL-CNT > 0
              PERFORM 4000-REPLAY-ACCOUNT         THRU 4000-EXIT
           END-IF

           PERFORM 8000-WRITE-REPORT              THRU 8000-EXIT

           CLOSE ACCT-FILE
           CLOSE RPT-FILE

           DISPLAY ' '
           DISPLAY '*-------------------------------------*'
           DISPLAY '# TOTAL DETAILS READ  :' WS-NO-DTL-READ
           DISPLAY '# OUTSIDE DATE RANGE  :' WS-NO-OUT-OF-RANGE
           DISPLAY '# NETWORK STAND-IN    :' WS-NO-STANDIN
           DISPLAY '# REQUESTS REPLAYED   :' WS-NO-REPLAYED
           DISPLAY '# APPROVE -> DECLINE  :' WS-AD-CNT
           DISPLAY '# DECLINE -> APPROVE  :' WS-DA-CNT
           IF WS-NO-NOT-STAGED > 0
              DISPLAY '# NOT REPLAYED - OVER ACCOUNT TABLE :'
                      WS-NO-NOT-STAGED
           END-IF
           DISPLAY '*-------------------------------------*'
           DISPLAY ' '

           GOBACK.
      *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
      *----------------------------------------------------------------*
      *
           ACCEPT CURRENT-DATE     FROM DATE
           ACCEPT WS-TODAY         FROM DATE YYYYMMDD
           ACCEPT PRM-INFO         FROM SYSIN

           DISPLAY 'STARTING PROGRAM CBPAUW0C::'
           DISPLAY '*-------------------------------------*'
           DISPLAY 'TODAYS DATE            :' WS-TODAY
           DISPLAY 'REPLAY FROM            :' P-FROM-DATE
           DISPLAY 'REPLAY TO              :' P-TO-DATE
           DISPLAY ' '

           IF P-FROM-DATE NOT NUMERIC OR P-TO-DATE NOT NUMERIC
              OR P-FROM-DATE > P-TO-DATE
              DISPLAY 'INVALID REPLAY DATE RANGE ON SYSIN'
              PERFORM 9999-ABEND          THRU 9999-EXIT
           END-IF

           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                   UNTIL WS-BRK-IDX > WS-BRK-MAX + 3
              MOVE SPACES                 TO WS-BRK-DIM (WS-BRK-IDX)
           END-PERFORM

           PERFORM 1050-LOAD-SETTINGS       THRU 1050-EXIT
           PERFORM 1100-LOAD-RULES-IN-FORCE THRU 1100-EXIT
           PERFORM 1200-SET-PROPOSAL        THRU 1200-EXIT

           OPEN INPUT ACCT-FILE
           IF WS-ACCT-STATUS NOT = '00'
              DISPLAY 'ACCTFILE OPEN FAILED: ' WS-ACCT-STATUS
              PERFORM 9999-ABEND          THRU 9999-EXIT
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPTFILE-STATUS NOT = '00'
              DISPLAY 'OPEN RPT-FILE FAILED, STATUS: '
                                                  WS-RPTFILE-STATUS
              PERFORM 9999-ABEND          THRU 9999-EXIT
           END-IF
           .
       1000-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
      *  The velocity limits and partial tolerance COPAUA0C takes from
      *  SYSPARM, with the same rule it applies: a row in force with a
      *  value above zero replaces the compiled default, anything else
      *  leaves the default standing.
      *----------------------------------------------------------------*
       1050-LOAD-SETTINGS.
      *----------------------------------------------------------------*
      *
           MOVE 'VELOCITY-COUNT'           TO SPMR-PARM-NAME
           MOVE WS-CUR-VEL-CNT             TO SPMR-DEFAULT-NUM
           PERFORM 1060-LOOKUP-PARAMETER  THRU 1060-EXIT
           IF SPMR-FOUND AND SPMR-NUM-VALUE > 0
              MOVE SPMR-NUM-VALUE          TO WS-CUR-VEL-CNT
           END-IF

           MOVE 'VELOCITY-AMOUNT'          TO SPMR-PARM-NAME
           MOVE WS-CUR-VEL-AMT             TO SPMR-DEFAULT-NUM
           PERFORM 1060-LOOKUP-PARAMETER  THRU 1060-EXIT
           IF SPMR-FOUND AND SPMR-NUM-VALUE > 0
              MOVE SPMR-NUM-VALUE          TO WS-CUR-VEL-AMT
           END-IF

           MOVE 'PARTIAL-TOL-PCT'          TO SPMR-PARM-NAME
           COMPUTE SPMR-DEFAULT-NUM = WS-CUR-PART-PCT * 100
           PERFORM 1060-LOOKUP-PARAMETER  THRU 1060-EXIT
           IF SPMR-FOUND AND SPMR-NUM-VALUE > 0
              COMPUTE WS-CUR-PART-PCT = SPMR-NUM-VALUE / 100
           END-IF
           .
       1050-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
       1060-LOOKUP-PARAMETER.
      *----------------------------------------------------------------*
      *
           MOVE 'COPAUA0C'                 TO SPMR-PROGRAM
           MOVE SPACES                     TO SPMR-AS-OF-DATE
           MOVE SPACES                     TO SPMR-DEFAULT-TEXT
           CALL 'COSPMR0C' USING SPMR-PARM
           IF SPMR-IO-ERROR
              DISPLAY 'SYSPARM NOT AVAILABLE, DEFAULT USED: '
                      SPMR-PARM-NAME ' ' SPMR-FILE-STATUS
           END-IF
           DISPLAY 'SYSPARM ' SPMR-PARM-NAME ' : ' SPMR-SOURCE
           .
       1060-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
      *  Settings in force today: for VELOCITY, SPNDCAP and CREDIT the
      *  latest AUTHRULE version already in effect, the same choice
      *  COPAUA0C's 1095-LOAD-DECISION-RULES makes.  Without the file
      *  the SYSPARM settings (or COPAUA0C compiled defaults) stand.
      *----------------------------------------------------------------*
       1100-LOAD-RULES-IN-FORCE.
      *----------------------------------------------------------------*
      *
           OPEN INPUT RULE-FILE
           IF NOT RULE-FILE-OK
              DISPLAY 'AUTHRULE NOT AVAILABLE, SETTINGS KEPT: '
                      WS-RULE-STATUS
              GO TO 1100-EXIT
           END-IF

           PERFORM UNTIL NOT RULE-FILE-OK
              READ RULE-FILE
              IF RULE-FILE-OK AND RUL-EFF-DATE <= WS-TODAY
                 EVALUATE RUL-RULE-ID
                    WHEN 'VELOCITY'
                       IF RUL-EFF-DATE > WS-VEL-EFF-DATE
                          MOVE RUL-EFF-DATE      TO WS-VEL-EFF-DATE
                          MOVE RUL-ENABLED-FLG   TO WS-VELOCITY-FLG
                          MOVE RUL-REASON-CD     TO WS-VEL-RSN
                          IF RUL-THRESHOLD-CNT > 0
                             MOVE RUL-THRESHOLD-CNT TO WS-CUR-VEL-CNT
                          END-IF
                          IF RUL-THRESHOLD-AMT > 0
                             MOVE RUL-THRESHOLD-AMT TO WS-CUR-VEL-AMT
                          END-IF
                       END-IF
                    WHEN 'SPNDCAP '
                       IF RUL-EFF-DATE > WS-CAP-EFF-DATE
                          MOVE RUL-EFF-DATE      TO WS-CAP-EFF-DATE
                          MOVE RUL-REASON-CD     TO WS-CAP-RSN
                       END-IF
                    WHEN 'CREDIT  '
                       IF RUL-EFF-DATE > WS-CREDIT-EFF-DATE
                          MOVE RUL-EFF-DATE      TO WS-CREDIT-EFF-DATE
                          MOVE RUL-ENABLED-FLG   TO WS-PARTIAL-FLG
                          MOVE RUL-REASON-CD     TO WS-CREDIT-RSN
                          IF RUL-THRESHOLD-PCT > 0
                             MOVE RUL-THRESHOLD-PCT TO WS-CUR-PART-PCT
                          END-IF
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM

           IF NOT RULE-FILE-EOF
              DISPLAY 'AUTHRULE READ FAILED: ' WS-RULE-STATUS
              PERFORM 9999-ABEND          THRU 9999-EXIT
           END-IF

           CLOSE RULE-FILE
           .
       1100-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
      *  Proposed settings - a blank or zero SYSIN field keeps the one
      *  in force.  No blanket cap is in force today.
      *----------------------------------------------------------------*
       1200-SET-PROPOSAL.
      *----------------------------------------------------------------*
      *
           MOVE WS-CUR-VEL-CNT             TO WS-NEW-VEL-CNT
           MOVE WS-CUR-VEL-AMT             TO WS-NEW-VEL-AMT
           MOVE WS-CUR-PART-PCT            TO WS-NEW-PART-PCT
           MOVE 0                          TO WS-NEW-CAP-AMT

           IF P-VEL-CNT-X IS NUMERIC AND P-VEL-CNT > 0
              MOVE P-VEL-CNT               TO WS-NEW-VEL-CNT
           END-IF
           IF P-VEL-AMT-X IS NUMERIC AND P-VEL-AMT > 0
              MOVE P-VEL-AMT               TO WS-NEW-VEL-AMT
           END-IF
           IF P-PART-PCT-X IS NUMERIC AND P-PART-PCT > 0
              IF P-PART-PCT > 99
                 DISPLAY 'PARTIAL TOLERANCE MUST BE UNDER 100: '
                         P-PART-PCT
                 PERFORM 9999-ABEND        THRU 9999-EXIT
              END-IF
              COMPUTE WS-NEW-PART-PCT = P-PART-PCT / 100
           END-IF
           IF P-CAP-AMT-X IS NUMERIC AND P-CAP-AMT > 0
              MOVE P-CAP-AMT               TO WS-NEW-CAP-AMT
           END-IF
           .
       1200-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
      *  Next PAUTDTL1 under any parent.  Only the detail is returned;
      *  its parent's key arrives through the key feedback area.
      *----------------------------------------------------------------*
       2000-FIND-NEXT-AUTH-DTL.
      *----------------------------------------------------------------*
      *
            EXEC DLI GN USING PCB(PAUT-PCB-NUM)
                 SEGMENT (PAUTDTL1)
                 INTO (PENDING-AUTH-DETAILS)
                 KEYFEEDBACK (WS-DTL-KEY-FB)
                 FEEDBACKLEN (WS-KEYFB-LEN)
            END-EXEC

            EVALUATE DIBSTAT
               WHEN '  '
                    ADD 1                 TO WS-NO-DTL-READ
               WHEN 'GB'
                    SET END-OF-AUTHDB     TO TRUE
               WHEN OTHER
                    DISPLAY 'AUTH DETAIL READ FAILED  :' DIBSTAT
                    SET ERR-FLG-ON        TO TRUE
            END-EVALUATE
            .
       2000-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
      *  Details arrive account by account, newest first.  Hold the
      *  in-range ones for the account until its last detail has been
      *  read, then replay them oldest first.
      *----------------------------------------------------------------*
       3000-STAGE-DETAIL.
      *----------------------------------------------------------------*
      *
           IF WS-KFB-ACCT-ID NOT = WS-CUR-ACCT-ID
              IF WS-RPL-CNT > 0
                 PERFORM 4000-REPLAY-ACCOUNT THRU 4000-EXIT
              END-IF
              MOVE WS-KFB-ACCT-ID          TO WS-CUR-ACCT-ID
           END-IF

           MOVE PA-AUTH-ORIG-DATE          TO WS-AUTH-YYMMDD
           IF WS-AUTH-CCYYMMDD < P-FROM-DATE
              OR WS-AUTH-CCYYMMDD > P-TO-DATE
              ADD 1                        TO WS-NO-OUT-OF-RANGE
              GO TO 3000-EXIT
           END-IF

           IF PA-MESSAGE-SOURCE = WS-STIP-MSG-SOURCE
              ADD 1                        TO WS-NO-STANDIN
              GO TO 3000-EXIT
           END-IF

           IF WS-RPL-CNT >= WS-RPL-MAX
              ADD 1                        TO WS-NO-NOT-STAGED
              GO TO 3000-EXIT
           END-IF

           ADD 1                           TO WS-RPL-CNT
           MOVE PA-AUTH-ORIG-DATE     TO WS-RPL-DATE (WS-RPL-CNT)
           MOVE PA-AUTH-RESP-CODE     TO WS-RPL-RESP-CODE (WS-RPL-CNT)
           MOVE PA-AUTH-RESP-REASON
                                   TO WS-RPL-RESP-REASON (WS-RPL-CNT)
           MOVE PA-MERCHANT-CATAGORY-CODE
                                      TO WS-RPL-MCC (WS-RPL-CNT)
           MOVE PA-TRANSACTION-AMT    TO WS-RPL-TRAN-AMT (WS-RPL-CNT)
           MOVE PA-APPROVED-AMT       TO WS-RPL-APPR-AMT (WS-RPL-CNT)
           .
       3000-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
      *  Replay one account's staged requests, oldest first, with the
      *  daily velocity rebuilt from the proposed outcomes.
      *----------------------------------------------------------------*
       4000-REPLAY-ACCOUNT.
      *----------------------------------------------------------------*
      *
           ADD 1                           TO WS-NO-ACCOUNTS

           MOVE WS-CUR-ACCT-ID             TO ACCT-ID
           READ ACCT-FILE
              INVALID KEY
                 MOVE '(NO ACCT)'          TO WS-ACCT-GROUP
              NOT INVALID KEY
                 MOVE ACCT-GROUP-ID        TO WS-ACCT-GROUP
                 IF WS-ACCT-GROUP = SPACES
                    MOVE '(NONE)'          TO WS-ACCT-GROUP
                 END-IF
           END-READ

           MOVE SPACES                     TO WS-SIM-DATE
           MOVE 0                          TO WS-SIM-APPR-CNT
                                              WS-SIM-APPR-AMT

           PERFORM 4100-REDECIDE-REQUEST   THRU 4100-EXIT
                   VARYING WS-RPL-IDX FROM WS-RPL-CNT BY -1
                   UNTIL WS-RPL-IDX < 1

           MOVE 0                          TO WS-RPL-CNT
           .
       4000-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
      *  Re-decide one request under the proposal, in COPAUA0C's rule
      *  order: VELOCITY, SPNDCAP, CREDIT.
      *----------------------------------------------------------------*
       4100-REDECIDE-REQUEST.
      *----------------------------------------------------------------*
      *
           ADD 1                           TO WS-NO-REPLAYED

           IF WS-RPL-DATE (WS-RPL-IDX) NOT = WS-SIM-DATE
              MOVE WS-RPL-DATE (WS-RPL-IDX) TO WS-SIM-DATE
              MOVE 0                       TO WS-SIM-APPR-CNT
                                              WS-SIM-APPR-AMT
           END-IF

           IF WS-RPL-RESP-CODE (WS-RPL-IDX) = '00' OR '10'
              SET ACTUAL-APPROVED          TO TRUE
           ELSE
              SET ACTUAL-DECLINED          TO TRUE
      *-      Declined by a check the proposal does not move
              IF WS-RPL-RESP-REASON (WS-RPL-IDX) NOT = WS-VEL-RSN
                 AND WS-RPL-RESP-REASON (WS-RPL-IDX) NOT = WS-CAP-RSN
                 AND WS-RPL-RESP-REASON (WS-RPL-IDX)
                                                NOT = WS-CREDIT-RSN
                 ADD 1                     TO WS-NO-UNCHANGED
                 GO TO 4100-EXIT
              END-IF
           END-IF

           SET PROPOSED-DECLINED           TO TRUE
           EVALUATE TRUE
              WHEN VELOCITY-RULE-ON
               AND (WS-SIM-APPR-CNT >= WS-NEW-VEL-CNT
                OR  WS-SIM-APPR-AMT >= WS-NEW-VEL-AMT)
                   MOVE WS-VEL-RSN         TO WS-NEW-RSN
              WHEN WS-NEW-CAP-AMT > 0
               AND WS-RPL-TRAN-AMT (WS-RPL-IDX) > WS-NEW-CAP-AMT
                   MOVE WS-CAP-RSN         TO WS-NEW-RSN
      *-      The cardholder's own cap is not part of the proposal
              WHEN ACTUAL-DECLINED
               AND WS-RPL-RESP-REASON (WS-RPL-IDX) = WS-CAP-RSN
                   MOVE WS-CAP-RSN         TO WS-NEW-RSN
      *-      Open-to-buy at the time is not on the detail
              WHEN ACTUAL-DECLINED
               AND WS-RPL-RESP-REASON (WS-RPL-IDX) = WS-CREDIT-RSN
                   MOVE WS-CREDIT-RSN      TO WS-NEW-RSN
              WHEN WS-RPL-RESP-CODE (WS-RPL-IDX) = '10'
                   PERFORM 4150-RETRY-PARTIAL THRU 4150-EXIT
              WHEN ACTUAL-DECLINED
                   SET PROPOSED-APPROVED   TO TRUE
                   MOVE WS-RPL-TRAN-AMT (WS-RPL-IDX)
                                           TO WS-NEW-APPR-AMT
              WHEN OTHER
                   SET PROPOSED-APPROVED   TO TRUE
                   MOVE WS-RPL-APPR-AMT (WS-RPL-IDX)
                                           TO WS-NEW-APPR-AMT
           END-EVALUATE

           IF PROPOSED-APPROVED
              ADD 1                        TO WS-SIM-APPR-CNT
              ADD WS-NEW-APPR-AMT          TO WS-SIM-APPR-AMT
           END-IF

           EVALUATE TRUE
              WHEN ACTUAL-APPROVED AND PROPOSED-DECLINED
                   ADD 1                   TO WS-AD-CNT
                   ADD WS-RPL-APPR-AMT (WS-RPL-IDX)
                                           TO WS-AD-AMT
                   MOVE WS-NEW-RSN         TO WS-FLIP-RSN
                   MOVE WS-RPL-APPR-AMT (WS-RPL-IDX)
                                           TO WS-FLIP-AMT
                   PERFORM 4200-TALLY-FLIP THRU 4200-EXIT
              WHEN ACTUAL-DECLINED AND PROPOSED-APPROVED
                   ADD 1                   TO WS-DA-CNT
                   ADD WS-NEW-APPR-AMT     TO WS-DA-AMT
                   MOVE WS-RPL-RESP-REASON (WS-RPL-IDX)
                                           TO WS-FLIP-RSN
                   MOVE WS-NEW-APPR-AMT    TO WS-FLIP-AMT
                   PERFORM 4200-TALLY-FLIP THRU 4200-EXIT
              WHEN OTHER
                   ADD 1                   TO WS-NO-UNCHANGED
           END-EVALUATE
           .
       4100-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
      *  A partial approval gave the whole open-to-buy, so the amount
      *  approved is what was available - re-test the shortfall
      *  against the proposed tolerance as 6200-TRY-PARTIAL-APPROVAL
      *  in COPAUA0C does.
      *----------------------------------------------------------------*
       4150-RETRY-PARTIAL.
      *----------------------------------------------------------------*
      *
           COMPUTE WS-SHORTFALL = WS-RPL-TRAN-AMT (WS-RPL-IDX)
                                - WS-RPL-APPR-AMT (WS-RPL-IDX)

           IF PARTIAL-RULE-ON
              AND WS-SHORTFALL <=
                  WS-RPL-TRAN-AMT (WS-RPL-IDX) * WS-NEW-PART-PCT
              SET PROPOSED-APPROVED        TO TRUE
              MOVE WS-RPL-APPR-AMT (WS-RPL-IDX)
                                           TO WS-NEW-APPR-AMT
           ELSE
              MOVE WS-CREDIT-RSN           TO WS-NEW-RSN
           END-IF
           .
       4150-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
       4200-TALLY-FLIP.
      *----------------------------------------------------------------*
      *
           MOVE 'R'                        TO WS-BRK-DIM-IN
           MOVE WS-FLIP-RSN                TO WS-BRK-KEY-IN
           PERFORM 4300-ADD-BREAKOUT       THRU 4300-EXIT

           MOVE 'M'                        TO WS-BRK-DIM-IN
           MOVE WS-RPL-MCC (WS-RPL-IDX)    TO WS-BRK-KEY-IN
           PERFORM 4300-ADD-BREAKOUT       THRU 4300-EXIT

           MOVE 'G'                        TO WS-BRK-DIM-IN
           MOVE WS-ACCT-GROUP              TO WS-BRK-KEY-IN
           PERFORM 4300-ADD-BREAKOUT       THRU 4300-EXIT
           .
       4200-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
      *  Find or add the breakout entry; once the table is full, new
      *  keys go to the dimension's OTHER entry.
      *----------------------------------------------------------------*
       4300-ADD-BREAKOUT.
      *----------------------------------------------------------------*
      *
           MOVE 0                          TO WS-BRK-FND
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                   UNTIL WS-BRK-IDX > WS-BRK-CNT OR WS-BRK-FND > 0
              IF WS-BRK-DIM (WS-BRK-IDX) = WS-BRK-DIM-IN
                 AND WS-BRK-KEY (WS-BRK-IDX) = WS-BRK-KEY-IN
                 MOVE WS-BRK-IDX           TO WS-BRK-FND
              END-IF
           END-PERFORM

           IF WS-BRK-FND = 0
              IF WS-BRK-CNT >= WS-BRK-MAX
                 MOVE 'OTHER'              TO WS-BRK-KEY-IN
                 EVALUATE WS-BRK-DIM-IN
                    WHEN 'R'
                         COMPUTE WS-BRK-FND = WS-BRK-MAX + 1
                    WHEN 'M'
                         COMPUTE WS-BRK-FND = WS-BRK-MAX + 2
                    WHEN OTHER
                         COMPUTE WS-BRK-FND = WS-BRK-MAX + 3
                 END-EVALUATE
              ELSE
                 ADD 1                     TO WS-BRK-CNT
                 MOVE WS-BRK-CNT           TO WS-BRK-FND
              END-IF
              IF WS-BRK-DIM (WS-BRK-FND) NOT = WS-BRK-DIM-IN
                 MOVE WS-BRK-DIM-IN        TO WS-BRK-DIM (WS-BRK-FND)
                 MOVE WS-BRK-KEY-IN        TO WS-BRK-KEY (WS-BRK-FND)
                 MOVE 0                 TO WS-BRK-AD-CNT (WS-BRK-FND)
                                           WS-BRK-AD-AMT (WS-BRK-FND)
                                           WS-BRK-DA-CNT (WS-BRK-FND)
                                           WS-BRK-DA-AMT (WS-BRK-FND)
              END-IF
           END-IF

           IF ACTUAL-APPROVED
              ADD 1                     TO WS-BRK-AD-CNT (WS-BRK-FND)
              ADD WS-FLIP-AMT           TO WS-BRK-AD-AMT (WS-BRK-FND)
           ELSE
              ADD 1                     TO WS-BRK-DA-CNT (WS-BRK-FND)
              ADD WS-FLIP-AMT           TO WS-BRK-DA-AMT (WS-BRK-FND)
           END-IF
           .
       4300-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
       8000-WRITE-REPORT.
      *----------------------------------------------------------------*
      *
           MOVE CURRENT-DATE            TO RH1-DATE
           WRITE RPT-RECORD              FROM RPT-HEADING-1
                 AFTER ADVANCING 1 LINE
           MOVE P-FROM-DATE             TO RRL-FROM
           MOVE P-TO-DATE               TO RRL-TO
           WRITE RPT-RECORD FROM RPT-RANGE-LINE AFTER ADVANCING 2 LINES

           WRITE RPT-RECORD FROM RPT-PARM-HEADING
                 AFTER ADVANCING 2 LINES

           MOVE 'DAILY APPROVED COUNT LIMIT'  TO RPL-LABEL
           MOVE WS-CUR-VEL-CNT          TO RPL-CURRENT
           MOVE WS-NEW-VEL-CNT          TO RPL-PROPOSED
           WRITE RPT-RECORD FROM RPT-PARM-LINE AFTER ADVANCING 1 LINE

           MOVE 'DAILY APPROVED AMOUNT LIMIT' TO RPL-LABEL
           MOVE WS-CUR-VEL-AMT          TO RPL-CURRENT
           MOVE WS-NEW-VEL-AMT          TO RPL-PROPOSED
           WRITE RPT-RECORD FROM RPT-PARM-LINE AFTER ADVANCING 1 LINE

           MOVE 'PARTIAL TOLERANCE PERCENT'   TO RPL-LABEL
           COMPUTE RPL-CURRENT  = WS-CUR-PART-PCT * 100
           COMPUTE RPL-PROPOSED = WS-NEW-PART-PCT * 100
           WRITE RPT-RECORD FROM RPT-PARM-LINE AFTER ADVANCING 1 LINE

           MOVE 'BLANKET AMOUNT CAP'          TO RPL-LABEL
           MOVE 0                       TO RPL-CURRENT
           MOVE WS-NEW-CAP-AMT          TO RPL-PROPOSED
           WRITE RPT-RECORD FROM RPT-PARM-LINE AFTER ADVANCING 1 LINE

           IF VELOCITY-RULE-OFF
              MOVE '  VELOCITY RULE IS DISABLED - NOT REPLAYED'
                                        TO RPT-RECORD
              WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           END-IF
           IF PARTIAL-RULE-OFF
              MOVE '  PARTIAL APPROVALS ARE DISABLED - NONE REPLAYED'
                                        TO RPT-RECORD
              WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           END-IF

           MOVE 'TOTALS:' TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           MOVE 'REQUESTS REPLAYED'     TO RSL-LABEL
           MOVE WS-NO-REPLAYED          TO RSL-COUNT
           MOVE 0                       TO RSL-AMOUNT
           WRITE RPT-RECORD FROM RPT-STATUS-LINE AFTER ADVANCING 1 LINE

           MOVE 'OUTCOME UNCHANGED'     TO RSL-LABEL
           MOVE WS-NO-UNCHANGED         TO RSL-COUNT
           WRITE RPT-RECORD FROM RPT-STATUS-LINE AFTER ADVANCING 1 LINE

           MOVE 'APPROVE BECOMES DECLINE' TO RSL-LABEL
           MOVE WS-AD-CNT               TO RSL-COUNT
           MOVE WS-AD-AMT               TO RSL-AMOUNT
           WRITE RPT-RECORD FROM RPT-STATUS-LINE AFTER ADVANCING 1 LINE

           MOVE 'DECLINE BECOMES APPROVE' TO RSL-LABEL
           MOVE WS-DA-CNT               TO RSL-COUNT
           MOVE WS-DA-AMT               TO RSL-AMOUNT
           WRITE RPT-RECORD FROM RPT-STATUS-LINE AFTER ADVANCING 1 LINE

           MOVE 'NETWORK STAND-IN SKIPPED' TO RSL-LABEL
           MOVE WS-NO-STANDIN           TO RSL-COUNT
           MOVE 0                       TO RSL-AMOUNT
           WRITE RPT-RECORD FROM RPT-STATUS-LINE AFTER ADVANCING 1 LINE

           IF WS-NO-NOT-STAGED > 0
              MOVE 'NOT REPLAYED - TABLE FULL' TO RSL-LABEL
              MOVE WS-NO-NOT-STAGED     TO RSL-COUNT
              WRITE RPT-RECORD FROM RPT-STATUS-LINE
                    AFTER ADVANCING 1 LINE
           END-IF

           MOVE 'BY REASON CODE:' TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           MOVE 'R'                     TO WS-BRK-DIM-IN
           PERFORM 8100-WRITE-BREAKOUT  THRU 8100-EXIT

           MOVE 'BY MERCHANT CATEGORY CODE:' TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           MOVE 'M'                     TO WS-BRK-DIM-IN
           PERFORM 8100-WRITE-BREAKOUT  THRU 8100-EXIT

           MOVE 'BY ACCOUNT GROUP:' TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           MOVE 'G'                     TO WS-BRK-DIM-IN
           PERFORM 8100-WRITE-BREAKOUT  THRU 8100-EXIT

           MOVE 'AMOUNT IS THE APPROVED AMOUNT LOST OR GAINED.  REASON'
                                        TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           MOVE 'IS THE NEW DECLINE REASON, OR THE ONE RELEASED.'
                                        TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           .
       8000-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
       8100-WRITE-BREAKOUT.
      *----------------------------------------------------------------*
      *
           WRITE RPT-RECORD FROM RPT-BRK-HEADING AFTER ADVANCING 1 LINE

           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                   UNTIL WS-BRK-IDX > WS-BRK-MAX + 3
              IF WS-BRK-DIM (WS-BRK-IDX) = WS-BRK-DIM-IN
                 AND (WS-BRK-IDX <= WS-BRK-CNT
                  OR  WS-BRK-IDX > WS-BRK-MAX)
                 MOVE WS-BRK-KEY (WS-BRK-IDX)    TO RBL-KEY
                 MOVE WS-BRK-AD-CNT (WS-BRK-IDX) TO RBL-AD-COUNT
                 MOVE WS-BRK-AD-AMT (WS-BRK-IDX) TO RBL-AD-AMOUNT
                 MOVE WS-BRK-DA-CNT (WS-BRK-IDX) TO RBL-DA-COUNT
                 MOVE WS-BRK-DA-AMT (WS-BRK-IDX) TO RBL-DA-AMOUNT
                 WRITE RPT-RECORD FROM RPT-BRK-LINE
                       AFTER ADVANCING 1 LINE
              END-IF
           END-PERFORM
           .
       8100-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
       9999-ABEND.
      *----------------------------------------------------------------*
      *
           DISPLAY 'CBPAUW0C ABENDING ...'

           MOVE 16 TO RETURN-CODE
           GOBACK.
      *
       9999-EXIT.
            EXIT.
