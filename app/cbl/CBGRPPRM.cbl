      *               GROUPFILE (with the same audit trail CBGRPUPD
      *               writes), carries still-future changes forward,
      *               and reports rates pending, applied, and
      *               superseded.  A rate increase reaches an account
      *               only when the account's change-in-terms notice
      *               (CITNOTC, written by CBCIT01C) was sent in time;
      *               every other account in the group is held at its
      *               old rate and listed on the CITRPT exceptions
      *               report, and a held account is released the
      *               night its notice period has run.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
           SELECT AUDOUT-FILE ASSIGN TO AUDOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-AUDOUT-STATUS.
      *
      *    Accounts in a group whose rate rises tonight.
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      *
      *    Per-account change-in-terms notices, and the holds placed
      *    where the notice was missing or late.
           SELECT CIT-FILE ASSIGN TO CITNOTC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CIT-KEY
                  FILE STATUS  IS CITFILE-STATUS.
      *
      *    Accounts held at the old rate, and holds released.
           SELECT CITRPT-FILE ASSIGN TO CITRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS CITRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDOUT-FILE.
       COPY AUDITLOG.

       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05  FD-ACCT-ID                          PIC 9(11).
           05  FD-ACCT-DATA                        PIC X(289).

       FD  CIT-FILE.
       COPY CVCIT01Y.

       FD  CITRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-CITRPT-REC                           PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CVACT01Y.

       01  WS-INPUT-VARS.
           05  INPUT-TYPE                          PIC X(01).
           05  INPUT-GRP-ID                        PIC X(10).
       01  PENDIN-STATUS                           PIC X(02).
       01  PENDOUT-STATUS                          PIC X(02).
       01  WS-AUDOUT-STATUS                        PIC X(02).
       01  ACCTFILE-STATUS                         PIC X(02).
       01  CITFILE-STATUS                          PIC X(02).
       01  CITRPT-STATUS                           PIC X(02).
       01  WS-END-OF-ACCT                          PIC X(01) VALUE 'N'.
       01  WS-END-OF-CIT                           PIC X(01) VALUE 'N'.

       01  WS-END-OF-PEND                          PIC X(01) VALUE 'N'.
       01  WS-PENDIN-OPEN-SW                       PIC X(01) VALUE 'N'.
           88  WS-FOUND                            VALUE 'Y'.
           88  WS-NOT-FOUND                        VALUE 'N'.

      *---------------------------------------------------------------*
      *    Increases applied tonight - the accounts in these groups   *
      *    take the new rate only with a timely notice on CITNOTC.    *
      *---------------------------------------------------------------*
       01  WS-GATE-TABLE.
           05  WS-GATE-ENTRY OCCURS 200 TIMES.
               10  WS-GATE-GRP-ID                  PIC X(10).
               10  WS-GATE-EFF-DATE                PIC X(10).
               10  WS-GATE-OLD-RATE                PIC S9(03)V99
                                                   COMP-3.
               10  WS-GATE-NEW-RATE                PIC S9(03)V99
                                                   COMP-3.
       01  WS-GATE-MAX                             PIC S9(4) COMP
                                                   VALUE 200.
       01  WS-GATE-COUNT                           PIC S9(4) COMP
                                                   VALUE 0.
       01  WS-GATE-SUB                             PIC S9(4) COMP.
       01  WS-OLD-GRP-RATE                         PIC S9(03)V99
                                                   COMP-3.

       01  WS-CIT-HEADER1.
           05  FILLER  VALUE 'CBGRPPRM  CHANGE-IN-TERMS EXCEPTIONS   '
                                                   PIC X(40).
           05  FILLER  VALUE 'RUN DATE: '          PIC X(10).
           05  WS-CH-RUN-DATE                      PIC X(10).
           05  FILLER  VALUE SPACES                PIC X(72).
       01  WS-CIT-HEADER2.
           05  FILLER  VALUE 'ACCOUNT     '        PIC X(12).
           05  FILLER  VALUE 'GROUP      '         PIC X(11).
           05  FILLER  VALUE 'EFFECTIVE  '         PIC X(11).
           05  FILLER  VALUE 'OLD RATE '           PIC X(09).
           05  FILLER  VALUE 'NEW RATE '           PIC X(09).
           05  FILLER  VALUE 'NOTICED    '         PIC X(11).
           05  FILLER  VALUE 'APPLY FROM '         PIC X(11).
           05  FILLER  VALUE 'DISPOSITION'         PIC X(58).
       01  WS-CIT-DETAIL.
           05  WS-CD-ACCT-ID                       PIC 9(11).
           05  FILLER  VALUE SPACES                PIC X(01).
           05  WS-CD-GRP-ID                        PIC X(10).
           05  FILLER  VALUE SPACES                PIC X(01).
           05  WS-CD-EFF-DATE                      PIC X(10).
           05  FILLER  VALUE SPACES                PIC X(02).
           05  WS-CD-OLD-RATE                      PIC ZZ9.99.
           05  FILLER  VALUE SPACES                PIC X(03).
           05  WS-CD-NEW-RATE                      PIC ZZ9.99.
           05  FILLER  VALUE SPACES                PIC X(03).
           05  WS-CD-NOTICE-DATE                   PIC X(10).
           05  FILLER  VALUE SPACES                PIC X(01).
           05  WS-CD-APPLY-FROM                    PIC X(10).
           05  FILLER  VALUE SPACES                PIC X(01).
           05  WS-CD-DISPOSITION                   PIC X(30).
           05  FILLER  VALUE SPACES                PIC X(27).

       01  WS-AUDIT-TIMESTAMP-FIELDS.
           05  WS-AUDIT-CURR-TIME.
               10  WS-AUDIT-CURR-HOUR              PIC 9(02).
           05  WS-APPLIED-CNT                      PIC 9(07) VALUE 0.
           05  WS-STILL-PENDING                    PIC 9(07) VALUE 0.
           05  WS-SUPERSEDED-CNT                   PIC 9(07) VALUE 0.
           05  WS-CIT-APPLIED-CNT                  PIC 9(07) VALUE 0.
           05  WS-CIT-HELD-CNT                     PIC 9(07) VALUE 0.
           05  WS-CIT-RELEASED-CNT                 PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

               DELIMITED BY SIZE INTO WS-RUN-DATE-DASH
           END-STRING
           PERFORM 0001-OPEN-FILES
           PERFORM 3000-RELEASE-EXPIRED-HOLDS
           PERFORM 1000-PROMOTE-PENDING
           IF WS-GATE-COUNT > 0
               PERFORM 2000-GATE-ACCOUNTS
           END-IF
           PERFORM 8900-PRINT-SUMMARY
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
               DISPLAY 'AUDIT FILE OPEN NOT OK. STATUS: '
                   WS-AUDOUT-STATUS
           END-IF.
           OPEN INPUT ACCTFILE-FILE.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCTFILE. STATUS: '
                   ACCTFILE-STATUS
               PERFORM 9999-ABEND
           END-IF.
           OPEN I-O CIT-FILE.
           IF CITFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CITNOTC. STATUS: '
                   CITFILE-STATUS
               PERFORM 9999-ABEND
           END-IF.
           OPEN OUTPUT CITRPT-FILE.
           IF CITRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CITRPT. STATUS: '
                   CITRPT-STATUS
               PERFORM 9999-ABEND
           END-IF.
           MOVE WS-RUN-DATE-DASH TO WS-CH-RUN-DATE.
           WRITE FD-CITRPT-REC FROM WS-CIT-HEADER1.
           WRITE FD-CITRPT-REC FROM WS-CIT-HEADER2.

       1000-PROMOTE-PENDING.
           PERFORM 1100-READ-PENDING.
                   SET WS-GROUP-MISSING TO TRUE
               NOT INVALID KEY
                   SET WS-GROUP-EXISTS TO TRUE
                   MOVE GRP-INT-RATE TO WS-OLD-GRP-RATE
           END-READ.

           MOVE INPUT-GRP-ID       TO GRP-ID.
               ' EFFECTIVE: ' INPUT-GRP-EFF-DATE.
           ADD 1 TO WS-APPLIED-CNT.
           PERFORM 7500-WRITE-AUDIT-RECORD.
           IF WS-GROUP-EXISTS
              AND INPUT-GRP-RATE > WS-OLD-GRP-RATE
               PERFORM 1400-NOTE-INCREASE
           END-IF.

      *---------------------------------------------------------------*
      *    An increase is gated account by account after the pass.    *
      *---------------------------------------------------------------*
       1400-NOTE-INCREASE.
           IF WS-GATE-COUNT >= WS-GATE-MAX
               DISPLAY 'GATE TABLE FULL - INCREASE NOT GATED. GROUP: '
                   INPUT-GRP-ID
               PERFORM 9999-ABEND
           END-IF.
           ADD 1 TO WS-GATE-COUNT.
           MOVE INPUT-GRP-ID       TO WS-GATE-GRP-ID (WS-GATE-COUNT).
           MOVE INPUT-GRP-EFF-DATE TO WS-GATE-EFF-DATE (WS-GATE-COUNT).
           MOVE WS-OLD-GRP-RATE    TO WS-GATE-OLD-RATE (WS-GATE-COUNT).
           MOVE INPUT-GRP-RATE     TO WS-GATE-NEW-RATE (WS-GATE-COUNT).

      *---------------------------------------------------------------*
      *    One pass of the account master for all of tonight's        *
      *    increases.  Closed accounts accrue nothing and are passed.  *
      *---------------------------------------------------------------*
       2000-GATE-ACCOUNTS.
           PERFORM UNTIL WS-END-OF-ACCT = 'Y'
               READ ACCTFILE-FILE INTO ACCOUNT-RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-ACCT
                   NOT AT END
                       IF NOT ACCT-CLOSED
                           PERFORM VARYING WS-GATE-SUB FROM 1 BY 1
                               UNTIL WS-GATE-SUB > WS-GATE-COUNT
                               IF WS-GATE-GRP-ID (WS-GATE-SUB) =
                                  ACCT-GROUP-ID
                                   PERFORM 2100-GATE-ONE-ACCOUNT
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

      *---------------------------------------------------------------*
      *    A notice whose period has run by tonight lets the new rate *
      *    stand.  A late notice, or none, holds the account at the   *
      *    old rate - CBINT01C accrues at it until the hold releases. *
      *---------------------------------------------------------------*
       2100-GATE-ONE-ACCOUNT.
           MOVE ACCT-ID                        TO CIT-ACCT-ID.
           MOVE WS-GATE-GRP-ID (WS-GATE-SUB)   TO CIT-GRP-ID.
           MOVE WS-GATE-EFF-DATE (WS-GATE-SUB) TO CIT-EFF-DATE.
           READ CIT-FILE.
           EVALUATE TRUE
               WHEN CITFILE-STATUS = '00'
                AND CIT-APPLY-FROM-DATE NOT = SPACES
                AND CIT-APPLY-FROM-DATE <= WS-RUN-DATE-DASH
                   SET CIT-APPLIED       TO TRUE
                   MOVE WS-RUN-DATE-DASH TO CIT-STATUS-DATE
                   REWRITE CHANGE-IN-TERMS-RECORD
                   ADD 1 TO WS-CIT-APPLIED-CNT
               WHEN CITFILE-STATUS = '00'
                   SET CIT-HELD          TO TRUE
                   MOVE WS-GATE-OLD-RATE (WS-GATE-SUB)
                                         TO CIT-OLD-RATE
                   MOVE WS-RUN-DATE-DASH TO CIT-STATUS-DATE
                   REWRITE CHANGE-IN-TERMS-RECORD
                   MOVE 'HELD - NOTICE PERIOD NOT RUN'
                                         TO WS-CD-DISPOSITION
                   PERFORM 2200-REPORT-CIT-ROW
                   ADD 1 TO WS-CIT-HELD-CNT
               WHEN CITFILE-STATUS = '23'
                   MOVE SPACES           TO CHANGE-IN-TERMS-RECORD
                   MOVE ACCT-ID          TO CIT-ACCT-ID
                   MOVE WS-GATE-GRP-ID (WS-GATE-SUB)
                                         TO CIT-GRP-ID
                   MOVE WS-GATE-EFF-DATE (WS-GATE-SUB)
                                         TO CIT-EFF-DATE
                   MOVE WS-GATE-OLD-RATE (WS-GATE-SUB)
                                         TO CIT-OLD-RATE
                   MOVE WS-GATE-NEW-RATE (WS-GATE-SUB)
                                         TO CIT-NEW-RATE
                   SET CIT-HELD          TO TRUE
                   MOVE WS-RUN-DATE-DASH TO CIT-STATUS-DATE
                   WRITE CHANGE-IN-TERMS-RECORD
                   MOVE 'HELD - NO NOTICE ON FILE'
                                         TO WS-CD-DISPOSITION
                   PERFORM 2200-REPORT-CIT-ROW
                   ADD 1 TO WS-CIT-HELD-CNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF CITFILE-STATUS NOT = '00'
               DISPLAY 'ERROR UPDATING CITNOTC. STATUS: '
                   CITFILE-STATUS ' ACCOUNT: ' ACCT-ID
               PERFORM 9999-ABEND
           END-IF.

       2200-REPORT-CIT-ROW.
           MOVE CIT-ACCT-ID         TO WS-CD-ACCT-ID.
           MOVE CIT-GRP-ID          TO WS-CD-GRP-ID.
           MOVE CIT-EFF-DATE        TO WS-CD-EFF-DATE.
           MOVE CIT-OLD-RATE        TO WS-CD-OLD-RATE.
           MOVE CIT-NEW-RATE        TO WS-CD-NEW-RATE.
           MOVE CIT-NOTICE-DATE     TO WS-CD-NOTICE-DATE.
           MOVE CIT-APPLY-FROM-DATE TO WS-CD-APPLY-FROM.
           WRITE FD-CITRPT-REC FROM WS-CIT-DETAIL.
           IF CITRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CITRPT. STATUS: ' CITRPT-STATUS
               PERFORM 9999-ABEND
           END-IF.

      *---------------------------------------------------------------*
      *    A held account whose notice period has run takes the       *
      *    group's rate from tonight.                                 *
      *---------------------------------------------------------------*
       3000-RELEASE-EXPIRED-HOLDS.
           MOVE LOW-VALUES TO CIT-KEY.
           START CIT-FILE KEY IS NOT LESS THAN CIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-CIT
           END-START.
           PERFORM UNTIL WS-END-OF-CIT = 'Y'
               READ CIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-CIT
                   NOT AT END
                       IF CIT-HELD
                          AND CIT-APPLY-FROM-DATE NOT = SPACES
                          AND CIT-APPLY-FROM-DATE <= WS-RUN-DATE-DASH
                           PERFORM 3100-RELEASE-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM.

       3100-RELEASE-ONE-HOLD.
           SET CIT-APPLIED       TO TRUE.
           MOVE WS-RUN-DATE-DASH TO CIT-STATUS-DATE.
           REWRITE CHANGE-IN-TERMS-RECORD.
           IF CITFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING CITNOTC. STATUS: '
                   CITFILE-STATUS ' ACCOUNT: ' CIT-ACCT-ID
               PERFORM 9999-ABEND
           END-IF.
           MOVE 'RELEASED - NEW RATE APPLIES' TO WS-CD-DISPOSITION.
           PERFORM 2200-REPORT-CIT-ROW.
           ADD 1 TO WS-CIT-RELEASED-CNT.

       1350-NOTE-SUPERSEDED.
           SET WS-NOT-FOUND TO TRUE.
           DISPLAY '  RATES APPLIED     : ' WS-APPLIED-CNT
           DISPLAY '  RATES SUPERSEDED  : ' WS-SUPERSEDED-CNT
           DISPLAY '  STILL PENDING     : ' WS-STILL-PENDING
           DISPLAY '  NOTICED ACCOUNTS  : ' WS-CIT-APPLIED-CNT
           DISPLAY '  ACCOUNTS HELD     : ' WS-CIT-HELD-CNT
           DISPLAY '  HOLDS RELEASED    : ' WS-CIT-RELEASED-CNT
           DISPLAY '================================================'.

       9000-CLOSE-FILES.
           END-IF.
           CLOSE PENDOUT-FILE.
           CLOSE AUDOUT-FILE.
           CLOSE ACCTFILE-FILE.
           CLOSE CIT-FILE.
           CLOSE CITRPT-FILE.

       9999-ABEND.
           DISPLAY 'CBGRPPRM ABENDING'
