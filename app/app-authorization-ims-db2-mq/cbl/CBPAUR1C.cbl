      * CBPAUP0C's 4000-CHECK-IF-EXPIRED uses) so operations can see
      * how much is about to age into CBPAUP0C's purge sweep.  This
      * program never issues a DLET.
      * The same walk writes the day's authorization statistics to
      * AUTHSTAT (CVMIS02Y) for the CBMIS01C management report: the
      * authorizations taken today, approved and declined, the most
      * frequent decline reasons, and the details marked fraud today.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBPAUR1C.
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-RPTFILE-STATUS.
      *    Day's authorization statistics for CBMIS01C.
           SELECT STAT-FILE ASSIGN TO AUTHSTAT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-STATFILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-RECORD                    PIC X(132).
       FD  STAT-FILE RECORDING MODE F.
       COPY CVMIS02Y.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
         05 WS-AUTH-DATE               PIC 9(05).
         05 WS-DAY-DIFF                PIC S9(4) COMP.
         05 WS-RPTFILE-STATUS          PIC X(02) VALUE SPACES.
         05 WS-STATFILE-STATUS         PIC X(02) VALUE SPACES.
         05 WS-STAT-YMD                PIC 9(08).
         05 WS-STAT-YMD-X REDEFINES WS-STAT-YMD.
            10 WS-STAT-YYYY            PIC X(04).
            10 WS-STAT-MM              PIC X(02).
            10 WS-STAT-DD              PIC X(02).
         05 WS-STAT-DATE               PIC X(10).
      *    PA-FRAUD-RPT-DATE is stamped MM/DD/YY by COPAUS2C.
         05 WS-FRAUD-TODAY             PIC X(08).

         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
             88 STATUS-OK                    VALUE '  ', 'FW'.
             88 END-OF-DB                    VALUE 'GB'.

      *- TODAY'S AUTHORIZATIONS FOR AUTHSTAT
       01 WS-DAY-TOTALS.
          05 WS-DAY-AUTH-CNT            PIC S9(8) COMP VALUE 0.
          05 WS-DAY-AUTH-AMT            PIC S9(11)V99 COMP-3 VALUE 0.
          05 WS-DAY-APPR-CNT            PIC S9(8) COMP VALUE 0.
          05 WS-DAY-APPR-AMT            PIC S9(11)V99 COMP-3 VALUE 0.
          05 WS-DAY-DECL-CNT            PIC S9(8) COMP VALUE 0.
          05 WS-DAY-DECL-AMT            PIC S9(11)V99 COMP-3 VALUE 0.
          05 WS-DAY-FRAUD-CNT           PIC S9(8) COMP VALUE 0.
          05 WS-DAY-FRAUD-AMT           PIC S9(11)V99 COMP-3 VALUE 0.

      *- DECLINE REASONS SEEN TODAY - A REASON BEYOND THE TABLE'S ROOM
      *  IS COUNTED IN THE DECLINE TOTALS BUT NOT RANKED.
       01 WS-RSN-TABLE.
          05 WS-RSN-ENTRY OCCURS 50 TIMES.
             10 WS-RSN-CD               PIC X(04).
             10 WS-RSN-CNT              PIC S9(8) COMP.
             10 WS-RSN-RANKED           PIC X(01).
       01 WS-RSN-MAX                    PIC S9(4) COMP VALUE 50.
       01 WS-RSN-COUNT                  PIC S9(4) COMP VALUE 0.
       01 WS-RSN-SUB                    PIC S9(4) COMP VALUE 0.
       01 WS-RSN-BEST                   PIC S9(4) COMP VALUE 0.
       01 WS-TOP-SUB                    PIC S9(4) COMP VALUE 0.

      *----------------------------------------------------------------*
      *  IMS SEGMENT LAYOUT
      *----------------------------------------------------------------*

           PERFORM 8000-WRITE-REPORT              THRU 8000-EXIT

           PERFORM 8500-WRITE-AUTH-STATS          THRU 8500-EXIT

           CLOSE RPT-FILE
           CLOSE STAT-FILE

           DISPLAY ' '
           DISPLAY '*-------------------------------------*'
      *
           ACCEPT CURRENT-DATE     FROM DATE
           ACCEPT CURRENT-YYDDD    FROM DAY
           ACCEPT WS-STAT-YMD      FROM DATE YYYYMMDD
           STRING WS-STAT-YYYY '-' WS-STAT-MM '-' WS-STAT-DD
                  DELIMITED BY SIZE INTO WS-STAT-DATE
           END-STRING
           STRING WS-STAT-MM '/' WS-STAT-DD '/' WS-STAT-YYYY(3:2)
                  DELIMITED BY SIZE INTO WS-FRAUD-TODAY
           END-STRING

           DISPLAY 'STARTING PROGRAM CBPAUR1C::'
           DISPLAY '*-------------------------------------*'
              MOVE 16                  TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT STAT-FILE
           IF WS-STATFILE-STATUS NOT = '00'
              DISPLAY 'OPEN STAT-FILE FAILED, STATUS: '
                                                  WS-STATFILE-STATUS
              MOVE 16                  TO RETURN-CODE
              STOP RUN
           END-IF
           .
       1000-EXIT.
            EXIT.
           END-EVALUATE

           PERFORM 4100-BUCKET-AGE          THRU 4100-EXIT

           PERFORM 4200-TALLY-DAY-STATS     THRU 4200-EXIT
           .
       4000-EXIT.
            EXIT.
      *
           COMPUTE WS-AUTH-DATE = 99999 - PA-AUTH-DATE-9C

           COMPUTE WS-DAY-DIFF =
                   FUNCTION INTEGER-OF-DAY(2000000 + CURRENT-YYDDD)
                 - FUNCTION INTEGER-OF-DAY(2000000 + WS-AUTH-DATE)

           EVALUATE TRUE
              WHEN WS-DAY-DIFF <= 1
       4100-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
       4200-TALLY-DAY-STATS.
      *----------------------------------------------------------------*
      *    WS-DAY-DIFF IS LEFT BY 4100-BUCKET-AGE - ZERO IS AN
      *    AUTHORIZATION TAKEN TODAY.  A FRAUD MARK COUNTS ON THE DAY
      *    IT WAS REPORTED, WHATEVER THE AGE OF THE AUTHORIZATION.
      *----------------------------------------------------------------*
      *
           IF PA-FRAUD-CONFIRMED
              AND PA-FRAUD-RPT-DATE = WS-FRAUD-TODAY
              ADD 1                          TO WS-DAY-FRAUD-CNT
              ADD PA-TRANSACTION-AMT         TO WS-DAY-FRAUD-AMT
           END-IF

           IF WS-DAY-DIFF NOT = 0
              GO TO 4200-EXIT
           END-IF

           ADD 1                             TO WS-DAY-AUTH-CNT
           ADD PA-TRANSACTION-AMT            TO WS-DAY-AUTH-AMT
           IF PA-AUTH-APPROVED
              ADD 1                          TO WS-DAY-APPR-CNT
              ADD PA-APPROVED-AMT            TO WS-DAY-APPR-AMT
           ELSE
              ADD 1                          TO WS-DAY-DECL-CNT
              ADD PA-TRANSACTION-AMT         TO WS-DAY-DECL-AMT
              PERFORM 4300-TALLY-REASON      THRU 4300-EXIT
           END-IF
           .
       4200-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
       4300-TALLY-REASON.
      *----------------------------------------------------------------*
      *
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > WS-RSN-COUNT
                      OR WS-RSN-CD (WS-RSN-SUB) = PA-AUTH-RESP-REASON
              CONTINUE
           END-PERFORM

           IF WS-RSN-SUB > WS-RSN-COUNT
              IF WS-RSN-COUNT >= WS-RSN-MAX
                 GO TO 4300-EXIT
              END-IF
              ADD 1                          TO WS-RSN-COUNT
              MOVE WS-RSN-COUNT              TO WS-RSN-SUB
              MOVE PA-AUTH-RESP-REASON       TO WS-RSN-CD (WS-RSN-SUB)
              MOVE 0                         TO WS-RSN-CNT (WS-RSN-SUB)
              MOVE 'N'                       TO WS-RSN-RANKED
                                                (WS-RSN-SUB)
           END-IF

           ADD 1                             TO WS-RSN-CNT (WS-RSN-SUB)
           .
       4300-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
       8000-WRITE-REPORT.
      *----------------------------------------------------------------*
       8000-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
       8500-WRITE-AUTH-STATS.
      *----------------------------------------------------------------*
      *
           INITIALIZE AUTH-STATS-RECORD
           MOVE WS-STAT-DATE                 TO AST-STAT-DATE
           MOVE WS-DAY-AUTH-CNT              TO AST-AUTH-CNT
           MOVE WS-DAY-AUTH-AMT              TO AST-AUTH-AMT
           MOVE WS-DAY-APPR-CNT              TO AST-APPROVED-CNT
           MOVE WS-DAY-APPR-AMT              TO AST-APPROVED-AMT
           MOVE WS-DAY-DECL-CNT              TO AST-DECLINED-CNT
           MOVE WS-DAY-DECL-AMT              TO AST-DECLINED-AMT
           MOVE WS-DAY-FRAUD-CNT             TO AST-FRAUD-CNT
           MOVE WS-DAY-FRAUD-AMT             TO AST-FRAUD-AMT

           PERFORM VARYING WS-TOP-SUB FROM 1 BY 1
                   UNTIL WS-TOP-SUB > 10
                      OR WS-TOP-SUB > WS-RSN-COUNT
              PERFORM 8510-PICK-NEXT-REASON  THRU 8510-EXIT
              MOVE WS-RSN-CD (WS-RSN-BEST)   TO AST-RSN-CD (WS-TOP-SUB)
              MOVE WS-RSN-CNT (WS-RSN-BEST)  TO AST-RSN-DECL-CNT
                                                (WS-TOP-SUB)
              MOVE WS-TOP-SUB                TO AST-REASON-CNT
           END-PERFORM

           WRITE AUTH-STATS-RECORD
           IF WS-STATFILE-STATUS NOT = '00'
              DISPLAY 'WRITE STAT-FILE FAILED, STATUS: '
                                                  WS-STATFILE-STATUS
              MOVE 16                  TO RETURN-CODE
           END-IF

           DISPLAY '# AUTHS TAKEN TODAY   :' WS-DAY-AUTH-CNT
           DISPLAY '# DECLINED TODAY      :' WS-DAY-DECL-CNT
           DISPLAY '# FRAUD MARKED TODAY  :' WS-DAY-FRAUD-CNT
           .
       8500-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
       8510-PICK-NEXT-REASON.
      *----------------------------------------------------------------*
      *    HIGHEST COUNT NOT YET RANKED; TIES GO TO THE FIRST SEEN.
      *----------------------------------------------------------------*
      *
           MOVE 0                            TO WS-RSN-BEST
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > WS-RSN-COUNT
              IF WS-RSN-RANKED (WS-RSN-SUB) = 'N'
                 IF WS-RSN-BEST = 0
                    MOVE WS-RSN-SUB          TO WS-RSN-BEST
                 ELSE
                    IF WS-RSN-CNT (WS-RSN-SUB) >
                       WS-RSN-CNT (WS-RSN-BEST)
                       MOVE WS-RSN-SUB       TO WS-RSN-BEST
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           MOVE 'Y'                          TO WS-RSN-RANKED
                                                (WS-RSN-BEST)
           .
       8510-EXIT.
            EXIT.
      *
