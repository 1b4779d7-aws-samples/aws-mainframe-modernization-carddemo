         05 CURRENT-YYDDD              PIC 9(05).
         05 WS-AUTH-DATE               PIC 9(05).
         05 WS-EXPIRY-DAYS             PIC S9(4) COMP.
         05 WS-CHKP-FREQ               PIC  9(5) VALUE 5.
         05 WS-CHKP-DIS-FREQ           PIC  9(5) VALUE 10.
         05 WS-RUN-DATE-FIELDS.
            10 WS-RUN-YYYY             PIC 9(04).
            10 WS-RUN-MM               PIC 9(02).
            10 WS-RUN-DD               PIC 9(02).
         05 WS-RUN-DATE-DASH           PIC X(10).
         05 WS-PARM-DISP               PIC ZZZZ9.
         05 WS-DAY-DIFF                PIC S9(4) COMP.
         05 WS-HOLD-DAYS               PIC S9(4) COMP.
         05 IDX                        PIC S9(4) COMP.
         05 WS-CURR-APP-ID             PIC 9(11).
      *
             88  IMS-PSB-SCHD                VALUE 'Y'.
             88  IMS-PSB-NOT-SCHD            VALUE 'N'.

      *
      *- SETTINGS ARE READ FROM SYSPARM (COSPMR0C); THE CARD NOW
      *- CARRIES ONLY THE RUN OPTIONS - DEBUG FLAG AND RESTART ID.
      *- THE OLD EXPIRY AND CHECKPOINT POSITIONS ARE KEPT SO EXISTING
      *- CARDS STILL LINE UP, BUT ARE NO LONGER USED.
       COPY CVSPM02Y.
       01 WS-PARM-SOURCES.
          05 WS-EXPIRY-SOURCE       PIC X(30).
          05 WS-CHKP-FREQ-SOURCE    PIC X(30).
          05 WS-CHKP-DIS-SOURCE     PIC X(30).
      *
       01 PRM-INFO.
          05 P-EXPIRY-DAYS          PIC 9(02).
                 PERFORM 6000-DELETE-AUTH-SUMMARY THRU 6000-EXIT
              END-IF

              IF WS-AUTH-SMRY-PROC-CNT > WS-CHKP-FREQ
                 PERFORM 9000-TAKE-CHECKPOINT     THRU 9000-EXIT

                 MOVE 0                         TO WS-AUTH-SMRY-PROC-CNT
           DISPLAY '# TOTAL DETAILS READ  :' WS-NO-DTL-READ
           DISPLAY '# DETAILS REC DELETED :' WS-NO-DTL-DELETED
           DISPLAY '*-------------------------------------*'
           MOVE WS-EXPIRY-DAYS             TO WS-PARM-DISP
           DISPLAY '# EXPIRY DAYS         :' WS-PARM-DISP
                   '  ' WS-EXPIRY-SOURCE
           MOVE WS-CHKP-FREQ               TO WS-PARM-DISP
           DISPLAY '# CHECKPOINT FREQ     :' WS-PARM-DISP
                   '  ' WS-CHKP-FREQ-SOURCE
           MOVE WS-CHKP-DIS-FREQ           TO WS-PARM-DISP
           DISPLAY '# CHKP DISPLAY FREQ   :' WS-PARM-DISP
                   '  ' WS-CHKP-DIS-SOURCE
           DISPLAY '*-------------------------------------*'
           DISPLAY ' '
      *
           PERFORM 0200-RUNCTL-END
           DISPLAY 'TODAYS DATE            :' CURRENT-YYDDD
           DISPLAY ' '

           PERFORM 1100-GET-PARAMETERS    THRU 1100-EXIT

           IF P-DEBUG-FLAG NOT = 'Y'
              MOVE 'N'               TO P-DEBUG-FLAG
           END-IF
       1000-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
       1100-GET-PARAMETERS.
      *----------------------------------------------------------------*
      *- EXPIRY DAYS AND THE TWO CHECKPOINT FREQUENCIES COME FROM
      *- SYSPARM AS IN FORCE ON THE RUN DATE.  A VALUE OUTSIDE ITS
      *- VALID RANGE, OR A SYSPARM THAT CANNOT BE READ, ENDS THE RUN
      *- RATHER THAN PURGING ON A DEFAULT.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE-DASH
           END-STRING

           IF P-EXPIRY-DAYS IS NUMERIC
              OR (P-CHKP-FREQ NOT = SPACES AND LOW-VALUES)
              OR (P-CHKP-DIS-FREQ NOT = SPACES AND LOW-VALUES)
              DISPLAY 'CBPAUP0C: EXPIRY/CHECKPOINT VALUES ON THE PARM '
                      'CARD ARE IGNORED - SYSPARM GOVERNS'
           END-IF

           MOVE 'EXPIRY-DAYS'             TO SPMR-PARM-NAME
           MOVE 5                         TO SPMR-DEFAULT-NUM
           PERFORM 1150-LOOKUP-PARAMETER  THRU 1150-EXIT
           MOVE SPMR-NUM-VALUE            TO WS-EXPIRY-DAYS
           MOVE SPMR-SOURCE               TO WS-EXPIRY-SOURCE

           MOVE 'CHKP-FREQ'               TO SPMR-PARM-NAME
           MOVE 5                         TO SPMR-DEFAULT-NUM
           PERFORM 1150-LOOKUP-PARAMETER  THRU 1150-EXIT
           MOVE SPMR-NUM-VALUE            TO WS-CHKP-FREQ
           MOVE SPMR-SOURCE               TO WS-CHKP-FREQ-SOURCE

           MOVE 'CHKP-DIS-FREQ'           TO SPMR-PARM-NAME
           MOVE 10                        TO SPMR-DEFAULT-NUM
           PERFORM 1150-LOOKUP-PARAMETER  THRU 1150-EXIT
           MOVE SPMR-NUM-VALUE            TO WS-CHKP-DIS-FREQ
           MOVE SPMR-SOURCE               TO WS-CHKP-DIS-SOURCE

           DISPLAY 'EXPIRY DAYS            :' WS-EXPIRY-DAYS
           DISPLAY 'CHECKPOINT FREQUENCY   :' WS-CHKP-FREQ
           DISPLAY 'CHKP DISPLAY FREQUENCY :' WS-CHKP-DIS-FREQ
           .
      *
       1100-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
       1150-LOOKUP-PARAMETER.
      *----------------------------------------------------------------*
      *
           MOVE 'CBPAUP0C'                TO SPMR-PROGRAM
           MOVE WS-RUN-DATE-DASH          TO SPMR-AS-OF-DATE
           MOVE SPACES                    TO SPMR-DEFAULT-TEXT
           CALL 'COSPMR0C' USING SPMR-PARM
           IF SPMR-IO-ERROR
              DISPLAY 'CBPAUP0C: ERROR READING SYSPARM - '
                      SPMR-FILE-STATUS
              PERFORM 9999-ABEND
           END-IF
           IF SPMR-OUT-OF-RANGE OR SPMR-NUM-VALUE NOT > 0
              DISPLAY 'CBPAUP0C: SYSPARM ' SPMR-PARM-NAME
                      ' OUT OF RANGE - ' SPMR-NUM-VALUE
              PERFORM 9999-ABEND
           END-IF
           .
      *
       1150-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
       1500-RESTART-FROM-CHECKPOINT.
      *----------------------------------------------------------------*
      *
            COMPUTE WS-AUTH-DATE = 99999 - PA-AUTH-DATE-9C

            COMPUTE WS-DAY-DIFF =
                    FUNCTION INTEGER-OF-DAY(2000000 + CURRENT-YYDDD)
                  - FUNCTION INTEGER-OF-DAY(2000000 + WS-AUTH-DATE)

      *    THE HOLD DURATION SET FOR THE MERCHANT CATEGORY WHEN THE
      *    AUTH WAS TAKEN WINS OVER THE RUN'S EXPIRY-DAYS PARAMETER
            IF PA-HOLD-DAYS IS NUMERIC AND PA-HOLD-DAYS > 0
               MOVE PA-HOLD-DAYS              TO WS-HOLD-DAYS
            ELSE
               MOVE WS-EXPIRY-DAYS            TO WS-HOLD-DAYS
            END-IF

            IF WS-DAY-DIFF >= WS-HOLD-DAYS
               SET QUALIFIED-FOR-DELETE       TO TRUE

               IF PA-AUTH-RESP-CODE = '00'
      *
           IF DIBSTAT = SPACES
              ADD 1                      TO WS-NO-CHKP
              IF WS-NO-CHKP >= WS-CHKP-DIS-FREQ
                 MOVE 0                  TO WS-NO-CHKP
                 DISPLAY 'CHKP SUCCESS: AUTH COUNT - ' WS-NO-SUMRY-READ
                      ', APP ID - ' WS-CURR-APP-ID
