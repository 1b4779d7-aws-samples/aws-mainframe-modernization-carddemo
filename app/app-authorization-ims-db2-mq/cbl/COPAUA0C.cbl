         05 WS-CARDFILENAME-ACCT-PATH  PIC X(8)   VALUE 'CARDAIX '.             
         05 WS-CCXREF-FILE             PIC X(08)  VALUE 'CCXREF  '.
         05 WS-CCTL-FILE               PIC X(08)  VALUE 'CCTLFILE'.
         05 WS-TRVL-FILE               PIC X(08)  VALUE 'TRVLFILE'.
         05 WS-CORP-FILE               PIC X(08)  VALUE 'CORPFILE'.
         05 WS-RULE-FILE               PIC X(08)  VALUE 'AUTHRULE'.
         05 WS-MCC-FILE                PIC X(08)  VALUE 'MCCFILE '.
         05 WS-SYSPARM-FILE            PIC X(08)  VALUE 'SYSPARM '.
         05 WS-SAF-TDQ                 PIC X(04)  VALUE 'CSAF'.
         05 WS-NTFY-TDQ                PIC X(04)  VALUE 'CNTF'.
         05 WS-NTFY-DATE               PIC X(10)  VALUE SPACES.
      *  Partial approvals: when the request exceeds open-to-buy by
      *  no more than this fraction of the requested amount and the
      *  terminal supports partials, approve up to what is available.
      *  Tunable on SYSPARM the same way the process limit is.
         05 WS-PARTIAL-TOLERANCE-PCT   PIC V99    VALUE .25.
         05 WS-PARTIAL-SHORTFALL       PIC S9(10)V99 VALUE ZERO.             
         05 WS-REQSTS-PROCESS-LIMIT    PIC S9(4)  COMP VALUE 500.
      *  Expiry overlap: after a CBREI01C reissue the old plastic's             
      *  expiry stays honored this many days past the reissue date,             
      *  so the cardholder isn't declined while the new card is in              
      *  the mail.  Tunable on SYSPARM like the other limits.                   
         05 WS-EXPIRY-OVERLAP-DAYS     PIC S9(4)  COMP VALUE 30.                
      *  Operating settings are read from SYSPARM (program COPAUA0C)            
      *  as in force today.  The compiled-in VALUEs stand for any               
      *  setting with no row in force; a row outside its valid range            
      *  is logged and the default kept rather than taking the value.           
         05 WS-SPM-TODAY               PIC X(10)  VALUE SPACES.                 
         05 WS-SPM-PARM-NAME           PIC X(16)  VALUE SPACES.                 
         05 WS-SPM-VALUE               PIC S9(09)V9(04) VALUE ZERO.             
         05 WS-SPM-MIN-VALUE           PIC S9(09)V9(04) VALUE ZERO.             
         05 WS-SPM-MAX-VALUE           PIC S9(09)V9(04) VALUE ZERO.             
         05 WS-SPM-FOUND-FLG           PIC X(01)  VALUE 'N'.                    
            88 SPM-VALUE-FOUND                    VALUE 'Y'.                    
            88 SPM-VALUE-NOT-FOUND                VALUE 'N'.                    
         05 WS-SPM-BROWSE-FLG          PIC X(01)  VALUE 'N'.                    
            88 MORE-SPM-ROWS                      VALUE 'Y'.                    
            88 NO-MORE-SPM-ROWS                   VALUE 'N'.                    
         05 WS-TODAY-YYYYMMDD          PIC X(08)  VALUE SPACES.                 
         05 WS-TODAY-INT               PIC 9(08)  VALUE ZERO.                   
         05 WS-REISSUE-INT             PIC 9(08)  VALUE ZERO.                   
         05 WS-RQ-EXP-YYYYMM           PIC X(06)  VALUE SPACES.                 
         05 WS-CARD-EXP-YYYYMM         PIC X(06)  VALUE SPACES.                 
         05 WS-PRIOR-EXP-YYYYMM        PIC X(06)  VALUE SPACES.                 
         05 WS-RQ-CVV-N                PIC 9(03)  VALUE ZERO.                   
      *  Hold durations by merchant category - see WS-MCC-HOLD-TABLE.           
      *  A TSQ copy of the table replaces the compiled-in one.                  
         05 WS-HOLD-TABLE-QNAME        PIC X(08)  VALUE 'CPHOLDT '.             
         05 WS-DEFAULT-HOLD-DAYS       PIC 9(03)  VALUE 5.                      
         05 WS-AUTH-HOLD-DAYS          PIC 9(03)  VALUE ZERO.                   
         05 WS-DAYS-HELD               PIC S9(05) COMP VALUE ZERO.              
         05 WS-HOLD-FOUND-FLG          PIC X(01)  VALUE 'N'.                    
            88 MCC-HOLD-FOUND                     VALUE 'Y'.                    
            88 MCC-HOLD-NOT-FOUND                 VALUE 'N'.                    
                                                                                
         05 WS-MSG-PROCESSED           PIC S9(4)  COMP VALUE ZERO.              
         05 WS-REQUEST-QNAME           PIC X(48).                               
              88 STANDIN-DECLINE       VALUE 'S'.
              88 INVALID-CARD-NUM      VALUE 'L'.
              88 CARD-NOT-ACTIVATED    VALUE 'T'.
              88 CARD-REPORTED-LOST    VALUE 'O'.
              88 CARD-REPORTED-STOLEN  VALUE 'N'.
              88 CARD-EXPIRED          VALUE 'E'.
              88 EXPIRY-MISMATCH       VALUE 'D'.
              88 CVV-MISMATCH          VALUE 'W'.
              88 HOLD-NOT-FOUND        VALUE 'H'.
              88 ACCOUNT-IN-BANKRUPTCY VALUE 'K'.
              88 CORP-LIMIT-EXCEEDED   VALUE 'Q'.
              88 CASH-LIMIT-EXCEEDED   VALUE 'Z'.
           05 WS-CTRL-FOUND-FLG        PIC X(1) VALUE 'N'.
              88 SPEND-CTRLS-FOUND     VALUE 'Y'.
              88 SPEND-CTRLS-NOT-FOUND VALUE 'N'.
           05 WS-RISK-PROFILE-FLG      PIC X(1) VALUE 'N'.
              88 HIGH-RISK-PROFILE     VALUE 'Y'.
              88 NORMAL-RISK-PROFILE   VALUE 'N'.
           05 WS-EXPIRY-CHK-FLG        PIC X(1) VALUE SPACE.
              88 EXPIRY-NOT-PRESENTED  VALUE SPACE.
              88 EXPIRY-CURRENT-PLASTIC VALUE 'C'.
              88 EXPIRY-PRIOR-PLASTIC  VALUE 'O'.
              88 EXPIRY-NOT-ON-CARD    VALUE 'M'.
           05 WS-TRAVEL-FLG            PIC X(1) VALUE 'N'.
              88 TRAVEL-DECLARED       VALUE 'Y'.
              88 TRAVEL-NOT-DECLARED   VALUE 'N'.
      *  Employee account under a corporate company (ACCT-CORP-ID),
      *  and whether the company record was there to check against.
           05 WS-CORP-ACCT-FLG         PIC X(1) VALUE 'N'.
              88 CORP-MEMBER-ACCT      VALUE 'Y'.
              88 NOT-CORP-MEMBER-ACCT  VALUE 'N'.
           05 WS-CORP-READ-FLG         PIC X(1) VALUE 'N'.
              88 FOUND-CORP-REC        VALUE 'Y'.
              88 NFOUND-CORP-REC       VALUE 'N'.
      *  Whether the request's merchant category is on the MCCFILE
      *  reference - its risk class and cash flags apply only then.
           05 WS-MCC-REF-READ-FLG      PIC X(1) VALUE 'N'.
              88 FOUND-MCC-REF         VALUE 'Y'.
              88 NFOUND-MCC-REF        VALUE 'N'.
      *  Card and account status findings - whether they decline is
      *  up to the CARDSTS and ACCTSTS decision rules.
           05 WS-CARD-STS-FINDING-FLG  PIC X(1) VALUE 'N'.
              88 CARD-STS-NOT-ACTIVE   VALUE 'Y'.
              88 CARD-STS-OK           VALUE 'N'.
           05 WS-ACCT-STS-FINDING-FLG  PIC X(1) VALUE 'N'.
              88 ACCT-STS-NOT-ACTIVE   VALUE 'Y'.
              88 ACCT-STS-OK           VALUE 'N'.
           05 WS-RULE-FIRED-FLG        PIC X(1) VALUE 'N'.
              88 RULE-FIRED            VALUE 'Y'.
              88 RULE-NOT-FIRED        VALUE 'N'.
           05 WS-RULE-BROWSE-FLG       PIC X(1) VALUE 'N'.
              88 MORE-RULE-ROWS        VALUE 'Y'.
              88 NO-MORE-RULE-ROWS     VALUE 'N'.
           05 WS-CARD-BREACH-FLG       PIC X(1) VALUE 'N'.
              88 CARD-ON-BREACH-ALERT  VALUE 'Y'.
              88 CARD-NOT-ON-ALERT     VALUE 'N'.

      ******************************************************************
      *      Fraud Detection Controls
       01  WS-FRAUD-CONTROLS.
           05 WS-VELOCITY-LIMIT-CNT     PIC S9(04) COMP VALUE 10.
           05 WS-GEO-MISMATCH-AMT-LMT   PIC S9(10)V99   VALUE 500.00.
      *  Applies instead of the mismatch limit while the cardholder is
      *  on a declared trip to the acquirer's country.
           05 WS-TRAVEL-GEO-AMT-LMT     PIC S9(10)V99   VALUE 5000.00.
           05 WS-TOTAL-AUTH-CNT         PIC S9(04) COMP VALUE 0.
           05 WS-DAILY-APPR-CNT-LMT     PIC S9(04) COMP VALUE 20.
           05 WS-DAILY-APPR-AMT-LMT     PIC S9(09)V99   VALUE 2000.00.
      *  A card the networks have reported exposed in a merchant breach
      *  (CBCMP01C) runs the FRAUDCNT, FRAUDGEO and VELOCITY checks
      *  against this fraction of their limits until it is reissued.
           05 WS-BREACH-LIMIT-PCT       PIC S9(01)V99   VALUE 0.50.
      *  The limits in force for the message being decided.
           05 WS-EFF-VELOCITY-CNT       PIC S9(04) COMP VALUE 0.
           05 WS-EFF-GEO-AMT-LMT        PIC S9(10)V99   VALUE 0.
           05 WS-EFF-TRAVEL-GEO-LMT     PIC S9(10)V99   VALUE 0.
           05 WS-EFF-DAILY-CNT-LMT      PIC S9(04) COMP VALUE 0.
           05 WS-EFF-DAILY-AMT-LMT      PIC S9(09)V99   VALUE 0.

      ******************************************************************
      *      Customer Risk Profile Controls
      ******************************************************************
       01  WS-RISK-CONTROLS.
           05 WS-LOW-FICO-THRESHOLD     PIC 9(03)       VALUE 600.
      *    Internal behavior score (CBBSC01C) below which the account
      *    profiles as high risk - the bottom band, F.
           05 WS-LOW-BEHAV-THRESHOLD    PIC 9(03)       VALUE 550.
           05 WS-SPEND-SPIKE-FACTOR     PIC S9(03)V99   VALUE 3.00.
           05 WS-RISK-SCRUTINY-PCT      PIC S9(01)V99   VALUE 0.50.
           05 WS-RISK-AVAILABLE-AMT     PIC S9(10)V99   VALUE 0.
              88 MORE-AUTH-DETAILS                      VALUE 'Y'.
              88 NO-MORE-AUTH-DETAILS                   VALUE 'N'.

      ******************************************************************
      *      Corporate Company Control Limit
      ******************************************************************
       01  WS-CORP-CONTROLS.
           05 WS-CORP-RID               PIC X(09)       VALUE SPACES.
           05 WS-CORP-REQUEST-AMT       PIC S9(10)V99   VALUE 0.
           05 WS-CORP-AVAILABLE-AMT     PIC S9(10)V99   VALUE 0.
           05 WS-CORP-POST-AMT          PIC S9(10)V99   VALUE 0.

      ******************************************************************
      *      Cash Credit Limit - cash-like and quasi-cash categories
      ******************************************************************
       01  WS-CASH-CONTROLS.
           05 WS-CASH-AVAILABLE-AMT     PIC S9(10)V99   VALUE 0.

      *  High-risk categories for the FRAUDMCC rule when the request's
      *  category is not on the MCCFILE reference; a category that is
      *  on file is high risk when its risk class says so.
       01  WS-BLOCKED-MCC-TABLE.
           05 FILLER                    PIC X(04) VALUE '7995'.
           05 FILLER                    PIC X(04) VALUE '7801'.
           88 MCC-IS-BLOCKED                       VALUE 'Y'.
           88 MCC-IS-NOT-BLOCKED                   VALUE 'N'.
                                                                                
      *  Hold durations by merchant category range (low, high, days).           
      *  Lodging and vehicle rental holds have to outlast the stay;             
      *  automated fuel dispenser pre-auths should drop off next day.           
      *  Categories not listed hold for WS-DEFAULT-HOLD-DAYS.                   
       01  WS-MCC-HOLD-TABLE.                                                   
           05 FILLER                    PIC X(11) VALUE '33513500030'.          
           05 FILLER                    PIC X(11) VALUE '35013999030'.          
           05 FILLER                    PIC X(11) VALUE '44114411030'.          
           05 FILLER                    PIC X(11) VALUE '55425542001'.          
           05 FILLER                    PIC X(11) VALUE '70117011030'.          
           05 FILLER                    PIC X(11) VALUE '75127512030'.          
           05 FILLER                    PIC X(11) VALUE '75137513030'.          
           05 FILLER                    PIC X(11) VALUE '75197519030'.          
           05 FILLER                    PIC X(88) VALUE SPACES.                 
       01  WS-MCC-HOLD-R REDEFINES WS-MCC-HOLD-TABLE.                           
           05 WS-MCC-HOLD-ENTRY         OCCURS 16 TIMES.                        
              10 WS-HOLD-MCC-LOW        PIC X(04).                              
              10 WS-HOLD-MCC-HIGH       PIC X(04).                              
              10 WS-HOLD-DAYS           PIC 9(03).                              
       01  WS-HOLD-IDX                  PIC S9(04) COMP.                        
       01  WS-TRV-IDX                   PIC S9(04) COMP.                        
       01  WS-TRV-CTRY-IDX              PIC S9(04) COMP.                        
                                                                                
      *  Decision rules in the order 6000-MAKE-DECISION runs them:              
      *  rule id, sequence, enabled flag and decline reason.  These             
      *  are the defaults - the AUTHRULE versions in effect replace             
      *  them at start-up (see CVRUL01Y for what each rule checks).             
       01  WS-RULE-TABLE.                                                       
           05 FILLER             PIC X(16) VALUE 'CARDSTS 010Y4200'.            
           05 FILLER             PIC X(16) VALUE 'ACCTSTS 020Y4300'.            
           05 FILLER             PIC X(16) VALUE 'FRAUDCNT030Y5100'.            
           05 FILLER             PIC X(16) VALUE 'FRAUDMCC040Y5200'.            
           05 FILLER             PIC X(16) VALUE 'FRAUDGEO050Y5200'.            
           05 FILLER             PIC X(16) VALUE 'VELOCITY060Y4500'.            
           05 FILLER             PIC X(16) VALUE 'SPNDMCC 070Y4700'.            
           05 FILLER             PIC X(16) VALUE 'SPNDFRGN080Y4710'.            
           05 FILLER             PIC X(16) VALUE 'SPNDCNP 090Y4720'.            
           05 FILLER             PIC X(16) VALUE 'SPNDCAP 100Y4730'.            
           05 FILLER             PIC X(16) VALUE 'CASHLMT 105Y4110'.            
           05 FILLER             PIC X(16) VALUE 'CREDIT  110Y4100'.            
           05 FILLER             PIC X(16) VALUE 'CORPLMT 115Y4120'.            
           05 FILLER             PIC X(16) VALUE 'RISKPROF120Y4400'.            
       01  WS-RULE-TABLE-R REDEFINES WS-RULE-TABLE.                             
           05 WS-RULE-ENTRY             OCCURS 14 TIMES.                        
              10 WS-RULE-ID             PIC X(08).                              
              10 WS-RULE-SEQ            PIC 9(03).                              
              10 WS-RULE-ENABLED        PIC X(01).                              
                 88 WS-RULE-ON                    VALUE 'Y'.                    
              10 WS-RULE-REASON-CD      PIC X(04).                              
       01  WS-RULE-CNT                  PIC S9(04) COMP VALUE 14.               
       01  WS-RULE-IDX                  PIC S9(04) COMP.                        
       01  WS-RULE-IDX2                 PIC S9(04) COMP.                        
       01  WS-RULE-SWAP                 PIC X(16).                              
       01  WS-RULE-DECLINE-RSN          PIC X(04) VALUE SPACES.                 
                                                                                
                                                                                
       01  MQM-OD-REQUEST.                                                      
           COPY CMQODV.                                                         
      *- CARDHOLDER SPENDING CONTROLS LAYOUT
       COPY CVCTL01Y.

      *- CARDHOLDER TRAVEL NOTICE LAYOUT
       COPY CVTRV01Y.

      *- CORPORATE COMPANY LAYOUT
       COPY CVCRP01Y.

      *- AUTHORIZATION DECISION RULE LAYOUT
       COPY CVRUL01Y.

      *- STAND-IN STORE-AND-FORWARD RECORD
       COPY CCSAF01Y.

      *- CHECK-DIGIT VALIDATION PARAMETER AREA (COLUHN0C)
       COPY CVLUH01Y.                                                           
                                                                                
      *- MERCHANT CATEGORY CODE REFERENCE (MCCFILE)                             
       COPY CVMCC01Y.                                                           
                                                                                
      *- SYSTEM PARAMETER FILE (SYSPARM)                                        
       COPY CVSPM01Y.                                                           
                                                                                
      * ------------------------------------------------------------- *         
       LINKAGE SECTION.                                                         
      * ------------------------------------------------------------- *         
                                                                                
           MOVE 5000                       TO WS-WAIT-INTERVAL

           EXEC CICS ASKTIME NOHANDLE
              ABSTIME(WS-ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
              ABSTIME(WS-ABS-TIME)
              YYYYMMDD(WS-SPM-TODAY)
              DATESEP('-')
              NOHANDLE
           END-EXEC

           PERFORM 1050-READ-PROCESS-LIMIT THRU 1050-EXIT

           PERFORM 1060-READ-VELOCITY-LIMIT THRU 1060-EXIT

           PERFORM 1070-READ-PARTIAL-TOLERANCE THRU 1070-EXIT

           PERFORM 1080-READ-EXPIRY-OVERLAP THRU 1080-EXIT

           PERFORM 1090-READ-HOLD-TABLE    THRU 1090-EXIT

           PERFORM 1095-LOAD-DECISION-RULES THRU 1095-EXIT

           PERFORM 1100-OPEN-REQUEST-QUEUE THRU 1100-EXIT
                                                                                
           PERFORM 3100-READ-REQUEST-MQ    THRU 3100-EXIT                       
           EXIT.
      *
      * ------------------------------------------------------------- *
      *  One setting from SYSPARM: the row for WS-SPM-PARM-NAME with
      *  the latest effective date not after today.  Rows for a
      *  setting sit together in effective-date order, so the browse
      *  stops at the first row past today or past the setting.  A
      *  numeric value outside the row's range is logged and not used.
      * ------------------------------------------------------------- *
       1040-READ-SYSPARM.
      * ------------------------------------------------------------- *
      *
           SET SPM-VALUE-NOT-FOUND       TO TRUE
           MOVE 'COPAUA0C'               TO SPM-PROGRAM
           MOVE WS-SPM-PARM-NAME         TO SPM-PARM-NAME
           MOVE LOW-VALUES               TO SPM-EFF-DATE
           EXEC CICS STARTBR
                DATASET   (WS-SYSPARM-FILE)
                RIDFLD    (SPM-KEY)
                KEYLENGTH (LENGTH OF SPM-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                  SET MORE-SPM-ROWS      TO TRUE
               WHEN DFHRESP(NOTFND)
                  SET NO-MORE-SPM-ROWS   TO TRUE
               WHEN OTHER
                  SET NO-MORE-SPM-ROWS   TO TRUE
                  MOVE 'C012'                TO ERR-LOCATION
                  SET  ERR-WARNING           TO TRUE
                  SET  ERR-CICS              TO TRUE
                  MOVE WS-RESP-CD            TO WS-CODE-DISPLAY
                  MOVE WS-CODE-DISPLAY       TO ERR-CODE-1
                  MOVE 'FAILED TO BROWSE SYSPARM - DEFAULT USED'
                                             TO ERR-MESSAGE
                  MOVE WS-SPM-PARM-NAME      TO ERR-EVENT-KEY
                  PERFORM 9500-LOG-ERROR
           END-EVALUATE

           IF MORE-SPM-ROWS
              PERFORM 1045-READ-NEXT-SYSPARM THRU 1045-EXIT
                      UNTIL NO-MORE-SPM-ROWS
              EXEC CICS ENDBR
                   DATASET (WS-SYSPARM-FILE)
                   NOHANDLE
              END-EXEC
           END-IF

           IF SPM-VALUE-FOUND
              AND (WS-SPM-VALUE < WS-SPM-MIN-VALUE
                   OR WS-SPM-VALUE > WS-SPM-MAX-VALUE)
              SET SPM-VALUE-NOT-FOUND    TO TRUE
              MOVE 'C013'                TO ERR-LOCATION
              SET  ERR-WARNING           TO TRUE
              SET  ERR-APP               TO TRUE
              MOVE SPACES                TO ERR-CODE-1
              MOVE 'SYSPARM VALUE OUT OF RANGE - DEFAULT USED'
                                         TO ERR-MESSAGE
              MOVE WS-SPM-PARM-NAME      TO ERR-EVENT-KEY
              PERFORM 9500-LOG-ERROR
           END-IF
           .
      *
       1040-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *
       1045-READ-NEXT-SYSPARM.
      * ------------------------------------------------------------- *
      *
           EXEC CICS READNEXT
                DATASET   (WS-SYSPARM-FILE)
                INTO      (SYSTEM-PARAMETER-RECORD)
                LENGTH    (LENGTH OF SYSTEM-PARAMETER-RECORD)
                RIDFLD    (SPM-KEY)
                KEYLENGTH (LENGTH OF SPM-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
              SET NO-MORE-SPM-ROWS       TO TRUE
              GO TO 1045-EXIT
           END-IF

           IF SPM-PROGRAM NOT = 'COPAUA0C'
              OR SPM-PARM-NAME NOT = WS-SPM-PARM-NAME
              OR SPM-EFF-DATE > WS-SPM-TODAY
              SET NO-MORE-SPM-ROWS       TO TRUE
              GO TO 1045-EXIT
           END-IF

           IF SPM-TYPE-NUMERIC
              SET SPM-VALUE-FOUND        TO TRUE
              MOVE SPM-NUM-VALUE         TO WS-SPM-VALUE
              MOVE SPM-MIN-VALUE         TO WS-SPM-MIN-VALUE
              MOVE SPM-MAX-VALUE         TO WS-SPM-MAX-VALUE
           END-IF
           .
      *
       1045-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *
      *  Peak-day throughput tuning: the process limit comes from
      *  SYSPARM so it can be raised on high-volume shopping days
      *  without a recompile; the compiled-in VALUE above stays as
      *  the default when no row is in force.
      * ------------------------------------------------------------- *
       1050-READ-PROCESS-LIMIT.
      * ------------------------------------------------------------- *
      *
           MOVE 'PROCESS-LIMIT'          TO WS-SPM-PARM-NAME
           PERFORM 1040-READ-SYSPARM     THRU 1040-EXIT
           IF SPM-VALUE-FOUND AND WS-SPM-VALUE > 0
              MOVE WS-SPM-VALUE          TO WS-REQSTS-PROCESS-LIMIT
           END-IF
           .
      *
           EXIT.
      *
      * ------------------------------------------------------------- *
      *  Daily authorization-velocity tuning: the daily approved
      *  count and amount ceilings come from SYSPARM so they can be
      *  raised or lowered without a recompile; the compiled-in
      *  VALUEs stay as the defaults when no row is in force.
      * ------------------------------------------------------------- *
       1060-READ-VELOCITY-LIMIT.
      * ------------------------------------------------------------- *
      *
           MOVE 'VELOCITY-COUNT'         TO WS-SPM-PARM-NAME
           PERFORM 1040-READ-SYSPARM     THRU 1040-EXIT
           IF SPM-VALUE-FOUND AND WS-SPM-VALUE > 0
              MOVE WS-SPM-VALUE          TO WS-DAILY-APPR-CNT-LMT
           END-IF

           MOVE 'VELOCITY-AMOUNT'        TO WS-SPM-PARM-NAME
           PERFORM 1040-READ-SYSPARM     THRU 1040-EXIT
           IF SPM-VALUE-FOUND AND WS-SPM-VALUE > 0
              MOVE WS-SPM-VALUE          TO WS-DAILY-APPR-AMT-LMT
           END-IF
           .
      *
           EXIT.
      *
      * ------------------------------------------------------------- *
      *  Partial-approval tolerance tuning: whole percent on SYSPARM,
      *  compiled-in default stands when no row is in force.
      * ------------------------------------------------------------- *
       1070-READ-PARTIAL-TOLERANCE.
      * ------------------------------------------------------------- *
      *
           MOVE 'PARTIAL-TOL-PCT'        TO WS-SPM-PARM-NAME
           PERFORM 1040-READ-SYSPARM     THRU 1040-EXIT
           IF SPM-VALUE-FOUND AND WS-SPM-VALUE > 0
              COMPUTE WS-PARTIAL-TOLERANCE-PCT =
                      WS-SPM-VALUE / 100
           END-IF
           .
      *
       1070-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *
      *  Expiry overlap window after a reissue: whole days on
      *  SYSPARM, compiled-in default stands when no row is in force.
      * ------------------------------------------------------------- *
       1080-READ-EXPIRY-OVERLAP.
      * ------------------------------------------------------------- *
      *
           MOVE 'OVERLAP-DAYS'           TO WS-SPM-PARM-NAME
           PERFORM 1040-READ-SYSPARM     THRU 1040-EXIT
           IF SPM-VALUE-FOUND AND WS-SPM-VALUE > 0
              MOVE WS-SPM-VALUE          TO WS-EXPIRY-OVERLAP-DAYS
           END-IF
           .
      *
       1080-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *
      *  Hold-duration table by merchant category: the whole table
      *  from a TSQ, compiled-in table stands when the TSQ is absent.
      * ------------------------------------------------------------- *
       1090-READ-HOLD-TABLE.
      * ------------------------------------------------------------- *
      *
           EXEC CICS READQ TS
                QUEUE  (WS-HOLD-TABLE-QNAME)
                INTO   (WS-MCC-HOLD-TABLE)
                LENGTH (LENGTH OF WS-MCC-HOLD-TABLE)
                ITEM   (1)
                RESP   (WS-RESP-CD)
                RESP2  (WS-REAS-CD)
           END-EXEC
           .
      *
       1090-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *
      *  Decision rules: for each rule the latest AUTHRULE version
      *  already in effect replaces the compiled-in default, and its
      *  thresholds replace the matching control limits - so the rule
      *  file outranks the SYSPARM settings read above.  Versions dated
      *  after today are skipped until their day comes.  The table is
      *  then put in sequence order for 6000-MAKE-DECISION.
      * ------------------------------------------------------------- *
       1095-LOAD-DECISION-RULES.
      * ------------------------------------------------------------- *
      *
           EXEC CICS ASKTIME NOHANDLE
              ABSTIME(WS-ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
              ABSTIME(WS-ABS-TIME)
              YYYYMMDD(WS-TODAY-YYYYMMDD)
              NOHANDLE
           END-EXEC

           MOVE LOW-VALUES               TO RUL-KEY
           EXEC CICS STARTBR
                DATASET   (WS-RULE-FILE)
                RIDFLD    (RUL-KEY)
                KEYLENGTH (LENGTH OF RUL-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                  SET MORE-RULE-ROWS     TO TRUE
               WHEN DFHRESP(NOTFND)
                  SET NO-MORE-RULE-ROWS  TO TRUE
               WHEN OTHER
                  SET NO-MORE-RULE-ROWS  TO TRUE
                  MOVE 'C007'                TO ERR-LOCATION
                  SET  ERR-WARNING           TO TRUE
                  SET  ERR-CICS              TO TRUE
                  MOVE WS-RESP-CD            TO WS-CODE-DISPLAY
                  MOVE WS-CODE-DISPLAY       TO ERR-CODE-1
                  MOVE 'FAILED TO BROWSE AUTHRULE - DEFAULT RULES'
                                             TO ERR-MESSAGE
                  MOVE WS-RULE-FILE          TO ERR-EVENT-KEY
                  PERFORM 9500-LOG-ERROR
           END-EVALUATE

           IF MORE-RULE-ROWS
              PERFORM 1096-APPLY-RULE-VERSION THRU 1096-EXIT
                      UNTIL NO-MORE-RULE-ROWS
              EXEC CICS ENDBR
                   DATASET (WS-RULE-FILE)
                   NOHANDLE
              END-EXEC
           END-IF

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX >= WS-RULE-CNT
              PERFORM VARYING WS-RULE-IDX2 FROM 1 BY 1
                      UNTIL WS-RULE-IDX2 > WS-RULE-CNT - WS-RULE-IDX
                 IF WS-RULE-SEQ (WS-RULE-IDX2) >
                    WS-RULE-SEQ (WS-RULE-IDX2 + 1)
                    MOVE WS-RULE-ENTRY (WS-RULE-IDX2)
                              TO WS-RULE-SWAP
                    MOVE WS-RULE-ENTRY (WS-RULE-IDX2 + 1)
                              TO WS-RULE-ENTRY (WS-RULE-IDX2)
                    MOVE WS-RULE-SWAP
                              TO WS-RULE-ENTRY (WS-RULE-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .
      *
       1095-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *
      *  One AUTHRULE version.  Keys come back in rule id / effective
      *  date order, so a later version in effect overlays an earlier
      *  one.  Rule ids the engine doesn't know are passed over.
      * ------------------------------------------------------------- *
       1096-APPLY-RULE-VERSION.
      * ------------------------------------------------------------- *
      *
           EXEC CICS READNEXT
                DATASET   (WS-RULE-FILE)
                INTO      (AUTH-RULE-RECORD)
                LENGTH    (LENGTH OF AUTH-RULE-RECORD)
                RIDFLD    (RUL-KEY)
                KEYLENGTH (LENGTH OF RUL-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
              SET NO-MORE-RULE-ROWS      TO TRUE
              GO TO 1096-EXIT
           END-IF

           IF RUL-EFF-DATE > WS-TODAY-YYYYMMDD
              GO TO 1096-EXIT
           END-IF

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-CNT
                      OR WS-RULE-ID (WS-RULE-IDX) = RUL-RULE-ID
              CONTINUE
           END-PERFORM
           IF WS-RULE-IDX > WS-RULE-CNT
              GO TO 1096-EXIT
           END-IF

           MOVE RUL-SEQ             TO WS-RULE-SEQ (WS-RULE-IDX)
           MOVE RUL-ENABLED-FLG     TO WS-RULE-ENABLED (WS-RULE-IDX)
           MOVE RUL-REASON-CD       TO WS-RULE-REASON-CD (WS-RULE-IDX)

           EVALUATE RUL-RULE-ID
               WHEN 'FRAUDCNT'
                  MOVE RUL-THRESHOLD-CNT     TO WS-VELOCITY-LIMIT-CNT
               WHEN 'FRAUDGEO'
                  MOVE RUL-THRESHOLD-AMT     TO WS-GEO-MISMATCH-AMT-LMT
               WHEN 'VELOCITY'
                  MOVE RUL-THRESHOLD-CNT     TO WS-DAILY-APPR-CNT-LMT
                  MOVE RUL-THRESHOLD-AMT     TO WS-DAILY-APPR-AMT-LMT
               WHEN 'CREDIT  '
                  MOVE RUL-THRESHOLD-PCT     TO WS-PARTIAL-TOLERANCE-PCT
               WHEN 'RISKPROF'
                  MOVE RUL-THRESHOLD-PCT     TO WS-RISK-SCRUTINY-PCT
               WHEN OTHER
                  CONTINUE
           END-EVALUATE
           .
      *
       1096-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *
       2100-EXTRACT-REQUEST-MSG.                                                
      * ------------------------------------------------------------- *         
      *                                                                         
      *-   The verification value is a trailing field some acquirers            
      *-   never send - clear it so the prior message's value can't             
      *-   carry over.                                                          
           MOVE SPACES                 TO PA-RQ-CARD-VERIFY-VALUE               
                                          PA-RQ-CARD-VERIFY-RESULT              
                                                                                
           UNSTRING W01-GET-BUFFER(1:W01-DATALEN)                               
                    DELIMITED BY ','                                            
                    INTO PA-RQ-AUTH-DATE                                        
                         PA-RQ-MERCHANT-STATE                                   
                         PA-RQ-MERCHANT-ZIP                                     
                         PA-RQ-TRANSACTION-ID                                   
                         PA-RQ-CARD-VERIFY-VALUE                                
           END-UNSTRING                                                         
                                                                                
           COMPUTE PA-RQ-TRANSACTION-AMT =                                      
           SET APPROVE-AUTH                  TO TRUE                            
           SET NORMAL-MODE                   TO TRUE
           MOVE SPACE                        TO WS-AUTH-RESP-FLG
                                                 WS-DECLINE-REASON-FLG
           MOVE SPACES                       TO WS-RULE-DECLINE-RSN
           SET CARD-STS-OK                   TO TRUE
           SET ACCT-STS-OK                   TO TRUE
           SET CARD-NOT-ON-ALERT             TO TRUE
           SET NOT-CORP-MEMBER-ACCT          TO TRUE
           SET NFOUND-CORP-REC               TO TRUE
           SET NFOUND-MCC-REF                TO TRUE
      *-   Clear the prior message's identifiers so an early decline
      *-   never stages a notification against the wrong customer.
           INITIALIZE CARD-XREF-RECORD
              PERFORM 5150-READ-CARD-RECORD  THRU 5150-EXIT
              PERFORM 5200-READ-ACCT-RECORD  THRU 5200-EXIT
              PERFORM 5300-READ-CUST-RECORD  THRU 5300-EXIT
              PERFORM 5350-READ-MCC-REFERENCE THRU 5350-EXIT

              IF NORMAL-MODE
                 PERFORM 5500-READ-AUTH-SUMMRY THRU 5500-EXIT
              END-IF

              IF PA-RQ-MT-INCREMENTAL
                 PERFORM 5880-FIND-HOLD-TO-RAISE THRU 5880-EXIT
              END-IF

              PERFORM 5400-READ-SPEND-CONTROLS THRU 5400-EXIT

              PERFORM 5450-READ-TRAVEL-NOTICE  THRU 5450-EXIT

      *-      The profile walks the pending-auth database - nothing
      *-      to walk in stand-in.
              IF NORMAL-MODE
                 PERFORM 5600-READ-PROFILE-DATA THRU 5600-EXIT
              END-IF
           END-IF

                                                                                
           PERFORM 7100-SEND-RESPONSE        THRU 7100-EXIT                     
                                                                                
      *-   An approval on an employee card draws down the company's             
      *-   control limit for the rest of the day.                               
           IF CORP-MEMBER-ACCT AND FOUND-CORP-REC                               
              AND NOT DECLINE-AUTH AND WS-APPROVED-AMT > 0                      
              MOVE WS-APPROVED-AMT           TO WS-CORP-POST-AMT                
              PERFORM 6180-POST-CORP-EXPOSURE THRU 6180-EXIT                    
           END-IF                                                               
                                                                                
           IF STANDIN-MODE
      *-       An incremental has no hold to raise in stand-in and is
      *-       always declined - nothing for the catch-up to replay.
              IF NOT PA-RQ-MT-INCREMENTAL
                 PERFORM 7200-WRITE-SAF-RECORD THRU 7200-EXIT
              END-IF
           ELSE
              IF CARD-FOUND-XREF
                 PERFORM 8000-WRITE-AUTH-TO-DB THRU 8000-EXIT

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                  PERFORM 5160-CHECK-CARD-EXPIRY THRU 5160-EXIT
                  IF CARD-COMPROMISED
                     SET CARD-ON-BREACH-ALERT  TO TRUE
                  END-IF
                  EVALUATE TRUE
                     WHEN CARD-STS-ACTIVE
                        CONTINUE
                     WHEN CARD-STS-PENDING-ACT
      *-                A new or reissued card not yet activated by
      *-                the cardholder declines with its own reason -
      *-                except the old plastic of a reissue, which
      *-                keeps working through the overlap window.
                        IF NOT EXPIRY-PRIOR-PLASTIC
                           SET CARD-NOT-ACTIVATED  TO TRUE
                           SET DECLINE-AUTH        TO TRUE
                        END-IF
      *-                Reported lost or stolen through COCRDL0C - a
      *-                hard decline nothing later may override.
                     WHEN CARD-STS-LOST
                        SET CARD-REPORTED-LOST  TO TRUE
                        SET DECLINE-AUTH        TO TRUE
                     WHEN CARD-STS-STOLEN
                        SET CARD-REPORTED-STOLEN TO TRUE
                        SET DECLINE-AUTH        TO TRUE
                     WHEN OTHER
      *-                Whether an inactive card declines is up to
      *-                the CARDSTS decision rule.
                        SET CARD-STS-NOT-ACTIVE TO TRUE
                  END-EVALUATE

                  IF NOT DECLINE-AUTH
                     EVALUATE TRUE
                        WHEN EXPIRY-NOT-ON-CARD
                           SET EXPIRY-MISMATCH     TO TRUE
                           SET DECLINE-AUTH        TO TRUE
                        WHEN WS-CARD-EXP-YYYYMM IS NUMERIC
                         AND WS-CARD-EXP-YYYYMM < WS-TODAY-YYYYMMDD(1:6)
                           SET CARD-EXPIRED        TO TRUE
                           SET DECLINE-AUTH        TO TRUE
                        WHEN OTHER
                           CONTINUE
                     END-EVALUATE
                  END-IF

                  IF NOT DECLINE-AUTH
                     PERFORM 5170-CHECK-CARD-VERIFY THRU 5170-EXIT
                  END-IF
               WHEN DFHRESP(NOTFND)
                  MOVE 'A004'                TO ERR-LOCATION
                  SET  ERR-WARNING           TO TRUE
       5150-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *
      *  Matches the expiry on the request (MMYY) to the card master.
      *  The current plastic carries CARD-EXPIRAION-DATE; after a
      *  CBREI01C reissue the old plastic carries CARD-PRIOR-EXPIRY-DATE
      *  and is honored until the overlap window from the reissue date
      *  runs out.  Anything else is a mismatch.  No expiry on the
      *  request leaves only the card master's own expiry to check.
      * ------------------------------------------------------------- *
       5160-CHECK-CARD-EXPIRY.
      * ------------------------------------------------------------- *
      *
           MOVE SPACE                       TO WS-EXPIRY-CHK-FLG

           EXEC CICS ASKTIME NOHANDLE
              ABSTIME(WS-ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
              ABSTIME(WS-ABS-TIME)
              YYYYMMDD(WS-TODAY-YYYYMMDD)
              NOHANDLE
           END-EXEC

           MOVE CARD-EXPIRAION-DATE(1:4)    TO WS-CARD-EXP-YYYYMM(1:4)
           MOVE CARD-EXPIRAION-DATE(6:2)    TO WS-CARD-EXP-YYYYMM(5:2)
           MOVE CARD-PRIOR-EXPIRY-DATE(1:4) TO WS-PRIOR-EXP-YYYYMM(1:4)
           MOVE CARD-PRIOR-EXPIRY-DATE(6:2) TO WS-PRIOR-EXP-YYYYMM(5:2)

           IF PA-RQ-CARD-EXPIRY-DATE NOT NUMERIC
              GO TO 5160-EXIT
           END-IF

           MOVE '20'                        TO WS-RQ-EXP-YYYYMM(1:2)
           MOVE PA-RQ-CARD-EXPIRY-DATE(3:2) TO WS-RQ-EXP-YYYYMM(3:2)
           MOVE PA-RQ-CARD-EXPIRY-DATE(1:2) TO WS-RQ-EXP-YYYYMM(5:2)

           EVALUATE TRUE
              WHEN WS-RQ-EXP-YYYYMM = WS-CARD-EXP-YYYYMM
                 SET EXPIRY-CURRENT-PLASTIC TO TRUE
              WHEN WS-RQ-EXP-YYYYMM = WS-PRIOR-EXP-YYYYMM
               AND CARD-REISSUE-DATE(1:4) IS NUMERIC
               AND CARD-REISSUE-DATE(6:2) IS NUMERIC
               AND CARD-REISSUE-DATE(9:2) IS NUMERIC
                 COMPUTE WS-REISSUE-INT = FUNCTION INTEGER-OF-DATE
                     (FUNCTION NUMVAL(CARD-REISSUE-DATE(1:4)) * 10000
                    + FUNCTION NUMVAL(CARD-REISSUE-DATE(6:2)) * 100
                    + FUNCTION NUMVAL(CARD-REISSUE-DATE(9:2)))
                 COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
                     (FUNCTION NUMVAL(WS-TODAY-YYYYMMDD))
                 IF WS-TODAY-INT - WS-REISSUE-INT
                                           <= WS-EXPIRY-OVERLAP-DAYS
                    AND WS-PRIOR-EXP-YYYYMM >= WS-TODAY-YYYYMMDD(1:6)
                    SET EXPIRY-PRIOR-PLASTIC TO TRUE
                    MOVE WS-PRIOR-EXP-YYYYMM    TO WS-CARD-EXP-YYYYMM
                 ELSE
                    SET EXPIRY-NOT-ON-CARD  TO TRUE
                 END-IF
              WHEN OTHER
                 SET EXPIRY-NOT-ON-CARD     TO TRUE
           END-EVALUATE
           .
      *
       5160-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *
      *  Card verification value on the request against CARD-CVV-CD.
      *  No value captured is not a decline - card-present chip and
      *  swipe transactions never carry one - but a wrong value is.
      * ------------------------------------------------------------- *
       5170-CHECK-CARD-VERIFY.
      * ------------------------------------------------------------- *
      *
           EVALUATE TRUE
              WHEN PA-RQ-CARD-VERIFY-VALUE = SPACES
                 SET PA-RQ-CV-NOT-PRESENT   TO TRUE
              WHEN PA-RQ-CARD-VERIFY-VALUE NOT NUMERIC
                 SET PA-RQ-CV-NO-MATCH      TO TRUE
              WHEN OTHER
                 MOVE PA-RQ-CARD-VERIFY-VALUE TO WS-RQ-CVV-N
                 IF WS-RQ-CVV-N = CARD-CVV-CD
                    SET PA-RQ-CV-MATCH      TO TRUE
                 ELSE
                    SET PA-RQ-CV-NO-MATCH   TO TRUE
                 END-IF
           END-EVALUATE

           IF PA-RQ-CV-NO-MATCH
              SET CVV-MISMATCH              TO TRUE
              SET DECLINE-AUTH              TO TRUE
           END-IF
           .
      *
       5170-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *
       5200-READ-ACCT-RECORD.
      * ------------------------------------------------------------- *
               WHEN DFHRESP(NORMAL)
                  SET FOUND-ACCT-IN-MSTR     TO TRUE
                  IF ACCT-ACTIVE-STATUS NOT = 'Y'
                     AND NOT CARD-REPORTED-LOST
                     AND NOT CARD-REPORTED-STOLEN
                     SET ACCT-STS-NOT-ACTIVE TO TRUE
                  END-IF
      *-          An account in bankruptcy takes no new credit - a
      *-          hard decline, not a decision rule.
                  IF ACCT-IN-BANKRUPTCY AND NOT DECLINE-AUTH
                     SET ACCOUNT-IN-BANKRUPTCY TO TRUE
                     SET DECLINE-AUTH          TO TRUE
                  END-IF
                  IF ACCT-CORP-ID NOT = SPACES
                     PERFORM 5250-READ-CORP-RECORD THRU 5250-EXIT
                  END-IF
               WHEN DFHRESP(NOTFND)
                  SET NFOUND-ACCT-IN-MSTR    TO TRUE                            
       5200-EXIT.                                                               
           EXIT.                                                                
      *                                                                         
      * ------------------------------------------------------------- *         
      *  Employee account of a corporate company - the company record           
      *  carries the control limit and the exposure against it.  A              
      *  company missing from CORPFILE is left for the CORPLMT rule             
      *  to decline.                                                            
      * ------------------------------------------------------------- *         
       5250-READ-CORP-RECORD.                                                   
      * ------------------------------------------------------------- *         
      *                                                                         
           SET CORP-MEMBER-ACCT              TO TRUE                            
           SET NFOUND-CORP-REC               TO TRUE                            
           MOVE ACCT-CORP-ID                 TO WS-CORP-RID                     
                                                                                
           EXEC CICS READ                                                       
                DATASET   (WS-CORP-FILE)                                        
                RIDFLD    (WS-CORP-RID)                                         
                KEYLENGTH (LENGTH OF WS-CORP-RID)                               
                INTO      (CORPORATE-COMPANY-RECORD)                            
                LENGTH    (LENGTH OF CORPORATE-COMPANY-RECORD)                  
                RESP      (WS-RESP-CD)                                          
                RESP2     (WS-REAS-CD)                                          
           END-EXEC                                                             
                                                                                
           EVALUATE WS-RESP-CD                                                  
               WHEN DFHRESP(NORMAL)                                             
                  SET FOUND-CORP-REC         TO TRUE                            
               WHEN DFHRESP(NOTFND)                                             
                  MOVE 'A006'                TO ERR-LOCATION                    
                  SET  ERR-WARNING           TO TRUE                            
                  SET  ERR-APP               TO TRUE                            
                  MOVE 'CORP COMPANY NOT FOUND FOR ACCT'                        
                                             TO ERR-MESSAGE                     
                  MOVE WS-CORP-RID           TO ERR-EVENT-KEY                   
                  PERFORM 9500-LOG-ERROR                                        
               WHEN OTHER                                                       
                  MOVE 'C008'                TO ERR-LOCATION                    
                  SET  ERR-CRITICAL          TO TRUE                            
                  SET  ERR-CICS              TO TRUE                            
                  MOVE WS-RESP-CD            TO WS-CODE-DISPLAY                 
                  MOVE WS-CODE-DISPLAY       TO ERR-CODE-1                      
                  MOVE WS-REAS-CD            TO WS-CODE-DISPLAY                 
                  MOVE WS-CODE-DISPLAY       TO ERR-CODE-2                      
                  MOVE 'FAILED TO READ CORP FILE'                               
                                             TO ERR-MESSAGE                     
                  MOVE WS-CORP-RID           TO ERR-EVENT-KEY                   
                  PERFORM 9500-LOG-ERROR                                        
           END-EVALUATE                                                         
           .                                                                    
      *                                                                         
       5250-EXIT.                                                               
           EXIT.                                                                
      *                                                                         
      * ------------------------------------------------------------- *         
       5300-READ-CUST-RECORD.                                                   
      * ------------------------------------------------------------- *         
           EXIT.                                                                
      *                                                                         
      * ------------------------------------------------------------- *
      *  The request's merchant category on the MCCFILE reference.  A
      *  code not on file is no error - the compiled-in defaults
      *  stand for it.
      * ------------------------------------------------------------- *
       5350-READ-MCC-REFERENCE.
      * ------------------------------------------------------------- *
      *
           MOVE PA-RQ-MERCHANT-CATAGORY-CODE TO MCC-CODE

           EXEC CICS READ
                DATASET   (WS-MCC-FILE)
                RIDFLD    (MCC-CODE)
                KEYLENGTH (LENGTH OF MCC-CODE)
                INTO      (MCC-REFERENCE-RECORD)
                LENGTH    (LENGTH OF MCC-REFERENCE-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                  SET FOUND-MCC-REF          TO TRUE
               WHEN DFHRESP(NOTFND)
                  CONTINUE
               WHEN OTHER
                  MOVE 'C011'                TO ERR-LOCATION
                  SET  ERR-WARNING           TO TRUE
                  SET  ERR-CICS              TO TRUE
                  MOVE WS-RESP-CD            TO WS-CODE-DISPLAY
                  MOVE WS-CODE-DISPLAY       TO ERR-CODE-1
                  MOVE WS-REAS-CD            TO WS-CODE-DISPLAY
                  MOVE WS-CODE-DISPLAY       TO ERR-CODE-2
                  MOVE 'FAILED TO READ MCCFILE'
                                             TO ERR-MESSAGE
                  MOVE MCC-CODE              TO ERR-EVENT-KEY
                  PERFORM 9500-LOG-ERROR
           END-EVALUATE
           .
      *
       5350-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *
      *  Reads the cardholder's spending controls, when any are on
      *  file for the account.  No record simply means no controls.
      * ------------------------------------------------------------- *
       5400-READ-SPEND-CONTROLS.
      * ------------------------------------------------------------- *
      *
           SET SPEND-CTRLS-NOT-FOUND     TO TRUE
           MOVE XREF-ACCT-ID             TO CTL-ACCT-ID

           EXEC CICS READ
                DATASET   (WS-CCTL-FILE)
                INTO      (SPEND-CTRL-RECORD)
                LENGTH    (LENGTH OF SPEND-CTRL-RECORD)
                RIDFLD    (CTL-ACCT-ID)
                KEYLENGTH (LENGTH OF CTL-ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
       5400-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *
      *  Looks for a travel notice covering this request: a trip that
      *  is in progress today and lists the acquirer's country.  Only
      *  worth reading when the request comes from abroad.  No record
      *  simply means no notice.
      * ------------------------------------------------------------- *
       5450-READ-TRAVEL-NOTICE.
      * ------------------------------------------------------------- *
      *
           SET TRAVEL-NOT-DECLARED       TO TRUE

           IF NOT FOUND-CUST-IN-MSTR
              OR PA-RQ-ACQR-COUNTRY-CODE = CUST-ADDR-COUNTRY-CD
              GO TO 5450-EXIT
           END-IF

           MOVE XREF-ACCT-ID             TO TRV-ACCT-ID

           EXEC CICS READ
                DATASET   (WS-TRVL-FILE)
                INTO      (TRAVEL-NOTICE-RECORD)
                LENGTH    (LENGTH OF TRAVEL-NOTICE-RECORD)
                RIDFLD    (TRV-ACCT-ID)
                KEYLENGTH (LENGTH OF TRV-ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                  CONTINUE
               WHEN DFHRESP(NOTFND)
                  GO TO 5450-EXIT
               WHEN OTHER
                  MOVE 'C006'                TO ERR-LOCATION
                  SET  ERR-WARNING           TO TRUE
                  SET  ERR-CICS              TO TRUE
                  MOVE WS-RESP-CD            TO WS-CODE-DISPLAY
                  MOVE WS-CODE-DISPLAY       TO ERR-CODE-1
                  MOVE 'FAILED TO READ TRVLFILE'
                                             TO ERR-MESSAGE
                  MOVE XREF-CARD-NUM         TO ERR-EVENT-KEY
                  PERFORM 9500-LOG-ERROR
                  GO TO 5450-EXIT
           END-EVALUATE

           EXEC CICS ASKTIME NOHANDLE
              ABSTIME(WS-ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
              ABSTIME(WS-ABS-TIME)
              YYYYMMDD(WS-TODAY-YYYYMMDD)
              NOHANDLE
           END-EXEC

           PERFORM VARYING WS-TRV-IDX FROM 1 BY 1
                   UNTIL WS-TRV-IDX > TRV-TRIP-CNT
                      OR WS-TRV-IDX > 5
                      OR TRAVEL-DECLARED
              IF TRV-START-DATE (WS-TRV-IDX) <= WS-TODAY-YYYYMMDD
                 AND TRV-END-DATE (WS-TRV-IDX) >= WS-TODAY-YYYYMMDD
                 PERFORM VARYING WS-TRV-CTRY-IDX FROM 1 BY 1
                         UNTIL WS-TRV-CTRY-IDX > 4
                            OR TRAVEL-DECLARED
                    IF TRV-COUNTRY (WS-TRV-IDX, WS-TRV-CTRY-IDX) =
                       PA-RQ-ACQR-COUNTRY-CODE
                       SET TRAVEL-DECLARED   TO TRUE
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           .
      *
       5450-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *         
       5500-READ-AUTH-SUMMRY.                                                   
      * ------------------------------------------------------------- *         
              END-IF
           END-IF

           IF FOUND-ACCT-IN-MSTR
              IF ACCT-BEHAV-SCORE IS NUMERIC
                 AND ACCT-BEHAV-SCORE > 0
                 AND ACCT-BEHAV-SCORE < WS-LOW-BEHAV-THRESHOLD
                 SET HIGH-RISK-PROFILE   TO TRUE
              END-IF
           END-IF

           IF FOUND-PAUT-SMRY-SEG
              SET MORE-AUTH-DETAILS      TO TRUE
              PERFORM 5610-ACCUM-AUTH-HISTORY THRU 5610-EXIT
           EXIT.
      *
      * ------------------------------------------------------------- *
      *  FRAUDCNT rule - rapid repeated authorizations against the
      *  cardholder's own PAUTSUM0 summary are card fraud.
      * ------------------------------------------------------------- *
       5700-CHECK-AUTH-COUNT.
      * ------------------------------------------------------------- *
      *
           IF FOUND-PAUT-SMRY-SEG
              COMPUTE WS-TOTAL-AUTH-CNT = PA-APPROVED-AUTH-CNT
                                         + PA-DECLINED-AUTH-CNT
              IF WS-TOTAL-AUTH-CNT >= WS-EFF-VELOCITY-CNT
                 SET RULE-FIRED      TO TRUE
                 SET CARD-FRAUD      TO TRUE
              END-IF
           END-IF
           .
      *
       5700-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *
      *  FRAUDMCC rule - a high-risk merchant category is merchant
      *  fraud.  The MCCFILE risk class decides for a category on
      *  file; the compiled-in list for one that is not.
      * ------------------------------------------------------------- *
       5710-CHECK-MERCHANT-BLOCKLIST.
      * ------------------------------------------------------------- *
      *
           SET MCC-IS-NOT-BLOCKED TO TRUE

           IF FOUND-MCC-REF
              IF MCC-RISK-HIGH
                 SET MCC-IS-BLOCKED TO TRUE
              END-IF
           ELSE
              PERFORM VARYING WS-MCC-IDX FROM 1 BY 1
                      UNTIL WS-MCC-IDX > 4 OR MCC-IS-BLOCKED
                 IF PA-RQ-MERCHANT-CATAGORY-CODE =
                        WS-BLOCKED-MCC (WS-MCC-IDX)
                    SET MCC-IS-BLOCKED TO TRUE
                 END-IF
              END-PERFORM
           END-IF

           IF MCC-IS-BLOCKED
              SET RULE-FIRED      TO TRUE
              SET MERCHANT-FRAUD  TO TRUE
           END-IF
           .
           EXIT.
      *
      * ------------------------------------------------------------- *
      *  FRAUDGEO rule - an acquirer country that does not match the
      *  cardholder's country of record is merchant fraud above the
      *  mismatch limit.
      * ------------------------------------------------------------- *
       5715-CHECK-GEO-MISMATCH.
      * ------------------------------------------------------------- *
      *
           IF FOUND-CUST-IN-MSTR
              IF PA-RQ-ACQR-COUNTRY-CODE NOT = CUST-ADDR-COUNTRY-CD
      *-         A declared trip raises the limit, it doesn't lift it.
                 IF (TRAVEL-NOT-DECLARED
                     AND WS-TRANSACTION-AMT > WS-EFF-GEO-AMT-LMT)
                 OR (TRAVEL-DECLARED
                     AND WS-TRANSACTION-AMT > WS-EFF-TRAVEL-GEO-LMT)
                    SET RULE-FIRED      TO TRUE
                    SET MERCHANT-FRAUD  TO TRUE
                 END-IF
              END-IF
           END-IF
           .
      *
       5715-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *
      *  VELOCITY rule - declines once today's already-approved count
      *  or dollar total on this PAUTSUM0 summary reaches its limit,
      *  so a lost-and-stolen card cannot be run through repeated
      *  small approvals in one day.
      * ------------------------------------------------------------- *
       5720-CHECK-DAILY-VELOCITY.
      * ------------------------------------------------------------- *
      *
           IF FOUND-PAUT-SMRY-SEG
              IF PA-APPROVED-AUTH-CNT >= WS-EFF-DAILY-CNT-LMT
                 OR PA-APPROVED-AUTH-AMT >= WS-EFF-DAILY-AMT-LMT
                 SET RULE-FIRED        TO TRUE
                 SET VELOCITY-EXCEEDED TO TRUE
              END-IF
           END-IF
      *
           SET NORMAL-MODE                   TO TRUE
           SET REVERSAL-NOT-FOUND            TO TRUE
           SET NOT-CORP-MEMBER-ACCT          TO TRUE
           SET NFOUND-CORP-REC               TO TRUE

           PERFORM 1200-SCHEDULE-PSB         THRU 1200-EXIT


           IF REVERSAL-FOUND
              PERFORM 5870-BACK-OUT-HOLD     THRU 5870-EXIT
      *-      The reversed amount comes back off the company's
      *-      exposure when the card is an employee card.
              PERFORM 5200-READ-ACCT-RECORD  THRU 5200-EXIT
              IF CORP-MEMBER-ACCT AND FOUND-CORP-REC
                 COMPUTE WS-CORP-POST-AMT = 0 - PA-APPROVED-AMT
                 PERFORM 6180-POST-CORP-EXPOSURE THRU 6180-EXIT
              END-IF
           END-IF

           PERFORM 5890-SEND-REVERSAL-REPLY  THRU 5890-EXIT
       5870-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *
      *  Incremental authorization: the hold being raised must still
      *  be pending under this card and auth id.  Stand-in cannot see
      *  the hold at all, so an incremental is declined there.
      * ------------------------------------------------------------- *
       5880-FIND-HOLD-TO-RAISE.
      * ------------------------------------------------------------- *
      *
           IF DECLINE-AUTH
              GO TO 5880-EXIT
           END-IF

           IF STANDIN-MODE
              SET DECLINE-AUTH               TO TRUE
              SET STANDIN-DECLINE            TO TRUE
              GO TO 5880-EXIT
           END-IF

           SET REVERSAL-NOT-FOUND            TO TRUE
           IF FOUND-PAUT-SMRY-SEG
              PERFORM 5850-FIND-ORIGINAL-AUTH THRU 5850-EXIT
           END-IF

           IF REVERSAL-NOT-FOUND
              SET DECLINE-AUTH               TO TRUE
              SET HOLD-NOT-FOUND             TO TRUE
           END-IF
           .
       5880-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *
       5890-SEND-REVERSAL-REPLY.
      * ------------------------------------------------------------- *
           MOVE PA-RQ-TRANSACTION-ID   TO PA-RL-TRANSACTION-ID                  
           MOVE PA-RQ-AUTH-TIME        TO PA-RL-AUTH-ID-CODE                    

      *-   A card not on file leaves the rules nothing to look at.              
           IF CARD-NFOUND-XREF                                                  
              SET DECLINE-AUTH            TO TRUE                               
           END-IF                                                               
                                                                                
      *-   The hard declines - card not on file, lost or stolen,                
      *-   expiry, verification value, bankruptcy, hold not found -             
      *-   are already in.  The decision rules run next in AUTHRULE             
      *-   sequence; the first enabled rule to fire declines with               
      *-   its own reason.                                                      
           IF NOT DECLINE-AUTH                                                  
              PERFORM 6050-SET-AVAILABLE-AMT  THRU 6050-EXIT                    
              PERFORM 6040-SET-FRAUD-LIMITS   THRU 6040-EXIT                    
              PERFORM 6300-APPLY-RULE         THRU 6300-EXIT                    
                      VARYING WS-RULE-IDX FROM 1 BY 1                           
                      UNTIL WS-RULE-IDX > WS-RULE-CNT                           
                         OR DECLINE-AUTH                                        
           END-IF

      *-   Stand-in: conservative small-amount approvals only; the
      *-   limit rules are bypassed because the held balances they
      *-   need are unreachable.
           IF STANDIN-MODE AND NOT DECLINE-AUTH
              IF WS-TRANSACTION-AMT > WS-STANDIN-AMT-LMT
                 SET DECLINE-AUTH         TO TRUE
              END-IF
           END-IF

           IF DECLINE-AUTH
              SET  AUTH-RESP-DECLINED     TO TRUE                               
                                                                                
              EVALUATE TRUE                                                     
                 WHEN INVALID-CARD-NUM
                      MOVE '4900'         TO PA-RL-AUTH-RESP-REASON
                 WHEN HOLD-NOT-FOUND                                            
                      MOVE '3500'         TO PA-RL-AUTH-RESP-REASON             
                 WHEN CARD-NFOUND-XREF                                          
                 WHEN NFOUND-ACCT-IN-MSTR                                       
                 WHEN NFOUND-CUST-IN-MSTR                                       
                      MOVE '4100'         TO PA-RL-AUTH-RESP-REASON             
                 WHEN CARD-NOT-ACTIVE                                           
                      MOVE '4200'         TO PA-RL-AUTH-RESP-REASON             
                 WHEN CARD-EXPIRED                                              
                      MOVE '4210'         TO PA-RL-AUTH-RESP-REASON             
                 WHEN EXPIRY-MISMATCH                                           
                      MOVE '4220'         TO PA-RL-AUTH-RESP-REASON             
                 WHEN CVV-MISMATCH                                              
                      MOVE '4230'         TO PA-RL-AUTH-RESP-REASON             
                 WHEN ACCOUNT-CLOSED
                      MOVE '4300'         TO PA-RL-AUTH-RESP-REASON
                 WHEN ACCOUNT-IN-BANKRUPTCY
                      MOVE '4310'         TO PA-RL-AUTH-RESP-REASON
                 WHEN CORP-LIMIT-EXCEEDED
                      MOVE '4120'         TO PA-RL-AUTH-RESP-REASON
                 WHEN CASH-LIMIT-EXCEEDED
                      MOVE '4110'         TO PA-RL-AUTH-RESP-REASON
                 WHEN HIGH-RISK-DECLINE
                      MOVE '4400'         TO PA-RL-AUTH-RESP-REASON
                 WHEN VELOCITY-EXCEEDED
                      MOVE '4800'         TO PA-RL-AUTH-RESP-REASON
                 WHEN CARD-NOT-ACTIVATED
                      MOVE '4600'         TO PA-RL-AUTH-RESP-REASON
                 WHEN CARD-REPORTED-LOST
                      MOVE '5300'         TO PA-RL-AUTH-RESP-REASON
                 WHEN CARD-REPORTED-STOLEN
                      MOVE '5310'         TO PA-RL-AUTH-RESP-REASON
                 WHEN CARD-FRAUD                                            
                      MOVE '5100'         TO PA-RL-AUTH-RESP-REASON             
                 WHEN MERCHANT-FRAUD                                            
                 WHEN OTHER                                                     
                      MOVE '9000'         TO PA-RL-AUTH-RESP-REASON             
              END-EVALUATE                                                      
      *-      A decision rule's own reason code stands over the                 
      *-      default for its decline.                                          
              IF WS-RULE-DECLINE-RSN NOT = SPACES                               
                 MOVE WS-RULE-DECLINE-RSN TO PA-RL-AUTH-RESP-REASON             
              END-IF                                                            
           END-IF                                                               
                                                                                
           IF DECLINE-AUTH
           EXIT.
      *
      * ------------------------------------------------------------- *
      *  Fraud limits for this message.  A card on a network breach
      *  alert, or a request from a medium-risk merchant category, has
      *  them tightened by WS-BREACH-LIMIT-PCT; a count limit never
      *  tightens below one.
      * ------------------------------------------------------------- *
       6040-SET-FRAUD-LIMITS.
      * ------------------------------------------------------------- *
      *
           MOVE WS-VELOCITY-LIMIT-CNT    TO WS-EFF-VELOCITY-CNT
           MOVE WS-GEO-MISMATCH-AMT-LMT  TO WS-EFF-GEO-AMT-LMT
           MOVE WS-TRAVEL-GEO-AMT-LMT    TO WS-EFF-TRAVEL-GEO-LMT
           MOVE WS-DAILY-APPR-CNT-LMT    TO WS-EFF-DAILY-CNT-LMT
           MOVE WS-DAILY-APPR-AMT-LMT    TO WS-EFF-DAILY-AMT-LMT

           IF CARD-ON-BREACH-ALERT
              OR (FOUND-MCC-REF AND MCC-RISK-MEDIUM)
              COMPUTE WS-EFF-VELOCITY-CNT =
                      WS-VELOCITY-LIMIT-CNT * WS-BREACH-LIMIT-PCT
              COMPUTE WS-EFF-GEO-AMT-LMT ROUNDED =
                      WS-GEO-MISMATCH-AMT-LMT * WS-BREACH-LIMIT-PCT
              COMPUTE WS-EFF-TRAVEL-GEO-LMT ROUNDED =
                      WS-TRAVEL-GEO-AMT-LMT * WS-BREACH-LIMIT-PCT
              COMPUTE WS-EFF-DAILY-CNT-LMT =
                      WS-DAILY-APPR-CNT-LMT * WS-BREACH-LIMIT-PCT
              COMPUTE WS-EFF-DAILY-AMT-LMT ROUNDED =
                      WS-DAILY-APPR-AMT-LMT * WS-BREACH-LIMIT-PCT
              IF WS-EFF-VELOCITY-CNT < 1
                 MOVE 1                  TO WS-EFF-VELOCITY-CNT
              END-IF
              IF WS-EFF-DAILY-CNT-LMT < 1
                 MOVE 1                  TO WS-EFF-DAILY-CNT-LMT
              END-IF
           END-IF
           .
      *
       6040-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *
      *  Open-to-buy for the CREDIT and RISKPROF rules, from the
      *  PAUTSUM0 summary when there is one, otherwise from the
      *  account master.  Nothing to work from in stand-in.
      *  Payments still inside their clearing hold have already come
      *  off ACCT-CURR-BAL, so the held amount is kept out of the
      *  account-master figure.  The summary figure is held
      *  authorizations only, which a payment never restores.
      * ------------------------------------------------------------- *
       6050-SET-AVAILABLE-AMT.
      * ------------------------------------------------------------- *
      *
           MOVE ZERO                      TO WS-AVAILABLE-AMT
           IF NORMAL-MODE
              IF FOUND-PAUT-SMRY-SEG
                 COMPUTE WS-AVAILABLE-AMT = PA-CREDIT-LIMIT
                                          - PA-CREDIT-BALANCE
              ELSE
                 IF FOUND-ACCT-IN-MSTR
                    COMPUTE WS-AVAILABLE-AMT = ACCT-CREDIT-LIMIT
                                             - ACCT-CURR-BAL
                    IF ACCT-PAY-HOLD-AMT IS NUMERIC
                       AND ACCT-PAY-HOLD-AMT > 0
                       SUBTRACT ACCT-PAY-HOLD-AMT
                                         FROM WS-AVAILABLE-AMT
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *
       6050-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *
      *  One decision rule.  A disabled rule is skipped - except
      *  CREDIT, where disabling only turns off partial approvals.
      *  The pending-auth rules sit out stand-in, as they always have.
      * ------------------------------------------------------------- *
       6300-APPLY-RULE.
      * ------------------------------------------------------------- *
      *
           IF NOT WS-RULE-ON (WS-RULE-IDX)
              AND WS-RULE-ID (WS-RULE-IDX) NOT = 'CREDIT  '
              GO TO 6300-EXIT
           END-IF

           SET RULE-NOT-FIRED             TO TRUE

           EVALUATE WS-RULE-ID (WS-RULE-IDX)
               WHEN 'CARDSTS '
                  IF CARD-STS-NOT-ACTIVE
                     SET RULE-FIRED       TO TRUE
                     SET CARD-NOT-ACTIVE  TO TRUE
                  END-IF
               WHEN 'ACCTSTS '
                  IF ACCT-STS-NOT-ACTIVE
                     SET RULE-FIRED       TO TRUE
                     SET ACCOUNT-CLOSED   TO TRUE
                  END-IF
               WHEN 'FRAUDCNT'
                  IF NORMAL-MODE
                     PERFORM 5700-CHECK-AUTH-COUNT THRU 5700-EXIT
                  END-IF
               WHEN 'FRAUDMCC'
                  IF NORMAL-MODE
                     PERFORM 5710-CHECK-MERCHANT-BLOCKLIST
                        THRU 5710-EXIT
                  END-IF
               WHEN 'FRAUDGEO'
                  IF NORMAL-MODE
                     PERFORM 5715-CHECK-GEO-MISMATCH THRU 5715-EXIT
                  END-IF
               WHEN 'VELOCITY'
                  IF NORMAL-MODE
                     PERFORM 5720-CHECK-DAILY-VELOCITY THRU 5720-EXIT
                  END-IF
               WHEN 'SPNDMCC '
                  PERFORM 6110-CHECK-CTL-MCC      THRU 6110-EXIT
               WHEN 'SPNDFRGN'
                  PERFORM 6120-CHECK-CTL-FOREIGN  THRU 6120-EXIT
               WHEN 'SPNDCNP '
                  PERFORM 6130-CHECK-CTL-CNP      THRU 6130-EXIT
               WHEN 'SPNDCAP '
                  PERFORM 6140-CHECK-CTL-AMT-CAP  THRU 6140-EXIT
               WHEN 'CASHLMT '
                  PERFORM 6155-CHECK-CASH-LIMIT   THRU 6155-EXIT
               WHEN 'CREDIT  '
                  IF NORMAL-MODE
                     PERFORM 6150-CHECK-OPEN-TO-BUY THRU 6150-EXIT
                  END-IF
               WHEN 'RISKPROF'
                  IF NORMAL-MODE
                     PERFORM 6160-CHECK-RISK-PROFILE THRU 6160-EXIT
                  END-IF
               WHEN 'CORPLMT '
                  PERFORM 6170-CHECK-CORP-LIMIT   THRU 6170-EXIT
               WHEN OTHER
                  CONTINUE
           END-EVALUATE

           IF RULE-FIRED
              SET DECLINE-AUTH            TO TRUE
              MOVE WS-RULE-REASON-CD (WS-RULE-IDX)
                                          TO WS-RULE-DECLINE-RSN
           END-IF
           .
      *
       6300-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *
      *  Cardholder spending controls - the SPND rules: blocked
      *  merchant categories, foreign-transaction block, card-not-
      *  present block (manual key-entry and e-commerce POS entry
      *  modes), and the per-transaction amount cap.  Each declines
      *  with its own reason so the cardholder hears exactly which of
      *  their own controls fired.
      * ------------------------------------------------------------- *
       6110-CHECK-CTL-MCC.
      * ------------------------------------------------------------- *
      *
           IF SPEND-CTRLS-FOUND AND CTL-BLOCKED-MCC-CNT > 0
              PERFORM VARYING WS-MCC-IDX FROM 1 BY 1
                      UNTIL WS-MCC-IDX > CTL-BLOCKED-MCC-CNT
                         OR WS-MCC-IDX > 10
                         OR RULE-FIRED
                 IF PA-RQ-MERCHANT-CATAGORY-CODE =
                        CTL-BLOCKED-MCC (WS-MCC-IDX)
                    SET RULE-FIRED          TO TRUE
                    SET CUST-MCC-BLOCKED    TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           .
      *
       6110-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *
       6120-CHECK-CTL-FOREIGN.
      * ------------------------------------------------------------- *
      *
      *-   A declared trip to the acquirer's country overrides the
      *-   cardholder's own block on foreign use.
           IF SPEND-CTRLS-FOUND AND CTL-FOREIGN-BLOCKED
              AND FOUND-CUST-IN-MSTR AND TRAVEL-NOT-DECLARED
              IF PA-RQ-ACQR-COUNTRY-CODE NOT = CUST-ADDR-COUNTRY-CD
                 SET RULE-FIRED             TO TRUE
                 SET CUST-FOREIGN-BLOCKED   TO TRUE
              END-IF
           END-IF
           .
      *
       6120-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *
       6130-CHECK-CTL-CNP.
      * ------------------------------------------------------------- *
      *
           IF SPEND-CTRLS-FOUND AND CTL-CNP-BLOCKED
              IF PA-RQ-POS-ENTRY-MODE = 01 OR 81
                 SET RULE-FIRED             TO TRUE
                 SET CUST-CNP-BLOCKED       TO TRUE
              END-IF
           END-IF
           .
      *
       6130-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *
       6140-CHECK-CTL-AMT-CAP.
      * ------------------------------------------------------------- *
      *
           IF SPEND-CTRLS-FOUND AND CTL-TRAN-AMT-CAP > 0
              IF WS-TRANSACTION-AMT > CTL-TRAN-AMT-CAP
                 SET RULE-FIRED             TO TRUE
                 SET CUST-AMT-CAP-EXCEEDED  TO TRUE
              END-IF
           END-IF
           .
      *
       6140-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *
      *  CREDIT rule - a request over open-to-buy is declined unless
      *  the rule is enabled and it qualifies for a partial approval.
      *  No summary and no account master is a hard decline.
      * ------------------------------------------------------------- *
       6150-CHECK-OPEN-TO-BUY.
      * ------------------------------------------------------------- *
      *
           IF NOT FOUND-PAUT-SMRY-SEG AND NOT FOUND-ACCT-IN-MSTR
              SET DECLINE-AUTH               TO TRUE
              GO TO 6150-EXIT
           END-IF

           IF WS-TRANSACTION-AMT > WS-AVAILABLE-AMT
              IF WS-RULE-ON (WS-RULE-IDX)
                 PERFORM 6200-TRY-PARTIAL-APPROVAL THRU 6200-EXIT
              ELSE
                 SET RULE-FIRED              TO TRUE
                 SET INSUFFICIENT-FUND       TO TRUE
              END-IF
           END-IF
           .
      *
       6150-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *
      *  CASHLMT rule - a cash-like or quasi-cash merchant category
      *  (MCCFILE) is cash to the account: the request must also fit
      *  what is left of the cash credit limit after the posted cash
      *  balance.  Works from the account master, so it runs in
      *  stand-in as well.
      * ------------------------------------------------------------- *
       6155-CHECK-CASH-LIMIT.
      * ------------------------------------------------------------- *
      *
           IF NOT FOUND-MCC-REF OR NOT FOUND-ACCT-IN-MSTR
              GO TO 6155-EXIT
           END-IF

           IF MCC-CASH-LIKE OR MCC-QUASI-CASH
              MOVE ACCT-CASH-CREDIT-LIMIT    TO WS-CASH-AVAILABLE-AMT
              IF ACCT-BAL-CASH IS NUMERIC AND ACCT-BAL-CASH > 0
                 SUBTRACT ACCT-BAL-CASH    FROM WS-CASH-AVAILABLE-AMT
              END-IF
              IF WS-TRANSACTION-AMT > WS-CASH-AVAILABLE-AMT
                 SET RULE-FIRED              TO TRUE
                 SET CASH-LIMIT-EXCEEDED     TO TRUE
              END-IF
           END-IF
           .
      *
       6155-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *
      *  RISKPROF rule - extra scrutiny for high-risk profiles: hold
      *  the transaction to a fraction of the available credit rather
      *  than declining or approving on the full limit alone.
      * ------------------------------------------------------------- *
       6160-CHECK-RISK-PROFILE.
      * ------------------------------------------------------------- *
      *
           IF HIGH-RISK-PROFILE
              COMPUTE WS-RISK-AVAILABLE-AMT =
                      WS-AVAILABLE-AMT * WS-RISK-SCRUTINY-PCT
              IF WS-TRANSACTION-AMT > WS-RISK-AVAILABLE-AMT
                 SET RULE-FIRED        TO TRUE
                 SET HIGH-RISK-DECLINE TO TRUE
              END-IF
           END-IF
           .
      *
       6160-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *
      *  CORPLMT rule - an employee card also draws on its company's
      *  control limit: the member balances at the nightly refresh,
      *  plus the approvals taken since, plus this one may not pass
      *  it.  The employee's own limit is the account's credit limit,
      *  already checked by CREDIT.  A company not on file, suspended
      *  or closed takes no new spending on any of its cards.  The
      *  limit lives on CORPFILE, not the pending-auth database, so
      *  the rule runs in stand-in as well.
      * ------------------------------------------------------------- *
       6170-CHECK-CORP-LIMIT.
      * ------------------------------------------------------------- *
      *
           IF NOT-CORP-MEMBER-ACCT
              GO TO 6170-EXIT
           END-IF

           IF NFOUND-CORP-REC OR NOT CORP-ACTIVE
              SET RULE-FIRED                 TO TRUE
              SET CORP-LIMIT-EXCEEDED        TO TRUE
              GO TO 6170-EXIT
           END-IF

           IF AUTH-RESP-PARTIAL
              MOVE WS-AVAILABLE-AMT          TO WS-CORP-REQUEST-AMT
           ELSE
              MOVE WS-TRANSACTION-AMT        TO WS-CORP-REQUEST-AMT
           END-IF

           COMPUTE WS-CORP-AVAILABLE-AMT = CORP-CONTROL-LIMIT
                                         - CORP-BAL-EXPOSURE
                                         - CORP-AUTH-EXPOSURE
           IF WS-CORP-REQUEST-AMT > WS-CORP-AVAILABLE-AMT
              SET RULE-FIRED                 TO TRUE
              SET CORP-LIMIT-EXCEEDED        TO TRUE
           END-IF
           .
      *
       6170-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *
      *  Moves the company's authorization exposure by an approval
      *  (positive) or a reversal (negative).  Exposure never goes
      *  below zero - a reversal of an approval taken before the
      *  nightly refresh has nothing left to come off.
      * ------------------------------------------------------------- *
       6180-POST-CORP-EXPOSURE.
      * ------------------------------------------------------------- *
      *
           MOVE ACCT-CORP-ID                 TO WS-CORP-RID

           EXEC CICS READ UPDATE
                DATASET   (WS-CORP-FILE)
                RIDFLD    (WS-CORP-RID)
                KEYLENGTH (LENGTH OF WS-CORP-RID)
                INTO      (CORPORATE-COMPANY-RECORD)
                LENGTH    (LENGTH OF CORPORATE-COMPANY-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
              MOVE 'C009'                    TO ERR-LOCATION
              SET  ERR-CRITICAL              TO TRUE
              SET  ERR-CICS                  TO TRUE
              MOVE WS-RESP-CD                TO WS-CODE-DISPLAY
              MOVE WS-CODE-DISPLAY           TO ERR-CODE-1
              MOVE WS-REAS-CD                TO WS-CODE-DISPLAY
              MOVE WS-CODE-DISPLAY           TO ERR-CODE-2
              MOVE 'FAILED TO READ CORP FILE FOR UPDATE'
                                             TO ERR-MESSAGE
              MOVE WS-CORP-RID               TO ERR-EVENT-KEY
              PERFORM 9500-LOG-ERROR
              GO TO 6180-EXIT
           END-IF

           ADD WS-CORP-POST-AMT              TO CORP-AUTH-EXPOSURE
           IF CORP-AUTH-EXPOSURE < 0
              MOVE 0                         TO CORP-AUTH-EXPOSURE
           END-IF

           EXEC CICS REWRITE
                DATASET   (WS-CORP-FILE)
                FROM      (CORPORATE-COMPANY-RECORD)
                LENGTH    (LENGTH OF CORPORATE-COMPANY-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
              MOVE 'C010'                    TO ERR-LOCATION
              SET  ERR-CRITICAL              TO TRUE
              SET  ERR-CICS                  TO TRUE
              MOVE WS-RESP-CD                TO WS-CODE-DISPLAY
              MOVE WS-CODE-DISPLAY           TO ERR-CODE-1
              MOVE WS-REAS-CD                TO WS-CODE-DISPLAY
              MOVE WS-CODE-DISPLAY           TO ERR-CODE-2
              MOVE 'FAILED TO REWRITE CORP FILE'
                                             TO ERR-MESSAGE
              MOVE WS-CORP-RID               TO ERR-EVENT-KEY
              PERFORM 9500-LOG-ERROR
           END-IF
           .
      *
       6180-EXIT.
           EXIT.
      *
      * ------------------------------------------------------------- *
                   WS-TRANSACTION-AMT - WS-AVAILABLE-AMT

           IF WS-AVAILABLE-AMT > 0
              AND NOT PA-RQ-MT-INCREMENTAL
              AND FUNCTION MOD(PA-RQ-PROCESSING-CODE, 10) = 1
              AND WS-PARTIAL-SHORTFALL <=
                  WS-TRANSACTION-AMT * WS-PARTIAL-TOLERANCE-PCT
              SET AUTH-RESP-PARTIAL    TO TRUE
           ELSE
              SET RULE-FIRED           TO TRUE
              SET INSUFFICIENT-FUND    TO TRUE
           END-IF
           .
      * ------------------------------------------------------------- *         
      *                                                                         
                                                                                
      *-   An incremental raises the hold already on file instead of            
      *-   stacking a second one beside it.                                     
           IF PA-RQ-MT-INCREMENTAL                                              
              PERFORM 8600-RAISE-HOLD       THRU 8600-EXIT                      
           ELSE                                                                 
              PERFORM 8400-UPDATE-SUMMARY   THRU 8400-EXIT                      
              PERFORM 8500-INSERT-AUTH      THRU 8500-EXIT                      
           END-IF                                                               
           .                                                                    
      *                                                                         
       8000-EXIT.                                                               
           MOVE PA-RQ-CARD-NUM              TO PA-CARD-NUM                      
           MOVE PA-RQ-AUTH-TYPE             TO PA-AUTH-TYPE                     
           MOVE PA-RQ-CARD-EXPIRY-DATE      TO PA-CARD-EXPIRY-DATE              
           MOVE PA-RQ-CARD-VERIFY-RESULT    TO PA-CARD-VERIFY-RESULT            
                                                                                
           PERFORM 8550-SET-HOLD-DAYS       THRU 8550-EXIT                      
           MOVE WS-AUTH-HOLD-DAYS           TO PA-HOLD-DAYS                     
           MOVE PA-RQ-MESSAGE-TYPE          TO PA-MESSAGE-TYPE                  
           MOVE PA-RQ-MESSAGE-SOURCE        TO PA-MESSAGE-SOURCE                
           MOVE PA-RQ-PROCESSING-CODE       TO PA-PROCESSING-CODE               
       8500-EXIT.                                                               
           EXIT.                                                                
      *                                                                         
      * ------------------------------------------------------------- *         
      *  Hold duration for the request's merchant category, from the            
      *  first WS-MCC-HOLD-TABLE range that covers it.                          
      * ------------------------------------------------------------- *         
       8550-SET-HOLD-DAYS.                                                      
      * ------------------------------------------------------------- *         
      *                                                                         
           SET MCC-HOLD-NOT-FOUND           TO TRUE                             
           MOVE WS-DEFAULT-HOLD-DAYS        TO WS-AUTH-HOLD-DAYS                
                                                                                
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1                              
                   UNTIL WS-HOLD-IDX > 16 OR MCC-HOLD-FOUND                     
              IF WS-HOLD-DAYS (WS-HOLD-IDX) IS NUMERIC                          
                 AND WS-HOLD-DAYS (WS-HOLD-IDX) > 0                             
                 AND PA-RQ-MERCHANT-CATAGORY-CODE >=                            
                        WS-HOLD-MCC-LOW (WS-HOLD-IDX)                           
                 AND PA-RQ-MERCHANT-CATAGORY-CODE <=                            
                        WS-HOLD-MCC-HIGH (WS-HOLD-IDX)                          
                 SET MCC-HOLD-FOUND         TO TRUE                             
                 MOVE WS-HOLD-DAYS (WS-HOLD-IDX) TO WS-AUTH-HOLD-DAYS           
              END-IF                                                            
           END-PERFORM                                                          
           .                                                                    
      *                                                                         
       8550-EXIT.                                                               
           EXIT.                                                                
      *                                                                         
      * ------------------------------------------------------------- *         
      *  Approved incremental: re-position on the original hold (the            
      *  profile walk in 5600 moved off it), raise the held amount on           
      *  the detail and on the PAUTSUM0 balances, and stretch the hold          
      *  so it runs the category's full duration from today.  The               
      *  approved count is untouched - it is still one hold.                    
      * ------------------------------------------------------------- *         
       8600-RAISE-HOLD.                                                         
      * ------------------------------------------------------------- *         
      *                                                                         
           IF NOT AUTH-RESP-APPROVED                                            
              GO TO 8600-EXIT                                                   
           END-IF                                                               
                                                                                
           PERFORM 5500-READ-AUTH-SUMMRY    THRU 5500-EXIT                      
           SET REVERSAL-NOT-FOUND           TO TRUE                             
           IF FOUND-PAUT-SMRY-SEG                                               
              PERFORM 5850-FIND-ORIGINAL-AUTH THRU 5850-EXIT                    
           END-IF                                                               
           IF REVERSAL-NOT-FOUND                                                
              MOVE 'A005'                   TO ERR-LOCATION                     
              SET  ERR-WARNING              TO TRUE                             
              SET  ERR-APP                  TO TRUE                             
              MOVE 'INCREMENTAL HOLD NOT FOUND'                                 
                                            TO ERR-MESSAGE                      
              MOVE PA-RQ-CARD-NUM           TO ERR-EVENT-KEY                    
              PERFORM 9500-LOG-ERROR                                            
              GO TO 8600-EXIT                                                   
           END-IF                                                               
                                                                                
           EXEC CICS ASKTIME NOHANDLE                                           
              ABSTIME(WS-ABS-TIME)                                              
           END-EXEC                                                             
           EXEC CICS FORMATTIME                                                 
             ABSTIME(WS-ABS-TIME)                                               
             YYDDD(WS-CUR-DATE-X6)                                              
             NOHANDLE                                                           
           END-EXEC                                                             
           MOVE WS-CUR-DATE-X6(1:5)         TO WS-YYDDD                         
                                                                                
           COMPUTE WS-DAYS-HELD =                                               
                   FUNCTION INTEGER-OF-DAY(2000000 + WS-YYDDD)                  
                 - FUNCTION INTEGER-OF-DAY(2000000 + 99999                      
                                           - PA-AUTH-DATE-9C)                   
                                                                                
           PERFORM 8550-SET-HOLD-DAYS       THRU 8550-EXIT                      
           IF PA-HOLD-DAYS NOT NUMERIC                                          
              MOVE WS-DEFAULT-HOLD-DAYS     TO PA-HOLD-DAYS                     
           END-IF                                                               
           IF WS-DAYS-HELD + WS-AUTH-HOLD-DAYS > 999                            
              MOVE 999                      TO PA-HOLD-DAYS                     
           ELSE                                                                 
              IF WS-DAYS-HELD + WS-AUTH-HOLD-DAYS > PA-HOLD-DAYS                
                 COMPUTE PA-HOLD-DAYS = WS-DAYS-HELD + WS-AUTH-HOLD-DAYS        
              END-IF                                                            
           END-IF                                                               
                                                                                
           ADD WS-APPROVED-AMT              TO PA-APPROVED-AMT                  
                                               PA-TRANSACTION-AMT               
                                                                                
           EXEC DLI REPL USING PCB(PAUT-PCB-NUM)                                
                SEGMENT (PAUTDTL1)                                              
                FROM (PENDING-AUTH-DETAILS)                                     
           END-EXEC                                                             
           MOVE DIBSTAT                     TO IMS-RETURN-CODE                  
           IF NOT STATUS-OK                                                     
              MOVE 'I007'                   TO ERR-LOCATION                     
              SET  ERR-CRITICAL             TO TRUE                             
              SET  ERR-IMS                  TO TRUE                             
              MOVE IMS-RETURN-CODE          TO ERR-CODE-1                       
              MOVE 'IMS INCR DTL REPL FAILED' TO ERR-MESSAGE                    
              MOVE PA-RQ-CARD-NUM           TO ERR-EVENT-KEY                    
              PERFORM 9500-LOG-ERROR                                            
           END-IF                                                               
                                                                                
           ADD WS-APPROVED-AMT              TO PA-APPROVED-AUTH-AMT             
                                               PA-CREDIT-BALANCE                
                                                                                
           EXEC DLI REPL USING PCB(PAUT-PCB-NUM)                                
                SEGMENT (PAUTSUM0)                                              
                FROM (PENDING-AUTH-SUMMARY)                                     
           END-EXEC                                                             
           MOVE DIBSTAT                     TO IMS-RETURN-CODE                  
           IF NOT STATUS-OK                                                     
              MOVE 'I008'                   TO ERR-LOCATION                     
              SET  ERR-CRITICAL             TO TRUE                             
              SET  ERR-IMS                  TO TRUE                             
              MOVE IMS-RETURN-CODE          TO ERR-CODE-1                       
              MOVE 'IMS INCR SUM REPL FAILED' TO ERR-MESSAGE                    
              MOVE PA-RQ-CARD-NUM           TO ERR-EVENT-KEY                    
              PERFORM 9500-LOG-ERROR                                            
           END-IF                                                               
           .                                                                    
      *                                                                         
       8600-EXIT.                                                               
           EXIT.                                                                
      *                                                                         

      * ------------------------------------------------------------- *         
       9000-TERMINATE.                                                          
