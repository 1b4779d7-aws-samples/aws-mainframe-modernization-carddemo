011700       15 WS-CARD-NUM-KEY            PIC X(16) VALUE SPACES.      01243200
011700       15 WS-SSN-KEY                  PIC X(09) VALUE SPACES.     01243210
011700       15 FILLER                     PIC X(960) VALUE SPACES.     01243300
          10 WS-FILLER-P REDEFINES WS-FILLER.                           01243301
             15 WS-PAY-IDEM-KEY            PIC X(32).                   01243302
             15 WS-PAY-AMOUNT-X            PIC X(11).                   01243303
             15 WS-PAY-AMOUNT REDEFINES WS-PAY-AMOUNT-X                 01243304
                                           PIC 9(09)V99.                01243305
             15 WS-PAY-CHANNEL             PIC X(03).                   01243306
                88 WS-PAY-CHANNEL-VALID    VALUE 'APP' 'IVR'.           01243307
             15 FILLER                     PIC X(939).                  01243308
011800                                                                  01250000
       01 WS-VARIABLES.                                                 01251000
          05 LIT-ACCTFILENAME                      PIC X(8)             01251100
           10  WS-CARD-RID-ACCT-ID                 PIC 9(11).           01256000
           10  WS-CARD-RID-ACCT-ID-X REDEFINES                          01257000
                  WS-CARD-RID-ACCT-ID              PIC X(11).           01258000
          05 LIT-CCXREF-ACCT-PATH                  PIC X(8)             01258001
                                                   VALUE 'CXACAIX '.    01258002
          05 LIT-PAYIDEM-FILE                      PIC X(8)             01258003
                                                   VALUE 'PAYIDEM '.    01258004
          05 LIT-PAYHOLD-FILE                      PIC X(8)             01258005
                                                   VALUE 'PAYHOLD '.    01258006
          05 LIT-PAYHSCHD-FILE                     PIC X(8)             01258007
                                                   VALUE 'PAYHSCHD'.    01258008
          05 LIT-PAY-TDQ                           PIC X(4)             01258009
                                                   VALUE 'CPAY'.        01258010
          05 LIT-FRJ-PGM                           PIC X(8)             01258011
                                                   VALUE 'COFRJW0C'.    01258012
          05 WS-PAYI-CONFIRM.                                           01258013
             10 FILLER                             PIC X(03)            01258014
                                                   VALUE 'ACH'.         01258015
             10 WS-PAYI-CONF-CHAN                  PIC X(01).           01258016
             10 WS-PAYI-CONF-TIME                  PIC X(06).           01258017
             10 WS-PAYI-CONF-TASK                  PIC X(06).           01258018
          05 WS-PAYI-TASKN                         PIC 9(07)            01258019
                                                   VALUE ZEROES.        01258020
          05 WS-PAYI-HOLD-DAYS                     PIC 9(03)            01258021
                                                   VALUE ZEROES.        01258022
          05 WS-PAYI-AGE-MOS                       PIC S9(05) COMP-3    01258023
                                                   VALUE ZEROES.        01258024
          05 WS-PAYI-CUR-YYYY                      PIC 9(04).           01258025
          05 WS-PAYI-CUR-MM                        PIC 9(02).           01258026
          05 WS-PAYI-OPEN-YYYY                     PIC 9(04).           01258027
          05 WS-PAYI-OPEN-MM                       PIC 9(02).           01258028
          05 WS-PAYI-DATE-NUM                      PIC 9(08).           01258029
          05 WS-PAYI-DATE-INT                      PIC S9(09) COMP.     01258030
          05 WS-PAYI-RELEASE-DATE                  PIC X(10)            01258031
                                                   VALUE SPACES.        01258032
          05 WS-PAYI-BAL-DISP                      PIC -(10)9.99.       01258033
          05 WS-PAYI-ERR-TEXT                      PIC X(25)            01258034
                                                   VALUE SPACES.        01258035
          05 WS-PAYI-SCHED-SW                      PIC X(01)            01258036
                                                   VALUE 'N'.           01258037
             88 WS-PAYI-SCHED-EOF                  VALUE 'Y'.           01258038
                                                                        01259000
       01 WS-ACCT-RESPONSE.                                             01259107
                                                                        01259207
      *TRANSACTION RECORD LAYOUT                                        01263730
       COPY CVTRA05Y.                                                   01263740
                                                                        01263750
                                                                        01263751
      *REMITTANCE STAGING RECORD - SAME LAYOUT COPAYP0C WRITES TO THE   01263752
      *CPAY QUEUE FOR THE NIGHTLY CBPAY01C POSTING                      01263753
       01 WS-PAYMENT-REC.                                               01263754
           05  PAY-ACCT-ID                       PIC 9(11).             01263755
           05  PAY-AMOUNT                        PIC 9(09)V99.          01263756
           05  PAY-DATE                          PIC X(10).             01263757
           05  PAY-REFERENCE                     PIC X(16).             01263758
           05  PAY-MEMO-POST-IND                 PIC X(01).             01263759
           05  FILLER                            PIC X(31).             01263760
                                                                        01263761
      *SELF-SERVICE PAYMENT REQUEST (IDEMPOTENCY) RECORD LAYOUT         01263762
       COPY CVPID01Y.                                                   01263763
                                                                        01263764
      *PAYMENT CLEARING HOLD AND HOLD SCHEDULE RECORD LAYOUTS           01263765
       COPY CVPHD01Y.                                                   01263766
       COPY CVPHS01Y.                                                   01263767
                                                                        01263768
      *FORWARD-RECOVERY JOURNAL RECORD LAYOUT                           01263769
       COPY CVFRJ01Y.                                                   01263770
011900                                                                  01264000
012000 LINKAGE SECTION.                                                 01270000
012100                                                                  01280000
                   PERFORM 4040-PROCESS-INQX                            03700080
              WHEN WS-FUNC = 'CACT' AND WS-CARD-NUM-KEY > SPACES        03700081
                   PERFORM 4050-PROCESS-CACT THRU 4050-EXIT             03700082
              WHEN WS-FUNC = 'PAYI' AND WS-KEY > ZEROES                 03700083
                   PERFORM 4070-PROCESS-PAYI THRU 4070-EXIT             03700084
              WHEN OTHER                                                03705805
                   STRING 'INVALID REQUEST PARAMETERS '                 03705905
                          'ACCT ID : 'WS-KEY                            03706005
           END-EXEC                                                     03725530

           IF WS-RESP-CD = DFHRESP(NORMAL)                              03725531
                PERFORM 4061-WRITE-CARD-JOURNAL                         03725532
                STRING 'CARD ACTIVATED FOR ACCOUNT '                    03725533
                       XREF-ACCT-ID                                     03725534
                       DELIMITED BY SIZE                                03725535
                       INTO REPLY-MESSAGE                               03725536
                END-STRING                                              03725537
           ELSE                                                         03725538
                MOVE 'CARD UPDATE FAILED - TRY AGAIN'                   03725539
                                          TO REPLY-MESSAGE              03725540
           END-IF                                                       03725541
           PERFORM 4100-PUT-REPLY                                       03725542
           .                                                            03725543
                                                                        03725544
      *---------------------------------------------------------------- 03725545
      * Forward-recovery journal: the card after-image goes to          03725546
      * COFRJW0C.                                                       03725547
      *---------------------------------------------------------------- 03725548
       4061-WRITE-CARD-JOURNAL.                                         03725549
           INITIALIZE FORWARD-RECOVERY-RECORD                           03725550
           MOVE LIT-CARDFILE            TO FRJ-FILE-ID                  03725551
           SET FRJ-CHANGE               TO TRUE                         03725552
           MOVE CARD-NUM                TO FRJ-KEY                      03725553
           MOVE 'COACCT01'              TO FRJ-PROGRAM                  03725554
           MOVE LENGTH OF CARD-RECORD                                   03725555
                                        TO FRJ-IMAGE-LENGTH             03725556
           MOVE CARD-RECORD             TO FRJ-AFTER-IMAGE              03725557
           EXEC CICS LINK                                               03725558
                PROGRAM   (LIT-FRJ-PGM)                                 03725559
                COMMAREA  (FORWARD-RECOVERY-RECORD)                     03725560
                LENGTH    (LENGTH OF FORWARD-RECOVERY-RECORD)           03725561
                RESP      (WS-RESP-CD)                                  03725562
           END-EXEC                                                     03725563
           .                                                            03725564

      *---------------------------------------------------------------- 03725600
      * PAYI: payment initiation from the mobile app or the IVR.  The   03725601
      * payment is drawn from the EFT account on the customer master,   03725602
      * memo-posted against the balance and staged to the CPAY          03725603
      * remittance queue flagged 'M' - exactly as a COPAYP0C phone      03725604
      * payment - so the nightly CBPAY01C posting does not move the     03725605
      * balance a second time.  The caller's idempotency key is         03725606
      * recorded in PAYIDEM in the same unit of work; a retry carrying  03725607
      * the same key gets the original confirmation back and is never   03725608
      * paid twice.                                                     03725609
      *---------------------------------------------------------------- 03725610
       4070-PROCESS-PAYI.                                               03725611
           IF WS-PAY-IDEM-KEY = SPACES OR LOW-VALUES                    03725612
                STRING 'INVALID REQUEST PARAMETERS '                    03725613
                       'IDEMPOTENCY KEY REQUIRED'                       03725614
                       DELIMITED BY SIZE                                03725615
                       INTO REPLY-MESSAGE                               03725616
                END-STRING                                              03725617
                PERFORM 4100-PUT-REPLY                                  03725618
                GO TO 4070-EXIT                                         03725619
           END-IF                                                       03725620
           IF WS-PAY-AMOUNT-X NOT NUMERIC                               03725621
            OR WS-PAY-AMOUNT NOT > ZERO                                 03725622
                STRING 'INVALID REQUEST PARAMETERS '                    03725623
                       'PAYMENT AMOUNT : ' WS-PAY-AMOUNT-X              03725624
                       DELIMITED BY SIZE                                03725625
                       INTO REPLY-MESSAGE                               03725626
                END-STRING                                              03725627
                PERFORM 4100-PUT-REPLY                                  03725628
                GO TO 4070-EXIT                                         03725629
           END-IF                                                       03725630
           IF NOT WS-PAY-CHANNEL-VALID                                  03725631
                STRING 'INVALID REQUEST PARAMETERS '                    03725632
                       'CHANNEL : ' WS-PAY-CHANNEL                      03725633
                       DELIMITED BY SIZE                                03725634
                       INTO REPLY-MESSAGE                               03725635
                END-STRING                                              03725636
                PERFORM 4100-PUT-REPLY                                  03725637
                GO TO 4070-EXIT                                         03725638
           END-IF                                                       03725639
                                                                        03725640
           PERFORM 4071-READ-PAY-REQUEST                                03725641
           EVALUATE WS-RESP-CD                                          03725642
               WHEN DFHRESP(NORMAL)                                     03725643
                    PERFORM 4072-REPLY-DUPLICATE                        03725644
                    GO TO 4070-EXIT                                     03725645
               WHEN DFHRESP(NOTFND)                                     03725646
                    CONTINUE                                            03725647
               WHEN OTHER                                               03725648
                    MOVE 'PAYI PAYIDEM READ ERROR' TO WS-PAYI-ERR-TEXT  03725649
                    PERFORM 4079-BACKOUT-PAYMENT                        03725650
           END-EVALUATE                                                 03725651
                                                                        03725652
           MOVE WS-KEY                  TO WS-CARD-RID-ACCT-ID          03725653
                                                                        03725654
           EXEC CICS READ                                               03725655
                DATASET   (LIT-CCXREF-ACCT-PATH)                        03725656
                RIDFLD    (WS-CARD-RID-ACCT-ID-X)                       03725657
                KEYLENGTH (LENGTH OF WS-CARD-RID-ACCT-ID-X)             03725658
                INTO      (CARD-XREF-RECORD)                            03725659
                LENGTH    (LENGTH OF CARD-XREF-RECORD)                  03725660
                RESP      (WS-RESP-CD)                                  03725661
                RESP2     (WS-REAS-CD)                                  03725662
           END-EXEC                                                     03725663
                                                                        03725664
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)                          03725665
            AND WS-RESP-CD NOT = DFHRESP(DUPKEY)                        03725666
                STRING 'INVALID REQUEST PARAMETERS '                    03725667
                       'ACCT ID : ' WS-KEY                              03725668
                       DELIMITED BY SIZE                                03725669
                       INTO REPLY-MESSAGE                               03725670
                END-STRING                                              03725671
                PERFORM 4100-PUT-REPLY                                  03725672
                GO TO 4070-EXIT                                         03725673
           END-IF                                                       03725674
                                                                        03725675
           MOVE XREF-CUST-ID            TO WS-CARD-RID-CUST-ID          03725676
                                                                        03725677
           EXEC CICS READ                                               03725678
                DATASET   (LIT-CUSTFILE)                                03725679
                RIDFLD    (WS-CARD-RID-CUST-ID-X)                       03725680
                KEYLENGTH (LENGTH OF WS-CARD-RID-CUST-ID-X)             03725681
                INTO      (CUSTOMER-RECORD)                             03725682
                LENGTH    (LENGTH OF CUSTOMER-RECORD)                   03725683
                RESP      (WS-RESP-CD)                                  03725684
                RESP2     (WS-REAS-CD)                                  03725685
           END-EXEC                                                     03725686
                                                                        03725687
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)                          03725688
            OR CUST-EFT-ACCOUNT-ID = SPACES OR LOW-VALUES               03725689
                STRING 'NO EFT ACCOUNT ON FILE FOR '                    03725690
                       'ACCT ID : ' WS-KEY                              03725691
                       DELIMITED BY SIZE                                03725692
                       INTO REPLY-MESSAGE                               03725693
                END-STRING                                              03725694
                PERFORM 4100-PUT-REPLY                                  03725695
                GO TO 4070-EXIT                                         03725696
           END-IF                                                       03725697
                                                                        03725698
           EXEC CICS READ                                               03725699
                DATASET   (LIT-ACCTFILENAME)                            03725700
                RIDFLD    (WS-CARD-RID-ACCT-ID-X)                       03725701
                KEYLENGTH (LENGTH OF WS-CARD-RID-ACCT-ID-X)             03725702
                INTO      (ACCOUNT-RECORD)                              03725703
                LENGTH    (LENGTH OF ACCOUNT-RECORD)                    03725704
                UPDATE                                                  03725705
                RESP      (WS-RESP-CD)                                  03725706
                RESP2     (WS-REAS-CD)                                  03725707
           END-EXEC                                                     03725708
                                                                        03725709
           EVALUATE WS-RESP-CD                                          03725710
               WHEN DFHRESP(NORMAL)                                     03725711
                    CONTINUE                                            03725712
               WHEN DFHRESP(NOTFND)                                     03725713
                    STRING 'INVALID REQUEST PARAMETERS '                03725714
                           'ACCT ID : ' WS-KEY                          03725715
                           DELIMITED BY SIZE                            03725716
                           INTO REPLY-MESSAGE                           03725717
                    END-STRING                                          03725718
                    PERFORM 4100-PUT-REPLY                              03725719
                    GO TO 4070-EXIT                                     03725720
               WHEN OTHER                                               03725721
                    MOVE 'PAYI ACCTDAT READ ERROR' TO WS-PAYI-ERR-TEXT  03725722
                    PERFORM 4079-BACKOUT-PAYMENT                        03725723
           END-EVALUATE                                                 03725724
                                                                        03725725
           EVALUATE TRUE                                                03725726
               WHEN ACCT-CURR-BAL NOT > ZERO                            03725727
                    MOVE 'NO BALANCE DUE - PAYMENT NOT TAKEN'           03725728
                                          TO REPLY-MESSAGE              03725729
               WHEN WS-PAY-AMOUNT > ACCT-CURR-BAL                       03725730
                    MOVE 'PAYMENT EXCEEDS CURRENT BALANCE - NOT TAKEN'  03725731
                                          TO REPLY-MESSAGE              03725732
               WHEN OTHER                                               03725733
                    GO TO 4070-POST-PAYMENT                             03725734
           END-EVALUATE                                                 03725735
           EXEC CICS UNLOCK                                             03725736
                DATASET (LIT-ACCTFILENAME)                              03725737
                NOHANDLE                                                03725738
           END-EXEC                                                     03725739
           PERFORM 4100-PUT-REPLY                                       03725740
           GO TO 4070-EXIT                                              03725741
           .                                                            03725742
                                                                        03725743
      *---------------------------------------------------------------- 03725744
      * The request record goes down first: a concurrent retry of the   03725745
      * same key waits on it and then finds it on file.  The staged     03725746
      * remittance, the memo-post, the hold and the request record      03725747
      * commit together or not at all.                                  03725748
      *---------------------------------------------------------------- 03725749
       4070-POST-PAYMENT.                                               03725750
           EXEC CICS ASKTIME NOHANDLE                                   03725751
                ABSTIME(WS-ABS-TIME)                                    03725752
           END-EXEC                                                     03725753
           EXEC CICS FORMATTIME                                         03725754
                ABSTIME(WS-ABS-TIME)                                    03725755
                YYYYMMDD(WS-CACT-DATE)                                  03725756
                DATESEP('-')                                            03725757
                TIME(WS-CACT-TIME)                                      03725758
                TIMESEP                                                 03725759
                NOHANDLE                                                03725760
           END-EXEC                                                     03725761
                                                                        03725762
           MOVE EIBTASKN                TO WS-PAYI-TASKN                03725763
           MOVE WS-PAY-CHANNEL(1:1)     TO WS-PAYI-CONF-CHAN            03725764
           MOVE WS-CACT-TIME(1:2)       TO WS-PAYI-CONF-TIME(1:2)       03725765
           MOVE WS-CACT-TIME(4:2)       TO WS-PAYI-CONF-TIME(3:2)       03725766
           MOVE WS-CACT-TIME(7:2)       TO WS-PAYI-CONF-TIME(5:2)       03725767
           MOVE WS-PAYI-TASKN(2:6)      TO WS-PAYI-CONF-TASK            03725768
                                                                        03725769
           MOVE SPACES                  TO PAY-REQUEST-RECORD           03725770
           MOVE WS-PAY-IDEM-KEY         TO PID-IDEM-KEY                 03725771
           MOVE ACCT-ID                 TO PID-ACCT-ID                  03725772
           MOVE WS-PAY-AMOUNT           TO PID-AMOUNT                   03725773
           MOVE WS-PAY-CHANNEL          TO PID-CHANNEL                  03725774
           MOVE CUST-EFT-ACCOUNT-ID     TO PID-EFT-ACCOUNT-ID           03725775
           MOVE WS-PAYI-CONFIRM         TO PID-CONFIRM-NUM              03725776
           MOVE WS-CACT-DATE            TO PID-ACCEPT-DATE              03725777
           MOVE WS-CACT-TIME            TO PID-ACCEPT-TIME              03725778
                                                                        03725779
           EXEC CICS WRITE                                              03725780
                DATASET   (LIT-PAYIDEM-FILE)                            03725781
                FROM      (PAY-REQUEST-RECORD)                          03725782
                RIDFLD    (PID-IDEM-KEY)                                03725783
                KEYLENGTH (LENGTH OF PID-IDEM-KEY)                      03725784
                RESP      (WS-RESP-CD)                                  03725785
                RESP2     (WS-REAS-CD)                                  03725786
           END-EXEC                                                     03725787
                                                                        03725788
           EVALUATE WS-RESP-CD                                          03725789
               WHEN DFHRESP(NORMAL)                                     03725790
                    CONTINUE                                            03725791
               WHEN DFHRESP(DUPREC)                                     03725792
                    EXEC CICS UNLOCK                                    03725793
                         DATASET (LIT-ACCTFILENAME)                     03725794
                         NOHANDLE                                       03725795
                    END-EXEC                                            03725796
                    PERFORM 4071-READ-PAY-REQUEST                       03725797
                    IF WS-RESP-CD NOT = DFHRESP(NORMAL)                 03725798
                       MOVE 'PAYI PAYIDEM READ ERROR'                   03725799
                                          TO WS-PAYI-ERR-TEXT           03725800
                       PERFORM 4079-BACKOUT-PAYMENT                     03725801
                    END-IF                                              03725802
                    PERFORM 4072-REPLY-DUPLICATE                        03725803
                    GO TO 4070-EXIT                                     03725804
               WHEN OTHER                                               03725805
                    MOVE 'PAYI PAYIDEM WRITE ERROR' TO WS-PAYI-ERR-TEXT 03725806
                    PERFORM 4079-BACKOUT-PAYMENT                        03725807
           END-EVALUATE                                                 03725808
                                                                        03725809
           MOVE SPACES                  TO WS-PAYMENT-REC               03725810
           MOVE ACCT-ID                 TO PAY-ACCT-ID                  03725811
           MOVE WS-PAY-AMOUNT           TO PAY-AMOUNT                   03725812
           MOVE WS-CACT-DATE            TO PAY-DATE                     03725813
           MOVE WS-PAYI-CONFIRM         TO PAY-REFERENCE                03725814
           MOVE 'M'                     TO PAY-MEMO-POST-IND            03725815
                                                                        03725816
           EXEC CICS WRITEQ                                             03725817
                TD QUEUE  (LIT-PAY-TDQ)                                 03725818
                FROM      (WS-PAYMENT-REC)                              03725819
                LENGTH    (LENGTH OF WS-PAYMENT-REC)                    03725820
                RESP      (WS-RESP-CD)                                  03725821
                RESP2     (WS-REAS-CD)                                  03725822
           END-EXEC                                                     03725823
                                                                        03725824
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)                          03725825
                MOVE 'PAYI CPAY STAGE ERROR'    TO WS-PAYI-ERR-TEXT     03725826
                PERFORM 4079-BACKOUT-PAYMENT                            03725827
           END-IF                                                       03725828
                                                                        03725829
      *    An EFT draw clears like any other ACH debit, so it takes the 03725830
      *    ACH row of the clearing-hold schedule.                       03725831
           SUBTRACT WS-PAY-AMOUNT       FROM ACCT-CURR-BAL              03725832
           PERFORM 4074-GET-HOLD-DAYS                                   03725833
           IF WS-PAYI-HOLD-DAYS > ZERO                                  03725834
                IF ACCT-PAY-HOLD-AMT NOT NUMERIC                        03725835
                   MOVE ZERO            TO ACCT-PAY-HOLD-AMT            03725836
                END-IF                                                  03725837
                ADD WS-PAY-AMOUNT       TO ACCT-PAY-HOLD-AMT            03725838
                PERFORM 4076-WRITE-HOLD                                 03725839
                IF WS-RESP-CD NOT = DFHRESP(NORMAL)                     03725840
                   MOVE 'PAYI PAYHOLD WRITE ERROR'                      03725841
                                          TO WS-PAYI-ERR-TEXT           03725842
                   PERFORM 4079-BACKOUT-PAYMENT                         03725843
                END-IF                                                  03725844
           END-IF                                                       03725845
                                                                        03725846
           EXEC CICS REWRITE                                            03725847
                DATASET   (LIT-ACCTFILENAME)                            03725848
                FROM      (ACCOUNT-RECORD)                              03725849
                RESP      (WS-RESP-CD)                                  03725850
                RESP2     (WS-REAS-CD)                                  03725851
           END-EXEC                                                     03725852
                                                                        03725853
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)                          03725854
                MOVE 'PAYI ACCTDAT REWRITE ERR' TO WS-PAYI-ERR-TEXT     03725855
                PERFORM 4079-BACKOUT-PAYMENT                            03725856
           END-IF                                                       03725857
                                                                        03725858
           PERFORM 4078-WRITE-RECOVERY-JOURNAL                          03725859
                                                                        03725860
           MOVE ACCT-CURR-BAL           TO WS-PAYI-BAL-DISP             03725861
           IF WS-PAYI-HOLD-DAYS > ZERO                                  03725862
                STRING 'PAYMENT ACCEPTED CONFIRMATION '                 03725863
                       WS-PAYI-CONFIRM                                  03725864
                       ' NEW BALANCE ' WS-PAYI-BAL-DISP                 03725865
                       ' HELD TO ' WS-PAYI-RELEASE-DATE                 03725866
                       DELIMITED BY SIZE                                03725867
                       INTO REPLY-MESSAGE                               03725868
                END-STRING                                              03725869
           ELSE                                                         03725870
                STRING 'PAYMENT ACCEPTED CONFIRMATION '                 03725871
                       WS-PAYI-CONFIRM                                  03725872
                       ' NEW BALANCE ' WS-PAYI-BAL-DISP                 03725873
                       DELIMITED BY SIZE                                03725874
                       INTO REPLY-MESSAGE                               03725875
                END-STRING                                              03725876
           END-IF                                                       03725877
           PERFORM 4100-PUT-REPLY                                       03725878
           .                                                            03725879
       4070-EXIT.                                                       03725880
           EXIT.                                                        03725881
                                                                        03725882
      *---------------------------------------------------------------- 03725883
       4071-READ-PAY-REQUEST.                                           03725884
           EXEC CICS READ                                               03725885
                DATASET   (LIT-PAYIDEM-FILE)                            03725886
                RIDFLD    (WS-PAY-IDEM-KEY)                             03725887
                KEYLENGTH (LENGTH OF WS-PAY-IDEM-KEY)                   03725888
                INTO      (PAY-REQUEST-RECORD)                          03725889
                LENGTH    (LENGTH OF PAY-REQUEST-RECORD)                03725890
                RESP      (WS-RESP-CD)                                  03725891
                RESP2     (WS-REAS-CD)                                  03725892
           END-EXEC                                                     03725893
           .                                                            03725894
                                                                        03725895
      *---------------------------------------------------------------- 03725896
      * A key already on file: the same account and amount is a retry   03725897
      * of a payment already taken, anything else is a key reused for   03725898
      * a different payment.  Neither is paid again.                    03725899
      *---------------------------------------------------------------- 03725900
       4072-REPLY-DUPLICATE.                                            03725901
           IF PID-ACCT-ID = WS-KEY                                      03725902
            AND PID-AMOUNT = WS-PAY-AMOUNT                              03725903
                STRING 'PAYMENT ALREADY ACCEPTED CONFIRMATION '         03725904
                       PID-CONFIRM-NUM                                  03725905
                       DELIMITED BY SIZE                                03725906
                       INTO REPLY-MESSAGE                               03725907
                END-STRING                                              03725908
           ELSE                                                         03725909
                STRING 'INVALID REQUEST PARAMETERS '                    03725910
                       'IDEMPOTENCY KEY ALREADY USED'                   03725911
                       DELIMITED BY SIZE                                03725912
                       INTO REPLY-MESSAGE                               03725913
                END-STRING                                              03725914
           END-IF                                                       03725915
           PERFORM 4100-PUT-REPLY                                       03725916
           .                                                            03725917
                                                                        03725918
      *---------------------------------------------------------------- 03725919
      * Clearing hold for the payment: the ACH row of the PAYHSCHD      03725920
      * schedule with the highest minimum account age (whole months     03725921
      * since the open date) the account has reached.  No row means     03725922
      * no hold.                                                        03725923
      *---------------------------------------------------------------- 03725924
       4074-GET-HOLD-DAYS.                                              03725925
           MOVE ZERO                    TO WS-PAYI-HOLD-DAYS            03725926
           MOVE ZERO                    TO WS-PAYI-AGE-MOS              03725927
           IF ACCT-OPEN-DATE(1:4) IS NUMERIC                            03725928
            AND ACCT-OPEN-DATE(6:2) IS NUMERIC                          03725929
            AND ACCT-OPEN-DATE(1:10) < WS-CACT-DATE                     03725930
                MOVE WS-CACT-DATE(1:4)  TO WS-PAYI-CUR-YYYY             03725931
                MOVE WS-CACT-DATE(6:2)  TO WS-PAYI-CUR-MM               03725932
                MOVE ACCT-OPEN-DATE(1:4) TO WS-PAYI-OPEN-YYYY           03725933
                MOVE ACCT-OPEN-DATE(6:2) TO WS-PAYI-OPEN-MM             03725934
                COMPUTE WS-PAYI-AGE-MOS =                               03725935
                    (WS-PAYI-CUR-YYYY - WS-PAYI-OPEN-YYYY) * 12         03725936
                   + WS-PAYI-CUR-MM - WS-PAYI-OPEN-MM                   03725937
           END-IF                                                       03725938
                                                                        03725939
           MOVE 'ACH  '                 TO PHS-CHANNEL                  03725940
           MOVE ZERO                    TO PHS-MIN-AGE-MOS              03725941
           EXEC CICS STARTBR                                            03725942
                DATASET   (LIT-PAYHSCHD-FILE)                           03725943
                RIDFLD    (PHS-KEY)                                     03725944
                KEYLENGTH (LENGTH OF PHS-KEY)                           03725945
                GTEQ                                                    03725946
                RESP      (WS-RESP-CD)                                  03725947
                RESP2     (WS-REAS-CD)                                  03725948
           END-EXEC                                                     03725949
                                                                        03725950
           IF WS-RESP-CD = DFHRESP(NORMAL)                              03725951
                MOVE 'N'                TO WS-PAYI-SCHED-SW             03725952
                PERFORM 4075-READ-NEXT-SCHED                            03725953
                    UNTIL WS-PAYI-SCHED-EOF                             03725954
                EXEC CICS ENDBR                                         03725955
                     DATASET (LIT-PAYHSCHD-FILE)                        03725956
                     NOHANDLE                                           03725957
                END-EXEC                                                03725958
           END-IF                                                       03725959
           .                                                            03725960
                                                                        03725961
       4075-READ-NEXT-SCHED.                                            03725962
           EXEC CICS READNEXT                                           03725963
                DATASET   (LIT-PAYHSCHD-FILE)                           03725964
                INTO      (PAY-HOLD-SCHED-RECORD)                       03725965
                LENGTH    (LENGTH OF PAY-HOLD-SCHED-RECORD)             03725966
                RIDFLD    (PHS-KEY)                                     03725967
                KEYLENGTH (LENGTH OF PHS-KEY)                           03725968
                RESP      (WS-RESP-CD)                                  03725969
                RESP2     (WS-REAS-CD)                                  03725970
           END-EXEC                                                     03725971
                                                                        03725972
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)                          03725973
            OR PHS-CHANNEL NOT = 'ACH  '                                03725974
            OR PHS-MIN-AGE-MOS > WS-PAYI-AGE-MOS                        03725975
                SET WS-PAYI-SCHED-EOF   TO TRUE                         03725976
           ELSE                                                         03725977
                MOVE PHS-HOLD-DAYS      TO WS-PAYI-HOLD-DAYS            03725978
           END-IF                                                       03725979
           .                                                            03725980
                                                                        03725981
      *---------------------------------------------------------------- 03725982
      * Log the hold for CBPHR01C to release on the release date.  The  03725983
      * task number keeps the sequence unique against a phone payment   03725984
      * taken on the same account in the same second.                   03725985
      *---------------------------------------------------------------- 03725986
       4076-WRITE-HOLD.                                                 03725987
           MOVE WS-CACT-DATE(1:4)       TO WS-PAYI-DATE-NUM(1:4)        03725988
           MOVE WS-CACT-DATE(6:2)       TO WS-PAYI-DATE-NUM(5:2)        03725989
           MOVE WS-CACT-DATE(9:2)       TO WS-PAYI-DATE-NUM(7:2)        03725990
           COMPUTE WS-PAYI-DATE-INT =                                   03725991
               FUNCTION INTEGER-OF-DATE(WS-PAYI-DATE-NUM)               03725992
             + WS-PAYI-HOLD-DAYS                                        03725993
           MOVE FUNCTION DATE-OF-INTEGER(WS-PAYI-DATE-INT)              03725994
                                        TO WS-PAYI-DATE-NUM             03725995
           STRING WS-PAYI-DATE-NUM(1:4) '-' WS-PAYI-DATE-NUM(5:2) '-'   03725996
                  WS-PAYI-DATE-NUM(7:2)                                 03725997
                  DELIMITED BY SIZE                                     03725998
                  INTO WS-PAYI-RELEASE-DATE                             03725999
           END-STRING                                                   03726000
                                                                        03726001
           MOVE SPACES                  TO PAYMENT-HOLD-RECORD          03726002
           MOVE ACCT-ID                 TO PHD-ACCT-ID                  03726003
           MOVE WS-CACT-DATE            TO PHD-PAY-DATE                 03726004
           MOVE WS-PAYI-CONF-TASK       TO PHD-PAY-SEQ                  03726005
           SET PHD-CHANNEL-ACH          TO TRUE                         03726006
           MOVE WS-PAY-AMOUNT           TO PHD-AMOUNT                   03726007
           MOVE WS-PAYI-HOLD-DAYS       TO PHD-HOLD-DAYS                03726008
           MOVE WS-PAYI-RELEASE-DATE    TO PHD-RELEASE-DATE             03726009
           SET PHD-HELD                 TO TRUE                         03726010
           MOVE WS-CACT-DATE            TO PHD-STATUS-DATE              03726011
           MOVE WS-PAYI-CONFIRM         TO PHD-REFERENCE                03726012
                                                                        03726013
           EXEC CICS WRITE                                              03726014
                DATASET   (LIT-PAYHOLD-FILE)                            03726015
                FROM      (PAYMENT-HOLD-RECORD)                         03726016
                RIDFLD    (PHD-KEY)                                     03726017
                KEYLENGTH (LENGTH OF PHD-KEY)                           03726018
                RESP      (WS-RESP-CD)                                  03726019
                RESP2     (WS-REAS-CD)                                  03726020
           END-EXEC                                                     03726021
           .                                                            03726022
                                                                        03726023
      *---------------------------------------------------------------- 03726024
      * Forward-recovery journal: the account after-image goes to       03726025
      * COFRJW0C.                                                       03726026
      *---------------------------------------------------------------- 03726027
       4078-WRITE-RECOVERY-JOURNAL.                                     03726028
           INITIALIZE FORWARD-RECOVERY-RECORD                           03726029
           MOVE LIT-ACCTFILENAME        TO FRJ-FILE-ID                  03726030
           SET FRJ-CHANGE               TO TRUE                         03726031
           MOVE ACCT-ID                 TO FRJ-KEY                      03726032
           MOVE 'COACCT01'              TO FRJ-PROGRAM                  03726033
           MOVE LENGTH OF ACCOUNT-RECORD                                03726034
                                        TO FRJ-IMAGE-LENGTH             03726035
           MOVE ACCOUNT-RECORD          TO FRJ-AFTER-IMAGE              03726036
           EXEC CICS LINK                                               03726037
                PROGRAM   (LIT-FRJ-PGM)                                 03726038
                COMMAREA  (FORWARD-RECOVERY-RECORD)                     03726039
                LENGTH    (LENGTH OF FORWARD-RECOVERY-RECORD)           03726040
                RESP      (WS-RESP-CD)                                  03726041
           END-EXEC                                                     03726042
           .                                                            03726043
                                                                        03726044
      *---------------------------------------------------------------- 03726045
      * A file failure part way through a payment.  Rolling back        03726046
      * undoes everything the payment touched and returns the request   03726047
      * message to the input queue; the retry is safe because the       03726048
      * request record went with the rest.                              03726049
      *---------------------------------------------------------------- 03726050
       4079-BACKOUT-PAYMENT.                                            03726051
           EXEC CICS SYNCPOINT ROLLBACK                                 03726052
                NOHANDLE                                                03726053
           END-EXEC                                                     03726054
           MOVE WS-RESP-CD              TO MQ-APPL-CONDITION-CODE       03726055
           MOVE WS-REAS-CD              TO MQ-APPL-REASON-CODE          03726056
           MOVE INPUT-QUEUE-NAME        TO MQ-APPL-QUEUE-NAME           03726057
           MOVE WS-PAYI-ERR-TEXT        TO MQ-APPL-RETURN-MESSAGE       03726058
           PERFORM 9000-ERROR                                           03726059
           PERFORM 8000-TERMINATION                                     03726060
           .                                                            03726061
037000 4100-PUT-REPLY.                                                  03880010
037100                                                                  03890000
037200* PUT WILL PUT A MESSAGE ON THE QUEUE AND CONVERT IT TO A STRING  03900000
