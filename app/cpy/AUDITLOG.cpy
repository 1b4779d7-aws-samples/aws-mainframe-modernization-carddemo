               88  AUDIT-MERCHANT        VALUE 'M'.
               88  AUDIT-DISPUTE         VALUE 'S'.
               88  AUDIT-ICHGRATE        VALUE 'I'.
               88  AUDIT-CARD-XREF       VALUE 'K'.
               88  AUDIT-TRAVEL          VALUE 'V'.
               88  AUDIT-DECISION-RULE   VALUE 'L'.
               88  AUDIT-PAY-HOLD-SCHED  VALUE 'F'.
               88  AUDIT-LEGAL-HOLD      VALUE 'J'.
               88  AUDIT-GL-SUSPENSE     VALUE 'E'.
               88  AUDIT-CREDIT-APPL     VALUE 'W'.
               88  AUDIT-CUST-MERGE      VALUE 'Q'.
               88  AUDIT-MCC-REF         VALUE 'N'.
               88  AUDIT-SYS-PARM        VALUE 'Y'.
               88  AUDIT-PRODUCT-CHANGE  VALUE 'Z'.
               88  AUDIT-INSTALLMENT-PLAN VALUE 'O'.
      *        Closing anchor of an archive generation (CBAUDR0C) -
      *        never written to the online file.
               88  AUDIT-CHAIN-ANCHOR    VALUE '#'.
           05  AUDIT-TIMESTAMP           PIC X(26).
           05  AUDIT-TIMESTAMP-R REDEFINES AUDIT-TIMESTAMP.
               10  AUDIT-DATE            PIC X(10).
           05  AUDIT-IMAGE-TYPE          PIC X(1).
               88  AUDIT-IMAGE-BEFORE    VALUE 'B'.
               88  AUDIT-IMAGE-AFTER     VALUE 'A'.
      *    Tamper-evident chain.  Every entry gets the next number in
      *    one unbroken sequence (AUDCHAIN head, CVAUC01Y) and a hash
      *    of its own contents - the hash field taken as zero - which
      *    include the hash of the entry numbered before it.  COAUDH0C
      *    computes the hash; CBAUDV0C verifies the chain.  Entries
      *    from other writers, and those logged before chaining
      *    began, carry no sequence.
           05  AUDIT-CHAIN.
               10  AUDIT-CHAIN-SEQ       PIC 9(15) COMP-3.
               10  AUDIT-CHAIN-PREV-HASH PIC 9(18) COMP.
               10  AUDIT-CHAIN-HASH      PIC 9(18) COMP.
               10  AUDIT-CHAIN-SOURCE    PIC X(1).
                   88  AUDIT-CHAIN-ONLINE    VALUE 'O'.
                   88  AUDIT-CHAIN-BATCH     VALUE 'B'.
           05  AUDIT-FILLER              PIC X(2).
           05  AUDIT-RECORD.
               10 AUDIT-RECORD-DATA                    PIC X(500).
      ******************************************************************
                   15  AUDIT-ACCTGRP-INT-RATE          PIC S9(03)V99
                                                        COMP-3.
                   15  AUDIT-ACCTGRP-FILLER            PIC X(457).
      ******************************************************************
      * Card Cross-Reference Record Structure - From CVACT03Y.cpy
      * (a card linked to or unlinked from its account and customer)
      ******************************************************************
               10  AUDIT-XREF-DATA REDEFINES AUDIT-RECORD-DATA.
                   15  AUDIT-XREF-CARD-NUM             PIC X(16).
                   15  AUDIT-XREF-CUST-ID              PIC 9(09).
                   15  AUDIT-XREF-ACCT-ID              PIC 9(11).
                   15  AUDIT-XREF-RELATION-CD          PIC X(01).
                   15  AUDIT-XREF-FILLER               PIC X(463).
      ******************************************************************
      * Travel Notice Record Structure - From CVTRV01Y.cpy
      ******************************************************************
               10  AUDIT-TRAVEL-DATA REDEFINES AUDIT-RECORD-DATA.
                   15  AUDIT-TRV-ACCT-ID               PIC 9(11).
                   15  AUDIT-TRV-TRIP-CNT              PIC 9(01).
                   15  AUDIT-TRV-TRIP                  OCCURS 5 TIMES.
                       20  AUDIT-TRV-START-DATE        PIC X(08).
                       20  AUDIT-TRV-END-DATE          PIC X(08).
                       20  AUDIT-TRV-COUNTRY           PIC X(03)
                                                       OCCURS 4 TIMES.
                       20  AUDIT-TRV-ENTERED-BY        PIC X(08).
                       20  AUDIT-TRV-ENTERED-DATE      PIC X(08).
                   15  AUDIT-TRV-FILLER                PIC X(268).
      ******************************************************************
      * Authorization Decision Rule Record Structure - From CVRUL01Y.cpy
      ******************************************************************
               10  AUDIT-RULE-DATA REDEFINES AUDIT-RECORD-DATA.
                   15  AUDIT-RUL-RULE-ID               PIC X(08).
                   15  AUDIT-RUL-EFF-DATE              PIC X(08).
                   15  AUDIT-RUL-SEQ                   PIC 9(03).
                   15  AUDIT-RUL-ENABLED-FLG           PIC X(01).
                   15  AUDIT-RUL-REASON-CD             PIC X(04).
                   15  AUDIT-RUL-THRESHOLD-AMT         PIC S9(09)V99.
                   15  AUDIT-RUL-THRESHOLD-CNT         PIC 9(04).
                   15  AUDIT-RUL-THRESHOLD-PCT         PIC V99.
                   15  AUDIT-RUL-DESC                  PIC X(30).
                   15  AUDIT-RUL-UPD-USER              PIC X(08).
                   15  AUDIT-RUL-UPD-DATE              PIC X(08).
                   15  AUDIT-RUL-FILLER                PIC X(413).
      ******************************************************************
      * Payment Hold Schedule Record Structure - From CVPHS01Y.cpy
      ******************************************************************
               10  AUDIT-PHS-DATA REDEFINES AUDIT-RECORD-DATA.
                   15  AUDIT-PHS-CHANNEL               PIC X(05).
                   15  AUDIT-PHS-MIN-AGE-MOS           PIC 9(03).
                   15  AUDIT-PHS-HOLD-DAYS             PIC 9(03).
                   15  AUDIT-PHS-DESC                  PIC X(30).
                   15  AUDIT-PHS-UPD-USER              PIC X(08).
                   15  AUDIT-PHS-UPD-DATE              PIC X(08).
                   15  AUDIT-PHS-FILLER                PIC X(443).
      ******************************************************************
      * Legal Hold Record Structure - From CVLGH01Y.cpy
      ******************************************************************
               10  AUDIT-LGH-DATA REDEFINES AUDIT-RECORD-DATA.
                   15  AUDIT-LGH-SUBJECT-TYPE          PIC X(01).
                   15  AUDIT-LGH-SUBJECT-ID            PIC 9(11).
                   15  AUDIT-LGH-MATTER-NUM            PIC X(12).
                   15  AUDIT-LGH-STATUS                PIC X(01).
                   15  AUDIT-LGH-REQUESTER             PIC X(30).
                   15  AUDIT-LGH-PLACED-DATE           PIC X(08).
                   15  AUDIT-LGH-PLACED-USER           PIC X(08).
                   15  AUDIT-LGH-RELEASE-DATE          PIC X(08).
                   15  AUDIT-LGH-RELEASE-USER          PIC X(08).
                   15  AUDIT-LGH-FILLER                PIC X(413).
      ******************************************************************
      * GL Suspense Record Structure - From CVGLS01Y.cpy
      ******************************************************************
               10  AUDIT-GLS-DATA REDEFINES AUDIT-RECORD-DATA.
                   15  AUDIT-GLS-POST-DATE             PIC X(10).
                   15  AUDIT-GLS-SOURCE-CD             PIC X(02).
                   15  AUDIT-GLS-LINE-SEQ              PIC 9(06).
                   15  AUDIT-GLS-STATUS                PIC X(01).
                   15  AUDIT-GLS-DR-CR-IND             PIC X(01).
                   15  AUDIT-GLS-GL-ACCOUNT            PIC X(08).
                   15  AUDIT-GLS-AMOUNT                PIC S9(11)V99
                                                       COMP-3.
                   15  AUDIT-GLS-TRAN-TYPE-CD          PIC X(02).
                   15  AUDIT-GLS-TRAN-CAT-CD           PIC 9(04).
                   15  AUDIT-GLS-DESC                  PIC X(30).
                   15  AUDIT-GLS-REASON-CD             PIC X(04).
                   15  AUDIT-GLS-REASON-TEXT           PIC X(30).
                   15  AUDIT-GLS-RECEIVED-DATE         PIC X(10).
                   15  AUDIT-GLS-CORR-GL-ACCOUNT       PIC X(08).
                   15  AUDIT-GLS-REPAIR-USER           PIC X(08).
                   15  AUDIT-GLS-REPAIR-DATE           PIC X(08).
                   15  AUDIT-GLS-REJRNL-DATE           PIC X(10).
                   15  AUDIT-GLS-REJRNL-SEQ            PIC 9(06).
                   15  AUDIT-GLS-FILLER                PIC X(345).
      ******************************************************************
      * Credit Application Record Structure - From CVAPL01Y.cpy
      ******************************************************************
               10  AUDIT-APL-DATA REDEFINES AUDIT-RECORD-DATA.
                   15  AUDIT-APL-ID                    PIC X(14).
                   15  AUDIT-APL-STATUS                PIC X(01).
                   15  AUDIT-APL-RECEIVED-DATE         PIC X(10).
                   15  AUDIT-APL-FIRST-NAME            PIC X(25).
                   15  AUDIT-APL-MIDDLE-NAME           PIC X(25).
                   15  AUDIT-APL-LAST-NAME             PIC X(25).
                   15  AUDIT-APL-APPLICANT-REST        PIC X(255).
                   15  AUDIT-APL-EXISTING-CUST-ID      PIC 9(09).
                   15  AUDIT-APL-SANCTION-SCORE        PIC 9(03).
                   15  AUDIT-APL-SANCTION-REF          PIC X(12).
                   15  AUDIT-APL-REASON-CD             PIC X(04).
                   15  AUDIT-APL-REASON                PIC X(30).
                   15  AUDIT-APL-DECIDED-BY            PIC X(08).
                   15  AUDIT-APL-DECIDED-DATE          PIC X(10).
                   15  AUDIT-APL-RELEASED-DATE         PIC X(10).
                   15  AUDIT-APL-REVIEW-NOTE           PIC X(40).
                   15  AUDIT-APL-FILLER                PIC X(19).
      ******************************************************************
      * Duplicate Customer Record Structure - From CVDCM01Y.cpy
      * (a merge decision, and the merge certificate once status M)
      ******************************************************************
               10  AUDIT-DCM-DATA REDEFINES AUDIT-RECORD-DATA.
                   15  AUDIT-DCM-SURVIVOR-ID           PIC 9(09).
                   15  AUDIT-DCM-RETIRE-ID             PIC 9(09).
                   15  AUDIT-DCM-MATCH-SSN             PIC X(01).
                   15  AUDIT-DCM-MATCH-NAME-DOB        PIC X(01).
                   15  AUDIT-DCM-MATCH-ADDRESS         PIC X(01).
                   15  AUDIT-DCM-SURVIVOR-NAME         PIC X(30).
                   15  AUDIT-DCM-RETIRE-NAME           PIC X(30).
                   15  AUDIT-DCM-FOUND-DATE            PIC X(10).
                   15  AUDIT-DCM-STATUS                PIC X(01).
                   15  AUDIT-DCM-DECIDED-BY            PIC X(08).
                   15  AUDIT-DCM-DECIDED-DATE          PIC X(10).
                   15  AUDIT-DCM-NOTE                  PIC X(40).
                   15  AUDIT-DCM-MERGED-DATE           PIC X(10).
                   15  AUDIT-DCM-XREF-MOVED            PIC 9(05).
                   15  AUDIT-DCM-CONTACTS-MOVED        PIC 9(05).
                   15  AUDIT-DCM-COLL-CASES-MOVED      PIC 9(05).
                   15  AUDIT-DCM-DISPUTES-MOVED        PIC 9(05).
                   15  AUDIT-DCM-NTFY-PREF-MOVED       PIC X(01).
                   15  AUDIT-DCM-FILLER                PIC X(319).
      ******************************************************************
      * MCC Reference Record Structure - From CVMCC01Y.cpy
      * (reference-data changes - category add/update/delete)
      ******************************************************************
               10  AUDIT-MCC-DATA REDEFINES AUDIT-RECORD-DATA.
                   15  AUDIT-MCC-CODE                  PIC X(04).
                   15  AUDIT-MCC-DESC                  PIC X(40).
                   15  AUDIT-MCC-CATEGORY-GROUP        PIC X(12).
                   15  AUDIT-MCC-RISK-CLASS            PIC X(01).
                   15  AUDIT-MCC-CASH-LIKE-IND         PIC X(01).
                   15  AUDIT-MCC-QUASI-CASH-FLG        PIC X(01).
                   15  AUDIT-MCC-UPD-USER              PIC X(08).
                   15  AUDIT-MCC-UPD-DATE              PIC X(10).
                   15  AUDIT-MCC-FILLER                PIC X(423).
      ******************************************************************
      * System Parameter Record Structure - From CVSPM01Y.cpy
      * (operating-setting changes - add/update/delete of a version)
      ******************************************************************
               10  AUDIT-SPM-DATA REDEFINES AUDIT-RECORD-DATA.
                   15  AUDIT-SPM-PROGRAM               PIC X(08).
                   15  AUDIT-SPM-PARM-NAME             PIC X(16).
                   15  AUDIT-SPM-EFF-DATE              PIC X(10).
                   15  AUDIT-SPM-VALUE-TYPE            PIC X(01).
                   15  AUDIT-SPM-NUM-VALUE             PIC S9(09)V9(04).
                   15  AUDIT-SPM-TEXT-VALUE            PIC X(20).
                   15  AUDIT-SPM-MIN-VALUE             PIC S9(09)V9(04).
                   15  AUDIT-SPM-MAX-VALUE             PIC S9(09)V9(04).
                   15  AUDIT-SPM-DESC                  PIC X(40).
                   15  AUDIT-SPM-UPD-USER              PIC X(08).
                   15  AUDIT-SPM-UPD-DATE              PIC X(10).
                   15  AUDIT-SPM-FILLER                PIC X(348).
      ******************************************************************
      * Product-Change Request Structure - From CVPRD02Y.cpy
      * (request keyed, cancelled, then applied or rejected)
      ******************************************************************
               10  AUDIT-PCR-DATA REDEFINES AUDIT-RECORD-DATA.
                   15  AUDIT-PCR-ACCT-ID               PIC 9(11).
                   15  AUDIT-PCR-OLD-PRODUCT-ID        PIC X(04).
                   15  AUDIT-PCR-NEW-PRODUCT-ID        PIC X(04).
                   15  AUDIT-PCR-STATUS                PIC X(01).
                   15  AUDIT-PCR-REQ-USER-ID           PIC X(08).
                   15  AUDIT-PCR-REQ-DATE              PIC X(10).
                   15  AUDIT-PCR-REQ-TIME              PIC X(08).
                   15  AUDIT-PCR-DONE-DATE             PIC X(10).
                   15  AUDIT-PCR-REASON                PIC X(30).
                   15  AUDIT-PCR-CARDS-REISSUED        PIC 9(02).
                   15  AUDIT-PCR-POINTS-FORFEITED      PIC 9(09).
                   15  AUDIT-PCR-FILLER                PIC X(403).
      ******************************************************************
      * Installment Plan Structure - From CVINS01Y.cpy
      * (plan converted, billed off or paid off early)
      ******************************************************************
               10  AUDIT-INS-DATA REDEFINES AUDIT-RECORD-DATA.
                   15  AUDIT-INS-ACCT-ID               PIC 9(11).
                   15  AUDIT-INS-TRAN-ID               PIC X(16).
                   15  AUDIT-INS-CARD-NUM              PIC X(16).
                   15  AUDIT-INS-STATUS                PIC X(01).
                   15  AUDIT-INS-PRICING               PIC X(01).
                   15  AUDIT-INS-PRINCIPAL             PIC S9(09)V99
                                                       COMP-3.
                   15  AUDIT-INS-FEE-AMT               PIC S9(07)V99
                                                       COMP-3.
                   15  AUDIT-INS-PLAN-RATE             PIC S9(03)V99
                                                       COMP-3.
                   15  AUDIT-INS-TERM-MONTHS           PIC 9(03).
                   15  AUDIT-INS-MONTHLY-AMT           PIC S9(07)V99
                                                       COMP-3.
                   15  AUDIT-INS-UNBILLED-BAL          PIC S9(09)V99
                                                       COMP-3.
                   15  AUDIT-INS-BILLED-COUNT          PIC 9(03).
                   15  AUDIT-INS-CURR-BILLED-AMT       PIC S9(07)V99
                                                       COMP-3.
                   15  AUDIT-INS-LAST-PRIN-AMT         PIC S9(07)V99
                                                       COMP-3.
                   15  AUDIT-INS-LAST-INT-AMT          PIC S9(07)V99
                                                       COMP-3.
                   15  AUDIT-INS-LAST-BILLED-DATE      PIC X(10).
                   15  AUDIT-INS-PREV-BILLED-DATE      PIC X(10).
                   15  AUDIT-INS-START-DATE            PIC X(10).
                   15  AUDIT-INS-END-DATE              PIC X(10).
                   15  AUDIT-INS-FEE-TRAN-ID           PIC X(16).
                   15  AUDIT-INS-CREATED-BY            PIC X(08).
                   15  AUDIT-INS-FILLER                PIC X(345).
      ******************************************************************
      * Archive Chain Anchor - closes each archive generation written
      * by CBAUDR0C.  The seal is the hash of every entry in the
      * generation, in the order written, each folded into the last.
      ******************************************************************
               10  AUDIT-ANCHOR-DATA REDEFINES AUDIT-RECORD-DATA.
                   15  AUDIT-ANC-RUN-DATE              PIC X(10).
                   15  AUDIT-ANC-CUTOFF-DATE           PIC X(10).
                   15  AUDIT-ANC-ENTRY-COUNT           PIC 9(09).
                   15  AUDIT-ANC-CHAINED-COUNT         PIC 9(09).
                   15  AUDIT-ANC-LOW-SEQ               PIC 9(15).
                   15  AUDIT-ANC-HIGH-SEQ              PIC 9(15).
                   15  AUDIT-ANC-SEAL-HASH             PIC 9(18).
                   15  AUDIT-ANC-HEAD-SEQ              PIC 9(15).
                   15  AUDIT-ANC-FILLER                PIC X(399).
