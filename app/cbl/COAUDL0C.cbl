                   MOVE WS-NUM9-DIS         TO WS-RECORD-KEY-VALUE
               WHEN AUDIT-DISPUTE
                   MOVE AUDIT-DIS-CASE-ID   TO WS-RECORD-KEY-VALUE
               WHEN AUDIT-CARD-XREF
                   MOVE AUDIT-XREF-CARD-NUM TO WS-RECORD-KEY-VALUE
               WHEN AUDIT-TRAVEL
                   MOVE AUDIT-TRV-ACCT-ID   TO WS-RECORD-KEY-VALUE
               WHEN AUDIT-DECISION-RULE
                   MOVE AUDIT-RUL-RULE-ID   TO WS-RECORD-KEY-VALUE
               WHEN AUDIT-PAY-HOLD-SCHED
                   MOVE AUDIT-PHS-CHANNEL   TO WS-RECORD-KEY-VALUE
               WHEN AUDIT-LEGAL-HOLD
                   MOVE AUDIT-LGH-MATTER-NUM TO WS-RECORD-KEY-VALUE
               WHEN AUDIT-GL-SUSPENSE
                   MOVE AUDIT-GLS-POST-DATE TO WS-RECORD-KEY-VALUE
               WHEN AUDIT-CREDIT-APPL
                   MOVE AUDIT-APL-ID        TO WS-RECORD-KEY-VALUE
               WHEN AUDIT-CUST-MERGE
                   MOVE AUDIT-DCM-RETIRE-ID TO WS-RECORD-KEY-VALUE
               WHEN AUDIT-SYS-PARM
                   MOVE AUDIT-SPM-PARM-NAME TO WS-RECORD-KEY-VALUE
               WHEN AUDIT-PRODUCT-CHANGE
                   MOVE AUDIT-PCR-ACCT-ID   TO WS-RECORD-KEY-VALUE
               WHEN AUDIT-INSTALLMENT-PLAN
                   MOVE AUDIT-INS-ACCT-ID   TO WS-RECORD-KEY-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                          AUDIT-DIS-OPENED-BY
                       DELIMITED BY SIZE INTO WS-OL-DETAIL
                   END-STRING
               WHEN AUDIT-CARD-XREF
                   STRING 'XREF ' AUDIT-XREF-CARD-NUM ' ACCT '
                          AUDIT-XREF-ACCT-ID ' '
                          AUDIT-XREF-RELATION-CD
                       DELIMITED BY SIZE INTO WS-OL-DETAIL
                   END-STRING
               WHEN AUDIT-TRAVEL
                   STRING 'TRAVEL ' AUDIT-TRV-ACCT-ID ' TRIPS '
                          AUDIT-TRV-TRIP-CNT ' '
                          AUDIT-TRV-START-DATE(1) '-'
                          AUDIT-TRV-END-DATE(1)
                       DELIMITED BY SIZE INTO WS-OL-DETAIL
                   END-STRING
               WHEN AUDIT-DECISION-RULE
                   STRING 'RULE ' AUDIT-RUL-RULE-ID ' '
                          AUDIT-RUL-EFF-DATE ' SEQ '
                          AUDIT-RUL-SEQ ' '
                          AUDIT-RUL-ENABLED-FLG ' '
                          AUDIT-RUL-REASON-CD
                       DELIMITED BY SIZE INTO WS-OL-DETAIL
                   END-STRING
               WHEN AUDIT-PAY-HOLD-SCHED
                   STRING 'PAY HOLD ' AUDIT-PHS-CHANNEL ' AGE '
                          AUDIT-PHS-MIN-AGE-MOS ' DAYS '
                          AUDIT-PHS-HOLD-DAYS ' '
                          AUDIT-PHS-DESC
                       DELIMITED BY SIZE INTO WS-OL-DETAIL
                   END-STRING
               WHEN AUDIT-LEGAL-HOLD
                   STRING 'LEGAL HOLD ' AUDIT-LGH-SUBJECT-TYPE ' '
                          AUDIT-LGH-SUBJECT-ID ' '
                          AUDIT-LGH-STATUS ' REL '
                          AUDIT-LGH-RELEASE-DATE
                       DELIMITED BY SIZE INTO WS-OL-DETAIL
                   END-STRING
               WHEN AUDIT-GL-SUSPENSE
                   STRING 'GL SUSP ' AUDIT-GLS-SOURCE-CD ' '
                          AUDIT-GLS-LINE-SEQ ' '
                          AUDIT-GLS-STATUS ' '
                          AUDIT-GLS-GL-ACCOUNT ' TO '
                          AUDIT-GLS-CORR-GL-ACCOUNT
                       DELIMITED BY SIZE INTO WS-OL-DETAIL
                   END-STRING
               WHEN AUDIT-CREDIT-APPL
                   STRING 'CREDIT APPL ' AUDIT-APL-STATUS ' '
                          AUDIT-APL-REASON-CD ' '
                          AUDIT-APL-LAST-NAME(1:15) ' '
                          AUDIT-APL-DECIDED-BY
                       DELIMITED BY SIZE INTO WS-OL-DETAIL
                   END-STRING
               WHEN AUDIT-CUST-MERGE
                   STRING 'CUST MERGE ' AUDIT-DCM-STATUS ' '
                          AUDIT-DCM-RETIRE-ID '>'
                          AUDIT-DCM-SURVIVOR-ID ' '
                          AUDIT-DCM-DECIDED-BY
                       DELIMITED BY SIZE INTO WS-OL-DETAIL
                   END-STRING
               WHEN AUDIT-SYS-PARM
                   STRING 'SYSPARM ' AUDIT-SPM-PROGRAM ' '
                          AUDIT-SPM-PARM-NAME ' '
                          AUDIT-SPM-EFF-DATE
                       DELIMITED BY SIZE INTO WS-OL-DETAIL
                   END-STRING
               WHEN AUDIT-PRODUCT-CHANGE
                   STRING 'PRODUCT CHG ' AUDIT-PCR-STATUS ' '
                          AUDIT-PCR-OLD-PRODUCT-ID '>'
                          AUDIT-PCR-NEW-PRODUCT-ID ' '
                          AUDIT-PCR-REQ-USER-ID ' '
                          AUDIT-PCR-REASON(1:20)
                       DELIMITED BY SIZE INTO WS-OL-DETAIL
                   END-STRING
               WHEN AUDIT-INSTALLMENT-PLAN
                   STRING 'INSTALLMENT ' AUDIT-INS-STATUS ' '
                          AUDIT-INS-PRICING ' '
                          AUDIT-INS-TRAN-ID ' '
                          AUDIT-INS-TERM-MONTHS ' '
                          AUDIT-INS-CREATED-BY
                       DELIMITED BY SIZE INTO WS-OL-DETAIL
                   END-STRING
               WHEN OTHER
                   MOVE 'UNKNOWN RECORD TYPE' TO WS-OL-DETAIL
           END-EVALUATE.
