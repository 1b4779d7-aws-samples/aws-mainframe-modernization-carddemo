                                                   VALUE 565.
           05  WS-CURRENT-DATE-TIME                PIC X(21).
           05  WS-FORMATTED-TIMESTAMP              PIC X(26).
           05  WS-CHAIN-FILE-NAME                  PIC X(8)
                                                   VALUE 'AUDCHAIN'.
           05  WS-CHAIN-LOG-ID                     PIC X(8)
                                                   VALUE 'AUDITLOG'.
           05  WS-CHAIN-HEAD-SW                    PIC X(1).
               88  WS-CHAIN-HEAD-FOUND             VALUE 'F'.
               88  WS-CHAIN-HEAD-NEW               VALUE 'N'.
               88  WS-CHAIN-HEAD-FAILED            VALUE 'E'.
       01  WS-HASH-PGM                             PIC X(8)
                                                   VALUE 'COAUDH0C'.

      ******************************************************************
      * Copy audit parameter structure
      ******************************************************************
       COPY AUDITLOG.

      ******************************************************************
      * Copy audit chain head and hash parameter structures
      ******************************************************************
       COPY CVAUC01Y.
       COPY CVAUC02Y.

      ******************************************************************
      * Copy source record structures
      ******************************************************************
                   OR AUDIT-IN-TRANSACTION OR AUDIT-IN-CARD
                   OR AUDIT-IN-TRANTYPE OR AUDIT-IN-TRANCAT
                   OR AUDIT-IN-AUTHORIZATION OR AUDIT-IN-HOLIDAY
                   OR AUDIT-IN-MERCHANT OR AUDIT-IN-DISPUTE
                   OR AUDIT-IN-CARD-XREF OR AUDIT-IN-TRAVEL
                   OR AUDIT-IN-DECISION-RULE
                   OR AUDIT-IN-PAY-HOLD-SCHED
                   OR AUDIT-IN-LEGAL-HOLD
                   OR AUDIT-IN-GL-SUSPENSE
                   OR AUDIT-IN-CREDIT-APPL
                   OR AUDIT-IN-CUST-MERGE)
              MOVE 08 TO AUDIT-OUT-RETURN-CODE
              MOVE 'Invalid Log Type' TO AUDIT-OUT-ERROR-MSG
              DISPLAY 'COAUDIT: 1000-VALIDATE - Log Type error'
                 PERFORM 3900-CONVERT-MERCHANT
              WHEN AUDIT-IN-DISPUTE
                 PERFORM 3950-CONVERT-DISPUTE
              WHEN AUDIT-IN-CARD-XREF
                 PERFORM 3960-CONVERT-CARD-XREF
              WHEN AUDIT-IN-TRAVEL
                 PERFORM 3970-CONVERT-TRAVEL
              WHEN AUDIT-IN-DECISION-RULE
                 PERFORM 3980-CONVERT-DECISION-RULE
              WHEN AUDIT-IN-PAY-HOLD-SCHED
                 PERFORM 3990-CONVERT-PAY-HOLD-SCHED
              WHEN AUDIT-IN-LEGAL-HOLD
                 PERFORM 3995-CONVERT-LEGAL-HOLD
              WHEN AUDIT-IN-GL-SUSPENSE
                 PERFORM 3996-CONVERT-GL-SUSPENSE
              WHEN AUDIT-IN-CREDIT-APPL
                 PERFORM 3997-CONVERT-CREDIT-APPL
              WHEN AUDIT-IN-CUST-MERGE
                 PERFORM 3998-CONVERT-CUST-MERGE
              WHEN AUDIT-IN-MCC-REF
                 PERFORM 3999-CONVERT-MCC-REF
              WHEN AUDIT-IN-SYS-PARM
                 PERFORM 3991-CONVERT-SYS-PARM
              WHEN AUDIT-IN-PRODUCT-CHANGE
                 PERFORM 3992-CONVERT-PRODUCT-CHANGE
              WHEN AUDIT-IN-INSTALLMENT-PLAN
                 PERFORM 3993-CONVERT-INSTALLMENT-PLAN
           END-EVALUATE
           
           MOVE 00 TO AUDIT-OUT-RETURN-CODE
           DISPLAY 'COAUDIT: 3950-CONVERT-DISPUTE completed'
           .

       3960-CONVERT-CARD-XREF.
           DISPLAY 'COAUDIT: Starting 3960-CONVERT-CARD-XREF'
      *    Caller passes the CARD-XREF-RECORD image (CVACT03Y), which
      *    already matches AUDIT-XREF-DATA - no conversion needed.
           MOVE AUDIT-IN-RECORD-DATA TO AUDIT-RECORD-DATA
           DISPLAY 'COAUDIT: 3960-CONVERT-CARD-XREF completed'
           .

       3970-CONVERT-TRAVEL.
           DISPLAY 'COAUDIT: Starting 3970-CONVERT-TRAVEL'
      *    Caller passes the TRAVEL-NOTICE-RECORD image (CVTRV01Y),
      *    which already matches AUDIT-TRAVEL-DATA - no conversion.
           MOVE AUDIT-IN-RECORD-DATA TO AUDIT-RECORD-DATA
           DISPLAY 'COAUDIT: 3970-CONVERT-TRAVEL completed'
           .

       3980-CONVERT-DECISION-RULE.
           DISPLAY 'COAUDIT: Starting 3980-CONVERT-DECISION-RULE'
      *    Caller passes the AUTH-RULE-RECORD image (CVRUL01Y), which
      *    already matches AUDIT-RULE-DATA - no conversion needed.
           MOVE AUDIT-IN-RECORD-DATA TO AUDIT-RECORD-DATA
           DISPLAY 'COAUDIT: 3980-CONVERT-DECISION-RULE completed'
           .

       3990-CONVERT-PAY-HOLD-SCHED.
           DISPLAY 'COAUDIT: Starting 3990-CONVERT-PAY-HOLD-SCHED'
      *    Caller passes the PAY-HOLD-SCHED-RECORD image (CVPHS01Y),
      *    which already matches AUDIT-PHS-DATA - no conversion.
           MOVE AUDIT-IN-RECORD-DATA TO AUDIT-RECORD-DATA
           DISPLAY 'COAUDIT: 3990-CONVERT-PAY-HOLD-SCHED completed'
           .

       3995-CONVERT-LEGAL-HOLD.
           DISPLAY 'COAUDIT: Starting 3995-CONVERT-LEGAL-HOLD'
      *    Caller passes the LEGAL-HOLD-RECORD image (CVLGH01Y),
      *    which already matches AUDIT-LGH-DATA - no conversion.
           MOVE AUDIT-IN-RECORD-DATA TO AUDIT-RECORD-DATA
           DISPLAY 'COAUDIT: 3995-CONVERT-LEGAL-HOLD completed'
           .

       3996-CONVERT-GL-SUSPENSE.
           DISPLAY 'COAUDIT: Starting 3996-CONVERT-GL-SUSPENSE'
      *    Caller passes the GL-SUSPENSE-RECORD image (CVGLS01Y),
      *    which already matches AUDIT-GLS-DATA - no conversion.
           MOVE AUDIT-IN-RECORD-DATA TO AUDIT-RECORD-DATA
           DISPLAY 'COAUDIT: 3996-CONVERT-GL-SUSPENSE completed'
           .

       3997-CONVERT-CREDIT-APPL.
           DISPLAY 'COAUDIT: Starting 3997-CONVERT-CREDIT-APPL'
      *    Caller passes the APPLICATION-RECORD image (CVAPL01Y),
      *    which already matches AUDIT-APL-DATA - no conversion.
           MOVE AUDIT-IN-RECORD-DATA TO AUDIT-RECORD-DATA
           DISPLAY 'COAUDIT: 3997-CONVERT-CREDIT-APPL completed'
           .

       3998-CONVERT-CUST-MERGE.
           DISPLAY 'COAUDIT: Starting 3998-CONVERT-CUST-MERGE'
      *    Caller passes the DUPLICATE-CUSTOMER-RECORD image
      *    (CVDCM01Y), which already matches AUDIT-DCM-DATA - no
      *    conversion.
           MOVE AUDIT-IN-RECORD-DATA TO AUDIT-RECORD-DATA
           DISPLAY 'COAUDIT: 3998-CONVERT-CUST-MERGE completed'
           .

       3999-CONVERT-MCC-REF.
           DISPLAY 'COAUDIT: Starting 3999-CONVERT-MCC-REF'
      *    Caller passes the MCC-REFERENCE-RECORD image (CVMCC01Y),
      *    which already matches AUDIT-MCC-DATA - no conversion.
           MOVE AUDIT-IN-RECORD-DATA TO AUDIT-RECORD-DATA
           DISPLAY 'COAUDIT: 3999-CONVERT-MCC-REF completed'
           .

       3991-CONVERT-SYS-PARM.
           DISPLAY 'COAUDIT: Starting 3991-CONVERT-SYS-PARM'
      *    Caller passes the SYSTEM-PARAMETER-RECORD image (CVSPM01Y),
      *    which already matches AUDIT-SPM-DATA - no conversion.
           MOVE AUDIT-IN-RECORD-DATA TO AUDIT-RECORD-DATA
           DISPLAY 'COAUDIT: 3991-CONVERT-SYS-PARM completed'
           .

       3992-CONVERT-PRODUCT-CHANGE.
           DISPLAY 'COAUDIT: Starting 3992-CONVERT-PRODUCT-CHANGE'
      *    Caller passes the PRODUCT-CHANGE-RECORD image (CVPRD02Y),
      *    which already matches AUDIT-PCR-DATA - no conversion.
           MOVE AUDIT-IN-RECORD-DATA TO AUDIT-RECORD-DATA
           DISPLAY 'COAUDIT: 3992-CONVERT-PRODUCT-CHANGE completed'
           .

       3993-CONVERT-INSTALLMENT-PLAN.
           DISPLAY 'COAUDIT: Starting 3993-CONVERT-INSTALLMENT-PLAN'
      *    Caller passes the INSTALLMENT-PLAN-RECORD image (CVINS01Y),
      *    which already matches AUDIT-INS-DATA - no conversion.
           MOVE AUDIT-IN-RECORD-DATA TO AUDIT-RECORD-DATA
           DISPLAY 'COAUDIT: 3993-CONVERT-INSTALLMENT-PLAN completed'
           .

       4000-WRITE-AUDIT-RECORD.
           DISPLAY 'COAUDIT: Starting 4000-WRITE-AUDIT-RECORD'
      *    Validate key fields
              EXIT PARAGRAPH
           END-IF

      *    Take the next link of the tamper-evident chain.  The head
      *    stays held for update until this entry is on file, so two
      *    tasks can never chain onto the same predecessor.  If the
      *    head cannot be had the entry still goes on file, unchained.
           PERFORM 4100-TAKE-CHAIN-HEAD

      *    Write to VSAM file
           EXEC CICS WRITE
                DATASET(WS-AUDIT-FILE-NAME)
                 MOVE 00 TO AUDIT-OUT-RETURN-CODE
                 MOVE 'Audit record written successfully' 
                      TO AUDIT-OUT-ERROR-MSG
                 IF WS-CHAIN-HEAD-FAILED
                    MOVE 04 TO AUDIT-OUT-RETURN-CODE
                    MOVE 'Audit written unchained - head unavailable'
                         TO AUDIT-OUT-ERROR-MSG
                 ELSE
                    PERFORM 4200-ADVANCE-CHAIN-HEAD
                 END-IF
              WHEN DFHRESP(DUPREC)
                 MOVE 04 TO AUDIT-OUT-RETURN-CODE
                 MOVE 'Duplicate audit record' TO AUDIT-OUT-ERROR-MSG
                 PERFORM 4300-RELEASE-CHAIN-HEAD
              WHEN OTHER
                 MOVE 08 TO AUDIT-OUT-RETURN-CODE
                 MOVE 'Audit write failed' TO AUDIT-OUT-ERROR-MSG
                 PERFORM 4300-RELEASE-CHAIN-HEAD
           END-EVALUATE
           DISPLAY 'COAUDIT: 4000-WRITE-AUDIT-RECORD completed'
           .

       4100-TAKE-CHAIN-HEAD.
           DISPLAY 'COAUDIT: Starting 4100-TAKE-CHAIN-HEAD'
           MOVE WS-CHAIN-LOG-ID TO ACH-LOG-ID
           EXEC CICS READ
                DATASET(WS-CHAIN-FILE-NAME)
                INTO(AUDIT-CHAIN-HEAD)
                RIDFLD(ACH-LOG-ID)
                UPDATE
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
              WHEN DFHRESP(NORMAL)
                 SET WS-CHAIN-HEAD-FOUND TO TRUE
              WHEN DFHRESP(NOTFND)
      *          First chained entry ever - the chain starts at one
      *          from a zero predecessor.
                 SET WS-CHAIN-HEAD-NEW TO TRUE
                 MOVE SPACES TO AUDIT-CHAIN-HEAD
                 MOVE WS-CHAIN-LOG-ID TO ACH-LOG-ID
                 MOVE ZERO TO ACH-LAST-SEQ
                 MOVE ZERO TO ACH-LAST-HASH
                 MOVE ZERO TO ACH-ARCH-HIGH-SEQ
              WHEN OTHER
      *          No head to chain from - the entry is written with no
      *          sequence, as entries from before chaining are, and
      *          the chain verification counts it as unchained.
                 SET WS-CHAIN-HEAD-FAILED TO TRUE
                 MOVE ZERO TO AUDIT-CHAIN-SEQ
                 MOVE ZERO TO AUDIT-CHAIN-PREV-HASH
                 MOVE ZERO TO AUDIT-CHAIN-HASH
                 SET AUDIT-CHAIN-ONLINE TO TRUE
                 DISPLAY 'COAUDIT: 4100-TAKE-CHAIN-HEAD - read error'
                 EXIT PARAGRAPH
           END-EVALUATE

           COMPUTE AUDIT-CHAIN-SEQ = ACH-LAST-SEQ + 1
           MOVE ACH-LAST-HASH TO AUDIT-CHAIN-PREV-HASH
           SET AUDIT-CHAIN-ONLINE TO TRUE
           MOVE ZERO TO AUH-FOLD-HASH
           MOVE AUDIT-LOG-RECORD TO AUH-RECORD
           CALL WS-HASH-PGM USING AUDIT-HASH-PARM
           MOVE AUH-HASH TO AUDIT-CHAIN-HASH
           DISPLAY 'COAUDIT: 4100-TAKE-CHAIN-HEAD completed'
           .

       4200-ADVANCE-CHAIN-HEAD.
           DISPLAY 'COAUDIT: Starting 4200-ADVANCE-CHAIN-HEAD'
           MOVE AUDIT-CHAIN-SEQ  TO ACH-LAST-SEQ
           MOVE AUDIT-CHAIN-HASH TO ACH-LAST-HASH
           MOVE AUDIT-TIMESTAMP  TO ACH-LAST-TIMESTAMP
           MOVE AUDIT-USER-ID    TO ACH-LAST-WRITER
           IF WS-CHAIN-HEAD-FOUND
              EXEC CICS REWRITE
                   DATASET(WS-CHAIN-FILE-NAME)
                   FROM(AUDIT-CHAIN-HEAD)
                   RESP(WS-RESP-CD)
                   RESP2(WS-REAS-CD)
              END-EXEC
           ELSE
              EXEC CICS WRITE
                   DATASET(WS-CHAIN-FILE-NAME)
                   FROM(AUDIT-CHAIN-HEAD)
                   RIDFLD(ACH-LOG-ID)
                   RESP(WS-RESP-CD)
                   RESP2(WS-REAS-CD)
              END-EXEC
           END-IF

      *    The entry is already on file; a head that did not move
      *    means the next entry will repeat this sequence number, and
      *    the chain verification will show it.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
              MOVE WS-RESP-CD TO AUDIT-OUT-RESP
              MOVE WS-REAS-CD TO AUDIT-OUT-RESP2
              MOVE 04 TO AUDIT-OUT-RETURN-CODE
              MOVE 'Audit written - chain head not advanced'
                   TO AUDIT-OUT-ERROR-MSG
              DISPLAY 'COAUDIT: 4200-ADVANCE-CHAIN-HEAD - '
                      'rewrite error'
           END-IF
           DISPLAY 'COAUDIT: 4200-ADVANCE-CHAIN-HEAD completed'
           .

       4300-RELEASE-CHAIN-HEAD.
      *    Nothing was written - give the sequence number back.
           IF WS-CHAIN-HEAD-FOUND
              EXEC CICS UNLOCK
                   DATASET(WS-CHAIN-FILE-NAME)
                   RESP(WS-RESP-CD)
                   RESP2(WS-REAS-CD)
              END-EXEC
           END-IF
           .

      *
      * Ver: CardDemo_v1.0-15-g27d6c6f-68 Date: 2022-07-19 23:12:35 CDT
      *
