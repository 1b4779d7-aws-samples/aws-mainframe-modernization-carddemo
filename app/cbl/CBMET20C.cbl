      *               Builds the header / base-segment / trailer
      *               structure from ACCTFILE and CUSTFILE - balance,
      *               credit limit, open date, account status, and the
      *               delinquency aging, and the bankruptcy consumer
      *               information indicator - with record counts in the
      *               trailer, and produces the pre-submission edit
      *               report of accounts excluded for missing or
      *               invalid data (bad SSN, missing date of birth) so
           05  WS-M2B-DOB          PIC 9(08).
           05  WS-M2B-STATE        PIC X(02).
           05  WS-M2B-ZIP          PIC X(09).
           05  WS-M2B-CII          PIC X(02).
           05  FILLER              PIC X(244) VALUE SPACES.

       01  WS-M2-TRAILER.
           05  FILLER              PIC X(04) VALUE '0426'.
           MOVE CUST-ADDR-STATE-CD TO WS-M2B-STATE.
           MOVE CUST-ADDR-ZIP(1:9) TO WS-M2B-ZIP.

           PERFORM 2450-SET-CONSUMER-INFO.

           PERFORM 2500-APPLY-CORRECTIONS.
           EXIT.

      *****************************************************************
      * Consumer information indicator from the bankruptcy treatment  *
      * CBBKR01C keeps on the account: A-D a chapter 7/11/12/13       *
      * petition, E-H discharged, I-L dismissed.  No case reports     *
      * blank.                                                        *
      *****************************************************************
       2450-SET-CONSUMER-INFO.
           MOVE SPACES TO WS-M2B-CII.
           EVALUATE TRUE ALSO ACCT-BKRPT-CHAPTER
               WHEN ACCT-BKRPT-FILED ALSO '07'
                   MOVE 'A ' TO WS-M2B-CII
               WHEN ACCT-BKRPT-FILED ALSO '11'
                   MOVE 'B ' TO WS-M2B-CII
               WHEN ACCT-BKRPT-FILED ALSO '12'
                   MOVE 'C ' TO WS-M2B-CII
               WHEN ACCT-BKRPT-FILED ALSO '13'
                   MOVE 'D ' TO WS-M2B-CII
               WHEN ACCT-BKRPT-DISCHARGED ALSO '07'
                   MOVE 'E ' TO WS-M2B-CII
               WHEN ACCT-BKRPT-DISCHARGED ALSO '11'
                   MOVE 'F ' TO WS-M2B-CII
               WHEN ACCT-BKRPT-DISCHARGED ALSO '12'
                   MOVE 'G ' TO WS-M2B-CII
               WHEN ACCT-BKRPT-DISCHARGED ALSO '13'
                   MOVE 'H ' TO WS-M2B-CII
               WHEN ACCT-BKRPT-DISMISSED ALSO '07'
                   MOVE 'I ' TO WS-M2B-CII
               WHEN ACCT-BKRPT-DISMISSED ALSO '11'
                   MOVE 'J ' TO WS-M2B-CII
               WHEN ACCT-BKRPT-DISMISSED ALSO '12'
                   MOVE 'K ' TO WS-M2B-CII
               WHEN ACCT-BKRPT-DISMISSED ALSO '13'
                   MOVE 'L ' TO WS-M2B-CII
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * Verified bureau-dispute corrections override the base-segment *
      * figures: the investigator's decided value reports, whatever   *
