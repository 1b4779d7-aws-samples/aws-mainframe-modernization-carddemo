      *               written to a reject file for next-day rework, and
      *               a balancing report of payments received, applied
      *               and rejected is produced at end of run.
      *               A payment inside its clearing hold (PAYHSCHD, by
      *               channel and account age) is carried in the
      *               account's held amount and logged to PAYHOLD so
      *               authorization does not restore the open-to-buy
      *               until CBPHR01C releases it.
      *               A company remittance (corporate-liability card
      *               programs) pays the company's employee accounts:
      *               each member's outstanding minimum first, then
      *               the member balances in account order, with any
      *               overpayment left as a credit on the first member.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS REJ-ID
                  FILE STATUS  IS REJQUEUE-STATUS.
      *
      *    Payment clearing holds placed by this run, released by
      *    CBPHR01C or dropped by CBACH01C on a return.
           SELECT PAYHOLD-FILE ASSIGN TO PAYHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PHD-KEY
                  FILE STATUS  IS PAYHOLD-STATUS.
      *
      *    Hold schedule by channel and account age - optional;
      *    absent file means no payment is held.
           SELECT PAYHSCHD-FILE ASSIGN TO PAYHSCHD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PHS-KEY
                  FILE STATUS  IS PAYHSCHD-STATUS.
      *
      *    Corporate companies and their employee accounts - optional;
      *    absent files mean company remittances reject.
           SELECT CORP-FILE ASSIGN TO CORPFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CORP-ID
                  FILE STATUS  IS CORPFILE-STATUS.
      *
           SELECT CORPMEMB-FILE ASSIGN TO CORPMEMB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CMB-KEY
                  FILE STATUS  IS CORPMEMB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJQUEUE-FILE.
       COPY CVREJ01Y.

       FD  PAYHOLD-FILE.
       COPY CVPHD01Y.

       FD  PAYHSCHD-FILE.
       COPY CVPHS01Y.

       FD  CORP-FILE.
       COPY CVCRP01Y.

       FD  CORPMEMB-FILE.
       COPY CVCRP02Y.

       WORKING-STORAGE SECTION.

      *****************************************************************
           05  PAY-DATE                        PIC X(10).
           05  PAY-REFERENCE                   PIC X(16).
      *    'M' marks a remittance the COPAYP0C phone-payment screen
      *    or the COACCT01 app/IVR payment service already memo-posted
      *    against ACCT-CURR-BAL - the tie-out that stops the balance
      *    moving twice for one payment.
           05  PAY-MEMO-POST-IND               PIC X(01).
               88  PAY-MEMO-POSTED             VALUE 'M'.
      *    A company id in place of an account makes this a company
      *    remittance, spread across the company's employee accounts.
           05  PAY-CORP-ID                     PIC X(09).
           05  FILLER                          PIC X(22).
       01  WS-PAYMENT-REC-X REDEFINES WS-PAYMENT-REC.
           05  PAY-ACCT-ID-X                   PIC X(11).
           05  PAY-AMOUNT-X                    PIC X(11).
       01  REJQUEUE-STATUS.
           05  REJQUEUE-STAT1      PIC X.
           05  REJQUEUE-STAT2      PIC X.
       01  PAYHOLD-STATUS.
           05  PAYHOLD-STAT1       PIC X.
           05  PAYHOLD-STAT2       PIC X.
       01  PAYHSCHD-STATUS.
           05  PAYHSCHD-STAT1      PIC X.
           05  PAYHSCHD-STAT2      PIC X.
       01  CORPFILE-STATUS.
           05  CORPFILE-STAT1      PIC X.
           05  CORPFILE-STAT2      PIC X.
       01  CORPMEMB-STATUS.
           05  CORPMEMB-STAT1      PIC X.
           05  CORPMEMB-STAT2      PIC X.
       01  WS-REJ-ID-FIELDS.
           05  WS-REJ-ID-PREFIX            PIC X(02) VALUE 'RJ'.
           05  WS-REJ-ID-DATE              PIC 9(08).
       01  WS-TYPE-OK-SW           PIC X(01).
           88  WS-TYPE-EFFECTIVE             VALUE 'Y'.
       01  WS-PAYMENT-TYPE-CD      PIC X(02) VALUE '02'.

      *---------------------------------------------------------------*
      * Payment clearing-hold schedule, loaded from PAYHSCHD in key   *
      * order (channel, minimum account age).  For a channel, the     *
      * last row whose minimum age the account has reached sets the   *
      * hold days; no row for the channel means no hold.              *
      *---------------------------------------------------------------*
       01  WS-PHS-AVAIL-SW         PIC X(01) VALUE 'N'.
           88  WS-PHS-AVAIL                  VALUE 'Y'.
       01  WS-PHS-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-PHS-EOF                    VALUE 'Y'.
       01  WS-PHS-TABLE.
           05  WS-PHS-ENTRY OCCURS 50 TIMES.
               10  WS-PHS-CHANNEL          PIC X(05).
               10  WS-PHS-MIN-AGE          PIC 9(03).
               10  WS-PHS-DAYS             PIC 9(03).
       01  WS-PHS-MAX              PIC S9(4) COMP VALUE 50.
       01  WS-PHS-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-PHS-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-HOLD-FIELDS.
           05  WS-HOLD-CHANNEL             PIC X(05).
           05  WS-HOLD-DAYS                PIC 9(03).
           05  WS-ACCT-AGE-MOS             PIC 9(05).
           05  WS-HOLD-DATE-NUM            PIC 9(08).
           05  WS-HOLD-DATE-INT            PIC S9(09) COMP.
           05  WS-HOLD-RELEASE             PIC X(10).
       01  WS-PHD-SEQ-FIELDS.
           05  WS-PHD-SEQ-PREFIX           PIC X(01) VALUE 'B'.
           05  WS-PHD-SEQ                  PIC 9(05) VALUE 0.
       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.

           05  WS-ALLOC-TAKE               PIC S9(10)V99 COMP-3.
           05  WS-BUCKET-SUM               PIC S9(10)V99 COMP-3.

      *---------------------------------------------------------------*
      * Company remittance allocation.  The member table holds the    *
      * company's active employee accounts in key order with what     *
      * each still owes on its last statement minimum and in total.   *
      * The minimum mirrors the statement: 2% of the billed balance,  *
      * not less than the floor, never more than the balance.         *
      *---------------------------------------------------------------*
       01  WS-CORP-AVAIL-SW        PIC X(01) VALUE 'N'.
           88  WS-CORP-AVAIL                 VALUE 'Y'.
       01  WS-CMB-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-CMB-EOF                    VALUE 'Y'.
       01  WS-CORP-MEMBER-TABLE.
           05  WS-CMT-ENTRY OCCURS 500 TIMES.
               10  WS-CMT-ACCT-ID          PIC 9(11).
               10  WS-CMT-MIN-DUE          PIC S9(10)V99 COMP-3.
               10  WS-CMT-BAL              PIC S9(10)V99 COMP-3.
       01  WS-CMT-MAX              PIC S9(4) COMP VALUE 500.
       01  WS-CMT-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-CMT-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-CORP-ALLOC-FIELDS.
           05  WS-CORP-MIN-PAY-PCT         PIC V999    VALUE .020.
           05  WS-CORP-MIN-PAY-FLOOR       PIC 9(5)V99 VALUE 25.00.
           05  WS-CORP-REMAINING           PIC S9(10)V99 COMP-3.
           05  WS-CORP-SLICE               PIC S9(10)V99 COMP-3.
           05  WS-CORP-PAY-SAVE            PIC X(80).

      *---------------------------------------------------------------*
      * Balancing counters - received must equal applied + rejected.  *
      * A company remittance counts once however many accounts it     *
      * was spread over.                                              *
      *---------------------------------------------------------------*
       01  WS-BALANCING-COUNTS.
           05  WS-RECEIVED-COUNT           PIC 9(09) VALUE 0.
           05  WS-APPLIED-COUNT            PIC 9(09) VALUE 0.
           05  WS-REJECTED-COUNT           PIC 9(09) VALUE 0.
           05  WS-HELD-COUNT               PIC 9(09) VALUE 0.
           05  WS-CORP-PAY-COUNT           PIC 9(09) VALUE 0.
           05  WS-CORP-SLICE-COUNT         PIC 9(09) VALUE 0.
       01  WS-BALANCING-AMOUNTS            COMP-3.
           05  WS-RECEIVED-AMT             PIC S9(11)V99 VALUE 0.
           05  WS-APPLIED-AMT              PIC S9(11)V99 VALUE 0.
           05  WS-REJECTED-AMT             PIC S9(11)V99 VALUE 0.
           05  WS-HELD-AMT                 PIC S9(11)V99 VALUE 0.
           05  WS-CORP-PAY-AMT             PIC S9(11)V99 VALUE 0.

      *---------------------------------------------------------------*
      * Payment transaction identity and timestamps.                  *

           PERFORM 1100-OPEN-FILES.
           PERFORM 1150-LOAD-TRTYPE-WINDOWS.
           PERFORM 1170-LOAD-HOLD-SCHEDULE.
           PERFORM 1200-BUILD-XREF-TABLE.

      *****************************************************************
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN I-O PAYHOLD-FILE.
           IF PAYHOLD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYHOLD'
               MOVE PAYHOLD-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN INPUT CORP-FILE.
           IF CORPFILE-STATUS = '00'
               OPEN INPUT CORPMEMB-FILE
               IF CORPMEMB-STATUS = '00'
                   SET WS-CORP-AVAIL TO TRUE
               ELSE
                   CLOSE CORP-FILE
               END-IF
           END-IF.
           IF NOT WS-CORP-AVAIL
               DISPLAY 'CORPFILE/CORPMEMB NOT AVAILABLE - COMPANY '
                       'REMITTANCES REJECT'
           END-IF.

      *****************************************************************
       1150-LOAD-TRTYPE-WINDOWS.
      *****************************************************************
           END-PERFORM.
           EXIT.

      *****************************************************************
      * Clearing-hold schedule.  Kept open only for the load - a run  *
      * without the file places no holds.                             *
      *****************************************************************
       1170-LOAD-HOLD-SCHEDULE.
           OPEN INPUT PAYHSCHD-FILE.
           IF PAYHSCHD-STATUS NOT = '00'
               DISPLAY 'PAYHSCHD NOT AVAILABLE - NO PAYMENT HOLDS '
                       'PLACED: ' PAYHSCHD-STATUS
               EXIT PARAGRAPH
           END-IF.
           SET WS-PHS-AVAIL TO TRUE.
           PERFORM UNTIL WS-PHS-EOF OR WS-PHS-COUNT >= WS-PHS-MAX
               READ PAYHSCHD-FILE
                   AT END SET WS-PHS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PHS-COUNT
                       MOVE PHS-CHANNEL
                         TO WS-PHS-CHANNEL (WS-PHS-COUNT)
                       MOVE PHS-MIN-AGE-MOS
                         TO WS-PHS-MIN-AGE (WS-PHS-COUNT)
                       MOVE PHS-HOLD-DAYS
                         TO WS-PHS-DAYS (WS-PHS-COUNT)
               END-READ
           END-PERFORM.
           CLOSE PAYHSCHD-FILE.
           DISPLAY 'CBPAY01C HOLD SCHEDULE ROWS LOADED: ' WS-PHS-COUNT.
           EXIT.

      *****************************************************************
      * Load the card-to-account cross reference once so payments     *
      * (keyed by account) can carry the account's card number on     *
      *****************************************************************
       2200-PROCESS-PAYMENT.
      *****************************************************************
           IF PAY-CORP-ID = SPACES AND PAY-ACCT-ID-X NOT NUMERIC
               MOVE 'ACCOUNT ID NOT NUMERIC' TO FD-REJ-REASON
               PERFORM 2600-WRITE-REJECT
               EXIT PARAGRAPH
               END-IF
           END-IF.

           IF PAY-CORP-ID NOT = SPACES
               PERFORM 2800-APPLY-COMPANY-PAYMENT
               EXIT PARAGRAPH
           END-IF.

           MOVE PAY-ACCT-ID TO FD-ACCT-ID.
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                   PERFORM 2600-WRITE-REJECT
               NOT INVALID KEY
                   PERFORM 2300-APPLY-PAYMENT
                   ADD 1 TO WS-APPLIED-COUNT
           END-READ.
           EXIT.

           ADD PAY-AMOUNT TO ACCT-CURR-CYC-CREDIT.
           PERFORM 2350-ALLOCATE-TO-BUCKETS.
           MOVE WS-RUN-TIMESTAMP TO ACCT-LAST-MAINT-TS.
      *    The phone screen placed its own hold when it memo-posted.
           MOVE ZERO TO WS-HOLD-DAYS.
           IF NOT PAY-MEMO-POSTED AND WS-PHS-AVAIL
               PERFORM 2700-GET-HOLD-DAYS
           END-IF.
           IF WS-HOLD-DAYS > ZERO
               IF ACCT-PAY-HOLD-AMT NOT NUMERIC
                   MOVE ZERO TO ACCT-PAY-HOLD-AMT
               END-IF
               ADD PAY-AMOUNT TO ACCT-PAY-HOLD-AMT
           END-IF.

           MOVE ACCOUNT-RECORD TO FD-ACCTFILE-REC.
           REWRITE FD-ACCTFILE-REC
                   PERFORM 9999-ABEND-PROGRAM
           END-REWRITE.

           IF WS-HOLD-DAYS > ZERO
               PERFORM 2750-WRITE-PAYMENT-HOLD
           END-IF.

           PERFORM 2400-POST-PAYMENT-TRAN.

           ADD PAY-AMOUNT TO WS-APPLIED-AMT.
           EXIT.

           MOVE '02'              TO TRAN-TYPE-CD.
           MOVE 0001              TO TRAN-CAT-CD.
           MOVE 'PAYMENT'         TO TRAN-SOURCE.
           IF PAY-CORP-ID = SPACES
               STRING 'PAYMENT RECEIVED - REF ' PAY-REFERENCE
                   DELIMITED BY SIZE
                   INTO TRAN-DESC
               END-STRING
           ELSE
               STRING 'COMPANY PAYMENT ' PAY-CORP-ID
                      ' - REF ' PAY-REFERENCE
                   DELIMITED BY SIZE
                   INTO TRAN-DESC
               END-STRING
           END-IF.
           COMPUTE TRAN-AMT = 0 - PAY-AMOUNT.
           MOVE ZERO              TO TRAN-MERCHANT-ID.
           MOVE SPACES            TO TRAN-MERCHANT-NAME
           END-PERFORM.
           EXIT.

      *****************************************************************
      * Clearing hold for a batch payment.  The channel comes from    *
      * the remittance reference (ACH originations carry an ACH       *
      * prefix); account age is whole months since the open date,     *
      * zero when the open date is unusable.                          *
      *****************************************************************
       2700-GET-HOLD-DAYS.
           EVALUATE TRUE
               WHEN PAY-REFERENCE(1:5) = 'PHONE'
                   MOVE 'PHONE' TO WS-HOLD-CHANNEL
               WHEN PAY-REFERENCE(1:3) = 'ACH'
                   MOVE 'ACH  ' TO WS-HOLD-CHANNEL
               WHEN OTHER
                   MOVE 'OTHER' TO WS-HOLD-CHANNEL
           END-EVALUATE.

           MOVE ZERO TO WS-ACCT-AGE-MOS.
           IF ACCT-OPEN-DATE(1:4) IS NUMERIC
              AND ACCT-OPEN-DATE(6:2) IS NUMERIC
              AND ACCT-OPEN-DATE(1:10) < WS-RUN-TIMESTAMP(1:10)
               COMPUTE WS-ACCT-AGE-MOS =
                   (WS-RUN-YYYY
                  - FUNCTION NUMVAL(ACCT-OPEN-DATE(1:4))) * 12
                  + WS-RUN-MM
                  - FUNCTION NUMVAL(ACCT-OPEN-DATE(6:2))
               END-COMPUTE
           END-IF.

           PERFORM VARYING WS-PHS-SUB FROM 1 BY 1
               UNTIL WS-PHS-SUB > WS-PHS-COUNT
               IF WS-PHS-CHANNEL (WS-PHS-SUB) = WS-HOLD-CHANNEL
                  AND WS-PHS-MIN-AGE (WS-PHS-SUB) <= WS-ACCT-AGE-MOS
                   MOVE WS-PHS-DAYS (WS-PHS-SUB) TO WS-HOLD-DAYS
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
      * Log the hold, releasing the given number of days after this   *
      * posting.  A duplicate key means a same-day rerun already      *
      * logged under this sequence - step it forward and retry.       *
      *****************************************************************
       2750-WRITE-PAYMENT-HOLD.
           MOVE WS-RUN-DATE-FIELDS TO WS-HOLD-DATE-NUM.
           COMPUTE WS-HOLD-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-HOLD-DATE-NUM)
             + WS-HOLD-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-HOLD-DATE-INT)
             TO WS-HOLD-DATE-NUM.
           STRING WS-HOLD-DATE-NUM(1:4) '-' WS-HOLD-DATE-NUM(5:2) '-'
                  WS-HOLD-DATE-NUM(7:2)
               DELIMITED BY SIZE INTO WS-HOLD-RELEASE
           END-STRING.

           INITIALIZE PAYMENT-HOLD-RECORD.
           MOVE ACCT-ID                TO PHD-ACCT-ID.
           MOVE WS-RUN-TIMESTAMP(1:10) TO PHD-PAY-DATE.
           ADD 1 TO WS-PHD-SEQ.
           MOVE WS-PHD-SEQ-FIELDS      TO PHD-PAY-SEQ.
           MOVE WS-HOLD-CHANNEL        TO PHD-CHANNEL.
           MOVE PAY-AMOUNT             TO PHD-AMOUNT.
           MOVE WS-HOLD-DAYS           TO PHD-HOLD-DAYS.
           MOVE WS-HOLD-RELEASE        TO PHD-RELEASE-DATE.
           SET PHD-HELD                TO TRUE.
           MOVE WS-RUN-TIMESTAMP(1:10) TO PHD-STATUS-DATE.
           MOVE PAY-REFERENCE          TO PHD-REFERENCE.
           MOVE 'N' TO WS-TRAN-WRITTEN-SW.
           PERFORM UNTIL WS-TRAN-WRITTEN
               WRITE PAYMENT-HOLD-RECORD
               EVALUATE PAYHOLD-STATUS
                   WHEN '00'
                       SET WS-TRAN-WRITTEN TO TRUE
                   WHEN '22'
                       ADD 1 TO WS-PHD-SEQ
                       MOVE WS-PHD-SEQ-FIELDS TO PHD-PAY-SEQ
                   WHEN OTHER
                       DISPLAY 'ERROR WRITING PAYHOLD FOR ACCOUNT: '
                               ACCT-ID
                       MOVE PAYHOLD-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-PERFORM.
           ADD 1 TO WS-HELD-COUNT.
           ADD PAY-AMOUNT TO WS-HELD-AMT.
           EXIT.

      *****************************************************************
      * Company remittance.  Only a corporate-liability company is    *
      * billed as a company, so only such a company can pay as one -  *
      * an individual-liability program's employees pay their own     *
      * accounts.  The remittance pays every active member's          *
      * outstanding minimum first, so no employee account ages while  *
      * the company's payment covered it, then pays down balances in  *
      * account order.  Each slice posts through 2300 exactly as a    *
      * direct payment to that account would.                         *
      *****************************************************************
       2800-APPLY-COMPANY-PAYMENT.
           IF NOT WS-CORP-AVAIL
               MOVE 'COMPANY FILES NOT AVAILABLE' TO FD-REJ-REASON
               ADD PAY-AMOUNT TO WS-REJECTED-AMT
               PERFORM 2600-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.

           IF PAY-CORP-ID NOT NUMERIC
               MOVE 'COMPANY ID NOT NUMERIC' TO FD-REJ-REASON
               ADD PAY-AMOUNT TO WS-REJECTED-AMT
               PERFORM 2600-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.

           MOVE PAY-CORP-ID TO CORP-ID.
           READ CORP-FILE.
           IF CORPFILE-STATUS NOT = '00'
               MOVE 'COMPANY NOT ON CORPFILE' TO FD-REJ-REASON
               ADD PAY-AMOUNT TO WS-REJECTED-AMT
               PERFORM 2600-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.

           IF NOT CORP-LIAB-CORPORATE
               MOVE 'COMPANY NOT CORPORATE LIABILITY' TO FD-REJ-REASON
               ADD PAY-AMOUNT TO WS-REJECTED-AMT
               PERFORM 2600-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2810-LOAD-COMPANY-MEMBERS.
           IF WS-CMT-COUNT = ZERO
               MOVE 'COMPANY HAS NO ACTIVE MEMBERS' TO FD-REJ-REASON
               ADD PAY-AMOUNT TO WS-REJECTED-AMT
               PERFORM 2600-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PAYMENT-REC TO WS-CORP-PAY-SAVE.
           MOVE PAY-AMOUNT TO WS-CORP-REMAINING.
           MOVE SPACE TO PAY-MEMO-POST-IND.

      *    Pass 1 - outstanding minimums.
           PERFORM VARYING WS-CMT-SUB FROM 1 BY 1
               UNTIL WS-CMT-SUB > WS-CMT-COUNT
                     OR WS-CORP-REMAINING <= ZERO
               MOVE WS-CMT-MIN-DUE (WS-CMT-SUB) TO WS-CORP-SLICE
               PERFORM 2850-APPLY-COMPANY-SLICE
           END-PERFORM.

      *    Pass 2 - the balances that remain.
           PERFORM VARYING WS-CMT-SUB FROM 1 BY 1
               UNTIL WS-CMT-SUB > WS-CMT-COUNT
                     OR WS-CORP-REMAINING <= ZERO
               MOVE WS-CMT-BAL (WS-CMT-SUB) TO WS-CORP-SLICE
               PERFORM 2850-APPLY-COMPANY-SLICE
           END-PERFORM.

      *    Overpayment stays with the company as a credit on its
      *    first employee account.
           IF WS-CORP-REMAINING > ZERO
               MOVE 1 TO WS-CMT-SUB
               MOVE WS-CORP-REMAINING TO WS-CORP-SLICE
               PERFORM 2850-APPLY-COMPANY-SLICE
           END-IF.

           MOVE WS-CORP-PAY-SAVE TO WS-PAYMENT-REC.
           ADD 1 TO WS-APPLIED-COUNT.
           ADD 1 TO WS-CORP-PAY-COUNT.
           ADD PAY-AMOUNT TO WS-CORP-PAY-AMT.
           EXIT.

      *****************************************************************
      * Active employee accounts of the company, in account order,   *
      * with each account's outstanding statement minimum (less what *
      * the cycle has already paid) and its current balance.         *
      *****************************************************************
       2810-LOAD-COMPANY-MEMBERS.
           MOVE ZERO TO WS-CMT-COUNT.
           MOVE 'N' TO WS-CMB-EOF-SW.
           MOVE CORP-ID TO CMB-CORP-ID.
           MOVE ZERO TO CMB-ACCT-ID.
           START CORPMEMB-FILE KEY IS NOT LESS THAN CMB-KEY
               INVALID KEY
                   SET WS-CMB-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-CMB-EOF
               READ CORPMEMB-FILE NEXT
                   AT END
                       SET WS-CMB-EOF TO TRUE
                   NOT AT END
                       IF CMB-CORP-ID NOT = CORP-ID
                           SET WS-CMB-EOF TO TRUE
                       ELSE
                           IF CMB-ACTIVE
                               PERFORM 2820-ADD-COMPANY-MEMBER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      *****************************************************************
       2820-ADD-COMPANY-MEMBER.
           IF WS-CMT-COUNT >= WS-CMT-MAX
               DISPLAY 'WARNING: COMPANY MEMBER TABLE FULL, SKIPPING '
                       'ACCOUNT: ' CMB-ACCT-ID
               EXIT PARAGRAPH
           END-IF.
           MOVE CMB-ACCT-ID TO FD-ACCT-ID.
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'WARNING: COMPANY MEMBER NOT ON ACCTFILE: '
                       CMB-ACCT-ID
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CMT-COUNT.
           MOVE ACCT-ID TO WS-CMT-ACCT-ID (WS-CMT-COUNT).
           IF ACCT-CURR-BAL > ZERO
               MOVE ACCT-CURR-BAL TO WS-CMT-BAL (WS-CMT-COUNT)
           ELSE
               MOVE ZERO TO WS-CMT-BAL (WS-CMT-COUNT)
           END-IF.

           MOVE ZERO TO WS-CMT-MIN-DUE (WS-CMT-COUNT).
           IF ACCT-PRIOR-STMT-BAL IS NUMERIC
              AND ACCT-PRIOR-STMT-BAL > ZERO
               COMPUTE WS-CORP-SLICE ROUNDED =
                   ACCT-PRIOR-STMT-BAL * WS-CORP-MIN-PAY-PCT
               IF WS-CORP-SLICE < WS-CORP-MIN-PAY-FLOOR
                   MOVE WS-CORP-MIN-PAY-FLOOR TO WS-CORP-SLICE
               END-IF
               IF WS-CORP-SLICE > ACCT-PRIOR-STMT-BAL
                   MOVE ACCT-PRIOR-STMT-BAL TO WS-CORP-SLICE
               END-IF
               SUBTRACT ACCT-CURR-CYC-CREDIT FROM WS-CORP-SLICE
               IF WS-CORP-SLICE > WS-CMT-BAL (WS-CMT-COUNT)
                   MOVE WS-CMT-BAL (WS-CMT-COUNT) TO WS-CORP-SLICE
               END-IF
               IF WS-CORP-SLICE > ZERO
                   MOVE WS-CORP-SLICE TO WS-CMT-MIN-DUE (WS-CMT-COUNT)
               END-IF
           END-IF.
           EXIT.

      *****************************************************************
      * Posts one slice of a company remittance to the member at      *
      * WS-CMT-SUB - never more than is left of the remittance.       *
      *****************************************************************
       2850-APPLY-COMPANY-SLICE.
           IF WS-CORP-SLICE > WS-CORP-REMAINING
               MOVE WS-CORP-REMAINING TO WS-CORP-SLICE
           END-IF.
           IF WS-CORP-SLICE <= ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CMT-ACCT-ID (WS-CMT-SUB) TO PAY-ACCT-ID FD-ACCT-ID.
           MOVE WS-CORP-SLICE TO PAY-AMOUNT.
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'ERROR READING ACCTFILE FOR COMPANY '
                           'MEMBER: ' PAY-ACCT-ID
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-READ.
           PERFORM 2300-APPLY-PAYMENT.

           SUBTRACT WS-CORP-SLICE FROM WS-CORP-REMAINING.
           SUBTRACT WS-CORP-SLICE FROM WS-CMT-BAL (WS-CMT-SUB).
           IF WS-CMT-BAL (WS-CMT-SUB) < ZERO
               MOVE ZERO TO WS-CMT-BAL (WS-CMT-SUB)
           END-IF.
           ADD 1 TO WS-CORP-SLICE-COUNT.
           EXIT.

      *****************************************************************
      * Balancing report - payments received must equal payments      *
      * applied plus payments rejected, in both count and amount.     *
                   ' AMT: ' WS-APPLIED-AMT.
           DISPLAY '  PAYMENTS REJECTED : ' WS-REJECTED-COUNT
                   ' AMT: ' WS-REJECTED-AMT.
           DISPLAY '  APPLIED ON HOLD   : ' WS-HELD-COUNT
                   ' AMT: ' WS-HELD-AMT.
           DISPLAY '  COMPANY PAYMENTS  : ' WS-CORP-PAY-COUNT
                   ' AMT: ' WS-CORP-PAY-AMT.
           DISPLAY '  MEMBER POSTINGS   : ' WS-CORP-SLICE-COUNT.
           IF WS-RECEIVED-COUNT NOT =
                   WS-APPLIED-COUNT + WS-REJECTED-COUNT
               DISPLAY '  *** OUT OF BALANCE - COUNTS DO NOT TIE ***'
           CLOSE GROUP-FILE.
           CLOSE REJECT-FILE.
           CLOSE REJQUEUE-FILE.
           CLOSE PAYHOLD-FILE.
           IF WS-CORP-AVAIL
               CLOSE CORP-FILE
               CLOSE CORPMEMB-FILE
           END-IF.
           EXIT.

       9999-ABEND-PROGRAM.
