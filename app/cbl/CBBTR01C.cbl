      *               end date on the account so CBINT01C accrues the
      *               promo bucket at the offer rate until the
      *               CBPRM01C repricing run rolls it to standard
      *               pricing.  A request carrying a campaign code is
      *               a response to that marketing campaign; the
      *               account's MKTOFFER entry is marked responded
      *               with the amount, for the CBMKT02C response-rate
      *               report.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS TRAN-ID
                  FILE STATUS  IS TRANFILE-STATUS.
      *
           SELECT MKTOFFER-FILE ASSIGN TO MKTOFFER
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-MKO-KEY
                  FILE STATUS  IS MKTOFFER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FD-BT-PROMO-RATE                  PIC 9(03)V99.
           05 FD-BT-PROMO-END                   PIC X(10).
           05 FD-BT-REFERENCE                   PIC X(16).
           05 FD-BT-CAMPAIGN-CD                 PIC X(08).
           05 FILLER                            PIC X(14).
       01  FD-BTREQ-REC-X REDEFINES FD-BTREQ-REC.
           05 FD-BT-CARD-NUM-X                  PIC X(16).
           05 FD-BT-AMOUNT-X                    PIC X(11).
       FD  TRAN-FILE.
       COPY CVTRA05Y.

       FD  MKTOFFER-FILE.
       01  FD-MKTOFFER-REC.
           05  FD-MKO-KEY                       PIC X(19).
           05  FD-MKO-DATA                      PIC X(81).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVACT01Y.
       COPY CVMKT01Y.

       01  BTREQ-STATUS.
           05  BTREQ-STAT1         PIC X.
       01  TRANFILE-STATUS.
           05  TRANFILE-STAT1      PIC X.
           05  TRANFILE-STAT2      PIC X.
       01  MKTOFFER-STATUS.
           05  MKTOFFER-STAT1      PIC X.
           05  MKTOFFER-STAT2      PIC X.

       01  IO-STATUS.
           05  IO-STAT1            PIC X.
           05  WS-REQUESTS-READ            PIC 9(09) VALUE 0.
           05  WS-XFERS-POSTED             PIC 9(09) VALUE 0.
           05  WS-REQUESTS-REJECTED        PIC 9(09) VALUE 0.
           05  WS-CAMPAIGN-RESPONSES       PIC 9(09) VALUE 0.
           05  WS-RESPONSES-UNMATCHED      PIC 9(09) VALUE 0.

       01  WS-TRAN-ID-FIELDS.
           05  WS-TRAN-ID-PREFIX           PIC X(02) VALUE 'BT'.
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN I-O MKTOFFER-FILE.
           IF MKTOFFER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MKTOFFER'
               MOVE MKTOFFER-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

      *****************************************************************
       2000-PROCESS-REQUESTS.
      *****************************************************************

           ADD 1 TO WS-XFERS-POSTED.
           ADD FD-BT-AMOUNT TO WS-XFER-TOTAL.

           IF FD-BT-CAMPAIGN-CD NOT = SPACES
               PERFORM 2400-MATCH-CAMPAIGN-OFFER
           END-IF.
           EXIT.

      *****************************************************************
      * A response is credited to the campaign only where the account *
      * was actually offered under it; the first transfer back is the *
      * response, later ones under the same code are not recounted.   *
      *****************************************************************
       2400-MATCH-CAMPAIGN-OFFER.
           MOVE FD-BT-CAMPAIGN-CD TO MKO-CAMPAIGN-CD.
           MOVE XREF-ACCT-ID      TO MKO-ACCT-ID.
           MOVE MKO-KEY           TO FD-MKO-KEY.
           READ MKTOFFER-FILE INTO MARKETING-OFFER-RECORD.
           EVALUATE MKTOFFER-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   ADD 1 TO WS-RESPONSES-UNMATCHED
                   DISPLAY 'TRANSFER NOT MATCHED TO CAMPAIGN OFFER: '
                           FD-BT-CAMPAIGN-CD ' ' XREF-ACCT-ID
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY 'ERROR READING MKTOFFER: ' FD-MKO-KEY
                   MOVE MKTOFFER-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           IF NOT MKO-OFFERED
               EXIT PARAGRAPH
           END-IF.
           SET MKO-RESPONDED      TO TRUE.
           MOVE WS-RUN-TIMESTAMP(1:10) TO MKO-RESPONSE-DATE.
           MOVE FD-BT-AMOUNT      TO MKO-RESPONSE-AMT.
           REWRITE FD-MKTOFFER-REC FROM MARKETING-OFFER-RECORD.
           IF MKTOFFER-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING MKTOFFER: ' FD-MKO-KEY
               MOVE MKTOFFER-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-CAMPAIGN-RESPONSES.
           EXIT.

      *****************************************************************
           DISPLAY '  TRANSFERS POSTED     : ' WS-XFERS-POSTED.
           DISPLAY '  TRANSFER TOTAL       : ' WS-XFER-TOTAL.
           DISPLAY '  REQUESTS REJECTED    : ' WS-REQUESTS-REJECTED.
           DISPLAY '  CAMPAIGN RESPONSES   : ' WS-CAMPAIGN-RESPONSES.
           DISPLAY '  RESPONSES UNMATCHED  : ' WS-RESPONSES-UNMATCHED.
           DISPLAY '================================================'.
           EXIT.

           CLOSE XREF-FILE.
           CLOSE ACCTFILE-FILE.
           CLOSE TRAN-FILE.
           CLOSE MKTOFFER-FILE.
           EXIT.

       9999-ABEND-PROGRAM.
