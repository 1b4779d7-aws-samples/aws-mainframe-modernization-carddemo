      *               hub's control trailer first) and earns
      *               points by transaction category at the rate held
      *               on the PTSRATE reference file, accumulating each
      *               account's balance on the keyed PTSBAL file.  An
      *               account on a card product (PRODFILE) that does
      *               not carry rewards earns nothing.
      *               Pass two applies redemption requests, decrements
      *               the points balance, and posts the statement
      *               credit to TRANSACT.
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      *
           SELECT PROD-FILE ASSIGN TO PRODFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PRD-ID
                  FILE STATUS  IS PRODFILE-STATUS.
      *
           SELECT TRAN-FILE ASSIGN TO TRANSACT
                  ORGANIZATION IS INDEXED
           05  FD-ACCT-ID                       PIC 9(11).
           05  FD-ACCT-DATA                     PIC X(289).

       FD  PROD-FILE.
       COPY CVPRD01Y.

       FD  TRAN-FILE.
       COPY CVTRA05Y.

       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  PRODFILE-STATUS.
           05  PRODFILE-STAT1      PIC X.
           05  PRODFILE-STAT2      PIC X.

      *---------------------------------------------------------------*
      * Hub extract record plus the running tallies proved against    *
           05  WS-TRANS-EARNING            PIC 9(09) VALUE 0.
           05  WS-POINTS-EARNED-TOT        PIC 9(11) VALUE 0.
           05  WS-NO-XREF-COUNT            PIC 9(09) VALUE 0.
           05  WS-NOT-ELIGIBLE-COUNT       PIC 9(09) VALUE 0.
           05  WS-REDM-READ                PIC 9(09) VALUE 0.
           05  WS-REDM-APPLIED             PIC 9(09) VALUE 0.
           05  WS-REDM-REJECTED            PIC 9(09) VALUE 0.
               DISPLAY 'ERROR OPENING ACCTFILE: ' ACCTFILE-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT PROD-FILE.
           IF PRODFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PRODFILE: ' PRODFILE-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN I-O TRAN-FILE.
           IF TRANFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANSACT: ' TRANFILE-STATUS
           END-IF.
           SUBTRACT 1 FROM WS-XREF-SUB.

           PERFORM 2250-CHECK-PRODUCT.
           IF WS-NOT-FOUND
               ADD 1 TO WS-NOT-ELIGIBLE-COUNT
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2400-GET-BALANCE-RECORD.
           ADD WS-POINTS-EARNED TO PTS-CURR-BALANCE.
           ADD WS-POINTS-EARNED TO PTS-EARNED-LTD.
           ADD WS-POINTS-EARNED TO WS-POINTS-EARNED-TOT.
           EXIT.

      *****************************************************************
      * An account with no product predates the product table and     *
      * keeps earning; one whose product carries no rewards does not. *
      * WS-FOUND is left set when the account may earn.               *
      *****************************************************************
       2250-CHECK-PRODUCT.
           SET WS-FOUND TO TRUE.
           MOVE WS-XREF-TBL-ACCT (WS-XREF-SUB) TO FD-ACCT-ID.
           READ ACCTFILE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE FD-ACCTFILE-REC TO ACCOUNT-RECORD.
           IF ACCT-PRODUCT-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCT-PRODUCT-ID TO PRD-ID.
           READ PROD-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT PRD-REWARDS-ELIGIBLE
               SET WS-NOT-FOUND TO TRUE
           END-IF.
           EXIT.

      *****************************************************************
      * The month's earnings age into this month's vintage row.       *
      *****************************************************************
           DISPLAY '  TRANSACTIONS EARNING : ' WS-TRANS-EARNING.
           DISPLAY '  POINTS EARNED        : ' WS-POINTS-EARNED-TOT.
           DISPLAY '  CARDS NOT ON XREF    : ' WS-NO-XREF-COUNT.
           DISPLAY '  PRODUCT NOT EARNING  : ' WS-NOT-ELIGIBLE-COUNT.
           DISPLAY '  REDEMPTIONS READ     : ' WS-REDM-READ.
           DISPLAY '  REDEMPTIONS APPLIED  : ' WS-REDM-APPLIED.
           DISPLAY '  REDEMPTIONS REJECTED : ' WS-REDM-REJECTED.
           CLOSE XREF-FILE.
           CLOSE TRAN-FILE.
           CLOSE ACCTFILE-FILE.
           CLOSE PROD-FILE.
           EXIT.

       9999-ABEND-PROGRAM.
