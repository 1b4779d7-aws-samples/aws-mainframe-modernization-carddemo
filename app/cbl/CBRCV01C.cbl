      *               recovery credit to TRANSACT for the journal
      *               extract, marks ledgers settled when fully
      *               recovered, and produces the recoveries report
      *               for finance.  A recovery an outside agency
      *               collected (CBAGY02C remittance intake) carries
      *               the agency's commission: the ledger is credited
      *               with what the debtor paid, the recovery posting
      *               with what the agency remitted - net of its
      *               commission.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Recovery remittances - one post-charge-off payment per
      *    record, same shape as the PAYFILE remittance.  Agency
      *    collections from CBAGY02C arrive in the same layout with
      *    the agency id and its commission filled in.
           SELECT RCVPAY-FILE ASSIGN TO RCVPAY
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
           05 FD-RP-AMOUNT                      PIC 9(09)V99.
           05 FD-RP-DATE                        PIC X(10).
           05 FD-RP-REFERENCE                   PIC X(16).
           05 FD-RP-AGENCY-ID                   PIC X(04).
           05 FD-RP-COMMISSION                  PIC 9(07)V99.
           05 FILLER                            PIC X(19).
       01  FD-RCVPAY-REC-X REDEFINES FD-RCVPAY-REC.
           05 FD-RP-ACCT-ID-X                   PIC X(11).
           05 FD-RP-AMOUNT-X                    PIC X(11).
           05 FILLER                            PIC X(30).
           05 FD-RP-COMMISSION-X                PIC X(09).
           05 FILLER                            PIC X(19).

       FD  RECVLEDG-FILE.
       COPY CVRCV01Y.
       01  WS-WORK-AMOUNTS                COMP-3.
           05  WS-RECOVERED-TOTAL         PIC S9(11)V99 VALUE 0.
           05  WS-REJECTED-AMT            PIC S9(11)V99 VALUE 0.
           05  WS-COMMISSION              PIC S9(09)V99 VALUE 0.
           05  WS-NET-AMOUNT              PIC S9(09)V99 VALUE 0.
           05  WS-COMMISSION-TOTAL        PIC S9(11)V99 VALUE 0.

       01  WS-RUN-COUNTS.
           05  WS-PAYMENTS-READ            PIC 9(09) VALUE 0.
           05  WS-PAYMENTS-APPLIED         PIC 9(09) VALUE 0.
           05  WS-PAYMENTS-REJECTED        PIC 9(09) VALUE 0.
           05  WS-LEDGERS-SETTLED          PIC 9(09) VALUE 0.
           05  WS-AGENCY-RECOVERIES        PIC 9(09) VALUE 0.

       01  WS-TRAN-ID-FIELDS.
           05  WS-TRAN-ID-PREFIX           PIC X(02) VALUE 'RV'.
                   EXIT PARAGRAPH
           END-READ.

           MOVE ZERO TO WS-COMMISSION.
           IF FD-RP-AGENCY-ID NOT = SPACES
              AND FD-RP-AGENCY-ID NOT = LOW-VALUES
              AND FD-RP-COMMISSION-X IS NUMERIC
               MOVE FD-RP-COMMISSION TO WS-COMMISSION
           END-IF.
           IF WS-COMMISSION > FD-RP-AMOUNT
               MOVE FD-RP-AMOUNT TO WS-COMMISSION
           END-IF.
           COMPUTE WS-NET-AMOUNT = FD-RP-AMOUNT - WS-COMMISSION.

           ADD FD-RP-AMOUNT TO RCV-RECOVERED-LTD.
           SUBTRACT FD-RP-AMOUNT FROM RCV-FORGIVEN-AMT.
           IF RCV-FORGIVEN-AMT < ZERO
           END-IF.
           MOVE FD-RP-DATE TO RCV-LAST-PAYMENT-DATE.
           MOVE 'RECOVERY POSTED     ' TO WS-DTL-DISP.
           IF FD-RP-AGENCY-ID NOT = SPACES
              AND FD-RP-AGENCY-ID NOT = LOW-VALUES
               MOVE 'AGENCY RECOVERY     ' TO WS-DTL-DISP
               ADD 1 TO WS-AGENCY-RECOVERIES
               ADD WS-COMMISSION TO WS-COMMISSION-TOTAL
           END-IF.
           IF RCV-RECOVERED-LTD >= RCV-ORIG-BAL
                   AND NOT RCV-SETTLED
               MOVE 'S' TO RCV-STATUS
           MOVE '06'              TO TRAN-TYPE-CD.
           MOVE 0002              TO TRAN-CAT-CD.
           MOVE 'RECOVERY'        TO TRAN-SOURCE.
           IF FD-RP-AGENCY-ID NOT = SPACES
              AND FD-RP-AGENCY-ID NOT = LOW-VALUES
               STRING 'AGENCY ' FD-RP-AGENCY-ID
                      ' RECOVERY NET OF COMMISSION - REF '
                      FD-RP-REFERENCE
                   DELIMITED BY SIZE
                   INTO TRAN-DESC
               END-STRING
           ELSE
               STRING 'POST CHARGE-OFF RECOVERY - REF '
                      FD-RP-REFERENCE
                   DELIMITED BY SIZE
                   INTO TRAN-DESC
               END-STRING
           END-IF.
           COMPUTE TRAN-AMT = 0 - WS-NET-AMOUNT.
           MOVE ZERO              TO TRAN-MERCHANT-ID.
           MOVE SPACES            TO TRAN-MERCHANT-NAME
                                     TRAN-MERCHANT-CITY
           DISPLAY '  PAYMENTS REJECTED    : ' WS-PAYMENTS-REJECTED.
           DISPLAY '  RECOVERED TOTAL      : ' WS-RECOVERED-TOTAL.
           DISPLAY '  LEDGERS SETTLED      : ' WS-LEDGERS-SETTLED.
           DISPLAY '  AGENCY RECOVERIES    : ' WS-AGENCY-RECOVERIES.
           DISPLAY '  AGENCY COMMISSION    : ' WS-COMMISSION-TOTAL.
           DISPLAY '================================================'.
           EXIT.

