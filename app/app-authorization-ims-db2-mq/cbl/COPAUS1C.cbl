         05 WS-PGM-AUTH-HIST           PIC X(08) VALUE 'COPAUS3C'.
         05 WS-AUDITPGM                PIC X(08) VALUE 'COAUDIT'.
         05 WS-CICS-TRANID             PIC X(04) VALUE 'CPVD'.
         05 WS-MCC-FILE                PIC X(08) VALUE 'MCCFILE '.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.                  
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.                     
           88 ERR-FLG-ON                         VALUE 'Y'.                     
          05 WS-DECLINE-REASON-TABLE.
             10   PIC X(20) VALUE '0000APPROVED'.
             10   PIC X(20) VALUE '3100INVALID CARD'.
             10   PIC X(20) VALUE '3500NO MATCHING HOLD'.
             10   PIC X(20) VALUE '4100INSUFFICNT FUND'.
             10   PIC X(20) VALUE '4110CASH LIMIT'.
             10   PIC X(20) VALUE '4120CORPORATE LIMIT'.
             10   PIC X(20) VALUE '4200CARD NOT ACTIVE'.
             10   PIC X(20) VALUE '4210EXPIRED CARD'.
             10   PIC X(20) VALUE '4220EXPIRY MISMATCH'.
             10   PIC X(20) VALUE '4230CVV MISMATCH'.
             10   PIC X(20) VALUE '4300ACCOUNT CLOSED'.
             10   PIC X(20) VALUE '4310BANKRUPTCY'.
             10   PIC X(20) VALUE '4400HIGH RISK DECL'.
             10   PIC X(20) VALUE '4500VELOCITY EXCEED'.
             10   PIC X(20) VALUE '4600NOT ACTIVATED'.
             10   PIC X(20) VALUE '4700CUST MCC BLOCK'.
             10   PIC X(20) VALUE '4710CUST FOREIGN BLK'.
             10   PIC X(20) VALUE '4720CUST CNP BLOCK'.
             10   PIC X(20) VALUE '4730CUST AMOUNT CAP'.
             10   PIC X(20) VALUE '4800STAND-IN DECLINE'.
             10   PIC X(20) VALUE '4900INVALID CARD NUM'.
             10   PIC X(20) VALUE '5100CARD FRAUD'.
             10   PIC X(20) VALUE '5200MERCHANT FRAUD'.
             10   PIC X(20) VALUE '5300LOST CARD'.
             10   PIC X(20) VALUE '5310STOLEN CARD'.
             10   PIC X(20) VALUE '9000UNKNOWN'.
          05 WS-DECLINE-REASON-TAB REDEFINES WS-DECLINE-REASON-TABLE
                                OCCURS 26 TIMES
                                ASCENDING KEY IS DECL-CODE
                                INDEXED BY WS-DECL-RSN-IDX.
             10 DECL-CODE                PIC X(4).
      *Audit trail record layout
       COPY AUDITLOG.

      *Merchant category code reference
       COPY CVMCC01Y.

      *----------------------------------------------------------------*
      *  IMS SEGMENT LAYOUT
      *----------------------------------------------------------------*
               MOVE PA-MERCHANT-CITY          TO MERCITYO
               MOVE PA-MERCHANT-STATE         TO MERSTO
               MOVE PA-MERCHANT-ZIP           TO MERZIPO

               PERFORM SHOW-MCC-DESCRIPTION
           END-IF
           .

      *    The map carries only the four-digit code; what the category
      *    is, and how authorization treats it, goes on the message
      *    line unless something more pressing is already there.
       SHOW-MCC-DESCRIPTION.

           IF WS-MESSAGE = SPACES
              MOVE PA-MERCHANT-CATAGORY-CODE TO MCC-CODE
              EXEC CICS READ
                   DATASET(WS-MCC-FILE)
                   INTO(MCC-REFERENCE-RECORD)
                   RIDFLD(MCC-CODE)
                   KEYLENGTH(LENGTH OF MCC-CODE)
                   RESP(WS-RESP-CD)
                   RESP2(WS-REAS-CD)
              END-EXEC
              IF WS-RESP-CD = DFHRESP(NORMAL)
                 STRING 'MCC ' MCC-CODE ': ' MCC-DESC
                        ' ' MCC-CATEGORY-GROUP
                        ' RISK ' MCC-RISK-CLASS
                        DELIMITED BY SIZE INTO WS-MESSAGE
                 END-STRING
                 IF MCC-CASH-LIKE OR MCC-QUASI-CASH
                    MOVE 'CASH' TO WS-MESSAGE(72:4)
                 END-IF
              ELSE
                 STRING 'MCC ' PA-MERCHANT-CATAGORY-CODE
                        ': NOT ON MCC REFERENCE FILE'
                        DELIMITED BY SIZE INTO WS-MESSAGE
                 END-STRING
              END-IF
           END-IF
           .

