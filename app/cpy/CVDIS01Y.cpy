           05  DIS-NETWORK-SENT-DATE               PIC X(10).
           05  DIS-NETWORK-DEADLINE                PIC X(10).
           05  DIS-PROV-CREDIT-DATE                PIC X(10).
      *    Fraud classification, captured when a FRAU-reason case is
      *    lost; the CBFRL01C fraud-loss run writes the case off to
      *    the fraud-loss ledger under this type.
           05  DIS-FRAUD-TYPE                      PIC X(02).
               88  DIS-FRAUD-TYPE-VALID            VALUE 'LS', 'CF',
                                                         'CN', 'AT',
                                                         'AP', 'OT'.
      *    Interest deferred on the disputed amount while the case
      *    is under investigation, accrued by each CBINT01C cycle
      *    close (the run date, CCYYMMDD, of the last one that did).
      *    CBDSP01C bills it when the case is lost, forgives it when
      *    the case is won.
           05  DIS-DEFER-INT-AMT                   PIC S9(07)V99
                                                   COMP-3.
           05  DIS-DEFER-INT-LAST-CYC              PIC 9(08).
