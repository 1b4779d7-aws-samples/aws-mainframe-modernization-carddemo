      * the balance is contra-posted off the account master at 180
      * days.  Recovery payments arriving after charge-off post
      * through CBRCV01C against this ledger - never through the
      * normal CBPAY01C allocation.  While an outside collections
      * agency works the ledger (CBAGY01C placement) its agency id
      * is held here; the placement count drives which agency tier
      * the next placement goes to.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
               88  RCV-SETTLED                     VALUE 'S'.
               88  RCV-FORGIVEN                    VALUE 'F'.
           05  RCV-LAST-PAYMENT-DATE               PIC X(10).
           05  RCV-AGENCY-ID                       PIC X(04).
               88  RCV-NOT-PLACED                  VALUE SPACES,
                                                         LOW-VALUES.
           05  RCV-PLACEMENT-CNT                   PIC 9(02).
           05  FILLER                              PIC X(10).
