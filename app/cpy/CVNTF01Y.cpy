               88  NTFY-EV-ADVERSE-ACTION          VALUE 'ADVA'.
               88  NTFY-EV-DELINQ-NOTICE           VALUE 'DLNQ'.
               88  NTFY-EV-DISPUTE-ACK             VALUE 'DACK'.
      *        Mailing address changed online (COCUSM0C).
               88  NTFY-EV-ADDRESS-CHANGE          VALUE 'ADRC'.
      *        Advance notice of a group rate increase (CBCIT01C).
               88  NTFY-EV-CHANGE-IN-TERMS         VALUE 'CITN'.
      *        Advance notice of penalty pricing (CBDLQ01C).
               88  NTFY-EV-PENALTY-APR             VALUE 'PAPR'.
      *        Account moved to another card product (CBPRD01C).
               88  NTFY-EV-PRODUCT-CHANGE          VALUE 'PCHG'.
      *        Collection contact - held while an account is in
      *        bankruptcy.
               88  NTFY-EV-COLLECTION              VALUE 'PDUE', 'DLNQ',
                                                         'OVLM'.
           05  NTFY-EVENT-DATE                     PIC X(10).
           05  NTFY-EVENT-TIME                     PIC X(08).
           05  NTFY-CUST-ID                        PIC 9(09).
           05  NTFY-ACCT-ID                        PIC 9(11).
           05  NTFY-CARD-LAST4                     PIC X(04).
           05  NTFY-EVENT-TEXT                     PIC X(60).
      *    The credit application an origination decline concerns -
      *    the applicant may not be a customer, so the letter run
      *    takes the name from APPLFILE.
           05  NTFY-APPL-ID                        PIC X(14).
