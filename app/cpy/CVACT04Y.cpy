           05  GRP-INDEX-CODE                      PIC X(04).
           05  GRP-INDEX-MARGIN                    PIC S9(03)V99
                                                   COMP-3.
      *    Penalty APR for accounts that age into the 060 bucket;
      *    zero means the group carries no penalty pricing.
           05  GRP-PENALTY-INT-RATE                PIC S9(03)V99
                                                   COMP-3.
           05  FILLER                              PIC X(30).
