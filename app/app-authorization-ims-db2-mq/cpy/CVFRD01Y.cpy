      *   when an analyst marks a pending authorization as fraud in
      *   COPAUS2C.  All auths flagged that day roll into the case
      *   count.  A fraud mark cannot be removed until the case is
      *   closed.  The fraud desk closes the case in COFRDM0C with
      *   the fraud type and the confirmed loss; CBFRL01C writes the
      *   loss off to the fraud-loss ledger.
      *****************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
               88  FRD-CASE-CLOSED          VALUE 'C'.
           05  FRD-REPL-QUEUED              PIC X(01).
               88  FRD-REPL-WAS-QUEUED      VALUE 'Y'.
           05  FRD-FRAUD-TYPE               PIC X(02).
               88  FRD-FRAUD-TYPE-VALID     VALUE 'LS', 'CF', 'CN',
                                                  'AT', 'AP', 'OT'.
           05  FRD-LOSS-AMT                 PIC S9(09)V99 COMP-3.
           05  FRD-CLOSE-DATE               PIC X(10).
           05  FRD-CLOSED-BY                PIC X(08).
           05  FILLER                       PIC X(04).
