      *    late fees, aging, and interest accrual stop here.
           05  ACCT-DECEASED-IND                   PIC X(01).
               88  ACCT-DECEASED                   VALUE 'Y'.
      *    Payments credited to ACCT-CURR-BAL but still inside their
      *    clearing hold (PAYHOLD).  Authorization keeps this much
      *    out of open-to-buy until CBPHR01C releases the hold.
           05  ACCT-PAY-HOLD-AMT                   PIC S9(10)V99
                                                   COMP-3.
      *    Bankruptcy treatment, maintained by the CBBKR01C intake
      *    from the BKRCASE case file.  A filed or discharged case
      *    stops fees, interest, collections contact and new
      *    authorizations; a dismissed case lets them resume.
           05  ACCT-BKRPT-STATUS                   PIC X(01).
               88  ACCT-BKRPT-NONE                 VALUE ' '.
               88  ACCT-BKRPT-FILED                VALUE 'F'.
               88  ACCT-BKRPT-DISCHARGED           VALUE 'D'.
               88  ACCT-BKRPT-DISMISSED            VALUE 'X'.
               88  ACCT-IN-BANKRUPTCY              VALUE 'F', 'D'.
           05  ACCT-BKRPT-CHAPTER                  PIC X(02).
      *    Penalty pricing.  CBDLQ01C sets the account noticed (N)
      *    when it ages into the 060 bucket and records the trigger
      *    date; the group penalty rate prices it from the effective
      *    date, after the advance-notice period.  CBDLQ01C counts
      *    consecutive on-time minimum payments while the penalty is
      *    active, and the CBPEN01C review restores the normal rate
      *    (C) once six are on file.
           05  ACCT-PENALTY-STATUS                 PIC X(01).
               88  ACCT-PENALTY-NONE               VALUE ' '.
               88  ACCT-PENALTY-NOTICED            VALUE 'N'.
               88  ACCT-PENALTY-ACTIVE             VALUE 'A'.
               88  ACCT-PENALTY-CURED              VALUE 'C'.
               88  ACCT-PENALTY-IN-PLAY            VALUE 'N', 'A'.
           05  ACCT-PENALTY-TRIGGER-DATE           PIC X(10).
           05  ACCT-PENALTY-EFF-DATE               PIC X(10).
           05  ACCT-PENALTY-ONTIME-CNT             PIC 9(02).
           05  ACCT-PENALTY-CURE-DATE              PIC X(10).
      *    Consecutive cycles, counted by CBDLQ01C, in which a
      *    delinquent account paid at least the re-age qualifying share
      *    of its billed minimum; CBRAG01C needs three before it will
      *    re-age the account to current.  A returned payment breaks
      *    the run.
           05  ACCT-REAGE-QUAL-CNT                 PIC 9(02).
      *    Internal behavior score (300-850) and its band (A best to
      *    F worst), set by the CBBSC01C monthly scoring run for the
      *    month shown.  Zero means the account has not been scored.
           05  ACCT-BEHAV-SCORE                    PIC 9(03).
           05  ACCT-BEHAV-BAND                     PIC X(01).
           05  ACCT-BEHAV-SCORE-MONTH              PIC X(07).
      *    Average daily balances the last cycle close priced each
      *    bucket on, from the DAILYBAL snapshots, and the days in that
      *    cycle; the statement prints them.  Zero days means the close
      *    found no snapshots and priced the closing balances.
           05  ACCT-ADB-PURCHASE                   PIC S9(10)V99
                                                   COMP-3.
           05  ACCT-ADB-CASH                       PIC S9(10)V99
                                                   COMP-3.
           05  ACCT-ADB-PROMO                      PIC S9(10)V99
                                                   COMP-3.
           05  ACCT-ADB-DAYS                       PIC 9(02).
      *    Last day of an approved payment protection claim's benefit
      *    period (COPPIM0C).  Through that date the minimum payment
      *    is suspended: CBDLQ01C does not age the account, CBFEE01C
      *    does not fee it, and the statement bills no minimum.
           05  ACCT-PPI-BENEFIT-END                PIC X(10).
      *    Corporate card company (CORPFILE) this account is an
      *    employee sub-account of; spaces for a personal account.
           05  ACCT-CORP-ID                        PIC X(09).
      *    Secured card: a collateral deposit on SECDEP backs the
      *    credit line, which may not exceed the amount held.
           05  ACCT-SECURED-IND                    PIC X(01).
               88  ACCT-SECURED                    VALUE 'Y'.
      *    Billing-error disputes, restamped by the CBINT01C cycle
      *    close from the open DISPFILE cases: the total disputed,
      *    which the statement prints, and the part of it no
      *    provisional credit has yet taken out of the balance.  The
      *    held part is carved out of the interest base, the billed
      *    minimum and the CBDLQ01C delinquency test until the case
      *    closes; CBDSP01C takes a settled case back out.
           05  ACCT-DISPUTE-AMT                    PIC S9(09)V99
                                                   COMP-3.
           05  ACCT-DISPUTE-HELD-AMT               PIC S9(09)V99
                                                   COMP-3.
      *    Card product (PRODFILE) the account is on; spaces for an
      *    account boarded before products, which the CBPRD01C
      *    product-change run moves onto one.
           05  ACCT-PRODUCT-ID                     PIC X(04).
      *    Set when a purchase is converted to an installment plan
      *    (INSTPLAN); the cycle close clears it once no plan is
      *    billing.  While set the minimum-payment jobs ask COINSQ0C
      *    for the plan amounts.
           05  ACCT-INSTALL-IND                    PIC X(01).
               88  ACCT-HAS-INSTALLMENTS           VALUE 'Y'.
