           05  CUST-DECEASED-IND                   PIC X(01).
               88  CUST-DECEASED                   VALUE 'Y'.
           05  CUST-DECEASED-DATE                  PIC X(10).
      *    Consent to autodialed collection calls, one flag per phone
      *    number, recorded through the CCUS screen.  The CBDIA01C
      *    dialer extract sends only numbers carrying consent; a
      *    changed number loses its consent.
           05  CUST-DIAL-CONSENT-1                 PIC X(01).
               88  CUST-PHONE-1-CONSENT            VALUE 'Y'.
           05  CUST-DIAL-CONSENT-2                 PIC X(01).
               88  CUST-PHONE-2-CONSENT            VALUE 'Y'.
           05  CUST-DIAL-CONSENT-DATE              PIC X(10).
      *    Stated annual income and monthly debt obligations, taken
      *    from the application at origination and kept current
      *    through the CCUS screen.  The COATPR0C ability-to-pay rule
      *    sizes every initial limit and every increase on them; zero
      *    income means none is on file and no line can be supported.
           05  CUST-STATED-INCOME                  PIC S9(09)V99
                                                   COMP-3.
           05  CUST-MONTHLY-OBLIG                  PIC S9(07)V99
                                                   COMP-3.
           05  CUST-INCOME-DATE                    PIC X(10).
      *    Set on the retired record when CBDCM02C merges a duplicate
      *    customer into its survivor - the cards, accounts and
      *    contact history now sit under the survivor's CUST-ID, and
      *    the duplicate detection no longer pairs this record.
           05  CUST-MERGED-INTO-ID                 PIC X(09).
               88  CUST-NOT-MERGED                 VALUE SPACES,
                                                         '000000000'.
           05  CUST-MERGED-DATE                    PIC X(10).
      *    Marketing opt-out, recorded through the CCUS screen.  The
      *    CBMKT01C campaign selection never offers to a customer who
      *    has opted out.
           05  CUST-MKT-OPT-OUT                    PIC X(01).
               88  CUST-MKT-OPTED-OUT              VALUE 'Y'.
           05  CUST-MKT-OPT-DATE                   PIC X(10).
      *    Preferred language, a two-letter ISO 639 code recorded
      *    through the CCUS screen.  Statements, letters and
      *    notifications go out in this language where a variant is
      *    on file and in English otherwise; blank means English.
           05  CUST-LANG-CD                        PIC X(02).
               88  CUST-LANG-ENGLISH               VALUE 'EN', SPACES.
      *    Staff flag, recorded through the CCUS screen: E for one of
      *    our employees, R for an employee's relative, each linked to
      *    the employee's USERPROF user id.  COSECC0C keeps a user off
      *    the maintenance screens for accounts linked to themselves
      *    and wants a second approver for any other staff account.
           05  CUST-STAFF-IND                      PIC X(01).
               88  CUST-STAFF-EMPLOYEE             VALUE 'E'.
               88  CUST-STAFF-RELATIVE             VALUE 'R'.
               88  CUST-STAFF                      VALUE 'E', 'R'.
           05  CUST-STAFF-USER-ID                  PIC X(08).
           05  FILLER                              PIC X(55).
