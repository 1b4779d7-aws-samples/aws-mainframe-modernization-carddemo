           05  COLL-CONTACT-COUNT                  PIC 9(03).
           05  COLL-CYCLES-UNWORKED                PIC 9(03).
           05  COLL-CLOSE-DATE                     PIC X(10).
      *    Dialer attempts in the calendar week (Monday start) that
      *    begins on COLL-DIAL-WEEK-START, counted by the CBDIA02C
      *    result intake; CBDIA01C stops extracting the case once the
      *    week's cap is reached.
           05  COLL-DIAL-WEEK-START                PIC X(10).
           05  COLL-DIAL-ATTEMPTS                  PIC 9(02).
