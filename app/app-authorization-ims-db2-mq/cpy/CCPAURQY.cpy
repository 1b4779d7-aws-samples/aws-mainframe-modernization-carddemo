               88 PA-RQ-MT-AUTH-REQUEST     VALUE '0100'.
               88 PA-RQ-MT-REVERSAL         VALUE '0400'.
               88 PA-RQ-MT-REVERSAL-ADVICE  VALUE '0420'.
      *        Raises the amount of an existing hold (hotel stay
      *        extended, car kept longer) - the original auth id
      *        rides in PA-RQ-AUTH-TIME, as it does on a reversal.
               88 PA-RQ-MT-INCREMENTAL      VALUE '0106'.
           05  PA-RQ-MESSAGE-SOURCE         PIC  X(06).
           05  PA-RQ-PROCESSING-CODE        PIC  9(06).
           05  PA-RQ-TRANSACTION-AMT        PIC S9(10)V99.
           05  PA-RQ-MERCHANT-STATE         PIC  X(02).
           05  PA-RQ-MERCHANT-ZIP           PIC  X(09).
           05  PA-RQ-TRANSACTION-ID         PIC  X(15).
      *    Card verification value as keyed or read at the point of
      *    sale - spaces when the acquirer did not capture one.  The
      *    result is not on the message: COPAUA0C sets it after
      *    checking the value against the card master.
           05  PA-RQ-CARD-VERIFY-VALUE      PIC  X(03).
           05  PA-RQ-CARD-VERIFY-RESULT     PIC  X(01).
               88 PA-RQ-CV-MATCH            VALUE 'M'.
               88 PA-RQ-CV-NO-MATCH         VALUE 'N'.
               88 PA-RQ-CV-NOT-PRESENT      VALUE 'P'.
