               88  CARD-STS-ACTIVE                 VALUE 'Y'.
               88  CARD-STS-INACTIVE               VALUE 'N'.
               88  CARD-STS-PENDING-ACT            VALUE 'P'.
      *        Reported lost or stolen - a hard decline, never
      *        reactivated; the cardholder gets a replacement number.
               88  CARD-STS-LOST                   VALUE 'L'.
               88  CARD-STS-STOLEN                 VALUE 'S'.
               88  CARD-STS-LOST-STOLEN            VALUE 'L' 'S'.
           05  CARD-LAST-MAINT-TS                  PIC X(26).
      *    Set by the CBREI01C reissue: the expiry the cardholder's
      *    old plastic still carries, and the day it was superseded.
           05  CARD-PRIOR-EXPIRY-DATE              PIC X(10).
           05  CARD-REISSUE-DATE                   PIC X(10).
      *    Set by the CBCMP01C network compromise-alert intake: the
      *    breach the card number was exposed in and what the breach
      *    gave away.  Authorization runs tighter fraud limits on a
      *    card carrying an exposure.
           05  CARD-BREACH-ID                      PIC X(10).
           05  CARD-EXPOSURE-TYPE                  PIC X(01).
               88  CARD-EXPOSED-TRACK              VALUE 'T'.
               88  CARD-EXPOSED-CNP                VALUE 'C'.
               88  CARD-EXPOSED-PAN                VALUE 'P'.
               88  CARD-COMPROMISED                VALUE 'T' 'C' 'P'.
           05  FILLER                              PIC X(02).
