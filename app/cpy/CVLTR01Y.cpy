      * LETTER-TEMPLATE-RECORD (LTRTMPL, maintained through COLTRM0C)
      * is one paper-letter template: the staged event type that
      * triggers it and three body lines carrying substitution
      * tokens - &NAME, &ACCT, &DATE, &TEXT.  A template in another
      * language is its own template on the same trigger carrying
      * that language code; blank or EN is the English template every
      * trigger falls back to.  LETTER-HISTORY-RECORD
      * (LTRHIST, keyed account + timestamp) proves what went to the
      * mail house and when - the adverse-action paper trail.
      ******************************************************************
           05  LTR-STATUS                          PIC X(01).
               88  LTR-ACTIVE                      VALUE 'A'.
               88  LTR-INACTIVE                    VALUE 'I'.
           05  LTR-LANG-CD                         PIC X(02).
               88  LTR-LANG-ENGLISH                VALUE 'EN', SPACES.
           05  FILLER                              PIC X(15).

       01  LETTER-HISTORY-RECORD.
           05  LTH-KEY.
