                           COLL-ACCT-ID
                   EXIT PARAGRAPH
           END-READ.
      *    An account in bankruptcy closes too - CBBKR01C closes the
      *    case on the filing, this catches one reopened since.
           IF ACCT-DELINQ-CURRENT OR ACCT-IN-BANKRUPTCY
               MOVE 'C'         TO COLL-STATUS
               MOVE WS-RUN-DATE TO COLL-CLOSE-DATE
               REWRITE COLL-CASE-RECORD
