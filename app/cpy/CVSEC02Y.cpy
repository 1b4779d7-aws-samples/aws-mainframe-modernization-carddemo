      * with the caller's user id and the screen's function code; the
      * subprogram answers allowed or denied and returns the user's
      * role so callers with finer rules (the COLIMU0C maker/checker
      * separation) can compare roles.  A screen that then has the
      * account or customer in hand LINKs again with it: a user is
      * kept off an account linked to themselves, and a staff account
      * needs a second person - the screen's own checker step where
      * it has one, otherwise a same-day approval on STAFFAPR.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
               88  SECC-ALLOWED                    VALUE 'A'.
               88  SECC-DENIED                     VALUE 'D'.
               88  SECC-NO-PROFILE                 VALUE 'N'.
               88  SECC-SELF-ACCESS                VALUE 'S'.
               88  SECC-APPROVAL-REQUIRED          VALUE 'P'.
           05  SECC-ROLE-CD                        PIC X(04).
      *    Account context - zero when the entry check is all that is
      *    wanted.  With only an account the customers are found on
      *    the cross-reference.
           05  SECC-ACCT-ID                        PIC 9(11).
           05  SECC-CUST-ID                        PIC 9(09).
      *    Y from a maker/checker screen, whose checker is the second
      *    person on a staff account.
           05  SECC-DUAL-CONTROL-SW                PIC X(01).
               88  SECC-DUAL-CONTROL               VALUE 'Y'.
      *    Returned: whether the account is a staff account, and who
      *    approved the access when a STAFFAPR approval let it through.
           05  SECC-STAFF-SW                       PIC X(01).
               88  SECC-STAFF-ACCOUNT              VALUE 'Y'.
           05  SECC-APPROVER-ID                    PIC X(08).
