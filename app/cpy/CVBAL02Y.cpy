      * subprogram (COBALW0C).  A money-moving job calls it at end of
      * run with its headline totals; the writer stamps them on the
      * central BALCTL balancing file for the nightly comparison and
      * the operations screen.  BALW-RUN-DATE is optional: a job
      * resuming an interrupted run from its checkpoint passes the
      * original run date so the combined totals land on that day's
      * record; left blank, the writer keys on today's date.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
           05  BALW-STATUS                         PIC X(01).
               88  BALW-OK                         VALUE '0'.
               88  BALW-IO-ERROR                   VALUE 'E'.
           05  BALW-RUN-DATE                       PIC X(10).
