      * function.  The COSECC0C check subprogram is called at entry
      * to each maintenance screen; no grant, no function, and the
      * denial is logged through COAUDIT.  Both files are maintained
      * through the COSECM0C administration screen.  The manager on
      * the profile attests the user's access in the quarterly
      * CBRCT01C recertification.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
               88  SEC-USER-ACTIVE                 VALUE 'A'.
               88  SEC-USER-INACTIVE               VALUE 'I'.
           05  SEC-USER-NAME                       PIC X(30).
           05  SEC-MANAGER-ID                      PIC X(08).
           05  FILLER                              PIC X(09).

       01  ROLE-FUNC-RECORD.
           05  RLF-KEY.
