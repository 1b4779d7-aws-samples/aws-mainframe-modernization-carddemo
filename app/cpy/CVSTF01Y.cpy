      ******************************************************************
      * CVSTF01Y.cpy - Staff-account access control
      * STAFF-APPROVAL-RECORD (STAFFAPR) is a second person's approval,
      * recorded on the CSTA screen, for one user to use one
      * maintenance function on one staff account or customer for the
      * day it was given.  COSECC0C reads it when a screen without its
      * own checker step touches a staff account.
      * STAFF-ACCESS-IMAGE is the audit image COSECC0C writes under the
      * authorization log type for every staff-account access it rules
      * on, and the one COSTAM0C writes for each approval given or
      * withdrawn; the monthly CBSTF01C report reads both back from
      * AUDITLOG.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License").
      * You may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *    http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing,
      * software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the License
      ******************************************************************
       01  STAFF-APPROVAL-RECORD.
           05  STA-KEY.
               10  STA-ACCT-ID                     PIC 9(11).
               10  STA-CUST-ID                     PIC 9(09).
               10  STA-USER-ID                     PIC X(08).
               10  STA-FUNCTION                    PIC X(04).
               10  STA-APPR-DATE                   PIC X(10).
           05  STA-APPROVER-ID                     PIC X(08).
           05  STA-APPR-TIME                       PIC X(08).
           05  STA-REASON                          PIC X(40).
           05  FILLER                              PIC X(22).

       01  STAFF-ACCESS-IMAGE.
           05  STFA-TAG                            PIC X(10).
               88  STFA-STAFF-ACCESS               VALUE 'STAFF ACCT'.
               88  STFA-STAFF-APPROVAL             VALUE 'STAFF APPR'.
           05  FILLER                              PIC X(01).
           05  STFA-RESULT                         PIC X(01).
               88  STFA-SELF-BLOCKED               VALUE 'S'.
               88  STFA-APPROVAL-MISSING           VALUE 'P'.
               88  STFA-APPROVED                   VALUE 'A'.
               88  STFA-DUAL-CONTROL               VALUE 'D'.
               88  STFA-APPROVAL-GIVEN             VALUE 'G'.
               88  STFA-APPROVAL-WITHDRAWN         VALUE 'W'.
           05  FILLER                              PIC X(01).
           05  STFA-FUNCTION                       PIC X(04).
           05  FILLER                              PIC X(01).
           05  STFA-ACCT-ID                        PIC 9(11).
           05  FILLER                              PIC X(01).
           05  STFA-CUST-ID                        PIC 9(09).
           05  FILLER                              PIC X(01).
           05  STFA-STAFF-IND                      PIC X(01).
           05  FILLER                              PIC X(01).
           05  STFA-STAFF-USER-ID                  PIC X(08).
           05  FILLER                              PIC X(01).
           05  STFA-APPROVER-ID                    PIC X(08).
      *    Approval images only: the user the approval is for.
           05  FILLER                              PIC X(01).
           05  STFA-FOR-USER-ID                    PIC X(08).
