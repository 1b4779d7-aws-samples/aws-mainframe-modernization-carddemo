      ******************************************************************
      * CVCRP02Y.cpy - Corporate membership record (CORPMEMB)
      * One record per employee account enrolled under a company,
      * keyed by company and account so a company's employees browse
      * together.  The employee's own spending limit is the credit
      * limit on the member account; the company control limit on
      * CORPFILE caps them all together.  A removed member keeps its
      * record for history but is skipped by billing, exposure and
      * company payment allocation.
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
      ******************************************************************
       01  CORP-MEMBER-RECORD.
           05  CMB-KEY.
               10  CMB-CORP-ID                     PIC 9(09).
               10  CMB-ACCT-ID                     PIC 9(11).
           05  CMB-CUST-ID                         PIC 9(09).
           05  CMB-EMPLOYEE-ID                     PIC X(10).
           05  CMB-EMPLOYEE-NAME                   PIC X(40).
           05  CMB-STATUS                          PIC X(01).
               88  CMB-ACTIVE                      VALUE 'A'.
               88  CMB-REMOVED                     VALUE 'R'.
           05  CMB-ADDED-DATE                      PIC X(10).
           05  CMB-REMOVED-DATE                    PIC X(10).
           05  CMB-LAST-MAINT-USER                 PIC X(08).
           05  FILLER                              PIC X(12).
