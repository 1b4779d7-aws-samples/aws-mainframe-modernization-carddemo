      ******************************************************************
      * CVCRP01Y.cpy - Corporate company record (CORPFILE)
      * One record per corporate card company, above the employee
      * accounts on ACCTFILE that carry its id in ACCT-CORP-ID.  The
      * company control limit caps the combined exposure of all its
      * employee accounts: the nightly CBCRP01C run sets the balance
      * exposure to the sum of the member balances and clears the
      * authorization exposure, which COPAUA0C then raises by each
      * approval taken during the day.  Liability decides who is
      * billed: corporate liability bills the company on one
      * consolidated statement and the employees get memo statements
      * only; individual liability bills each employee as usual.
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
       01  CORPORATE-COMPANY-RECORD.
           05  CORP-ID                             PIC 9(09).
           05  CORP-NAME                           PIC X(50).
           05  CORP-ADDR-LINE-1                    PIC X(50).
           05  CORP-ADDR-LINE-2                    PIC X(50).
           05  CORP-ADDR-LINE-3                    PIC X(50).
           05  CORP-ADDR-STATE-CD                  PIC X(02).
           05  CORP-ADDR-ZIP                       PIC X(10).
           05  CORP-ADDR-COUNTRY-CD                PIC X(03).
           05  CORP-STATUS                         PIC X(01).
               88  CORP-ACTIVE                     VALUE 'A'.
               88  CORP-SUSPENDED                  VALUE 'S'.
               88  CORP-CLOSED                     VALUE 'C'.
           05  CORP-LIABILITY                      PIC X(01).
               88  CORP-LIAB-CORPORATE             VALUE 'C'.
               88  CORP-LIAB-INDIVIDUAL            VALUE 'I'.
           05  CORP-CONTROL-LIMIT                  PIC S9(10)V99
                                                   COMP-3.
      *        Sum of the member account balances at the last refresh.
           05  CORP-BAL-EXPOSURE                   PIC S9(10)V99
                                                   COMP-3.
      *        Approvals taken since that refresh.
           05  CORP-AUTH-EXPOSURE                  PIC S9(10)V99
                                                   COMP-3.
           05  CORP-EXPOSURE-DATE                  PIC X(10).
           05  CORP-MEMBER-COUNT                   PIC 9(05).
      *        Last consolidated company statement.
           05  CORP-LAST-STMT-DATE                 PIC X(10).
           05  CORP-LAST-STMT-BAL                  PIC S9(10)V99
                                                   COMP-3.
           05  CORP-LAST-MIN-DUE                   PIC S9(10)V99
                                                   COMP-3.
           05  CORP-LAST-MAINT-USER                PIC X(08).
           05  FILLER                              PIC X(06).
