      ******************************************************************
      * CVARC01Y.cpy - Archived account stub (ACCTARCH)
      * One record per account the CBARC01C retention run has moved
      * off ACCTFILE, keyed by account.  The stub carries what a CSR
      * needs to answer for the account - customer, dates, group -
      * plus the full account image CBARR01C restores from; the
      * account's cards and cross-reference rows sit on ARCHDTL.
      * The ACCTARCX path is an AIX over ARC-CUST-ID (nonunique).
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
       01  ACCOUNT-ARCHIVE-RECORD.
           05  ARC-ACCT-ID                         PIC 9(11).
           05  ARC-CUST-ID                         PIC 9(09).
           05  ARC-STATUS                          PIC X(01).
               88  ARC-ARCHIVED                    VALUE 'A'.
               88  ARC-RESTORED                    VALUE 'R'.
           05  ARC-ARCHIVE-DATE                    PIC X(10).
      *    Date of the account's last maintenance before archival -
      *    for a closed account, the CBCLS01C closing run.
           05  ARC-CLOSED-DATE                     PIC X(10).
           05  ARC-OPEN-DATE                       PIC X(10).
           05  ARC-GROUP-ID                        PIC X(10).
           05  ARC-CARD-COUNT                      PIC 9(03).
           05  ARC-XREF-COUNT                      PIC 9(03).
           05  ARC-RESTORE-DATE                    PIC X(10).
           05  ARC-RESTORE-REQ-BY                  PIC X(08).
           05  FILLER                              PIC X(15).
           05  ARC-ACCT-IMAGE                      PIC X(300).
