      ******************************************************************
      * CVAGY02Y.cpy - Collections agency placement record (AGYPLACE)
      * One row per placement of a charged-off account with an
      * outside agency, keyed by account and placement sequence so
      * an account's placement history reads in order.  CBAGY01C
      * opens the row at placement and closes it at recall; the
      * CBAGY02C remittance intake accumulates what the agency
      * collected and the commission it kept.  The commission rate
      * is fixed at placement.
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
       01  AGENCY-PLACEMENT-RECORD.
           05  APL-KEY.
               10  APL-ACCT-ID                     PIC 9(11).
               10  APL-PLACE-SEQ                   PIC 9(02).
           05  APL-AGENCY-ID                       PIC X(04).
           05  APL-PLACED-DATE                     PIC X(10).
           05  APL-RECALL-DUE-DATE                 PIC X(10).
           05  APL-PLACED-AMT                      PIC S9(10)V99
                                                   COMP-3.
           05  APL-RECOVERED-AMT                   PIC S9(10)V99
                                                   COMP-3.
           05  APL-COMMISSION-AMT                  PIC S9(10)V99
                                                   COMP-3.
           05  APL-COMMISSION-PCT                  PIC S9(03)V99
                                                   COMP-3.
           05  APL-STATUS                          PIC X(01).
               88  APL-PLACED                      VALUE 'P'.
               88  APL-RECALLED                    VALUE 'R'.
      *        Why the placement ended: T placement term ran out,
      *        S ledger settled or forgiven, B bankruptcy, D card-
      *        holder deceased.
           05  APL-RECALL-REASON                   PIC X(01).
               88  APL-RECALL-TERM                 VALUE 'T'.
               88  APL-RECALL-SETTLED              VALUE 'S'.
               88  APL-RECALL-BANKRUPT             VALUE 'B'.
               88  APL-RECALL-DECEASED             VALUE 'D'.
           05  APL-RECALL-DATE                     PIC X(10).
           05  APL-LAST-REMIT-DATE                 PIC X(10).
           05  FILLER                              PIC X(17).
