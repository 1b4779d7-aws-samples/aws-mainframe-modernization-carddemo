      ******************************************************************
      * CVINS01Y.cpy - Installment plan record (INSTPLAN)
      * One row for each posted purchase the COINSP0C screen has
      * converted into fixed monthly payments, keyed by account and
      * the purchase's TRANSACT id, so a purchase converts only once.
      * The plan's unbilled balance stays in the account's current
      * balance but is carved out of the revolving interest base by
      * the CBINT01C cycle close, which bills one installment a cycle
      * into the minimum payment until the plan is finished.  A plan
      * paid off early returns its unbilled balance to the revolving
      * balance with no penalty.
      *   Pricing F - a one-time fee posted at conversion; each
      *               installment is principal only.
      *   Pricing R - interest at the plan rate on the unbilled
      *               balance, billed with each installment.
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
       01  INSTALLMENT-PLAN-RECORD.
           05  INS-KEY.
               10  INS-ACCT-ID                     PIC 9(11).
               10  INS-TRAN-ID                     PIC X(16).
           05  INS-CARD-NUM                        PIC X(16).
           05  INS-STATUS                          PIC X(01).
               88  INS-ACTIVE                      VALUE 'A'.
               88  INS-PAID-OFF                    VALUE 'P'.
               88  INS-FINISHED                    VALUE 'F'.
           05  INS-PRICING                         PIC X(01).
               88  INS-FEE-PRICED                  VALUE 'F'.
               88  INS-RATE-PRICED                 VALUE 'R'.
           05  INS-PRINCIPAL                       PIC S9(09)V99
                                                   COMP-3.
           05  INS-FEE-AMT                         PIC S9(07)V99
                                                   COMP-3.
           05  INS-PLAN-RATE                       PIC S9(03)V99
                                                   COMP-3.
           05  INS-TERM-MONTHS                     PIC 9(03).
           05  INS-MONTHLY-AMT                     PIC S9(07)V99
                                                   COMP-3.
      *    Principal not yet billed - the plan's bucket.
           05  INS-UNBILLED-BAL                    PIC S9(09)V99
                                                   COMP-3.
           05  INS-BILLED-COUNT                    PIC 9(03).
      *    The installment the last close billed (principal and any
      *    plan interest), due with the statement that close cut;
      *    cleared by the next close once the plan stops billing.
           05  INS-CURR-BILLED-AMT                 PIC S9(07)V99
                                                   COMP-3.
           05  INS-LAST-PRIN-AMT                   PIC S9(07)V99
                                                   COMP-3.
           05  INS-LAST-INT-AMT                    PIC S9(07)V99
                                                   COMP-3.
           05  INS-LAST-BILLED-DATE                PIC X(10).
           05  INS-PREV-BILLED-DATE                PIC X(10).
           05  INS-START-DATE                      PIC X(10).
           05  INS-END-DATE                        PIC X(10).
           05  INS-FEE-TRAN-ID                     PIC X(16).
           05  INS-CREATED-BY                      PIC X(08).
           05  FILLER                              PIC X(45).
