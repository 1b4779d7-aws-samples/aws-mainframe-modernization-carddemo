      ******************************************************************
      * CVCCK01Y.cpy - Convenience check record (CONVCHK)
      * One record per check issued, keyed by account and the check's
      * serial within the account.  CBCCK01C issues each account its
      * next serial range for an offer and expires the checks left
      * unused after the offer end date; CBCCK02C pays or returns
      * each presented check; the COCCKS0C screen places stops.  The
      * offer's pricing travels on every check: a cash-priced check
      * posts to the cash bucket, a promo-priced one to the promo
      * bucket at the offer rate until its promo end date.
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
       01  CONV-CHECK-RECORD.
           05  CCK-KEY.
               10  CCK-ACCT-ID                     PIC 9(11).
               10  CCK-CHECK-NUM                   PIC 9(05).
           05  CCK-CARD-NUM                        PIC X(16).
           05  CCK-STATUS                          PIC X(01).
               88  CCK-ISSUED                      VALUE 'I'.
               88  CCK-PAID                        VALUE 'P'.
               88  CCK-STOPPED                     VALUE 'S'.
               88  CCK-RETURNED                    VALUE 'R'.
               88  CCK-EXPIRED                     VALUE 'X'.
      *        Still payable if presented: never paid, or returned
      *        and eligible to come back.
               88  CCK-OPEN                        VALUE 'I', 'R'.
           05  CCK-OFFER-ID                        PIC X(08).
           05  CCK-BUCKET                          PIC X(01).
               88  CCK-CASH-PRICED                 VALUE 'C'.
               88  CCK-PROMO-PRICED                VALUE 'P'.
           05  CCK-PROMO-RATE                      PIC S9(03)V99
                                                   COMP-3.
           05  CCK-PROMO-END-DATE                  PIC X(10).
      *        The offer end date; the check is void after it.
           05  CCK-EXPIRY-DATE                     PIC X(10).
           05  CCK-ISSUE-DATE                      PIC X(10).
           05  CCK-PRESENT-DATE                    PIC X(10).
           05  CCK-AMOUNT                          PIC S9(09)V99
                                                   COMP-3.
           05  CCK-TRAN-ID                         PIC X(16).
      *        Why the last presentment was returned.
           05  CCK-RETURN-REASON                   PIC X(02).
               88  CCK-RTN-NO-CREDIT               VALUE 'NS'.
               88  CCK-RTN-STOPPED                 VALUE 'SP'.
               88  CCK-RTN-ALREADY-PAID            VALUE 'AP'.
               88  CCK-RTN-EXPIRED                 VALUE 'EX'.
               88  CCK-RTN-NOT-ISSUED              VALUE 'NF'.
               88  CCK-RTN-ACCOUNT                 VALUE 'AC'.
               88  CCK-RTN-BAD-AMOUNT              VALUE 'IA'.
           05  CCK-STOP-DATE                       PIC X(10).
           05  CCK-STOP-USER                       PIC X(08).
           05  FILLER                              PIC X(23).
