      ******************************************************************
      * CVPHD01Y.cpy - Payment float hold record (PAYHOLD)
      * One record per payment whose credit is held back from open-to-
      * buy while the payment clears.  Written when COPAYP0C memo-posts
      * a phone payment or CBPAY01C posts any other remittance, for the
      * hold period the PAYHSCHD schedule gives the channel and the
      * account's age.  The held amounts are summed on the account
      * master in ACCT-PAY-HOLD-AMT, which COPAUA0C keeps out of open-
      * to-buy.  CBPHR01C releases a hold once its release date comes
      * without a return; CBACH01C drops it when the payment returns.
      * Shown to customer service on the COPHDM0C screen.
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
       01  PAYMENT-HOLD-RECORD.
           05  PHD-KEY.
               10  PHD-ACCT-ID                     PIC 9(11).
      *        Payment date YYYY-MM-DD, as on the remittance.  The
      *        sequence is the entry time HHMMSS for a phone payment
      *        and B plus the run sequence for a batch posting.
               10  PHD-PAY-DATE                    PIC X(10).
               10  PHD-PAY-SEQ                     PIC X(06).
           05  PHD-CHANNEL                         PIC X(05).
               88  PHD-CHANNEL-PHONE               VALUE 'PHONE'.
               88  PHD-CHANNEL-ACH                 VALUE 'ACH  '.
               88  PHD-CHANNEL-OTHER               VALUE 'OTHER'.
           05  PHD-AMOUNT                          PIC S9(09)V99
                                                   COMP-3.
           05  PHD-HOLD-DAYS                       PIC 9(03).
           05  PHD-RELEASE-DATE                    PIC X(10).
           05  PHD-STATUS                          PIC X(01).
               88  PHD-HELD                        VALUE 'H'.
               88  PHD-RELEASED                    VALUE 'R'.
               88  PHD-RETURNED                    VALUE 'X'.
           05  PHD-STATUS-DATE                     PIC X(10).
           05  PHD-REFERENCE                       PIC X(16).
           05  FILLER                              PIC X(22).
