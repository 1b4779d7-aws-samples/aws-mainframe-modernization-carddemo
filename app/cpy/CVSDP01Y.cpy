      ******************************************************************
      * CVSDP01Y.cpy - Secured card collateral deposit record (SECDEP)
      * One record per secured account, keyed by account id.  The
      * deposit is held at the deposit account named here from the
      * hold date, and the account's credit limit is kept no higher
      * than the amount held - COSDPM0C lowers the limit when the
      * deposit is taken and COLIMU0C and the CBOLM01C line review
      * will not go past it.  The quarterly CBSGR01C review proposes
      * graduation to an unsecured group; an approved graduation
      * releases the deposit.  When the account closes (CBCLS01C) or
      * charges off (CBCHG01C) the deposit is applied to whatever
      * balance remains and the rest is released for refund.
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
       01  SECURED-DEPOSIT-RECORD.
           05  SDP-ACCT-ID                         PIC 9(11).
           05  SDP-STATUS                          PIC X(01).
               88  SDP-HELD                        VALUE 'H'.
               88  SDP-RELEASED                    VALUE 'R'.
               88  SDP-APPLIED                     VALUE 'A'.
      *    Amount still held, and the amount first taken.
           05  SDP-DEPOSIT-AMT                     PIC S9(10)V99
                                                   COMP-3.
           05  SDP-ORIG-DEPOSIT-AMT                PIC S9(10)V99
                                                   COMP-3.
           05  SDP-HOLD-DATE                       PIC X(10).
           05  SDP-DEPOSIT-ACCT-REF                PIC X(20).
      *    Deposit applied to the card balance at closure or
      *    charge-off (transaction type 02 category 0009).
           05  SDP-APPLIED-AMT                     PIC S9(10)V99
                                                   COMP-3.
           05  SDP-APPLIED-DATE                    PIC X(10).
      *    Deposit released back to the customer.
           05  SDP-RELEASED-AMT                    PIC S9(10)V99
                                                   COMP-3.
           05  SDP-RELEASE-DATE                    PIC X(10).
           05  SDP-RELEASE-REASON                  PIC X(01).
               88  SDP-REL-GRADUATED               VALUE 'G'.
               88  SDP-REL-CLOSED                  VALUE 'C'.
               88  SDP-REL-CHARGED-OFF             VALUE 'O'.
      *    Last graduation review and, when it proposed graduation,
      *    the unsecured group proposed.
           05  SDP-REVIEW-DATE                     PIC X(10).
           05  SDP-REVIEW-RESULT                   PIC X(01).
               88  SDP-REVIEW-NONE                 VALUE ' '.
               88  SDP-GRAD-PROPOSED               VALUE 'P'.
               88  SDP-GRAD-NOT-ELIGIBLE           VALUE 'N'.
           05  SDP-GRAD-GROUP                      PIC X(10).
           05  SDP-MAINT-USER                      PIC X(08).
           05  FILLER                              PIC X(30).
