      ******************************************************************
      * CVRUL01Y.cpy - Authorization decision rule record (AUTHRULE)
      * One record per version of a decision rule, keyed by rule id
      * and the date the version takes effect.  COPAUA0C applies, for
      * each rule, the latest version already in effect, and runs the
      * enabled rules in ascending sequence - the first one to fire
      * declines with the rule's reason code.  Maintained through the
      * CORULM0C screen.
      *
      *   RULE-ID   CHECK                          THRESHOLD USED
      *   CARDSTS   card status not active         -
      *   ACCTSTS   account not active             -
      *   FRAUDCNT  auth count on the summary      count
      *   FRAUDMCC  high-risk merchant category    -
      *   FRAUDGEO  foreign acquirer amount        amount
      *   VELOCITY  daily approved count/amount    count and amount
      *   SPNDMCC   cardholder MCC block           -
      *   SPNDFRGN  cardholder foreign block       -
      *   SPNDCNP   cardholder card-not-present    -
      *   SPNDCAP   cardholder amount cap          -
      *   CASHLMT   cash-like MCC over cash limit  -
      *   CREDIT    open-to-buy                    partial tolerance
      *   CORPLMT   corporate company control limit -
      *   RISKPROF  high-risk profile scrutiny     fraction of open
      *
      * CREDIT always runs - a request over open-to-buy is never
      * approved in full.  Disabling it only stops partial approvals.
      * FRAUDMCC and CASHLMT take the risk class and the cash-like and
      * quasi-cash flags from the MCCFILE reference (CVMCC01Y).
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
       01  AUTH-RULE-RECORD.
           05  RUL-KEY.
               10  RUL-RULE-ID                     PIC X(08).
               10  RUL-EFF-DATE                    PIC X(08).
           05  RUL-SEQ                             PIC 9(03).
           05  RUL-ENABLED-FLG                     PIC X(01).
               88  RUL-ENABLED                     VALUE 'Y'.
               88  RUL-DISABLED                    VALUE 'N'.
           05  RUL-REASON-CD                       PIC X(04).
           05  RUL-THRESHOLD-AMT                   PIC S9(09)V99.
           05  RUL-THRESHOLD-CNT                   PIC 9(04).
           05  RUL-THRESHOLD-PCT                   PIC V99.
           05  RUL-DESC                            PIC X(30).
           05  RUL-UPD-USER                        PIC X(08).
           05  RUL-UPD-DATE                        PIC X(08).
           05  FILLER                              PIC X(13).
