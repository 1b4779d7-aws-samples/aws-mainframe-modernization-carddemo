      ******************************************************************
      * CVFLS01Y.cpy - Fraud-loss ledger record (FRDLOSS)
      * Fraud losses are written off here, apart from the credit
      * charge-off recovery ledger.  Each case has a write-off entry
      * (sequence 000) carrying the recovered-to-date totals, then one
      * entry per recovery posted against it (won representment,
      * restitution, other).  A case is a closed FRDCASE case (source
      * F, id = card number + report date) or a lost FRAU dispute
      * (source D, id = dispute case id).  Written by CBFRL01C and
      * reported monthly by CBFRL02C.
      *
      * Fraud types: LS lost/stolen card, CF counterfeit card,
      *              CN card not present, AT account takeover,
      *              AP application (identity) fraud, OT other.
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
       01  FRAUD-LOSS-RECORD.
           05  FLS-KEY.
               10  FLS-CASE-SRC                    PIC X(01).
                   88  FLS-SRC-FRAUD-CASE          VALUE 'F'.
                   88  FLS-SRC-DISPUTE             VALUE 'D'.
               10  FLS-CASE-ID                     PIC X(24).
               10  FLS-ENTRY-SEQ                   PIC 9(03).
           05  FLS-ENTRY-TYPE                      PIC X(01).
               88  FLS-WRITEOFF                    VALUE 'W'.
               88  FLS-RECOVERY                    VALUE 'R'.
           05  FLS-ACCT-ID                         PIC 9(11).
           05  FLS-CARD-NUM                        PIC X(16).
           05  FLS-FRAUD-TYPE                      PIC X(02).
               88  FLS-TYPE-LOST-STOLEN            VALUE 'LS'.
               88  FLS-TYPE-COUNTERFEIT            VALUE 'CF'.
               88  FLS-TYPE-CARD-NOT-PRESENT       VALUE 'CN'.
               88  FLS-TYPE-ACCT-TAKEOVER          VALUE 'AT'.
               88  FLS-TYPE-APPLICATION            VALUE 'AP'.
               88  FLS-TYPE-OTHER                  VALUE 'OT'.
           05  FLS-ACCT-GROUP-ID                   PIC X(10).
           05  FLS-ENTRY-DATE                      PIC X(10).
           05  FLS-ENTRY-AMT                       PIC S9(09)V99
                                                   COMP-3.
           05  FLS-TRAN-ID                         PIC X(16).
      *    Recovery entries only: how the money came back.
           05  FLS-RECOVERY-TYPE                   PIC X(01).
               88  FLS-RCV-REPRESENTMENT           VALUE 'P'.
               88  FLS-RCV-RESTITUTION             VALUE 'S'.
               88  FLS-RCV-OTHER                   VALUE 'O'.
           05  FLS-REFERENCE                       PIC X(16).
      *    Write-off entry only: running recovery position.
           05  FLS-RECOVERED-LTD                   PIC S9(09)V99
                                                   COMP-3.
           05  FLS-RECOVERY-CNT                    PIC 9(03).
           05  FLS-STATUS                          PIC X(01).
               88  FLS-OPEN                        VALUE 'O'.
               88  FLS-FULLY-RECOVERED             VALUE 'R'.
           05  FILLER                              PIC X(23).

