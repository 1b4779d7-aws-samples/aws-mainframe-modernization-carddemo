      ******************************************************************
      * CVSRB01Y.cpy - Settlement reconciliation break (SRCBRK, 150)
      * One record per settlement date and currency that CBSRC01C has
      * not yet proved: our accepted clearing and outgoing chargeback
      * totals beside what the network's advice says it moved.  The
      * file is carried forward run to run - each run reads the last
      * generation and writes the next - so a break ages until an
      * adjusting advice clears it.  Status P is our activity still
      * inside the advice grace period; B is a break.
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
       01  SETTLEMENT-BREAK-RECORD.
           05  SRB-KEY.
               10  SRB-SETTLE-DATE                 PIC X(10).
               10  SRB-CURR-CD                     PIC X(03).
           05  SRB-STATUS                          PIC X(01).
               88  SRB-PENDING-ADVICE              VALUE 'P'.
               88  SRB-BREAK                       VALUE 'B'.
           05  SRB-REASON                          PIC X(30).
           05  SRB-FIRST-SEEN-DATE                 PIC X(10).
           05  SRB-OUR-CLEAR-COUNT                 PIC 9(09).
           05  SRB-OUR-CLEAR-AMT                   PIC S9(13)V99
                                                   COMP-3.
           05  SRB-OUR-CHBK-COUNT                  PIC 9(09).
           05  SRB-OUR-CHBK-AMT                    PIC S9(13)V99
                                                   COMP-3.
           05  SRB-ADVISED-SW                      PIC X(01).
               88  SRB-ADVISED                     VALUE 'Y'.
           05  SRB-ADV-CLEAR-COUNT                 PIC 9(09).
           05  SRB-ADV-CLEAR-AMT                   PIC S9(13)V99
                                                   COMP-3.
           05  SRB-ADV-CHBK-COUNT                  PIC 9(09).
           05  SRB-ADV-CHBK-AMT                    PIC S9(13)V99
                                                   COMP-3.
      *    Net difference, advice less ours (clearing less chargebacks).
           05  SRB-DIFF-AMT                        PIC S9(13)V99
                                                   COMP-3.
           05  SRB-AGE-DAYS                        PIC 9(05).
           05  FILLER                              PIC X(14).
