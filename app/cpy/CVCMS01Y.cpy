      ******************************************************************
      * CVCMS01Y.cpy - Compromised-card reissue selection (CMPSEL)
      * Written by CBCMP01C for every active card flagged by a network
      * compromise alert, most urgent first: by exposure (1 = full
      * track, 2 = card-not-present data, 3 = number only), then by
      * account balance, highest first.  CBREI01C orders replacement
      * plastic for these cards through the EMBOSSX extract in file
      * order, up to the run's compromise reissue cap.
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
       01  COMPROMISE-SELECT-RECORD.
           05  CMS-PRIORITY                        PIC 9(01).
           05  CMS-CARD-NUM                        PIC X(16).
           05  CMS-ACCT-ID                         PIC 9(11).
           05  CMS-CURR-BAL                        PIC S9(10)V99.
           05  CMS-BREACH-ID                       PIC X(10).
           05  CMS-EXPOSURE-TYPE                   PIC X(01).
           05  CMS-ALERT-DATE                      PIC X(10).
           05  FILLER                              PIC X(19).
