      ******************************************************************
      * CVMIS01Y.cpy - Portfolio statistics record (PORTSTAT)
      * One record per account group, written each night by CBDBL01C
      * from the same ACCTFILE pass that takes the daily balance
      * snapshots, so the CBMIS01C management report never sweeps the
      * account master itself.  Open accounts are every account not
      * closed; the balances and delinquency buckets cover the open
      * accounts only.  The six delinquency buckets are 030, 060, 090,
      * 120, 150 and 180 days, as CBDLQ01C stamps them.
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
       01  PORTFOLIO-STATS-RECORD.
           05  PST-STAT-DATE                       PIC X(10).
           05  PST-GROUP-ID                        PIC X(10).
           05  PST-OPEN-CNT                        PIC 9(09).
           05  PST-NEW-CNT                         PIC 9(09).
           05  PST-CLOSED-CNT                      PIC 9(09).
           05  PST-BAL-TOTAL                       PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  PST-BAL-PURCHASE                    PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  PST-BAL-CASH                        PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  PST-BAL-PROMO                       PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  PST-DLQ-BUCKET OCCURS 6 TIMES.
               10  PST-DLQ-CNT                     PIC 9(09).
               10  PST-DLQ-BAL                     PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                              PIC X(39).
