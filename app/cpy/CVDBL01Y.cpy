      ******************************************************************
      * CVDBL01Y.cpy - Daily balance snapshot record (DAILYBAL)
      * One row per account per day, written each night by CBDBL01C
      * after the day's postings and keyed by account and balance date
      * so a cycle's days read in order.  The cycle close averages the
      * rows inside the cycle to price each balance bucket on its
      * average daily balance.
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
       01  DAILY-BALANCE-RECORD.
           05  DBL-KEY.
               10  DBL-ACCT-ID                     PIC 9(11).
               10  DBL-BAL-DATE                    PIC X(10).
           05  DBL-CURR-BAL                        PIC S9(10)V99
                                                   COMP-3.
           05  DBL-BAL-PURCHASE                    PIC S9(10)V99
                                                   COMP-3.
           05  DBL-BAL-CASH                        PIC S9(10)V99
                                                   COMP-3.
           05  DBL-BAL-PROMO                       PIC S9(10)V99
                                                   COMP-3.
           05  DBL-SNAPSHOT-TS                     PIC X(26).
           05  FILLER                              PIC X(05).
