      ******************************************************************
      * CVALW01Y.cpy - Loan-loss allowance history record (ALLWHIST)
      * One row per month, account group and delinquency bucket,
      * written by the CBALW01C month-end run: the receivable, the
      * loss rate applied and where it came from, the allowance and
      * the prior month's, and the bucket's roll rate that month -
      * the share of last month's bucket balance that moved on to
      * the next bucket (for 180, into charge-off).  The next run
      * explains its change against these rows and averages the
      * kept roll rates when deriving rates from history.
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
       01  ALLOWANCE-HISTORY-RECORD.
           05  ALW-KEY.
      *        Allowance month, CCYY-MM.
               10  ALW-MONTH                       PIC X(07).
               10  ALW-GROUP-ID                    PIC X(10).
               10  ALW-BUCKET                      PIC X(03).
           05  ALW-ACCT-COUNT                      PIC 9(09).
           05  ALW-RECEIVABLE                      PIC S9(13)V99
                                                   COMP-3.
      *    Balances charged off in the month (180 bucket rows only).
           05  ALW-CHARGEOFF-AMT                   PIC S9(13)V99
                                                   COMP-3.
           05  ALW-LOSS-RATE                       PIC 9(03)V9(04)
                                                   COMP-3.
           05  ALW-RATE-SOURCE                     PIC X(01).
               88  ALW-RATE-FROM-TABLE             VALUE 'T'.
               88  ALW-RATE-FROM-HISTORY           VALUE 'H'.
           05  ALW-ALLOWANCE                       PIC S9(13)V99
                                                   COMP-3.
           05  ALW-PRIOR-ALLOWANCE                 PIC S9(13)V99
                                                   COMP-3.
           05  ALW-ROLL-RATE                       PIC 9(03)V9(04)
                                                   COMP-3.
           05  ALW-ROLL-VALID                      PIC X(01).
               88  ALW-ROLL-MEASURED               VALUE 'Y'.
           05  ALW-RUN-DATE                        PIC X(10).
           05  FILLER                              PIC X(19).
