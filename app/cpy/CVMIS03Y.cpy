      ******************************************************************
      * CVMIS03Y.cpy - Management-information history record (MISHIST)
      * One record per report date, keyed by the date, written by the
      * daily CBMIS01C run and read back by later runs for the
      * day-over-day and month-to-date columns.  The figures are held
      * twice: by name, and as the MSH-METRIC table CBMIS01C walks to
      * print them.  Counts are carried in the same packed picture as
      * the amounts, with zero decimals.  Stock figures (open accounts,
      * active cards, balances, delinquency, open disputes) are the
      * position at the end of the day; the rest are the day's flow.
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
       01  MIS-HISTORY-RECORD.
           05  MSH-DATE                            PIC X(10).
           05  MSH-METRICS.
               10  MSH-OPEN-ACCTS                  PIC S9(13)V99 COMP-3.
               10  MSH-NEW-ACCTS                   PIC S9(13)V99 COMP-3.
               10  MSH-CLOSED-ACCTS                PIC S9(13)V99 COMP-3.
               10  MSH-ACTIVE-CARDS                PIC S9(13)V99 COMP-3.
               10  MSH-BAL-TOTAL                   PIC S9(13)V99 COMP-3.
               10  MSH-BAL-PURCHASE                PIC S9(13)V99 COMP-3.
               10  MSH-BAL-CASH                    PIC S9(13)V99 COMP-3.
               10  MSH-BAL-PROMO                   PIC S9(13)V99 COMP-3.
               10  MSH-DLQ-CNT                     PIC S9(13)V99 COMP-3.
               10  MSH-DLQ-BAL                     PIC S9(13)V99 COMP-3.
               10  MSH-AUTH-CNT                    PIC S9(13)V99 COMP-3.
               10  MSH-APPROVED-CNT                PIC S9(13)V99 COMP-3.
               10  MSH-DECLINED-CNT                PIC S9(13)V99 COMP-3.
               10  MSH-FRAUD-CNT                   PIC S9(13)V99 COMP-3.
               10  MSH-FRAUD-AMT                   PIC S9(13)V99 COMP-3.
               10  MSH-PAY-CNT                     PIC S9(13)V99 COMP-3.
               10  MSH-PAY-AMT                     PIC S9(13)V99 COMP-3.
               10  MSH-DISP-OPENED                 PIC S9(13)V99 COMP-3.
               10  MSH-DISP-CLOSED                 PIC S9(13)V99 COMP-3.
               10  MSH-DISP-OPEN-CASES             PIC S9(13)V99 COMP-3.
               10  MSH-CHGOFF-CNT                  PIC S9(13)V99 COMP-3.
               10  MSH-CHGOFF-AMT                  PIC S9(13)V99 COMP-3.
               10  MSH-RECOV-CNT                   PIC S9(13)V99 COMP-3.
               10  MSH-RECOV-AMT                   PIC S9(13)V99 COMP-3.
           05  MSH-METRIC-TBL REDEFINES MSH-METRICS.
               10  MSH-METRIC OCCURS 24 TIMES      PIC S9(13)V99 COMP-3.
           05  MSH-RUN-TS                          PIC X(26).
           05  FILLER                              PIC X(22).
