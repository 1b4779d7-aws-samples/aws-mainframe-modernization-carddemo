      ******************************************************************
      * CVBSC01Y.cpy - Behavior score history record (SCOREHST)
      * One row per account per scoring month, written by the CBBSC01C
      * monthly behavior scoring run and keyed by account and month
      * (CCYY-MM) so an account's history reads oldest first.  The
      * delinquency status each month carries is what the next run's
      * twelve-month delinquency count reads back.
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
       01  BEHAV-SCORE-HIST-RECORD.
           05  BSH-KEY.
               10  BSH-ACCT-ID                     PIC 9(11).
               10  BSH-SCORE-MONTH                 PIC X(07).
           05  BSH-SCORE                           PIC 9(03).
           05  BSH-BAND                            PIC X(01).
           05  BSH-UTIL-PCT                        PIC 9(03).
           05  BSH-PAY-IND                         PIC X(01).
               88  BSH-PAID-IN-FULL                VALUE 'F'.
               88  BSH-PAID-PART                   VALUE 'P'.
               88  BSH-PAID-NONE                   VALUE 'N'.
               88  BSH-NOTHING-DUE                 VALUE 'Z'.
           05  BSH-CASH-ADV-CNT                    PIC 9(03).
           05  BSH-DELINQ-STATUS                   PIC X(03).
           05  BSH-DLQ-MONTHS-12                   PIC 9(02).
           05  BSH-PRIOR-SCORE                     PIC 9(03).
           05  BSH-BALANCE                         PIC S9(10)V99
                                                   COMP-3.
           05  BSH-CREDIT-LIMIT                    PIC S9(10)V99
                                                   COMP-3.
           05  BSH-PROCESS-TS                      PIC X(26).
           05  FILLER                              PIC X(23).
