      ******************************************************************
      * CVACR01Y.cpy - Month-end accrual control record (ACRCTL)
      * One row per accrual month, account group and transaction
      * type/category, written by the CBACR01C month-end run with the
      * estimated unbilled amount and the GL pair it was booked to.
      * The nightly reversal pass books the mirror entry on the first
      * business day of the next month and marks the row reversed, so
      * each accrual is reversed exactly once.
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
       01  ACCRUAL-CONTROL-RECORD.
           05  ACR-KEY.
      *        Accrual month, CCYY-MM.
               10  ACR-MONTH                       PIC X(07).
               10  ACR-GROUP-ID                    PIC X(10).
               10  ACR-TRAN-TYPE-CD                PIC X(02).
               10  ACR-TRAN-CAT-CD                 PIC 9(04).
           05  ACR-AMOUNT                          PIC S9(11)V99
                                                   COMP-3.
           05  ACR-ACCT-COUNT                      PIC 9(07).
           05  ACR-DR-ACCOUNT                      PIC X(08).
           05  ACR-CR-ACCOUNT                      PIC X(08).
      *    Month-end the estimate runs through, and the first business
      *    day of the next month, when the reversal is due.
           05  ACR-ACCRUAL-DATE                    PIC X(10).
           05  ACR-REVERSE-DUE-DATE                PIC X(10).
           05  ACR-STATUS                          PIC X(01).
               88  ACR-ACCRUED                     VALUE 'A'.
               88  ACR-REVERSED                    VALUE 'R'.
           05  ACR-REVERSED-DATE                   PIC X(10).
           05  FILLER                              PIC X(16).
