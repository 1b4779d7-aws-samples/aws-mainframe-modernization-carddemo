      ******************************************************************
      * CVGLJ01Y.cpy - General-ledger journal line (GLJRNL)
      * One debit or credit line for the GL interface, written by the
      * nightly journal extract (CBGLJ01C) and the partner revenue
      * share (CBPTR01C).  Post date, source and line sequence
      * identify the line; the GL system echoes the line back on its
      * acknowledgment file (GLACK) and CBGLA01C files rejects to the
      * GLSUSP suspense queue under the same identity.
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
       01  GL-JOURNAL-RECORD.
           05  JRN-DR-CR-IND                    PIC X(01).
           05  JRN-GL-ACCOUNT                   PIC X(08).
           05  JRN-AMOUNT                       PIC S9(11)V99.
           05  JRN-TRAN-TYPE-CD                 PIC X(02).
           05  JRN-TRAN-CAT-CD                  PIC 9(04).
           05  JRN-POST-DATE                    PIC X(10).
           05  JRN-DESC                         PIC X(30).
      *    GL = nightly journal, PT = partner revenue share,
      *    SR = a suspense line released back to the GL,
      *    AC = month-end unbilled accrual, AV = its reversal,
      *    LA = loan-loss allowance adjustment.
           05  JRN-SOURCE-CD                    PIC X(02).
               88  JRN-SOURCE-NIGHTLY           VALUE 'GL'.
               88  JRN-SOURCE-PARTNER           VALUE 'PT'.
               88  JRN-SOURCE-SUSP-RELEASE      VALUE 'SR'.
               88  JRN-SOURCE-ACCRUAL           VALUE 'AC'.
               88  JRN-SOURCE-ACCRUAL-REV       VALUE 'AV'.
               88  JRN-SOURCE-ALLOWANCE         VALUE 'LA'.
           05  JRN-LINE-SEQ                     PIC 9(06).
           05  FILLER                           PIC X(04).
