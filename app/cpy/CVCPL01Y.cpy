      ******************************************************************
      * CVCPL01Y.cpy - Customer complaint case record (CMPLCASE)
      * One row per complaint, keyed by case id ('CP' + task number
      * + time, as the dispute cases are).  Opened and worked on the
      * COCPLW0C queue; CBCPL01C ages open cases nightly against the
      * regulatory due date and produces the monthly counts by
      * category for compliance.  A complaint routed through a
      * regulator carries the regulator's own reference.
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
       01  COMPLAINT-CASE-RECORD.
           05  CPL-CASE-ID                         PIC X(16).
           05  CPL-CUST-ID                         PIC 9(09).
      *    Zero when the complaint is about the relationship rather
      *    than one account.
           05  CPL-ACCT-ID                         PIC 9(11).
           05  CPL-CATEGORY                        PIC X(04).
               88  CPL-CAT-BILLING                 VALUE 'BILL'.
               88  CPL-CAT-FEES                    VALUE 'FEES'.
               88  CPL-CAT-RATES                   VALUE 'RATE'.
               88  CPL-CAT-CREDIT-RPT              VALUE 'CRPT'.
               88  CPL-CAT-COLLECTIONS             VALUE 'COLL'.
               88  CPL-CAT-FRAUD                   VALUE 'FRAU'.
               88  CPL-CAT-DISPUTE                 VALUE 'DISP'.
               88  CPL-CAT-SERVICE                 VALUE 'SERV'.
               88  CPL-CAT-PRIVACY                 VALUE 'PRIV'.
               88  CPL-CAT-OTHER                   VALUE 'OTHR'.
               88  CPL-CAT-VALID                   VALUE 'BILL' 'FEES'
                   'RATE' 'CRPT' 'COLL' 'FRAU' 'DISP' 'SERV' 'PRIV'
                   'OTHR'.
           05  CPL-CHANNEL                         PIC X(01).
               88  CPL-CH-PHONE                    VALUE 'P'.
               88  CPL-CH-MAIL                     VALUE 'M'.
               88  CPL-CH-EMAIL                    VALUE 'E'.
               88  CPL-CH-BRANCH                   VALUE 'B'.
               88  CPL-CH-REGULATOR                VALUE 'R'.
               88  CPL-CH-VALID                    VALUE 'P' 'M' 'E'
                                                         'B' 'R'.
           05  CPL-REG-REF                         PIC X(12).
           05  CPL-RECEIVED-DATE                   PIC X(10).
      *    Regulatory response due date (CCYY-MM-DD).
           05  CPL-DUE-DATE                        PIC X(10).
           05  CPL-STATUS                          PIC X(01).
               88  CPL-OPEN                        VALUE 'O'.
               88  CPL-IN-WORK                     VALUE 'W'.
               88  CPL-RESOLVED                    VALUE 'R'.
               88  CPL-WORKABLE                    VALUE 'O' 'W'.
           05  CPL-OPENED-BY                       PIC X(08).
           05  CPL-ASSIGNED-TO                     PIC X(08).
           05  CPL-SUMMARY                         PIC X(40).
           05  CPL-RESOLUTION-CD                   PIC X(02).
               88  CPL-RES-CREDITED                VALUE 'CR'.
               88  CPL-RES-CORRECTED               VALUE 'CO'.
               88  CPL-RES-EXPLAINED               VALUE 'EX'.
               88  CPL-RES-DENIED                  VALUE 'DN'.
               88  CPL-RES-WITHDRAWN               VALUE 'WD'.
               88  CPL-RES-VALID                   VALUE 'CR' 'CO'
                                                         'EX' 'DN'
                                                         'WD'.
           05  CPL-RESOLUTION-NOTE                 PIC X(40).
           05  CPL-RESOLVED-DATE                   PIC X(10).
           05  CPL-RESOLVED-BY                     PIC X(08).
           05  FILLER                              PIC X(10).
