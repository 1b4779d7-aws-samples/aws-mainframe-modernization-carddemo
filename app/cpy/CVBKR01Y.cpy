      ******************************************************************
      * CVBKR01Y.cpy - Bankruptcy case and notification records
      * BANKRUPTCY-CASE-RECORD (BKRCASE, keyed on account) is one
      * bankruptcy case per account: chapter, filing date, court
      * case number and where the case stands - filed, discharged
      * or dismissed.  BANKRUPTCY-NOTICE-RECORD (BKRNOTE) is the
      * notification service's feed CBBKR01C takes in: a new filing,
      * or a discharge or dismissal against a case already on file,
      * matched to the debtor on SSN.  A zero account number applies
      * the notice to every account the debtor holds.
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
       01  BANKRUPTCY-CASE-RECORD.
           05  BKR-ACCT-ID                         PIC 9(11).
           05  BKR-CUST-ID                         PIC 9(09).
           05  BKR-CASE-NUM                        PIC X(15).
           05  BKR-CHAPTER                         PIC X(02).
               88  BKR-CHAPTER-07                  VALUE '07'.
               88  BKR-CHAPTER-11                  VALUE '11'.
               88  BKR-CHAPTER-12                  VALUE '12'.
               88  BKR-CHAPTER-13                  VALUE '13'.
               88  BKR-CHAPTER-VALID               VALUE '07', '11',
                                                         '12', '13'.
           05  BKR-FILING-DATE                     PIC X(10).
           05  BKR-STATUS                          PIC X(01).
               88  BKR-FILED                       VALUE 'F'.
               88  BKR-DISCHARGED                  VALUE 'D'.
               88  BKR-DISMISSED                   VALUE 'X'.
           05  BKR-STATUS-DATE                     PIC X(10).
           05  BKR-NOTICE-DATE                     PIC X(10).
           05  BKR-LAST-MAINT-TS                   PIC X(26).
           05  FILLER                              PIC X(06).

       01  BANKRUPTCY-NOTICE-RECORD.
           05  BKN-SSN                             PIC 9(09).
           05  BKN-ACCT-ID                         PIC 9(11).
           05  BKN-CASE-NUM                        PIC X(15).
           05  BKN-CHAPTER                         PIC X(02).
           05  BKN-FILING-DATE                     PIC X(10).
           05  BKN-ACTION                          PIC X(01).
               88  BKN-FILING                      VALUE 'F'.
               88  BKN-DISCHARGE                   VALUE 'D'.
               88  BKN-DISMISSAL                   VALUE 'X'.
               88  BKN-ACTION-VALID                VALUE 'F', 'D',
                                                         'X'.
           05  BKN-ACTION-DATE                     PIC X(10).
           05  FILLER                              PIC X(22).
