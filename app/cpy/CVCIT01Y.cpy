      ******************************************************************
      * CVCIT01Y.cpy - Change-in-terms notice record (CITNOTC)
      * One row per account per staged group rate increase, keyed
      * account + group + effective date.  CBCIT01C writes the row
      * when it stages the account's change-in-terms letter, dating
      * the notice and the first day the new rate may lawfully
      * apply (the later of the effective date and the notice date
      * plus the advance-notice period).  CBGRPPRM marks the row
      * applied when the increase is promoted in time, or held -
      * keeping the old rate, which CBINT01C honors - when the
      * notice was missing or late; a held row is released once its
      * apply-from date arrives.
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
       01  CHANGE-IN-TERMS-RECORD.
           05  CIT-KEY.
               10  CIT-ACCT-ID                     PIC 9(11).
               10  CIT-GRP-ID                      PIC X(10).
               10  CIT-EFF-DATE                    PIC X(10).
           05  CIT-OLD-RATE                        PIC S9(03)V99
                                                   COMP-3.
           05  CIT-NEW-RATE                        PIC S9(03)V99
                                                   COMP-3.
      *    Spaces in the notice date mean no notice was ever sent.
           05  CIT-NOTICE-DATE                     PIC X(10).
           05  CIT-APPLY-FROM-DATE                 PIC X(10).
           05  CIT-STATUS                          PIC X(01).
               88  CIT-NOTICED                     VALUE 'N'.
               88  CIT-APPLIED                     VALUE 'A'.
               88  CIT-HELD                        VALUE 'H'.
           05  CIT-STATUS-DATE                     PIC X(10).
           05  FILLER                              PIC X(12).
