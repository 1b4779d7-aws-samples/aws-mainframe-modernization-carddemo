      ******************************************************************
      * CVATX01Y.cpy - Ability-to-pay decision record (150 bytes)
      * One record per limit the COATPR0C rule did not pass as asked.
      * Failures (F) go to the ATPEXCP exception file - from the
      * CBORG01C origination and CBOLM01C line-review runs directly,
      * and from the CLIM screen through the CATX extrapartition
      * queue - and were not applied.  Capped limits (C) go to the
      * ATPCAPD file the CBATP01C report lists; the capped limit was
      * applied in place of the one asked for.
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
       01  ATP-DECISION-RECORD.
           05  ATX-SOURCE                          PIC X(04).
               88  ATX-SRC-ORIGINATION             VALUE 'ORIG'.
               88  ATX-SRC-LINE-REVIEW             VALUE 'CLRV'.
               88  ATX-SRC-ONLINE                  VALUE 'CLIM'.
           05  ATX-RESULT                          PIC X(01).
               88  ATX-CAPPED                      VALUE 'C'.
               88  ATX-FAILED                      VALUE 'F'.
           05  ATX-DATE                            PIC X(10).
      *    Zero account on a failed origination - none was opened.
           05  ATX-ACCT-ID                         PIC 9(11).
           05  ATX-CUST-ID                         PIC 9(09).
           05  ATX-NAME                            PIC X(30).
           05  ATX-ANNUAL-INCOME                   PIC S9(09)V99
                                                   COMP-3.
           05  ATX-MONTHLY-OBLIG                   PIC S9(07)V99
                                                   COMP-3.
           05  ATX-CURRENT-LIMIT                   PIC S9(10)V99
                                                   COMP-3.
           05  ATX-REQUESTED-LIMIT                 PIC S9(10)V99
                                                   COMP-3.
           05  ATX-MAX-LIMIT                       PIC S9(10)V99
                                                   COMP-3.
           05  ATX-APPROVED-LIMIT                  PIC S9(10)V99
                                                   COMP-3.
           05  ATX-REASON                          PIC X(30).
           05  ATX-USER-ID                         PIC X(08).
           05  FILLER                              PIC X(08).
