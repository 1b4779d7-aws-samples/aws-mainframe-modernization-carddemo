      ******************************************************************
      * CVAGY01Y.cpy - Collections agency master record (AGENCYMS)
      * One row per outside collections agency.  The row carries the
      * agency's commission rate, how long a placement stays with it
      * before automatic recall, and the placement rule CBAGY01C
      * applies to charged-off accounts: the outstanding balance
      * band, the band of days since charge-off, and the placement
      * tier - how many earlier placements an account must have had
      * (0 = primary agency, 1 = secondary, 2 = tertiary ...).
      * Zero in a maximum means no upper limit.
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
       01  AGENCY-RECORD.
           05  AGY-ID                              PIC X(04).
           05  AGY-NAME                            PIC X(30).
           05  AGY-STATUS                          PIC X(01).
               88  AGY-ACTIVE                      VALUE 'A'.
               88  AGY-INACTIVE                    VALUE 'I'.
           05  AGY-COMMISSION-PCT                  PIC S9(03)V99
                                                   COMP-3.
           05  AGY-PLACEMENT-DAYS                  PIC 9(03).
           05  AGY-PLACEMENT-TIER                  PIC 9(01).
           05  AGY-MIN-BALANCE                     PIC S9(09)V99
                                                   COMP-3.
           05  AGY-MAX-BALANCE                     PIC S9(09)V99
                                                   COMP-3.
           05  AGY-MIN-AGE-DAYS                    PIC 9(04).
           05  AGY-MAX-AGE-DAYS                    PIC 9(04).
           05  FILLER                              PIC X(38).
