      ******************************************************************
      * CVSCT01Y.cpy - Bureau score cutoff record (SCORECUT, 80 bytes)
      * The score cutoffs credit policy sets for each product (account
      * group): an application scoring below the decline cutoff is
      * declined, one at or above the approve cutoff is approved, and
      * one between goes to the underwriter.  A row with a blank group
      * is the default for every product without its own row.
      * CBAPL01C loads the file at the start of the run.
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
       01  SCORE-CUTOFF-RECORD.
           05  SCT-GROUP-ID                        PIC X(10).
           05  SCT-DECLINE-BELOW                   PIC 9(03).
           05  SCT-APPROVE-FROM                    PIC 9(03).
           05  SCT-DESC                            PIC X(30).
           05  FILLER                              PIC X(34).
