      ******************************************************************
      * CVRAG01Y.cpy - Re-age history record (REAGEHST)
      * One row per re-age request decided by CBRAG01C, keyed by
      * account, request date and sequence so an account's re-age
      * history reads in date order.  Approved rows are the ones the
      * frequency limits count; rejected rows keep the reason the
      * policy refused the request.
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
       01  REAGE-HISTORY-RECORD.
           05  RAH-KEY.
               10  RAH-ACCT-ID                     PIC 9(11).
               10  RAH-REQ-DATE                    PIC X(10).
               10  RAH-SEQ                         PIC 9(02).
           05  RAH-DECISION                        PIC X(01).
               88  RAH-APPROVED                    VALUE 'A'.
               88  RAH-REJECTED                    VALUE 'R'.
           05  RAH-REJECT-REASON                   PIC X(30).
           05  RAH-PRIOR-BUCKET                    PIC X(03).
           05  RAH-QUAL-PAY-CNT                    PIC 9(02).
           05  RAH-BALANCE                         PIC S9(10)V99
                                                   COMP-3.
           05  RAH-REQUESTED-BY                    PIC X(08).
           05  RAH-REASON-CD                       PIC X(04).
           05  RAH-PROCESS-TS                      PIC X(26).
           05  FILLER                              PIC X(16).
