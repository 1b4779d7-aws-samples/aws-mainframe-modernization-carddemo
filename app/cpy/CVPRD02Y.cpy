      ******************************************************************
      * CVPRD02Y.cpy - Product-change request record (PRDCHG)
      * Keyed by account: the COPRDC0C screen records a CSR's
      * request to move an account to another card product, and the
      * CBPRD01C run applies it - new group, reissued cards, rewards
      * carried or forfeited - and stamps the outcome back here.  An
      * account has one request on file at a time; a new request
      * replaces a finished one.
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
       01  PRODUCT-CHANGE-RECORD.
           05  PCR-ACCT-ID                         PIC 9(11).
           05  PCR-OLD-PRODUCT-ID                  PIC X(04).
           05  PCR-NEW-PRODUCT-ID                  PIC X(04).
           05  PCR-STATUS                          PIC X(01).
               88  PCR-PENDING                     VALUE 'P'.
               88  PCR-APPLIED                     VALUE 'A'.
               88  PCR-REJECTED                    VALUE 'R'.
               88  PCR-CANCELLED                   VALUE 'X'.
               88  PCR-FINISHED                    VALUE 'A' 'R' 'X'.
           05  PCR-REQ-USER-ID                     PIC X(08).
           05  PCR-REQ-DATE                        PIC X(10).
           05  PCR-REQ-TIME                        PIC X(08).
           05  PCR-DONE-DATE                       PIC X(10).
      *    Why the run rejected the request, or who cancelled it.
           05  PCR-REASON                          PIC X(30).
           05  PCR-CARDS-REISSUED                  PIC 9(02).
           05  PCR-POINTS-FORFEITED                PIC 9(09).
           05  FILLER                              PIC X(03).
