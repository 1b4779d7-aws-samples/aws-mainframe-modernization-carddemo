      ******************************************************************
      * CVDCM01Y.cpy - Duplicate customer review record
      * DUPLICATE-CUSTOMER-RECORD (DUPCUST) is one pair of CUSTFILE
      * records the CBDCM01C detection run believes are the same
      * person, keyed by the surviving (earlier boarded) CUST-ID and
      * the CUST-ID to retire.  The CDCM screen approves or rejects
      * the pair; CBDCM02C merges the approved pairs and fills in
      * what it moved.  The merged record is the certificate
      * written to the audit log.
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
       01  DUPLICATE-CUSTOMER-RECORD.
           05  DCM-KEY.
               10  DCM-SURVIVOR-ID                 PIC 9(09).
               10  DCM-RETIRE-ID                   PIC 9(09).
           05  DCM-MATCH-SSN                       PIC X(01).
               88  DCM-SSN-MATCHED                 VALUE 'Y'.
           05  DCM-MATCH-NAME-DOB                  PIC X(01).
               88  DCM-NAME-DOB-MATCHED            VALUE 'Y'.
           05  DCM-MATCH-ADDRESS                   PIC X(01).
               88  DCM-ADDRESS-MATCHED             VALUE 'Y'.
           05  DCM-SURVIVOR-NAME                   PIC X(30).
           05  DCM-RETIRE-NAME                     PIC X(30).
           05  DCM-FOUND-DATE                      PIC X(10).
           05  DCM-STATUS                          PIC X(01).
               88  DCM-PENDING                     VALUE 'P'.
               88  DCM-APPROVED                    VALUE 'A'.
               88  DCM-REJECTED                    VALUE 'R'.
               88  DCM-MERGED                      VALUE 'M'.
               88  DCM-FAILED                      VALUE 'F'.
           05  DCM-DECIDED-BY                      PIC X(08).
           05  DCM-DECIDED-DATE                    PIC X(10).
           05  DCM-NOTE                            PIC X(40).
      *    Filled in by the CBDCM02C merge.  Collection cases and
      *    disputes are held by account, so they move with the
      *    accounts the re-pointed XREFFILE rows carry; the counts
      *    are what went with them.
           05  DCM-MERGED-DATE                     PIC X(10).
           05  DCM-XREF-MOVED                      PIC 9(05).
           05  DCM-CONTACTS-MOVED                  PIC 9(05).
           05  DCM-COLL-CASES-MOVED                PIC 9(05).
           05  DCM-DISPUTES-MOVED                  PIC 9(05).
           05  DCM-NTFY-PREF-MOVED                 PIC X(01).
               88  DCM-NTFY-PREF-TAKEN             VALUE 'Y'.
           05  FILLER                              PIC X(19).
