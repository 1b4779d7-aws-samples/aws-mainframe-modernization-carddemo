      ******************************************************************
      * CVPPI01Y.cpy - Payment protection enrollment record (PPIFILE)
      * One record per enrolled account, keyed by account id, kept
      * through the COPPIM0C screen.  The cycle close (CBINT01C) bills
      * an enrolled account a premium of PPI-RATE-PER-100 for each
      * hundred dollars of its closing balance and records it here.
      * An approved claim (job loss, disability or death) suspends the
      * minimum payment for the covered months: the benefit end date
      * is carried onto the account as ACCT-PPI-BENEFIT-END, which the
      * delinquency, fee and statement runs test.  The monthly CBPPI01C
      * run builds the underwriter remittance from these records.
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
       01  PPI-ENROLLMENT-RECORD.
           05  PPI-ACCT-ID                         PIC 9(11).
           05  PPI-STATUS                          PIC X(01).
               88  PPI-ENROLLED                    VALUE 'A'.
               88  PPI-CANCELLED                   VALUE 'C'.
           05  PPI-ENROLL-DATE                     PIC X(10).
           05  PPI-CANCEL-DATE                     PIC X(10).
           05  PPI-RATE-PER-100                    PIC S9(01)V9(04)
                                                   COMP-3.
           05  PPI-MAINT-USER                      PIC X(08).
      *    Premium most recently billed by the cycle close, and the
      *    total billed since enrollment.
           05  PPI-LAST-PREM-DATE                  PIC X(10).
           05  PPI-LAST-PREM-AMT                   PIC S9(07)V99
                                                   COMP-3.
           05  PPI-LAST-PREM-BAL                   PIC S9(10)V99
                                                   COMP-3.
           05  PPI-PREM-LTD                        PIC S9(09)V99
                                                   COMP-3.
      *    Current (or most recent) claim.
           05  PPI-CLAIM-STATUS                    PIC X(01).
               88  PPI-CLAIM-NONE                  VALUE ' '.
               88  PPI-CLAIM-APPROVED              VALUE 'A'.
               88  PPI-CLAIM-ENDED                 VALUE 'E'.
           05  PPI-CLAIM-TYPE                      PIC X(01).
               88  PPI-CLAIM-JOB-LOSS              VALUE 'J'.
               88  PPI-CLAIM-DISABILITY            VALUE 'D'.
               88  PPI-CLAIM-DEATH                 VALUE 'X'.
               88  PPI-CLAIM-TYPE-VALID            VALUE 'J', 'D',
                                                         'X'.
           05  PPI-CLAIM-EVENT-DATE                PIC X(10).
           05  PPI-CLAIM-APPROVE-DATE              PIC X(10).
           05  PPI-BENEFIT-MONTHS                  PIC 9(02).
           05  PPI-BENEFIT-END-DATE                PIC X(10).
           05  PPI-CLAIM-CNT                       PIC 9(03).
           05  FILLER                              PIC X(42).
