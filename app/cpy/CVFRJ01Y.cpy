      ******************************************************************
      * CVFRJ01Y.cpy - Forward-recovery journal record
      * FORWARD-RECOVERY-RECORD is the after-image of one online
      * WRITE, REWRITE or DELETE against ACCTDAT, CARDDAT or CUSTDAT.
      * Callers LINK to COFRJW0C with it once the change is on file;
      * the subprogram stamps it and writes it to the CFRJ journal
      * queue (FRJRNL).  CBFRJ01C reapplies the journal to a master
      * restored from backup, up to a chosen point in time.
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
       01  FORWARD-RECOVERY-RECORD.
      *    YYYY-MM-DD-HH.MM.SS.NNNNNN, as on the audit log.
           05  FRJ-TIMESTAMP                       PIC X(26).
           05  FRJ-FILE-ID                         PIC X(08).
               88  FRJ-ACCOUNT-FILE                VALUE 'ACCTDAT '.
               88  FRJ-CARD-FILE                   VALUE 'CARDDAT '.
               88  FRJ-CUSTOMER-FILE               VALUE 'CUSTDAT '.
           05  FRJ-OPERATION                       PIC X(01).
               88  FRJ-ADD                         VALUE 'W'.
               88  FRJ-CHANGE                      VALUE 'R'.
               88  FRJ-REMOVE                      VALUE 'D'.
           05  FRJ-KEY                             PIC X(16).
           05  FRJ-PROGRAM                         PIC X(08).
           05  FRJ-USER-ID                         PIC X(08).
           05  FRJ-TRAN-ID                         PIC X(04).
           05  FRJ-IMAGE-LENGTH                    PIC 9(04).
      *    The record as written; on a DELETE, the record removed.
           05  FRJ-AFTER-IMAGE                     PIC X(500).
           05  FILLER                              PIC X(25).
