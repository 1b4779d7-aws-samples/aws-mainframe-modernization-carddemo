      ******************************************************************
      * CVAUC01Y.cpy - Audit-log chain head record (AUDCHAIN)
      * One row, keyed 'AUDITLOG', holding the sequence number and
      * hash of the last entry chained onto the audit log.  COAUDIT
      * reads it for update around every online write - which also
      * serializes the writers - and CBAUDP01 takes its run's entries
      * off it and rewrites it once the run has finished cleanly.
      * CBAUDR0C stamps the highest sequence it has archived, and
      * CBAUDV0C checks the log's last entry against it.
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
       01  AUDIT-CHAIN-HEAD.
           05  ACH-LOG-ID                          PIC X(08).
           05  ACH-LAST-SEQ                        PIC 9(15) COMP-3.
           05  ACH-LAST-HASH                       PIC 9(18) COMP.
           05  ACH-LAST-TIMESTAMP                  PIC X(26).
           05  ACH-LAST-WRITER                     PIC X(08).
           05  ACH-ARCH-HIGH-SEQ                   PIC 9(15) COMP-3.
           05  ACH-ARCH-RUN-DATE                   PIC X(10).
           05  FILLER                              PIC X(24).
