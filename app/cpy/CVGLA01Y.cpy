      ******************************************************************
      * CVGLA01Y.cpy - General-ledger acknowledgment record (GLACK)
      * The GL system's answer to a GLJRNL file: one detail per
      * journal line, accepted (A) or rejected (R) with the GL's
      * reason, carrying the journal line back as it was sent, and a
      * control trailer counting the details.  Read by CBGLA01C.
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
       01  GL-ACK-RECORD.
           05  ACK-REC-TYPE                     PIC X(01).
               88  ACK-DETAIL-REC               VALUE 'D'.
               88  ACK-TRAILER-REC              VALUE 'T'.
           05  ACK-DETAIL.
               10  ACK-STATUS                   PIC X(01).
                   88  ACK-ACCEPTED             VALUE 'A'.
                   88  ACK-REJECTED             VALUE 'R'.
               10  ACK-REASON-CD                PIC X(04).
               10  ACK-REASON-TEXT              PIC X(30).
               10  ACK-JOURNAL-LINE             PIC X(80).
               10  FILLER                       PIC X(04).
           05  ACK-TRAILER REDEFINES ACK-DETAIL.
               10  ACK-TR-DETAIL-COUNT          PIC 9(09).
               10  ACK-TR-REJECT-COUNT          PIC 9(09).
               10  FILLER                       PIC X(101).
