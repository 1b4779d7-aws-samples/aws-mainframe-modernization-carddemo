      ******************************************************************
      * CVRCT01Y.cpy - Access review record
      * ACCESS-REVIEW-RECORD (RCTREVW) is one active user put in front
      * of their manager by the quarterly CBRCT01C recertification.
      * The managers return the same records (RCTATST) with the
      * decision filled in; CBRCT02C deactivates every reviewed user
      * whose access was not confirmed.
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
       01  ACCESS-REVIEW-RECORD.
           05  RVW-USER-ID                         PIC X(08).
           05  RVW-MANAGER-ID                      PIC X(08).
           05  RVW-ROLE-CD                         PIC X(04).
           05  RVW-REVIEW-DATE                     PIC X(10).
           05  RVW-SOD-CONFLICT-SW                 PIC X(01).
               88  RVW-SOD-CONFLICT                VALUE 'Y'.
           05  RVW-DECISION                        PIC X(01).
               88  RVW-CONFIRMED                   VALUE 'C'.
               88  RVW-REVOKED                     VALUE 'R'.
           05  RVW-ATTESTED-BY                     PIC X(08).
           05  RVW-ATTESTED-DATE                   PIC X(10).
           05  FILLER                              PIC X(30).
