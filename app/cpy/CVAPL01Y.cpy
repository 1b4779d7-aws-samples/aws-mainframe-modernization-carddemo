      ******************************************************************
      * CVAPL01Y.cpy - Credit application record (APPLFILE, 500 bytes)
      * One row per application taken in from the APPLINTK intake
      * file, keyed by the application id CBAPL01C assigns.  The
      * status runs R (received) to A (approved) or D (declined)
      * through the CBAPL01C screening, or to U (referred) for the
      * COAPLR0C underwriter review screen to decide; CBAPL01C
      * releases approved applications to APPRAPPS for CBORG01C
      * boarding and marks them B.  APL-APPLICANT is laid out the
      * way the intake and APPRAPPS records are.
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
       01  APPLICATION-RECORD.
           05  APL-ID.
               10  APL-ID-DATE                     PIC 9(08).
               10  APL-ID-SEQ                      PIC 9(06).
           05  APL-STATUS                          PIC X(01).
               88  APL-RECEIVED                    VALUE 'R'.
               88  APL-REFERRED                    VALUE 'U'.
               88  APL-APPROVED                    VALUE 'A'.
               88  APL-DECLINED                    VALUE 'D'.
               88  APL-BOARDING-RELEASED           VALUE 'B'.
               88  APL-OPEN                        VALUE 'R', 'U'.
           05  APL-RECEIVED-DATE                   PIC X(10).
           05  APL-APPLICANT.
               10  APL-FIRST-NAME                  PIC X(25).
               10  APL-MIDDLE-NAME                 PIC X(25).
               10  APL-LAST-NAME                   PIC X(25).
               10  APL-ADDR-LINE-1                 PIC X(50).
               10  APL-ADDR-LINE-2                 PIC X(50).
               10  APL-ADDR-LINE-3                 PIC X(50).
               10  APL-ADDR-STATE-CD               PIC X(02).
               10  APL-ADDR-ZIP                    PIC X(10).
               10  APL-PHONE-NUM                   PIC X(15).
               10  APL-SSN                         PIC 9(09).
               10  APL-DOB                         PIC X(10).
               10  APL-FICO-SCORE                  PIC 9(03).
      *        The product applied for - the account group.
               10  APL-GROUP-ID                    PIC X(10).
               10  APL-CREDIT-LIMIT                PIC 9(08).
               10  APL-CASH-LIMIT                  PIC 9(08).
               10  APL-BIN-RANGE-ID                PIC X(04).
               10  FILLER                          PIC X(06).
               10  APL-ANNUAL-INCOME               PIC 9(09).
               10  APL-MONTHLY-OBLIG               PIC 9(07).
               10  FILLER                          PIC X(04).
      *    What the screening found and who decided.  The reason is
      *    the principal reason a decline letter states.
           05  APL-DECISION.
               10  APL-EXISTING-CUST-ID            PIC 9(09).
               10  APL-SANCTION-SCORE              PIC 9(03).
               10  APL-SANCTION-REF                PIC X(12).
               10  APL-REASON-CD                   PIC X(04).
                   88  APL-RSN-INCOMPLETE          VALUE 'INCP'.
                   88  APL-RSN-DECEASED            VALUE 'DCSD'.
                   88  APL-RSN-SANCTIONS           VALUE 'SANC'.
                   88  APL-RSN-SCORE-LOW           VALUE 'SCLO'.
                   88  APL-RSN-SCORE-REVIEW        VALUE 'SCRV'.
                   88  APL-RSN-NO-CUTOFF           VALUE 'NOCT'.
                   88  APL-RSN-EXISTING-CUST       VALUE 'EXCU'.
                   88  APL-RSN-APPROVED            VALUE 'APRV'.
                   88  APL-RSN-UNDERWRITER         VALUE 'UNDW'.
               10  APL-REASON                      PIC X(30).
               10  APL-DECIDED-BY                  PIC X(08).
               10  APL-DECIDED-DATE                PIC X(10).
               10  APL-RELEASED-DATE               PIC X(10).
               10  APL-REVIEW-NOTE                 PIC X(40).
           05  FILLER                              PIC X(19).
