      ******************************************************************
      * CVMCC01Y.cpy - Merchant category code reference (MCCFILE)
      * One record per MCC, keyed by the four-digit code, maintained
      * through the COMCCM0C screen.  Gives the raw codes carried on
      * MERCHMST, the authorization requests, the cardholder spending
      * controls and the ICHGRATE keys a description, a reporting
      * category group and the risk treatment authorization applies:
      *   risk class  - H is merchant fraud under the FRAUDMCC rule,
      *                 M runs the fraud limits at the breach fraction
      *   cash-like   - cash disbursement, ATM and money-order type
      *                 categories, held to the cash credit limit
      *   quasi-cash  - gaming chips, wire and foreign currency; also
      *                 held to the cash credit limit
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
       01  MCC-REFERENCE-RECORD.
           05  MCC-CODE                            PIC X(04).
           05  MCC-DESC                            PIC X(40).
           05  MCC-CATEGORY-GROUP                  PIC X(12).
           05  MCC-RISK-CLASS                      PIC X(01).
               88  MCC-RISK-LOW                    VALUE 'L'.
               88  MCC-RISK-MEDIUM                 VALUE 'M'.
               88  MCC-RISK-HIGH                   VALUE 'H'.
               88  MCC-RISK-VALID                  VALUE 'L', 'M',
                                                         'H'.
           05  MCC-CASH-LIKE-IND                   PIC X(01).
               88  MCC-CASH-LIKE                   VALUE 'Y'.
           05  MCC-QUASI-CASH-FLG                  PIC X(01).
               88  MCC-QUASI-CASH                  VALUE 'Y'.
           05  MCC-UPD-USER                        PIC X(08).
           05  MCC-UPD-DATE                        PIC X(10).
           05  FILLER                              PIC X(23).
