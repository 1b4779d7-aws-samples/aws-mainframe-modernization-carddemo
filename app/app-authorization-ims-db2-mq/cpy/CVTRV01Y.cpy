      ******************************************************************
      * CVTRV01Y.cpy - Cardholder travel notice record (TRVLFILE)
      * One record per account, keyed by account id, holding up to
      * five declared trips.  Entered by the COTRVM0C customer-service
      * screen, honored by COPAUA0C while a trip is in progress, and
      * cleared of finished trips by the CBTRVX0C expiry batch.
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
       01  TRAVEL-NOTICE-RECORD.
           05  TRV-ACCT-ID                         PIC 9(11).
           05  TRV-TRIP-CNT                        PIC 9(01).
      *    Dates are YYYYMMDD and inclusive at both ends.  Destination
      *    countries use the same codes as the acquirer country on the
      *    authorization request; unused slots are spaces.
           05  TRV-TRIP                            OCCURS 5 TIMES.
               10  TRV-START-DATE                  PIC X(08).
               10  TRV-END-DATE                    PIC X(08).
               10  TRV-COUNTRY                     PIC X(03)
                                                   OCCURS 4 TIMES.
               10  TRV-ENTERED-BY                  PIC X(08).
               10  TRV-ENTERED-DATE                PIC X(08).
           05  FILLER                              PIC X(18).
