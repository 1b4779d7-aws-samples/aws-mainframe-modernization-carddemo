      ******************************************************************
      * CVCMA01Y.cpy - Card network compromise alert record (CMPALERT)
      * One exposed card number per record, as the card networks send
      * them after a merchant breach.  The exposure type says what the
      * breach gave away:
      *   T  full track data - counterfeit plastic possible
      *   C  number, expiry and verification value - card-not-present
      *   P  card number only
      * Loaded by CBCMP01C.
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
       01  COMPROMISE-ALERT-RECORD.
           05  CMA-CARD-NUM                        PIC X(16).
           05  CMA-BREACH-ID                       PIC X(10).
           05  CMA-EXPOSURE-TYPE                   PIC X(01).
               88  CMA-EXPOSURE-VALID              VALUE 'T' 'C' 'P'.
           05  CMA-NETWORK                         PIC X(04).
           05  CMA-ALERT-DATE                      PIC X(10).
           05  FILLER                              PIC X(39).
