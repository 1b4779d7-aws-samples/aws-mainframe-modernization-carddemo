      ******************************************************************
      * CVPPU01Y.cpy - Payment protection underwriter remittance
      * (PPIREMIT), 120 bytes, written monthly by CBPPI01C.  A header
      * names the month, a detail follows for every premium the cycle
      * close billed in the month and every claim approved in it, and
      * the trailer carries the counts and the premium due to the
      * underwriter.  Amounts are unsigned, two implied decimals.
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
       01  PPI-REMIT-RECORD.
           05  PPU-REC-TYPE                     PIC X(01).
               88  PPU-HEADER-REC               VALUE 'H'.
               88  PPU-DETAIL-REC               VALUE 'D'.
               88  PPU-TRAILER-REC              VALUE 'T'.
           05  PPU-DETAIL.
               10  PPU-DTL-KIND                 PIC X(01).
                   88  PPU-DTL-PREMIUM          VALUE 'P'.
                   88  PPU-DTL-CLAIM            VALUE 'C'.
               10  PPU-DTL-ACCT-ID              PIC 9(11).
               10  PPU-DTL-ENROLL-STATUS        PIC X(01).
               10  PPU-DTL-ENROLL-DATE          PIC X(10).
      *        Premium billing date, or claim approval date.
               10  PPU-DTL-EVENT-DATE           PIC X(10).
               10  PPU-DTL-BALANCE              PIC 9(10)V99.
               10  PPU-DTL-RATE-PER-100         PIC 9(01)V9(04).
               10  PPU-DTL-PREMIUM-AMT          PIC 9(07)V99.
               10  PPU-DTL-CLAIM-TYPE           PIC X(01).
               10  PPU-DTL-LOSS-DATE            PIC X(10).
               10  PPU-DTL-BENEFIT-MONTHS       PIC 9(02).
               10  PPU-DTL-BENEFIT-END          PIC X(10).
      *        Minimum payment the claim suspends each month, on the
      *        account's last statement balance.
               10  PPU-DTL-MONTHLY-BENEFIT      PIC 9(07)V99.
               10  FILLER                       PIC X(28).
           05  PPU-HEADER REDEFINES PPU-DETAIL.
               10  PPU-HDR-MONTH                PIC X(07).
               10  PPU-HDR-CREATE-DATE          PIC X(10).
               10  PPU-HDR-SOURCE               PIC X(08).
               10  FILLER                       PIC X(94).
           05  PPU-TRAILER REDEFINES PPU-DETAIL.
               10  PPU-TRL-PREMIUM-COUNT        PIC 9(09).
               10  PPU-TRL-PREMIUM-TOTAL        PIC 9(11)V99.
               10  PPU-TRL-CLAIM-COUNT          PIC 9(09).
               10  PPU-TRL-DETAIL-COUNT         PIC 9(09).
               10  FILLER                       PIC X(79).
