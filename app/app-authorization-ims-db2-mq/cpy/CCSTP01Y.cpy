      *****************************************************************
      *   NETWORK STAND-IN (STIP) ADVICE RECORD
      *   One record per decision the card network made on our behalf
      *   while our authorization host was unreachable.  The file is
      *   framed by a header and a trailer carrying the detail count.
      *   CBSTP01C loads the details into PAUTSUM0/PAUTDTL1.
      *****************************************************************
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
       01  STP-ADVICE-RECORD.
           05  STP-REC-TYPE                 PIC  X(01).
               88  STP-HEADER               VALUE 'H'.
               88  STP-DETAIL               VALUE 'D'.
               88  STP-TRAILER              VALUE 'T'.
           05  STP-DETAIL-DATA.
               10  STP-CARD-NUM             PIC  X(16).
               10  STP-ADVICE-DATE          PIC  X(06).
               10  STP-ADVICE-TIME          PIC  X(06).
               10  STP-MESSAGE-TYPE         PIC  X(04).
               10  STP-AUTH-ID-CODE         PIC  X(06).
               10  STP-RESP-CODE            PIC  X(02).
                   88  STP-APPROVED         VALUE '00' '10'.
                   88  STP-PARTIAL          VALUE '10'.
               10  STP-RESP-REASON          PIC  X(04).
               10  STP-PROCESSING-CODE      PIC  9(06).
               10  STP-TRANSACTION-AMT      PIC S9(10)V99.
               10  STP-APPROVED-AMT         PIC S9(10)V99.
               10  STP-CARD-EXPIRY-DATE     PIC  X(04).
               10  STP-MERCHANT-CATAGORY-CODE
                                            PIC  X(04).
               10  STP-ACQR-COUNTRY-CODE    PIC  X(03).
               10  STP-POS-ENTRY-MODE       PIC  9(02).
               10  STP-MERCHANT-ID          PIC  X(15).
               10  STP-MERCHANT-NAME        PIC  X(22).
               10  STP-MERCHANT-CITY        PIC  X(13).
               10  STP-MERCHANT-STATE       PIC  X(02).
               10  STP-MERCHANT-ZIP         PIC  X(09).
               10  STP-TRANSACTION-ID       PIC  X(15).
               10  FILLER                   PIC  X(36).
           05  STP-HEADER-DATA REDEFINES STP-DETAIL-DATA.
               10  STP-HDR-NETWORK-ID       PIC  X(08).
               10  STP-HDR-FILE-DATE        PIC  X(06).
               10  FILLER                   PIC  X(185).
           05  STP-TRAILER-DATA REDEFINES STP-DETAIL-DATA.
               10  STP-TRL-DETAIL-CNT       PIC  9(09).
               10  FILLER                   PIC  X(190).
