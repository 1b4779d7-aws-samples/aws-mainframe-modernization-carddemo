      ******************************************************************
      * CVMKT01Y.cpy - Marketing campaign, offer and mail extract
      * MARKETING-CAMPAIGN-RECORD (CAMPAIGN, keyed on campaign code)
      * is one offer campaign as marketing sets it up: the offer, the
      * eligibility rules the CBMKT01C selection applies, and the
      * counts from the last drop.  MARKETING-OFFER-RECORD (MKTOFFER,
      * keyed on campaign and account) is one account selected for a
      * campaign; CBBTR01C marks it responded when a transfer comes
      * back under the campaign code, and CBMKT02C reports the
      * response rate from it.  MARKETING-EXTRACT-RECORD (MKTEXTR) is
      * the mail vendor's file, one addressed piece per offer.
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
       01  MARKETING-CAMPAIGN-RECORD.
           05  MKC-CAMPAIGN-CD                     PIC X(08).
           05  MKC-DESC                            PIC X(40).
           05  MKC-OFFER-TYPE                      PIC X(01).
               88  MKC-OFFER-BAL-XFER              VALUE 'B'.
               88  MKC-OFFER-GENERAL               VALUE 'G'.
           05  MKC-PROMO-RATE                      PIC 9(03)V99.
           05  MKC-PROMO-END-DATE                  PIC X(10).
      *    Eligibility.  A blank group takes every group; a zero
      *    maximum utilization means no ceiling; a blank maximum
      *    delinquency means current accounts only.
           05  MKC-SEL-GROUP-ID                    PIC X(10).
           05  MKC-SEL-MIN-UTIL-PCT                PIC 9(03).
           05  MKC-SEL-MAX-UTIL-PCT                PIC 9(03).
           05  MKC-SEL-MAX-DELINQ                  PIC X(03).
           05  MKC-SEL-MIN-AGE-MONTHS              PIC 9(03).
           05  MKC-STATUS                          PIC X(01).
               88  MKC-ACTIVE                      VALUE 'A'.
               88  MKC-CLOSED                      VALUE 'C'.
           05  MKC-DROP-DATE                       PIC X(10).
           05  MKC-SELECTED-CNT                    PIC 9(07).
           05  MKC-SUPPRESSED-CNT                  PIC 9(07).
           05  FILLER                              PIC X(89).

       01  MARKETING-OFFER-RECORD.
           05  MKO-KEY.
               10  MKO-CAMPAIGN-CD                 PIC X(08).
               10  MKO-ACCT-ID                     PIC 9(11).
           05  MKO-CUST-ID                         PIC 9(09).
           05  MKO-CARD-NUM                        PIC X(16).
           05  MKO-OFFER-DATE                      PIC X(10).
           05  MKO-STATUS                          PIC X(01).
               88  MKO-OFFERED                     VALUE 'O'.
               88  MKO-RESPONDED                   VALUE 'R'.
           05  MKO-RESPONSE-DATE                   PIC X(10).
           05  MKO-RESPONSE-AMT                    PIC S9(09)V99
                                                   COMP-3.
           05  FILLER                              PIC X(29).

       01  MARKETING-EXTRACT-RECORD.
           05  MKX-CAMPAIGN-CD                     PIC X(08).
           05  MKX-ACCT-ID                         PIC 9(11).
           05  MKX-CUST-ID                         PIC 9(09).
           05  MKX-NAME                            PIC X(51).
           05  MKX-ADDR-LINE-1                     PIC X(50).
           05  MKX-ADDR-LINE-2                     PIC X(50).
           05  MKX-ADDR-LINE-3                     PIC X(50).
           05  MKX-ADDR-STATE-CD                   PIC X(02).
           05  MKX-ADDR-ZIP                        PIC X(10).
           05  MKX-ADDR-COUNTRY-CD                 PIC X(03).
           05  MKX-PROMO-RATE                      PIC 9(03)V99.
           05  MKX-PROMO-END-DATE                  PIC X(10).
           05  FILLER                              PIC X(41).
