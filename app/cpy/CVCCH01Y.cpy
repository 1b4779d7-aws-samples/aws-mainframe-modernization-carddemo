      ******************************************************************
      * CVCCH01Y.cpy - Card number / expiry change event (CARDCHG)
      * One record each time a card's number or expiry changes:
      * written by the CBREI01C reissue (same number, new expiry),
      * the CBPRD01C product change (new number) and, through the
      * CCHG transient-data queue, the COCRDL0C lost/stolen
      * replacement (new number).  CBRCM01C reads the generations
      * together to build the network account-updater file and to
      * carry each card's recurring merchants across to the new card.
      *   Reason E - expiry reissue          C - compromise reissue
      *          L - lost replacement        S - stolen replacement
      *          P - product change reissue
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
       01  CARD-CHANGE-RECORD.
           05  CCH-OLD-CARD-NUM                    PIC X(16).
           05  CCH-OLD-EXPIRY                      PIC X(10).
           05  CCH-NEW-CARD-NUM                    PIC X(16).
           05  CCH-NEW-EXPIRY                      PIC X(10).
           05  CCH-ACCT-ID                         PIC 9(11).
           05  CCH-CHANGE-DATE                     PIC X(10).
           05  CCH-REASON                          PIC X(01).
               88  CCH-EXPIRY-REISSUE              VALUE 'E'.
               88  CCH-COMPROMISE-REISSUE          VALUE 'C'.
               88  CCH-LOST-REPLACE                VALUE 'L'.
               88  CCH-STOLEN-REPLACE              VALUE 'S'.
               88  CCH-PRODUCT-REISSUE             VALUE 'P'.
               88  CCH-VALID-REASON                VALUE 'E' 'C'
                                                         'L' 'S' 'P'.
           05  CCH-SOURCE-PGM                      PIC X(08).
           05  FILLER                              PIC X(18).
