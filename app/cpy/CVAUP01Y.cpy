      ******************************************************************
      * CVAUP01Y.cpy - Network account-updater file (UPDTRX)
      * Written by CBRCM01C: a header, one detail per card change,
      * and a trailer carrying the detail count.  Merchants enrolled
      * with the network's updater service pick up the new details
      * before their next recurring charge.
      *   Change A - new card number (and expiry)
      *          E - new expiry, same card number
      *          C - account closed, contact the cardholder - no new
      *              details are given
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
       01  ACCT-UPDATER-RECORD.
           05  AUP-RECORD-TYPE                     PIC X(01).
               88  AUP-HEADER                      VALUE 'H'.
               88  AUP-DETAIL                      VALUE 'D'.
               88  AUP-TRAILER                     VALUE 'T'.
           05  AUP-DETAIL-DATA.
               10  AUP-CHANGE-TYPE                 PIC X(01).
                   88  AUP-CHG-ACCOUNT             VALUE 'A'.
                   88  AUP-CHG-EXPIRY              VALUE 'E'.
                   88  AUP-CHG-CLOSED              VALUE 'C'.
               10  AUP-OLD-CARD-NUM                PIC X(16).
               10  AUP-OLD-EXPIRY                  PIC X(10).
               10  AUP-NEW-CARD-NUM                PIC X(16).
               10  AUP-NEW-EXPIRY                  PIC X(10).
               10  AUP-EFFECTIVE-DATE              PIC X(10).
               10  FILLER                          PIC X(36).
           05  AUP-HEADER-DATA REDEFINES AUP-DETAIL-DATA.
               10  AUP-HDR-FILE-ID                 PIC X(08).
               10  AUP-HDR-ISSUER-ID               PIC X(08).
               10  AUP-HDR-CREATE-DATE             PIC X(10).
               10  FILLER                          PIC X(73).
           05  AUP-TRAILER-DATA REDEFINES AUP-DETAIL-DATA.
               10  AUP-TRL-DETAIL-COUNT            PIC 9(09).
               10  AUP-TRL-ACCOUNT-COUNT           PIC 9(09).
               10  AUP-TRL-EXPIRY-COUNT            PIC 9(09).
               10  AUP-TRL-CLOSED-COUNT            PIC 9(09).
               10  FILLER                          PIC X(63).
