      ******************************************************************
      * CVRCM01Y.cpy - Recurring-merchant registry record (RECURMER)
      * One row per card and merchant the card has bought from, kept
      * by CBRCM01C from posted TRANSACT purchases.  The row holds the
      * most recent purchase dates (as day numbers, oldest first); a
      * run of purchases at a steady weekly, monthly or yearly gap
      * marks the merchant a recurring biller for the card.  When
      * the card is replaced the row is carried to the new number and
      * the old row is kept, marked moved.
      *   Status C - candidate, not yet a steady pattern
      *          R - recurring biller
      *          M - moved to RCM-MOVED-TO-CARD
      *   Updater S - old and new details sent on the updater file
      *           W - withheld from the updater (stolen card)
      *           X - card closed with no replacement issued
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
       01  RECUR-MERCHANT-RECORD.
           05  RCM-KEY.
               10  RCM-CARD-NUM                    PIC X(16).
               10  RCM-MERCHANT-ID                 PIC 9(09).
           05  RCM-ACCT-ID                         PIC 9(11).
           05  RCM-MERCHANT-NAME                   PIC X(50).
           05  RCM-STATUS                          PIC X(01).
               88  RCM-CANDIDATE                   VALUE 'C'.
               88  RCM-RECURRING                   VALUE 'R'.
               88  RCM-MOVED                       VALUE 'M'.
           05  RCM-CADENCE                         PIC X(01).
               88  RCM-WEEKLY                      VALUE 'W'.
               88  RCM-MONTHLY                     VALUE 'M'.
               88  RCM-YEARLY                      VALUE 'Y'.
               88  RCM-NO-CADENCE                  VALUE ' '.
           05  RCM-FIRST-DATE                      PIC X(10).
           05  RCM-LAST-DATE                       PIC X(10).
           05  RCM-LAST-AMT                        PIC S9(09)V99
                                                   COMP-3.
           05  RCM-DATE-COUNT                      PIC 9(02).
           05  RCM-DATE-TABLE.
               10  RCM-DATE-INT                    PIC 9(07) COMP-3
                                                   OCCURS 12 TIMES.
           05  RCM-MOVED-TO-CARD                   PIC X(16).
           05  RCM-MOVED-DATE                      PIC X(10).
           05  RCM-UPDATER-RESULT                  PIC X(01).
               88  RCM-UPDATER-SENT                VALUE 'S'.
               88  RCM-UPDATER-WITHHELD            VALUE 'W'.
               88  RCM-UPDATER-NO-REPLACE          VALUE 'X'.
               88  RCM-UPDATER-NONE                VALUE ' '.
           05  RCM-UPDATER-DATE                    PIC X(10).
           05  FILLER                              PIC X(49).
