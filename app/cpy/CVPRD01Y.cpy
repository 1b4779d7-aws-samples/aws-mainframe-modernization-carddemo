      ******************************************************************
      * CVPRD01Y.cpy - Card product definition record (PRODFILE)
      * One row per card product - classic, gold, rewards and the
      * like.  A product ties together the account group that prices
      * it, the BIN range its cards are numbered from, the card
      * design the embossing vendor prints, the annual fee CBFEE01C
      * charges on the open-date anniversary, whether CBRWD01C earns
      * points on it, and the smallest credit line it is offered on.
      * Accounts point at their product through ACCT-PRODUCT-ID; the
      * CBPRD01C product-change run moves them between products.
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
       01  PRODUCT-RECORD.
           05  PRD-ID                              PIC X(04).
           05  PRD-DESC                            PIC X(30).
           05  PRD-STATUS                          PIC X(01).
               88  PRD-ACTIVE                      VALUE 'A'.
               88  PRD-INACTIVE                    VALUE 'I'.
      *    Rank within the product line, 1 the entry product; moving
      *    to a higher tier is an upgrade, to a lower one a downgrade.
           05  PRD-TIER                            PIC 9(02).
           05  PRD-GROUP-ID                        PIC X(10).
           05  PRD-BIN-RANGE-ID                    PIC X(04).
           05  PRD-CARD-DESIGN                     PIC X(04).
      *    Zero waives the annual fee for the product's accounts.
           05  PRD-ANNUAL-FEE                      PIC S9(05)V99
                                                   COMP-3.
           05  PRD-MIN-CREDIT-LIMIT                PIC S9(10)V99
                                                   COMP-3.
           05  PRD-REWARDS-IND                     PIC X(01).
               88  PRD-REWARDS-ELIGIBLE            VALUE 'Y'.
      *    What becomes of the points balance an account brings to
      *    this product: carried across, or forfeited.  Points are
      *    always forfeited on a move to a product that earns none.
           05  PRD-POINTS-ON-ENTRY                 PIC X(01).
               88  PRD-POINTS-CARRY                VALUE 'C'.
               88  PRD-POINTS-FORFEIT              VALUE 'F'.
           05  PRD-LAST-MAINT-DATE                 PIC X(10).
           05  FILLER                              PIC X(22).
