      ******************************************************************
      * CVSAD01Y.cpy - Network settlement advice (NETSADV, 100 bytes)
      * The card network's daily advice of the funds it actually
      * moved, one record per settlement date and currency: the
      * clearing presentments it settled to us and the chargebacks
      * it settled back.  A later advice for a date already advised
      * is an adjustment and adds to the first.  Read by CBSRC01C.
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
       01  SETTLEMENT-ADVICE-RECORD.
           05  SAD-SETTLE-DATE                     PIC X(10).
           05  SAD-CURR-CD                         PIC X(03).
           05  SAD-CLEAR-COUNT                     PIC 9(09).
           05  SAD-CLEAR-AMT                       PIC 9(13)V99.
           05  SAD-CHBK-COUNT                      PIC 9(09).
           05  SAD-CHBK-AMT                        PIC 9(13)V99.
      *    Funds moved: clearing less chargebacks.
           05  SAD-NET-AMT                         PIC S9(13)V99
                                      SIGN IS LEADING SEPARATE.
           05  FILLER                              PIC X(23).
