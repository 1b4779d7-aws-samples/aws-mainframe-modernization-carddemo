      ******************************************************************
      * CVCLT01Y.cpy - Accepted clearing total (CLRTOTS, 80 bytes)
      * One record per currency for each CBCLR01C run: the items the
      * ingest accepted and posted from the day's network clearing
      * file, in the currency and amount the network presented them.
      * The CBSRC01C settlement reconciliation matches these to the
      * network's settlement advice for the same settlement date.
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
       01  CLEARING-TOTAL-RECORD.
           05  CLT-SETTLE-DATE                     PIC X(10).
           05  CLT-CURR-CD                         PIC X(03).
           05  CLT-ITEM-COUNT                      PIC 9(09).
           05  CLT-AMOUNT                          PIC 9(13)V99.
           05  FILLER                              PIC X(43).
