      ******************************************************************
      * CVLRT01Y.cpy - Credit loss rate table record (LOSSRATE)
      * Finance's maintained loss rate for each account group and
      * delinquency bucket, maintained by CBLRTUPD.  A row with a
      * blank group is the default for every group without its own
      * row.  CBALW01C applies the rate to the bucket's receivable to
      * size the loan-loss allowance.
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
       01  LOSS-RATE-RECORD.
           05  LRT-KEY.
               10  LRT-GROUP-ID                    PIC X(10).
      *        ACCT-DELINQ-STATUS bucket - 000 (current), 030 to 180.
               10  LRT-BUCKET                      PIC X(03).
      *    Expected loss, percent of the bucket's receivable.
           05  LRT-LOSS-RATE                       PIC 9(03)V9(04).
           05  LRT-DESC                            PIC X(30).
           05  FILLER                              PIC X(10).
