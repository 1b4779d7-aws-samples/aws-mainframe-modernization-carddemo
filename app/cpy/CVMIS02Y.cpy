      ******************************************************************
      * CVMIS02Y.cpy - Daily authorization statistics record (AUTHSTAT)
      * One record per run, written by CBPAUR1C from its walk of the
      * PAUTDTL1 pending-authorization details.  The counts cover the
      * authorizations taken on the statistics date; the fraud figures
      * cover details marked fraud on that date, whenever the
      * authorization itself was taken.  The decline reasons are the
      * ten most frequent PA-AUTH-RESP-REASON codes on the day's
      * declines, most frequent first; AST-REASON-CNT says how many of
      * the ten entries are in use.
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
       01  AUTH-STATS-RECORD.
           05  AST-STAT-DATE                       PIC X(10).
           05  AST-AUTH-CNT                        PIC 9(09).
           05  AST-AUTH-AMT                        PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  AST-APPROVED-CNT                    PIC 9(09).
           05  AST-APPROVED-AMT                    PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  AST-DECLINED-CNT                    PIC 9(09).
           05  AST-DECLINED-AMT                    PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  AST-FRAUD-CNT                       PIC 9(09).
           05  AST-FRAUD-AMT                       PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  AST-REASON-CNT                      PIC 9(02).
           05  AST-REASON OCCURS 10 TIMES.
               10  AST-RSN-CD                      PIC X(04).
               10  AST-RSN-DECL-CNT                PIC 9(09).
           05  FILLER                              PIC X(58).
