      ******************************************************************
      * CVARC02Y.cpy - Archived card / cross-reference row (ARCHDTL)
      * The CARDFILE and XREFFILE records CBARC01C archived with an
      * account, keyed by account, row type and card number so
      * CBARR01C can browse them back by account.
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
       01  ARCHIVE-DETAIL-RECORD.
           05  ARD-KEY.
               10  ARD-ACCT-ID                     PIC 9(11).
               10  ARD-REC-TYPE                    PIC X(01).
                   88  ARD-CARD-ROW                VALUE 'C'.
                   88  ARD-XREF-ROW                VALUE 'X'.
               10  ARD-CARD-NUM                    PIC X(16).
           05  ARD-ARCHIVE-DATE                    PIC X(10).
           05  FILLER                              PIC X(12).
           05  ARD-IMAGE                           PIC X(150).
