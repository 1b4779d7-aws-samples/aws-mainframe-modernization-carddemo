      ******************************************************************
      * CVADR01Y.cpy - Address standardization tables
      * Street-suffix abbreviations and the state / ZIP-prefix spans
      * the CBADR01C standardization pass and the COCUSM0C customer
      * maintenance screen both apply, so an address keyed online
      * meets the same rules the nightly pass enforces.
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
      *---------------------------------------------------------------*
      * Street-suffix standardization, long form to the postal        *
      * abbreviation.  The suffix is matched as the address line's    *
      * last word.                                                    *
      *---------------------------------------------------------------*
       01  WS-SUFFIX-TABLE-DATA.
           05  FILLER  PIC X(14) VALUE 'STREET   ST   '.
           05  FILLER  PIC X(14) VALUE 'AVENUE   AVE  '.
           05  FILLER  PIC X(14) VALUE 'BOULEVARDBLVD '.
           05  FILLER  PIC X(14) VALUE 'DRIVE    DR   '.
           05  FILLER  PIC X(14) VALUE 'ROAD     RD   '.
           05  FILLER  PIC X(14) VALUE 'LANE     LN   '.
           05  FILLER  PIC X(14) VALUE 'COURT    CT   '.
           05  FILLER  PIC X(14) VALUE 'CIRCLE   CIR  '.
           05  FILLER  PIC X(14) VALUE 'PARKWAY  PKWY '.
           05  FILLER  PIC X(14) VALUE 'PLACE    PL   '.
           05  FILLER  PIC X(14) VALUE 'TERRACE  TER  '.
           05  FILLER  PIC X(14) VALUE 'HIGHWAY  HWY  '.
       01  WS-SUFFIX-TABLE REDEFINES WS-SUFFIX-TABLE-DATA.
           05  WS-SUFFIX-ENTRY OCCURS 12 TIMES.
               10  WS-SUF-LONG             PIC X(09).
               10  WS-SUF-SHORT            PIC X(05).
       01  WS-SUFFIX-MAX           PIC S9(4) COMP VALUE 12.
       01  WS-SUF-SUB              PIC S9(4) COMP VALUE 0.

      *---------------------------------------------------------------*
      * State against the ZIP's first three digits - deliberately     *
      * generous single spans per state, enough to catch a Texas ZIP  *
      * on a New York address without flagging edge prefixes.         *
      *---------------------------------------------------------------*
       01  WS-STATE-ZIP-DATA.
           05  FILLER  PIC X(08) VALUE 'AL350369'.
           05  FILLER  PIC X(08) VALUE 'AK995999'.
           05  FILLER  PIC X(08) VALUE 'AZ850865'.
           05  FILLER  PIC X(08) VALUE 'AR716729'.
           05  FILLER  PIC X(08) VALUE 'CA900961'.
           05  FILLER  PIC X(08) VALUE 'CO800816'.
           05  FILLER  PIC X(08) VALUE 'CT060069'.
           05  FILLER  PIC X(08) VALUE 'DE197199'.
           05  FILLER  PIC X(08) VALUE 'DC200205'.
           05  FILLER  PIC X(08) VALUE 'FL320349'.
           05  FILLER  PIC X(08) VALUE 'GA300399'.
           05  FILLER  PIC X(08) VALUE 'HI967968'.
           05  FILLER  PIC X(08) VALUE 'ID832838'.
           05  FILLER  PIC X(08) VALUE 'IL600629'.
           05  FILLER  PIC X(08) VALUE 'IN460479'.
           05  FILLER  PIC X(08) VALUE 'IA500528'.
           05  FILLER  PIC X(08) VALUE 'KS660679'.
           05  FILLER  PIC X(08) VALUE 'KY400427'.
           05  FILLER  PIC X(08) VALUE 'LA700714'.
           05  FILLER  PIC X(08) VALUE 'ME039049'.
           05  FILLER  PIC X(08) VALUE 'MD206219'.
           05  FILLER  PIC X(08) VALUE 'MA010027'.
           05  FILLER  PIC X(08) VALUE 'MI480499'.
           05  FILLER  PIC X(08) VALUE 'MN550567'.
           05  FILLER  PIC X(08) VALUE 'MS386397'.
           05  FILLER  PIC X(08) VALUE 'MO630658'.
           05  FILLER  PIC X(08) VALUE 'MT590599'.
           05  FILLER  PIC X(08) VALUE 'NE680693'.
           05  FILLER  PIC X(08) VALUE 'NV889898'.
           05  FILLER  PIC X(08) VALUE 'NH030038'.
           05  FILLER  PIC X(08) VALUE 'NJ070089'.
           05  FILLER  PIC X(08) VALUE 'NM870884'.
           05  FILLER  PIC X(08) VALUE 'NY100149'.
           05  FILLER  PIC X(08) VALUE 'NC270289'.
           05  FILLER  PIC X(08) VALUE 'ND580588'.
           05  FILLER  PIC X(08) VALUE 'OH430459'.
           05  FILLER  PIC X(08) VALUE 'OK730749'.
           05  FILLER  PIC X(08) VALUE 'OR970979'.
           05  FILLER  PIC X(08) VALUE 'PA150196'.
           05  FILLER  PIC X(08) VALUE 'RI028029'.
           05  FILLER  PIC X(08) VALUE 'SC290299'.
           05  FILLER  PIC X(08) VALUE 'SD570577'.
           05  FILLER  PIC X(08) VALUE 'TN370385'.
           05  FILLER  PIC X(08) VALUE 'TX750799'.
           05  FILLER  PIC X(08) VALUE 'UT840847'.
           05  FILLER  PIC X(08) VALUE 'VT050059'.
           05  FILLER  PIC X(08) VALUE 'VA201246'.
           05  FILLER  PIC X(08) VALUE 'WA980994'.
           05  FILLER  PIC X(08) VALUE 'WV247268'.
           05  FILLER  PIC X(08) VALUE 'WI530549'.
           05  FILLER  PIC X(08) VALUE 'WY820831'.
       01  WS-STATE-ZIP-TABLE REDEFINES WS-STATE-ZIP-DATA.
           05  WS-SZ-ENTRY OCCURS 51 TIMES.
               10  WS-SZ-STATE             PIC X(02).
               10  WS-SZ-ZIP-LOW           PIC X(03).
               10  WS-SZ-ZIP-HIGH          PIC X(03).
       01  WS-SZ-MAX               PIC S9(4) COMP VALUE 51.
       01  WS-SZ-SUB               PIC S9(4) COMP VALUE 0.
