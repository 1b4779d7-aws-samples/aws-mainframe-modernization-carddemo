      ******************************************************************
      * CVTZN01Y.cpy - State time-zone table
      * Standard-time zones by state, as hours west of UTC, for the
      * collections calling window.  A state that spans two zones
      * carries both: its eastern zone, where the evening cut-off
      * falls first, and its western zone, where the morning start
      * falls last, so a window honored in both is honored anywhere
      * in the state.  The last byte says whether the state keeps
      * daylight saving time.
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
       01  WS-STATE-TZ-DATA.
           05  FILLER  PIC X(07) VALUE 'AL0606Y'.
           05  FILLER  PIC X(07) VALUE 'AK0910Y'.
           05  FILLER  PIC X(07) VALUE 'AZ0707N'.
           05  FILLER  PIC X(07) VALUE 'AR0606Y'.
           05  FILLER  PIC X(07) VALUE 'CA0808Y'.
           05  FILLER  PIC X(07) VALUE 'CO0707Y'.
           05  FILLER  PIC X(07) VALUE 'CT0505Y'.
           05  FILLER  PIC X(07) VALUE 'DE0505Y'.
           05  FILLER  PIC X(07) VALUE 'DC0505Y'.
           05  FILLER  PIC X(07) VALUE 'FL0506Y'.
           05  FILLER  PIC X(07) VALUE 'GA0505Y'.
           05  FILLER  PIC X(07) VALUE 'HI1010N'.
           05  FILLER  PIC X(07) VALUE 'ID0708Y'.
           05  FILLER  PIC X(07) VALUE 'IL0606Y'.
           05  FILLER  PIC X(07) VALUE 'IN0506Y'.
           05  FILLER  PIC X(07) VALUE 'IA0606Y'.
           05  FILLER  PIC X(07) VALUE 'KS0607Y'.
           05  FILLER  PIC X(07) VALUE 'KY0506Y'.
           05  FILLER  PIC X(07) VALUE 'LA0606Y'.
           05  FILLER  PIC X(07) VALUE 'ME0505Y'.
           05  FILLER  PIC X(07) VALUE 'MD0505Y'.
           05  FILLER  PIC X(07) VALUE 'MA0505Y'.
           05  FILLER  PIC X(07) VALUE 'MI0506Y'.
           05  FILLER  PIC X(07) VALUE 'MN0606Y'.
           05  FILLER  PIC X(07) VALUE 'MS0606Y'.
           05  FILLER  PIC X(07) VALUE 'MO0606Y'.
           05  FILLER  PIC X(07) VALUE 'MT0707Y'.
           05  FILLER  PIC X(07) VALUE 'NE0607Y'.
           05  FILLER  PIC X(07) VALUE 'NV0808Y'.
           05  FILLER  PIC X(07) VALUE 'NH0505Y'.
           05  FILLER  PIC X(07) VALUE 'NJ0505Y'.
           05  FILLER  PIC X(07) VALUE 'NM0707Y'.
           05  FILLER  PIC X(07) VALUE 'NY0505Y'.
           05  FILLER  PIC X(07) VALUE 'NC0505Y'.
           05  FILLER  PIC X(07) VALUE 'ND0607Y'.
           05  FILLER  PIC X(07) VALUE 'OH0505Y'.
           05  FILLER  PIC X(07) VALUE 'OK0606Y'.
           05  FILLER  PIC X(07) VALUE 'OR0708Y'.
           05  FILLER  PIC X(07) VALUE 'PA0505Y'.
           05  FILLER  PIC X(07) VALUE 'RI0505Y'.
           05  FILLER  PIC X(07) VALUE 'SC0505Y'.
           05  FILLER  PIC X(07) VALUE 'SD0607Y'.
           05  FILLER  PIC X(07) VALUE 'TN0506Y'.
           05  FILLER  PIC X(07) VALUE 'TX0607Y'.
           05  FILLER  PIC X(07) VALUE 'UT0707Y'.
           05  FILLER  PIC X(07) VALUE 'VT0505Y'.
           05  FILLER  PIC X(07) VALUE 'VA0505Y'.
           05  FILLER  PIC X(07) VALUE 'WA0808Y'.
           05  FILLER  PIC X(07) VALUE 'WV0505Y'.
           05  FILLER  PIC X(07) VALUE 'WI0606Y'.
           05  FILLER  PIC X(07) VALUE 'WY0707Y'.
       01  WS-STATE-TZ-TABLE REDEFINES WS-STATE-TZ-DATA.
           05  WS-TZ-ENTRY OCCURS 51 TIMES.
               10  WS-TZ-STATE             PIC X(02).
               10  WS-TZ-EAST-OFFSET       PIC 9(02).
               10  WS-TZ-WEST-OFFSET       PIC 9(02).
               10  WS-TZ-DST-IND           PIC X(01).
       01  WS-TZ-MAX               PIC S9(4) COMP VALUE 51.
       01  WS-TZ-SUB               PIC S9(4) COMP VALUE 0.
