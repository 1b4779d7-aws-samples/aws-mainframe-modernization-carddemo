      ******************************************************************
      * CVINJ01Y.cpy - Installment-conversion jump area
      * Commarea passed when the COTRNS0C transaction search transfers
      * straight into COINSP0C to convert a selected purchase into an
      * installment plan.  COINSP0C entered with this area skips the
      * terminal parse and runs its conversion path on the
      * transaction id, term and pricing supplied.
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
       01  INSTALLMENT-JUMP-AREA.
           05  INJ-EYECATCHER                      PIC X(04).
               88  INJ-VALID                       VALUE 'INJ1'.
           05  INJ-TRAN-ID                         PIC X(16).
           05  INJ-TERM                            PIC X(03).
           05  INJ-PRICING                         PIC X(01).
           05  FILLER                              PIC X(26).
