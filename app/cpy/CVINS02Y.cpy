      ******************************************************************
      * CVINS02Y.cpy - Parameter structure for the installment plan
      * inquiry subprogram (COINSQ0C).  The caller names the account;
      * the subprogram totals the account's plans:
      *   INSQ-UNBILLED-BAL - plan principal not yet billed, which is
      *                       in the balance but not yet due
      *   INSQ-BILLED-DUE   - the installments the last cycle close
      *                       billed, due in full on top of the
      *                       revolving minimum payment
      *   F - at least one plan on file for the account
      *   N - no plan on file; both amounts are zero
      *   E - INSTPLAN could not be opened or read
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
       01  INSQ-PARM.
           05  INSQ-ACCT-ID                        PIC 9(11).
           05  INSQ-STATUS                         PIC X(01).
               88  INSQ-FOUND                      VALUE 'F'.
               88  INSQ-NOT-FOUND                  VALUE 'N'.
               88  INSQ-IO-ERROR                   VALUE 'E'.
           05  INSQ-UNBILLED-BAL                   PIC S9(09)V99.
           05  INSQ-BILLED-DUE                     PIC S9(09)V99.
           05  INSQ-ACTIVE-COUNT                   PIC 9(03).
           05  INSQ-FILE-STATUS                    PIC X(02).
