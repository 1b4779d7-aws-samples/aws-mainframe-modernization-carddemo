      ******************************************************************
      * CVATP01Y.cpy - Parameter area for the COATPR0C ability-to-pay
      * rule.  Callers pass the customer's stated income and monthly
      * obligations with the current limit (zero for a new account)
      * and the limit asked for, CALL 'COATPR0C' USING ATP-PARM, and
      * get back the largest line the income supports, the limit that
      * may be applied, and the result: P passes as asked, C is capped
      * to the supportable line, F fails and nothing may be applied.
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
       01  ATP-PARM.
           05  ATP-ANNUAL-INCOME                   PIC S9(09)V99
                                                   COMP-3.
           05  ATP-MONTHLY-OBLIG                   PIC S9(07)V99
                                                   COMP-3.
           05  ATP-CURRENT-LIMIT                   PIC S9(10)V99
                                                   COMP-3.
           05  ATP-REQUESTED-LIMIT                 PIC S9(10)V99
                                                   COMP-3.
           05  ATP-MAX-LIMIT                       PIC S9(10)V99
                                                   COMP-3.
           05  ATP-APPROVED-LIMIT                  PIC S9(10)V99
                                                   COMP-3.
           05  ATP-RESULT                          PIC X(01).
               88  ATP-PASSED                      VALUE 'P'.
               88  ATP-CAPPED                      VALUE 'C'.
               88  ATP-FAILED                      VALUE 'F'.
           05  ATP-REASON                          PIC X(30).
