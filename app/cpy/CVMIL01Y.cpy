      ******************************************************************
      * CVMIL01Y.cpy - SCRA protection and military status records
      * SCRA-PROTECTION-RECORD (SCRAFILE, keyed on account) is one
      * Servicemembers Civil Relief Act protection per account: the
      * active-duty start and end dates and the rate cap.  While the
      * run date falls inside the dates CBINT01C caps every accrual
      * rate at SCR-RATE-CAP and CBFEE01C assesses no fees.  The
      * refund fields carry the window of interest already charged
      * that a retroactive protection gives back, and what CBMIL01C
      * refunded.  MILITARY-STATUS-RECORD (MILSTAT) is the active-
      * duty status file CBMIL01C matches to the customer master on
      * SSN and date of birth.
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
       01  SCRA-PROTECTION-RECORD.
           05  SCR-ACCT-ID                         PIC 9(11).
           05  SCR-CUST-ID                         PIC 9(09).
           05  SCR-START-DATE                      PIC X(10).
      *        Spaces while the servicemember is still on active duty.
           05  SCR-END-DATE                        PIC X(10).
           05  SCR-RATE-CAP                        PIC S9(03)V99
                                                   COMP-3.
           05  SCR-ESTAB-DATE                      PIC X(10).
           05  SCR-REFUND-STATUS                   PIC X(01).
               88  SCR-REFUND-NONE                 VALUE ' ', 'N'.
               88  SCR-REFUND-PENDING              VALUE 'P'.
               88  SCR-REFUND-DONE                 VALUE 'D'.
      *        Interest posted on or after FROM and before THRU is
      *        repriced at the cap; the excess is the refund.
           05  SCR-REFUND-FROM                     PIC X(10).
           05  SCR-REFUND-THRU                     PIC X(10).
           05  SCR-REFUND-AMT                      PIC S9(07)V99
                                                   COMP-3.
           05  SCR-REFUND-DATE                     PIC X(10).
           05  SCR-LAST-MAINT-TS                   PIC X(26).
           05  FILLER                              PIC X(05).

       01  MILITARY-STATUS-RECORD.
           05  MIL-SSN                             PIC 9(09).
           05  MIL-DOB                             PIC X(10).
           05  MIL-DUTY-STATUS                     PIC X(01).
               88  MIL-ACTIVE-DUTY                 VALUE 'A'.
               88  MIL-RELEASED                    VALUE 'R'.
               88  MIL-STATUS-VALID                VALUE 'A', 'R'.
           05  MIL-DUTY-START                      PIC X(10).
           05  MIL-DUTY-END                        PIC X(10).
           05  MIL-REPORT-DATE                     PIC X(10).
           05  FILLER                              PIC X(30).
