      ******************************************************************
      * CVPID01Y.cpy - Self-service payment request record (PAYIDEM)
      * One record per payment accepted over MQ from the mobile app or
      * the IVR, keyed by the idempotency key the caller supplies with
      * the request.  COACCT01 writes it in the same unit of work as
      * the memo-post and the staged remittance; a retried message
      * with the same key finds it and gets the original confirmation
      * number back instead of paying a second time.
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
       01  PAY-REQUEST-RECORD.
           05  PID-IDEM-KEY                        PIC X(32).
           05  PID-ACCT-ID                         PIC 9(11).
           05  PID-AMOUNT                          PIC S9(09)V99
                                                   COMP-3.
           05  PID-CHANNEL                         PIC X(03).
               88  PID-CHANNEL-APP                 VALUE 'APP'.
               88  PID-CHANNEL-IVR                 VALUE 'IVR'.
           05  PID-EFT-ACCOUNT-ID                  PIC X(10).
           05  PID-CONFIRM-NUM                     PIC X(16).
           05  PID-ACCEPT-DATE                     PIC X(10).
           05  PID-ACCEPT-TIME                     PIC X(08).
           05  FILLER                              PIC X(04).
