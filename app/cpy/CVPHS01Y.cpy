      ******************************************************************
      * CVPHS01Y.cpy - Payment float hold schedule record (PAYHSCHD)
      * One row per payment channel and account-age band: a payment
      * on an account at least PHS-MIN-AGE-MOS months old takes the
      * hold period of the channel's row with the highest minimum age
      * it reaches.  No row for the channel means no hold.  Channels
      * are PHONE (COPAYP0C phone payments), ACH (autopay drafts,
      * app and IVR payments COACCT01 takes from the cardholder's EFT
      * account, and other ACH remittances) and OTHER (everything else
      * CBPAY01C posts).  Maintained through the COPHDM0C screen.
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
       01  PAY-HOLD-SCHED-RECORD.
           05  PHS-KEY.
               10  PHS-CHANNEL                     PIC X(05).
               10  PHS-MIN-AGE-MOS                 PIC 9(03).
      *    Calendar days from the payment date to the release date.
           05  PHS-HOLD-DAYS                       PIC 9(03).
           05  PHS-DESC                            PIC X(30).
           05  PHS-UPD-USER                        PIC X(08).
           05  PHS-UPD-DATE                        PIC X(08).
           05  FILLER                              PIC X(23).
