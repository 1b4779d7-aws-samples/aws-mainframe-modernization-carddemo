      ******************************************************************
      * CVLGH01Y.cpy - Legal / litigation hold record (LEGLHOLD)
      * One row per subject and matter: a customer (type C, customer
      * id right-justified in LGH-SUBJECT-ID) or an account (type A)
      * that legal has put under hold for a matter.  While any active
      * row names a subject, the erasure purge (CBPRG01C), history
      * rolloff (CBTRH01C), audit retention (CBAUDR0C) and statement
      * archive purge (CBARCP0C) leave its records in place; a
      * customer hold reaches every account and card the customer
      * owns.  Released rows stay on file with who released them and
      * when.  Maintained through the COLGHM0C screen.
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
       01  LEGAL-HOLD-RECORD.
           05  LGH-KEY.
               10  LGH-SUBJECT-TYPE                PIC X(01).
                   88  LGH-SUBJECT-CUSTOMER        VALUE 'C'.
                   88  LGH-SUBJECT-ACCOUNT         VALUE 'A'.
                   88  LGH-SUBJECT-VALID           VALUE 'C', 'A'.
               10  LGH-SUBJECT-ID                  PIC 9(11).
               10  LGH-MATTER-NUM                  PIC X(12).
           05  LGH-STATUS                          PIC X(01).
               88  LGH-ACTIVE                      VALUE 'A'.
               88  LGH-RELEASED                    VALUE 'R'.
      *    Who in legal asked for the hold.
           05  LGH-REQUESTER                       PIC X(30).
      *    Dates are CCYYMMDD; release fields stay blank while active.
           05  LGH-PLACED-DATE                     PIC X(08).
           05  LGH-PLACED-USER                     PIC X(08).
           05  LGH-RELEASE-DATE                    PIC X(08).
           05  LGH-RELEASE-USER                    PIC X(08).
           05  FILLER                              PIC X(33).
