      ******************************************************************
      * CVGLS01Y.cpy - General-ledger suspense record (GLSUSP)
      * One row per journal line the GL rejected, filed by the
      * acknowledgment intake (CBGLA01C) under the line's own post
      * date, source and sequence.  Finance corrects the GL account on
      * the COGLSR0C repair screen, which releases the row (R); the
      * next nightly journal (CBGLJ01C) sends the corrected line and
      * marks the row re-journaled (J).  Open and released rows are
      * outstanding and age on the CBGLS01C report.
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
       01  GL-SUSPENSE-RECORD.
           05  GLS-KEY.
               10  GLS-POST-DATE                   PIC X(10).
               10  GLS-SOURCE-CD                   PIC X(02).
               10  GLS-LINE-SEQ                    PIC 9(06).
           05  GLS-STATUS                          PIC X(01).
               88  GLS-OPEN                        VALUE 'O'.
               88  GLS-RELEASED                    VALUE 'R'.
               88  GLS-REJOURNALED                 VALUE 'J'.
               88  GLS-OUTSTANDING                 VALUE 'O', 'R'.
      *    The line as the GL rejected it.
           05  GLS-DR-CR-IND                       PIC X(01).
           05  GLS-GL-ACCOUNT                      PIC X(08).
           05  GLS-AMOUNT                          PIC S9(11)V99
                                                   COMP-3.
           05  GLS-TRAN-TYPE-CD                    PIC X(02).
           05  GLS-TRAN-CAT-CD                     PIC 9(04).
           05  GLS-DESC                            PIC X(30).
           05  GLS-REASON-CD                       PIC X(04).
           05  GLS-REASON-TEXT                     PIC X(30).
      *    CCYY-MM-DD the intake filed the reject; aging runs from it.
           05  GLS-RECEIVED-DATE                   PIC X(10).
      *    Repair - the corrected account, who released it and when
      *    (CCYYMMDD).
           05  GLS-CORR-GL-ACCOUNT                 PIC X(08).
           05  GLS-REPAIR-USER                     PIC X(08).
           05  GLS-REPAIR-DATE                     PIC X(08).
      *    The journal run that re-sent the corrected line.
           05  GLS-REJRNL-DATE                     PIC X(10).
           05  GLS-REJRNL-SEQ                      PIC 9(06).
           05  FILLER                              PIC X(45).
