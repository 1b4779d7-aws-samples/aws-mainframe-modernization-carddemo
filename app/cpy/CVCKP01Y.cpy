      ******************************************************************
      * CVCKP01Y.cpy - Commit-interval checkpoint record for the
      * month-end posting jobs (CBINT01C, CBFEE01C, CBDLQ01C,
      * CBCLR01C).  Each job writes its CHKPTFILE as it goes: any
      * table rows the job carries to end of run ('D' records),
      * followed by one control record ('C') holding the original
      * run timestamp, the last key fully processed, the transaction
      * id sequence, and an image of the job's running totals.  A
      * rerun that is handed that file as RESTFILE takes the last
      * control record and the detail rows written just before it,
      * and resumes after the checkpointed key.
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
       01  CHECKPOINT-RECORD.
           05  CKP-REC-TYPE                        PIC X(01).
               88  CKP-CONTROL-REC                 VALUE 'C'.
               88  CKP-DETAIL-REC                  VALUE 'D'.
           05  CKP-JOB-NAME                        PIC X(08).
           05  CKP-BODY                            PIC X(391).
           05  CKP-CONTROL REDEFINES CKP-BODY.
               10  CKP-RUN-TS                      PIC X(26).
               10  CKP-LAST-KEY                    PIC X(16).
               10  CKP-TRAN-SEQ                    PIC 9(06).
               10  CKP-AUX-SEQ                     PIC 9(06).
               10  CKP-UNITS-DONE                  PIC 9(09).
               10  CKP-DETAIL-COUNT                PIC 9(05).
               10  CKP-WRITE-TIME                  PIC 9(08).
               10  CKP-TOTALS-IMAGE                PIC X(315).
           05  CKP-DETAIL REDEFINES CKP-BODY.
               10  CKP-DETAIL-IMAGE                PIC X(100).
               10  FILLER                          PIC X(291).
