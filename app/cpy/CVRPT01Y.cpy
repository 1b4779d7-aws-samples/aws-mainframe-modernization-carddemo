      ******************************************************************
      * CVRPT01Y.cpy - Report repository record (RPTREPO)
      * Every captured batch report, keyed by run date, job, report id
      * and line number.  Line zero is the report's header row: its
      * title, the entitlement function a viewer needs to open it,
      * the retention days and the expiry date they give, the number
      * of lines captured and when.  Lines 1 onward are the print
      * lines as written, carriage-control byte first where the report
      * has one.  CBRPT01C captures and purges; CORPTV0C views.
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
       01  REPORT-REPO-RECORD.
           05  RPR-KEY.
               10  RPR-RUN-DATE                    PIC X(10).
               10  RPR-JOB-NAME                    PIC X(08).
               10  RPR-REPORT-ID                   PIC X(08).
               10  RPR-LINE-NBR                    PIC 9(07).
           05  RPR-LINE-TEXT                       PIC X(133).
           05  RPR-HEADER-DATA REDEFINES RPR-LINE-TEXT.
               10  RPR-TITLE                       PIC X(50).
               10  RPR-ACCESS-FUNC                 PIC X(04).
               10  RPR-RETAIN-DAYS                 PIC 9(04).
               10  RPR-EXPIRY-DATE                 PIC X(10).
               10  RPR-LINE-COUNT                  PIC 9(07).
               10  RPR-CAPTURE-TS                  PIC X(26).
               10  FILLER                          PIC X(32).
