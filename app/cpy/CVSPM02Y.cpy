      ******************************************************************
      * CVSPM02Y.cpy - Parameter structure for the system parameter
      * lookup subprogram (COSPMR0C).  The caller names its program,
      * the parameter and the run date it is working to (blank takes
      * today) and passes the compiled default.  The lookup returns
      * the value in force on that date and where it came from:
      *   F - found on SYSPARM and inside its valid range
      *   N - no row in force; SPMR-NUM-VALUE/TEXT hold the default
      *   R - row found but the value is outside its valid range
      *   E - SYSPARM could not be opened or read
      * SPMR-SOURCE is a printable note of the same for the caller's
      * report of the values it ran with.
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
       01  SPMR-PARM.
           05  SPMR-PROGRAM                        PIC X(08).
           05  SPMR-PARM-NAME                      PIC X(16).
           05  SPMR-AS-OF-DATE                     PIC X(10).
           05  SPMR-DEFAULT-NUM                    PIC S9(09)V9(04).
           05  SPMR-DEFAULT-TEXT                   PIC X(20).
           05  SPMR-STATUS                         PIC X(01).
               88  SPMR-FOUND                      VALUE 'F'.
               88  SPMR-NOT-FOUND                  VALUE 'N'.
               88  SPMR-OUT-OF-RANGE               VALUE 'R'.
               88  SPMR-IO-ERROR                   VALUE 'E'.
           05  SPMR-NUM-VALUE                      PIC S9(09)V9(04).
           05  SPMR-TEXT-VALUE                     PIC X(20).
           05  SPMR-EFF-DATE                       PIC X(10).
           05  SPMR-MIN-VALUE                      PIC S9(09)V9(04).
           05  SPMR-MAX-VALUE                      PIC S9(09)V9(04).
           05  SPMR-SOURCE                         PIC X(30).
           05  SPMR-FILE-STATUS                    PIC X(02).
