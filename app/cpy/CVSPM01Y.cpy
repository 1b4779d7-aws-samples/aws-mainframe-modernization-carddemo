      ******************************************************************
      * CVSPM01Y.cpy - System parameter file (SYSPARM)
      * One record per program, parameter name and effective date,
      * maintained through the COSPMM0C screen.  Holds the operating
      * settings the batch jobs and the authorization processor used
      * to take from control cards and compiled defaults.  A program
      * uses the row with the latest effective date on or before its
      * run date, so a change can be keyed ahead of the day it is to
      * take hold.  Numeric values carry the valid range the screen
      * enforces at entry and the reading program checks again.
      *   value type  - N numeric (SPM-NUM-VALUE), A text value
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
       01  SYSTEM-PARAMETER-RECORD.
           05  SPM-KEY.
               10  SPM-PROGRAM                     PIC X(08).
               10  SPM-PARM-NAME                   PIC X(16).
               10  SPM-EFF-DATE                    PIC X(10).
           05  SPM-VALUE-TYPE                      PIC X(01).
               88  SPM-TYPE-NUMERIC                VALUE 'N'.
               88  SPM-TYPE-TEXT                   VALUE 'A'.
               88  SPM-TYPE-VALID                  VALUE 'N', 'A'.
           05  SPM-NUM-VALUE                       PIC S9(09)V9(04).
           05  SPM-TEXT-VALUE                      PIC X(20).
           05  SPM-MIN-VALUE                       PIC S9(09)V9(04).
           05  SPM-MAX-VALUE                       PIC S9(09)V9(04).
           05  SPM-DESC                            PIC X(40).
           05  SPM-UPD-USER                        PIC X(08).
           05  SPM-UPD-DATE                        PIC X(10).
           05  FILLER                              PIC X(48).
