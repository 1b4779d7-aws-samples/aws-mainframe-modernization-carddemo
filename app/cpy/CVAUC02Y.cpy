      ******************************************************************
      * CVAUC02Y.cpy - Parameter structure for the audit-log hash
      * subprogram (COAUDH0C).  The caller passes an AUDIT-LOG-RECORD
      * image and the hash it is to be folded onto - zero for an
      * entry's own hash, the running seal for an archive seal - and
      * gets back the 18-digit hash.  The entry's AUDIT-CHAIN-HASH
      * is taken as zero whatever the image holds, so a stored entry
      * can be re-hashed as it stands and compared.
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
       01  AUDIT-HASH-PARM.
           05  AUH-FOLD-HASH                       PIC 9(18) COMP.
           05  AUH-RECORD                          PIC X(565).
           05  AUH-HASH                            PIC 9(18) COMP.
