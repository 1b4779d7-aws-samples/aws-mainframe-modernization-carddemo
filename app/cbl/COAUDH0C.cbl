      ******************************************************************
      * Program:     COAUDH0C.CBL                                      *
      * Layer:       Business logic                                    *
      * Function:    Audit-Log Hash Subprogram                         *
      * Description: Called by every program that chains or checks    *
      *              the audit log - COAUDIT and CBAUDP01 as they      *
      *              write, CBAUDR0C as it seals an archive, CBAUDV0C  *
      *              as it verifies.  Folds the caller's fold hash and *
      *              then each byte of the AUDIT-LOG-RECORD image, its *
      *              AUDIT-CHAIN-HASH taken as zero, into two running  *
      *              sums kept modulo two large primes, and returns    *
      *              them side by side as an 18-digit hash.  The sums  *
      *              start from installation seeds compiled in here;   *
      *              a record changed in any byte, or re-chained onto  *
      *              a different predecessor, hashes differently.      *
      *              No files, no CICS - callable online and in batch. *
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
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COAUDH0C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *    Installation seeds - change only with a full re-chain.
       01  WS-SEED-A               PIC S9(15) COMP-3 VALUE 314159265.
       01  WS-SEED-B               PIC S9(15) COMP-3 VALUE 271828182.
       01  WS-PRIME-A              PIC S9(15) COMP-3 VALUE 999999937.
       01  WS-PRIME-B              PIC S9(15) COMP-3 VALUE 999999929.

       01  WS-HASH-FIELDS          COMP-3.
           05  WS-HASH-A                   PIC S9(15).
           05  WS-HASH-B                   PIC S9(15).
           05  WS-HASH-WORK                PIC S9(15).
           05  WS-HASH-QUOT                PIC S9(15).

       01  WS-FOLD-DIGITS          PIC 9(18).
       01  WS-BYTE                 PIC X(01).
       01  WS-POS                  PIC S9(04) COMP.

      *    One byte in the low half of a halfword gives its value.
       01  TWO-BYTES-BINARY        PIC 9(4) BINARY.
       01  TWO-BYTES-ALPHA         REDEFINES TWO-BYTES-BINARY.
           05  TWO-BYTES-LEFT      PIC X.
           05  TWO-BYTES-RIGHT     PIC X.

       COPY AUDITLOG.

       LINKAGE SECTION.
       COPY CVAUC02Y.

       PROCEDURE DIVISION USING AUDIT-HASH-PARM.

      *****************************************************************
       0000-MAIN.
      *****************************************************************
           MOVE WS-SEED-A TO WS-HASH-A.
           MOVE WS-SEED-B TO WS-HASH-B.

           MOVE AUH-FOLD-HASH TO WS-FOLD-DIGITS.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > LENGTH OF WS-FOLD-DIGITS
               MOVE WS-FOLD-DIGITS(WS-POS:1) TO WS-BYTE
               PERFORM 1000-FOLD-BYTE
           END-PERFORM.

           MOVE AUH-RECORD TO AUDIT-LOG-RECORD.
           MOVE ZERO TO AUDIT-CHAIN-HASH.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > LENGTH OF AUDIT-LOG-RECORD
               MOVE AUDIT-LOG-RECORD(WS-POS:1) TO WS-BYTE
               PERFORM 1000-FOLD-BYTE
           END-PERFORM.

           COMPUTE AUH-HASH = WS-HASH-A * 1000000000 + WS-HASH-B.
           GOBACK.

      *****************************************************************
      * A = (A * 257 + byte + 1) mod PRIME-A                          *
      * B = (B * 65599 + A)      mod PRIME-B                          *
      *****************************************************************
       1000-FOLD-BYTE.
           MOVE 0 TO TWO-BYTES-BINARY.
           MOVE WS-BYTE TO TWO-BYTES-RIGHT.
           COMPUTE WS-HASH-WORK = WS-HASH-A * 257
                                + TWO-BYTES-BINARY + 1.
           DIVIDE WS-HASH-WORK BY WS-PRIME-A
               GIVING WS-HASH-QUOT REMAINDER WS-HASH-A.
           COMPUTE WS-HASH-WORK = WS-HASH-B * 65599 + WS-HASH-A.
           DIVIDE WS-HASH-WORK BY WS-PRIME-B
               GIVING WS-HASH-QUOT REMAINDER WS-HASH-B.
           EXIT.
