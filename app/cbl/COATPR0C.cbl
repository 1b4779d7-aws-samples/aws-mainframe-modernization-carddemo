      ******************************************************************
      * Program:     COATPR0C.CBL                                      *
      * Layer:       Business logic                                    *
      * Function:    Ability-To-Pay Limit Rule Subprogram              *
      * Description: Sizes the largest credit line a customer's        *
      *              stated income can carry.  The monthly payment on  *
      *              a fully drawn line, at the minimum-payment share, *
      *              added to the customer's existing monthly          *
      *              obligations may not take more than the allowed    *
      *              share of gross monthly income.  A limit within    *
      *              the line passes as asked; one above it is capped  *
      *              to the line when that still leaves a worthwhile   *
      *              limit above the current one, and fails otherwise. *
      *              A decrease always passes.  Called by CBORG01C     *
      *              origination, the CBOLM01C line review and the     *
      *              COLIMU0C online maintenance, so every initial     *
      *              limit and every increase meets the same rule.     *
      *              Parameter area is CVATP01Y.                       *
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
       PROGRAM-ID.    COATPR0C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      * Rule terms - the terms credit policy signed off on.           *
      *---------------------------------------------------------------*
       01  WS-ATP-TERMS.
      *    Share of gross monthly income all debt payments may take.
           05  WS-ATP-DTI-MAX-PCT          PIC 9(03)V99 VALUE 40.00.
      *    Monthly payment assumed on a fully drawn line.
           05  WS-ATP-PAYMENT-PCT          PIC 9(03)V99 VALUE 3.00.
      *    Supportable lines are rounded down to this unit.
           05  WS-ATP-ROUND-UNIT           PIC 9(05)    VALUE 100.
      *    The smallest new line worth opening.
           05  WS-ATP-MIN-LIMIT            PIC 9(07)V99 VALUE 300.00.

       01  WS-WORK-AREAS.
           05  WS-MONTHLY-INCOME           PIC S9(09)V99 COMP-3.
           05  WS-PAYMENT-CAPACITY         PIC S9(09)V99 COMP-3.
           05  WS-LIMIT-UNITS              PIC S9(09)    COMP-3.

       LINKAGE SECTION.
       COPY CVATP01Y.

       PROCEDURE DIVISION USING ATP-PARM.

      *****************************************************************
       0000-APPLY-ABILITY-TO-PAY.
           MOVE ZERO   TO ATP-MAX-LIMIT.
           MOVE SPACES TO ATP-REASON.
           IF ATP-CURRENT-LIMIT < ZERO
               MOVE ZERO TO ATP-CURRENT-LIMIT
           END-IF.

      *    A decrease, or a limit left where it is, needs no income.
           IF ATP-REQUESTED-LIMIT <= ATP-CURRENT-LIMIT
               MOVE ATP-REQUESTED-LIMIT TO ATP-APPROVED-LIMIT
               SET ATP-PASSED TO TRUE
               GOBACK
           END-IF.

           MOVE ATP-CURRENT-LIMIT TO ATP-APPROVED-LIMIT.
           SET ATP-FAILED TO TRUE.

           IF ATP-ANNUAL-INCOME NOT NUMERIC
              OR ATP-ANNUAL-INCOME <= ZERO
               MOVE 'NO STATED INCOME ON FILE' TO ATP-REASON
               GOBACK
           END-IF.
           IF ATP-MONTHLY-OBLIG NOT NUMERIC
              OR ATP-MONTHLY-OBLIG < ZERO
               MOVE ZERO TO ATP-MONTHLY-OBLIG
           END-IF.

           COMPUTE WS-MONTHLY-INCOME = ATP-ANNUAL-INCOME / 12.
           COMPUTE WS-PAYMENT-CAPACITY =
               (WS-MONTHLY-INCOME * WS-ATP-DTI-MAX-PCT / 100)
               - ATP-MONTHLY-OBLIG.
           IF WS-PAYMENT-CAPACITY <= ZERO
               MOVE 'OBLIGATIONS EXCEED PAYMENT ROOM' TO ATP-REASON
               GOBACK
           END-IF.

      *    The line whose full-draw payment fits the room left,
      *    rounded down to the unit.
           COMPUTE WS-LIMIT-UNITS =
               WS-PAYMENT-CAPACITY * 100 / WS-ATP-PAYMENT-PCT
               / WS-ATP-ROUND-UNIT
               ON SIZE ERROR MOVE 999999 TO WS-LIMIT-UNITS
           END-COMPUTE.
           COMPUTE ATP-MAX-LIMIT =
               WS-LIMIT-UNITS * WS-ATP-ROUND-UNIT.

           EVALUATE TRUE
               WHEN ATP-REQUESTED-LIMIT <= ATP-MAX-LIMIT
                   MOVE ATP-REQUESTED-LIMIT TO ATP-APPROVED-LIMIT
                   SET ATP-PASSED TO TRUE
               WHEN ATP-MAX-LIMIT > ATP-CURRENT-LIMIT
                    AND ATP-MAX-LIMIT >= WS-ATP-MIN-LIMIT
                   MOVE ATP-MAX-LIMIT TO ATP-APPROVED-LIMIT
                   SET ATP-CAPPED TO TRUE
                   MOVE 'LIMIT CAPPED TO ABILITY TO PAY'
                     TO ATP-REASON
               WHEN OTHER
                   MOVE 'LIMIT EXCEEDS ABILITY TO PAY' TO ATP-REASON
           END-EVALUATE.

           GOBACK.
