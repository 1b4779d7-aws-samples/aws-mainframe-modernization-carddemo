      ******************************************************************
      * Program:     COINSQ0C.CBL                                      *
      * Layer:       Business logic                                    *
      * Function:    Installment Plan Inquiry Subprogram               *
      * Description: Called by the batch jobs that price a minimum     *
      *              payment - the statement runs, CBDLQ01C,           *
      *              CBACH01C and CBAPY01C - for an account flagged    *
      *              with installment plans.  Browses the account's    *
      *              INSTPLAN rows and returns the principal not yet   *
      *              billed, which is in the balance but not due, and  *
      *              the installments the last cycle close billed,     *
      *              which are due in full on top of the revolving     *
      *              minimum, so every job bills the same amount.      *
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
       PROGRAM-ID.    COINSQ0C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTPLAN-FILE ASSIGN TO INSTPLAN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS INS-KEY
                  FILE STATUS  IS INSTPLAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTPLAN-FILE.
       COPY CVINS01Y.

       WORKING-STORAGE SECTION.
       01  INSTPLAN-STATUS.
           05  INSTPLAN-STAT1      PIC X.
           05  INSTPLAN-STAT2      PIC X.

       01  WS-BROWSE-FLAG          PIC X(01).
           88  WS-BROWSE-DONE                VALUE 'Y'.
           88  WS-BROWSE-MORE                VALUE 'N'.

       LINKAGE SECTION.
       COPY CVINS02Y.

       PROCEDURE DIVISION USING INSQ-PARM.

      *****************************************************************
       0000-TOTAL-ACCOUNT-PLANS.
           MOVE ZERO   TO INSQ-UNBILLED-BAL
                          INSQ-BILLED-DUE
                          INSQ-ACTIVE-COUNT.
           MOVE SPACES TO INSQ-FILE-STATUS.
           SET INSQ-NOT-FOUND TO TRUE.

           OPEN INPUT INSTPLAN-FILE.
           IF INSTPLAN-STATUS NOT = '00'
               MOVE INSTPLAN-STATUS TO INSQ-FILE-STATUS
               SET INSQ-IO-ERROR TO TRUE
               GOBACK
           END-IF.

      *    An account's plans sit together under its id.
           SET WS-BROWSE-MORE   TO TRUE.
           MOVE INSQ-ACCT-ID    TO INS-ACCT-ID.
           MOVE LOW-VALUES      TO INS-TRAN-ID.
           START INSTPLAN-FILE KEY IS NOT LESS THAN INS-KEY
           END-START.
           EVALUATE INSTPLAN-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   SET WS-BROWSE-DONE TO TRUE
               WHEN OTHER
                   MOVE INSTPLAN-STATUS TO INSQ-FILE-STATUS
                   SET WS-BROWSE-DONE TO TRUE
           END-EVALUATE.

           PERFORM 1000-READ-NEXT-PLAN
               UNTIL WS-BROWSE-DONE.

           CLOSE INSTPLAN-FILE.

           IF INSQ-FILE-STATUS NOT = SPACES
               SET INSQ-IO-ERROR TO TRUE
               MOVE ZERO TO INSQ-UNBILLED-BAL
                            INSQ-BILLED-DUE
           END-IF.
           GOBACK.

      *****************************************************************
       1000-READ-NEXT-PLAN.
           READ INSTPLAN-FILE NEXT RECORD.
           EVALUATE INSTPLAN-STATUS
               WHEN '00'
                   IF INS-ACCT-ID NOT = INSQ-ACCT-ID
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       SET INSQ-FOUND TO TRUE
                       IF INS-ACTIVE
                           ADD 1 TO INSQ-ACTIVE-COUNT
                           ADD INS-UNBILLED-BAL TO INSQ-UNBILLED-BAL
                       END-IF
                       ADD INS-CURR-BILLED-AMT TO INSQ-BILLED-DUE
                   END-IF
               WHEN '10'
                   SET WS-BROWSE-DONE TO TRUE
               WHEN OTHER
                   MOVE INSTPLAN-STATUS TO INSQ-FILE-STATUS
                   SET WS-BROWSE-DONE TO TRUE
           END-EVALUATE.
