      ******************************************************************
      * Program:     COCCKS0C.CBL                                      *
      * Layer:       Business logic                                    *
      * Function:    Convenience Check Stop Payment                    *
      * Description: Online stop payment and inquiry for convenience   *
      *              checks on CONVCHK.  A stop covers one check or a  *
      *              serial range on the account; only checks still   *
      *              open (issued, or returned and not yet re-         *
      *              presented) are stopped.  The presentment intake   *
      *              CBCCK02C returns a stopped check unpaid.          *
      *                                                                *
      *              Terminal input:                                   *
      *                CCKS S <acct> <from check> [<to check>]  stop   *
      *                CCKS I <acct> <check>               inquire     *
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
       PROGRAM-ID.
           COCCKS0C.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PGMNAME                          PIC X(08)
                                                   VALUE 'COCCKS0C'.
           05  WS-CCK-FILE                         PIC X(08)
                                                   VALUE 'CONVCHK '.
           05  WS-RESP-CD                          PIC S9(09) COMP.
           05  WS-REAS-CD                          PIC S9(09) COMP.
           05  WS-USER-ID                          PIC X(08).
           05  WS-ABS-TIME                         PIC S9(15) COMP-3.
           05  WS-CUR-DATE                         PIC X(10).
           05  WS-CUR-TIME                         PIC X(08).
           05  WS-AMT-DIS                          PIC Z(8)9.99.

      *    Most checks one stop request may cover.
       01  WS-MAX-STOP-RANGE       PIC 9(03)       VALUE 100.

       01  WS-TERM-INPUT.
           05  FILLER                              PIC X(04).
           05  FILLER                              PIC X(01).
           05  WS-IN-ACTION                        PIC X(01).
               88  WS-ACT-STOP                     VALUE 'S'.
               88  WS-ACT-INQUIRE                  VALUE 'I'.
           05  FILLER                              PIC X(01).
           05  WS-IN-ACCT                          PIC X(11).
           05  FILLER                              PIC X(01).
           05  WS-IN-FROM-CHECK                    PIC X(05).
           05  FILLER                              PIC X(01).
           05  WS-IN-TO-CHECK                      PIC X(05).
           05  FILLER                              PIC X(50).
       01  WS-TERM-INPUT-LEN                       PIC S9(04) COMP.

       01  WS-OUT-MSG.
           05  WS-MSG-TEXT                         PIC X(78).

       01  WS-STOP-RANGE.
           05  WS-FROM-CHECK                       PIC 9(05).
           05  WS-TO-CHECK                         PIC 9(05).
           05  WS-CHECK-NUM                        PIC 9(05).
           05  WS-RANGE-SIZE                       PIC 9(05).
       01  WS-STOP-COUNTS.
           05  WS-STOPPED-CNT                      PIC 9(03).
           05  WS-PAID-CNT                         PIC 9(03).
           05  WS-NOT-OPEN-CNT                     PIC 9(03).

       COPY CVCCK01Y.
       COPY CVSEC02Y.
       01  WS-SECC-PGM             PIC X(08) VALUE 'COSECC0C'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-COMMAREA                         PIC X(01)
               OCCURS 0 TO 100 TIMES DEPENDING ON EIBCALEN.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESSING.
           MOVE LENGTH OF WS-TERM-INPUT TO WS-TERM-INPUT-LEN.
           EXEC CICS RECEIVE
                INTO(WS-TERM-INPUT)
                LENGTH(WS-TERM-INPUT-LEN)
                RESP(WS-RESP-CD)
           END-EXEC.

           EXEC CICS ASSIGN
                USERID(WS-USER-ID)
                NOHANDLE
           END-EXEC.
           EXEC CICS ASKTIME NOHANDLE
                ABSTIME(WS-ABS-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABS-TIME)
                YYYYMMDD(WS-CUR-DATE)
                DATESEP('-')
                TIME(WS-CUR-TIME)
                TIMESEP
                NOHANDLE
           END-EXEC.

      *    Entitlement check at the door.
           INITIALIZE SECC-PARM.
           MOVE WS-USER-ID TO SECC-USER-ID.
           MOVE 'CCKS'     TO SECC-FUNCTION.
           EXEC CICS LINK
                PROGRAM(WS-SECC-PGM)
                COMMAREA(SECC-PARM)
                LENGTH(LENGTH OF SECC-PARM)
                RESP(WS-RESP-CD)
           END-EXEC.
           IF NOT SECC-ALLOWED
               MOVE 'NOT AUTHORIZED FOR THIS FUNCTION'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF.

           IF NOT WS-ACT-STOP AND NOT WS-ACT-INQUIRE
               STRING 'ENTER: CCKS S <ACCT> <FROM> [<TO>] OR '
                      'CCKS I <ACCT> <CHECK>'
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM 9100-SEND-MESSAGE
               GO TO 9000-RETURN
           END-IF.

           IF WS-IN-ACCT NOT NUMERIC
               MOVE 'ACCOUNT ID MUST BE 11 DIGITS' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               GO TO 9000-RETURN
           END-IF.
           IF WS-IN-FROM-CHECK NOT NUMERIC
               MOVE 'CHECK NUMBER MUST BE 5 DIGITS' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               GO TO 9000-RETURN
           END-IF.

           IF NOT WS-ACT-INQUIRE
               PERFORM 1900-CHECK-STAFF-ACCESS
               IF WS-MSG-TEXT NOT = SPACES
                   PERFORM 9100-SEND-MESSAGE
                   GO TO 9000-RETURN
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACT-STOP
                   PERFORM 1000-STOP-PAYMENT
               WHEN OTHER
                   PERFORM 2000-INQUIRE
           END-EVALUATE.

       9000-RETURN.
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * The staff-account rules on the account keyed: COSECC0C, asked *
      * again with the function already checked at the door, refuses  *
      * a user linked to the account and wants today's CSTA approval  *
      * for any other staff account.                                  *
      ******************************************************************
       1900-CHECK-STAFF-ACCESS.
           MOVE SPACES TO WS-MSG-TEXT.
           MOVE WS-IN-ACCT    TO SECC-ACCT-ID.
           MOVE ZERO       TO SECC-CUST-ID.
           EXEC CICS LINK
                PROGRAM(WS-SECC-PGM)
                COMMAREA(SECC-PARM)
                LENGTH(LENGTH OF SECC-PARM)
                RESP(WS-RESP-CD)
           END-EXEC.
           EVALUATE TRUE
               WHEN SECC-ALLOWED
                   CONTINUE
               WHEN SECC-SELF-ACCESS
                   MOVE 'ACCOUNT IS LINKED TO YOU - ANOTHER USER ACTS'
                     TO WS-MSG-TEXT
               WHEN SECC-APPROVAL-REQUIRED
                   MOVE 'STAFF ACCOUNT - NEEDS TODAY''S CSTA APPROVAL'
                     TO WS-MSG-TEXT
               WHEN OTHER
                   MOVE 'NOT AUTHORIZED FOR THIS FUNCTION'
                     TO WS-MSG-TEXT
           END-EVALUATE.

      ******************************************************************
      * Stop payment on one check or a serial range.  Each check is   *
      * stopped on its own; a paid check, or one already stopped,     *
      * returned as expired or never issued, is counted and left.     *
      ******************************************************************
       1000-STOP-PAYMENT.
           MOVE WS-IN-FROM-CHECK TO WS-FROM-CHECK.
           IF WS-IN-TO-CHECK = SPACES
               MOVE WS-FROM-CHECK TO WS-TO-CHECK
           ELSE
               IF WS-IN-TO-CHECK NOT NUMERIC
                   MOVE 'CHECK NUMBER MUST BE 5 DIGITS' TO WS-MSG-TEXT
                   PERFORM 9100-SEND-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-IN-TO-CHECK TO WS-TO-CHECK
           END-IF.
           IF WS-TO-CHECK < WS-FROM-CHECK
               MOVE 'TO CHECK MAY NOT BE BELOW FROM CHECK'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RANGE-SIZE = WS-TO-CHECK - WS-FROM-CHECK + 1.
           IF WS-RANGE-SIZE > WS-MAX-STOP-RANGE
               STRING 'ONE STOP MAY COVER AT MOST '
                      WS-MAX-STOP-RANGE ' CHECKS'
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-STOP-COUNTS.
           PERFORM 1100-STOP-ONE-CHECK
               VARYING WS-CHECK-NUM FROM WS-FROM-CHECK BY 1
               UNTIL WS-CHECK-NUM > WS-TO-CHECK.

           STRING 'STOPPED ' WS-STOPPED-CNT
                  '  ALREADY PAID ' WS-PAID-CNT
                  '  NOT OPEN OR NOT ISSUED ' WS-NOT-OPEN-CNT
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           END-STRING.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
       1100-STOP-ONE-CHECK.
           MOVE WS-IN-ACCT   TO CCK-ACCT-ID.
           MOVE WS-CHECK-NUM TO CCK-CHECK-NUM.
           EXEC CICS READ
                DATASET(WS-CCK-FILE)
                INTO(CONV-CHECK-RECORD)
                RIDFLD(CCK-KEY)
                KEYLENGTH(LENGTH OF CCK-KEY)
                UPDATE
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               ADD 1 TO WS-NOT-OPEN-CNT
               EXIT PARAGRAPH
           END-IF.
           IF NOT CCK-OPEN
               IF CCK-PAID
                   ADD 1 TO WS-PAID-CNT
               ELSE
                   ADD 1 TO WS-NOT-OPEN-CNT
               END-IF
               EXEC CICS UNLOCK
                    DATASET(WS-CCK-FILE)
                    NOHANDLE
               END-EXEC
               EXIT PARAGRAPH
           END-IF.

           SET CCK-STOPPED   TO TRUE.
           MOVE WS-CUR-DATE  TO CCK-STOP-DATE.
           MOVE WS-USER-ID   TO CCK-STOP-USER.
           EXEC CICS REWRITE
                DATASET(WS-CCK-FILE)
                FROM(CONV-CHECK-RECORD)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               ADD 1 TO WS-STOPPED-CNT
           ELSE
               ADD 1 TO WS-NOT-OPEN-CNT
           END-IF.

      ******************************************************************
       2000-INQUIRE.
           MOVE WS-IN-ACCT       TO CCK-ACCT-ID.
           MOVE WS-IN-FROM-CHECK TO CCK-CHECK-NUM.
           EXEC CICS READ
                DATASET(WS-CCK-FILE)
                INTO(CONV-CHECK-RECORD)
                RIDFLD(CCK-KEY)
                KEYLENGTH(LENGTH OF CCK-KEY)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'CHECK NOT ISSUED TO THIS ACCOUNT' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN CCK-PAID
                   MOVE CCK-AMOUNT TO WS-AMT-DIS
                   STRING 'PAID ' WS-AMT-DIS ' ON ' CCK-PRESENT-DATE
                          ' OFFER ' CCK-OFFER-ID
                          ' TRAN ' CCK-TRAN-ID
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
               WHEN CCK-STOPPED
                   STRING 'STOPPED ON ' CCK-STOP-DATE
                          ' BY ' CCK-STOP-USER
                          ' OFFER ' CCK-OFFER-ID
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
               WHEN CCK-RETURNED
                   STRING 'RETURNED ' CCK-RETURN-REASON
                          ' ON ' CCK-PRESENT-DATE
                          ' - OPEN UNTIL ' CCK-EXPIRY-DATE
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
               WHEN CCK-EXPIRED
                   STRING 'EXPIRED ' CCK-EXPIRY-DATE
                          ' OFFER ' CCK-OFFER-ID
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
               WHEN OTHER
                   STRING 'ISSUED ' CCK-ISSUE-DATE
                          ' OPEN UNTIL ' CCK-EXPIRY-DATE
                          ' OFFER ' CCK-OFFER-ID
                          ' PRICED ' CCK-BUCKET
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
           END-EVALUATE.
           PERFORM 9100-SEND-MESSAGE.

       9100-SEND-MESSAGE.
           EXEC CICS SEND TEXT
                FROM(WS-OUT-MSG)
                LENGTH(LENGTH OF WS-OUT-MSG)
                ERASE
                RESP(WS-RESP-CD)
           END-EXEC.
