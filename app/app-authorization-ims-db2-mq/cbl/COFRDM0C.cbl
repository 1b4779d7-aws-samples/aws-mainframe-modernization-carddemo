      ******************************************************************
      * Program     : COFRDM0C.CBL
      * Application : CardDemo - Authorization Module
      * Type        : CICS COBOL Program
      * Function    : Fraud Case Close
      *               Lets the fraud desk close a fraud case COPAUS2C
      *               opened, once the investigation is complete: the
      *               fraud type and the confirmed loss - what the
      *               bank is absorbing after chargebacks - are
      *               recorded on the case.  Closing lets COPAUS2C
      *               remove the fraud marks on the card's
      *               authorizations and makes a non-zero loss
      *               eligible for the CBFRL01C fraud write-off, which
      *               posts it apart from credit charge-off.
      *
      *               Terminal input:
      *                 CFRD C <card-num> <rpt-date> <type> <loss>
      *                 CFRD I <card-num> <rpt-date>     inquire
      *               rpt-date is the case report date, MM/DD/YY.
      *               type: LS lost/stolen, CF counterfeit, CN card
      *               not present, AT account takeover, AP application,
      *               OT other.
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
       PROGRAM-ID. COFRDM0C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  WS-PGMNAME                  PIC X(08)
                                           VALUE 'COFRDM0C'.
           05  WS-FRDCASE-FILE             PIC X(08)
                                           VALUE 'FRDCASE '.
           05  WS-RESP-CD                  PIC S9(09) COMP.
           05  WS-REAS-CD                  PIC S9(09) COMP.
           05  WS-ABS-TIME                 PIC S9(15) COMP-3.
           05  WS-CUR-DATE                 PIC X(10).
           05  WS-USER-ID                  PIC X(08).
           05  WS-LOSS-WORK                PIC S9(09)V99.

       01  WS-TERM-INPUT.
           05  FILLER                      PIC X(04).
           05  FILLER                      PIC X(01).
           05  WS-IN-ACTION                PIC X(01).
               88  WS-ACT-CLOSE            VALUE 'C'.
               88  WS-ACT-INQUIRE          VALUE 'I'.
           05  FILLER                      PIC X(01).
           05  WS-IN-CARD-NUM              PIC X(16).
           05  FILLER                      PIC X(01).
           05  WS-IN-RPT-DATE              PIC X(08).
           05  FILLER                      PIC X(01).
           05  WS-IN-FRAUD-TYPE            PIC X(02).
           05  FILLER                      PIC X(01).
           05  WS-IN-LOSS                  PIC X(13).
           05  FILLER                      PIC X(31).
       01  WS-TERM-INPUT-LEN               PIC S9(04) COMP.

       01  WS-OUT-MSG.
           05  WS-MSG-TEXT                 PIC X(78).
       01  WS-LOSS-DISPLAY                 PIC Z(8)9.99.

      *- FRAUD CASE LAYOUT
       COPY CVFRD01Y.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-COMMAREA                 PIC X(01)
               OCCURS 0 TO 100 TIMES DEPENDING ON EIBCALEN.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESSING.
           MOVE LENGTH OF WS-TERM-INPUT TO WS-TERM-INPUT-LEN.
           EXEC CICS RECEIVE
                INTO(WS-TERM-INPUT)
                LENGTH(WS-TERM-INPUT-LEN)
                RESP(WS-RESP-CD)
           END-EXEC.

           IF WS-IN-CARD-NUM NOT NUMERIC
               MOVE 'CARD NUMBER MUST BE 16 DIGITS' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               GO TO 9000-RETURN
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACT-CLOSE
                   PERFORM 1000-CLOSE-CASE
               WHEN WS-ACT-INQUIRE
                   PERFORM 2000-INQUIRE-CASE
               WHEN OTHER
                   MOVE 'ACTIONS: C CLOSE / I INQUIRE'
                     TO WS-MSG-TEXT
                   PERFORM 9100-SEND-MESSAGE
           END-EVALUATE.

       9000-RETURN.
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * Close an open case with its fraud type and confirmed loss.    *
      * A closed case is final - the write-off run may already have   *
      * posted the loss, so a second close is refused rather than     *
      * letting the case and the ledger disagree.                     *
      ******************************************************************
       1000-CLOSE-CASE.
           MOVE WS-IN-FRAUD-TYPE TO FRD-FRAUD-TYPE.
           IF NOT FRD-FRAUD-TYPE-VALID
               MOVE 'FRAUD TYPE MUST BE LS/CF/CN/AT/AP/OT'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           IF WS-IN-LOSS = SPACES
               MOVE ZERO TO WS-LOSS-WORK
           ELSE
               COMPUTE WS-LOSS-WORK =
                   FUNCTION NUMVAL(WS-IN-LOSS)
           END-IF.
           IF WS-LOSS-WORK < 0
               MOVE 'CONFIRMED LOSS CANNOT BE NEGATIVE'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IN-CARD-NUM TO FRD-CARD-NUM.
           MOVE WS-IN-RPT-DATE TO FRD-RPT-DATE.
           EXEC CICS READ
                DATASET(WS-FRDCASE-FILE)
                INTO(FRAUD-CASE-RECORD)
                RIDFLD(FRD-CASE-KEY)
                KEYLENGTH(LENGTH OF FRD-CASE-KEY)
                UPDATE
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'FRAUD CASE NOT FOUND' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           IF FRD-CASE-CLOSED
               MOVE 'CASE ALREADY CLOSED - NO CHANGES ALLOWED'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

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
           END-EXEC.

           SET FRD-CASE-CLOSED TO TRUE.
           MOVE WS-IN-FRAUD-TYPE TO FRD-FRAUD-TYPE.
           MOVE WS-LOSS-WORK     TO FRD-LOSS-AMT.
           MOVE WS-CUR-DATE      TO FRD-CLOSE-DATE.
           MOVE WS-USER-ID       TO FRD-CLOSED-BY.

           EXEC CICS REWRITE
                DATASET(WS-FRDCASE-FILE)
                FROM(FRAUD-CASE-RECORD)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'FRAUD CASE REWRITE FAILED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE FRD-LOSS-AMT TO WS-LOSS-DISPLAY.
           IF FRD-LOSS-AMT > 0
               STRING 'CASE CLOSED - LOSS ' WS-LOSS-DISPLAY
                      ' QUEUED FOR FRAUD WRITE-OFF'
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           ELSE
               MOVE 'CASE CLOSED - NO LOSS TO WRITE OFF'
                 TO WS-MSG-TEXT
           END-IF.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
       2000-INQUIRE-CASE.
           MOVE WS-IN-CARD-NUM TO FRD-CARD-NUM.
           MOVE WS-IN-RPT-DATE TO FRD-RPT-DATE.
           EXEC CICS READ
                DATASET(WS-FRDCASE-FILE)
                INTO(FRAUD-CASE-RECORD)
                RIDFLD(FRD-CASE-KEY)
                KEYLENGTH(LENGTH OF FRD-CASE-KEY)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'FRAUD CASE NOT FOUND' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           IF FRD-CASE-CLOSED
               MOVE FRD-LOSS-AMT TO WS-LOSS-DISPLAY
               STRING 'ACCT ' FRD-ACCT-ID
                      ' AUTHS ' FRD-AUTH-COUNT
                      ' CLOSED ' FRD-CLOSE-DATE
                      ' TYPE ' FRD-FRAUD-TYPE
                      ' LOSS ' WS-LOSS-DISPLAY
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           ELSE
               STRING 'ACCT ' FRD-ACCT-ID
                      ' AUTHS ' FRD-AUTH-COUNT
                      ' STATUS OPEN'
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           END-IF.
           PERFORM 9100-SEND-MESSAGE.

       9100-SEND-MESSAGE.
           EXEC CICS SEND TEXT
                FROM(WS-OUT-MSG)
                LENGTH(LENGTH OF WS-OUT-MSG)
                ERASE
                RESP(WS-RESP-CD)
           END-EXEC.
