      ******************************************************************
      * Program     : COTRVM0C.CBL
      * Application : CardDemo - Authorization Module
      * Type        : CICS COBOL Program
      * Function    : Cardholder Travel Notice Maintenance
      *               Lets customer service record a cardholder's trip
      *               while the cardholder is on the phone: the dates
      *               and up to four destination countries.  While the
      *               trip is in progress COPAUA0C lets transactions
      *               from those countries past the foreign-transaction
      *               block and relaxes its foreign-country fraud
      *               limit.  A trip stops counting the day after its
      *               end date; CBTRVX0C later clears finished trips
      *               off the file.  Every change is audited through
      *               COAUDIT.
      *
      *               Terminal input:
      *                 CTRV A <acct-id> <start> <end> <cty1> .. <cty4>
      *                        dates YYYYMMDD, countries 3 characters
      *                 CTRV C <acct-id> <trip-no>    cancel one trip
      *                 CTRV I <acct-id>              inquire
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
       PROGRAM-ID. COTRVM0C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  WS-PGMNAME                  PIC X(08)
                                           VALUE 'COTRVM0C'.
           05  WS-TRVL-FILE                PIC X(08)
                                           VALUE 'TRVLFILE'.
           05  WS-ACCT-FILE                PIC X(08)
                                           VALUE 'ACCTDAT '.
           05  WS-AUDIT-PGM                PIC X(08)
                                           VALUE 'COAUDIT '.
           05  WS-SECC-PGM                 PIC X(08)
                                           VALUE 'COSECC0C'.
           05  WS-RESP-CD                  PIC S9(09) COMP.
           05  WS-REAS-CD                  PIC S9(09) COMP.
           05  WS-USER-ID                  PIC X(08).
           05  WS-ABS-TIME                 PIC S9(15) COMP-3.
           05  WS-TODAY                    PIC X(08).
           05  WS-TRIP-SUB                 PIC S9(04) COMP.
           05  WS-CTRY-SUB                 PIC S9(04) COMP.
           05  WS-KEEP-CNT                 PIC S9(04) COMP.
           05  WS-CTRY-USED                PIC S9(04) COMP.
           05  WS-TRIP-DAYS                PIC S9(09) COMP.
           05  WS-DROPPED-CNT              PIC S9(04) COMP.
           05  WS-EXISTS-SW                PIC X(01).
               88  WS-NOTICE-EXISTS        VALUE 'Y'.
      *    The longest trip one notice may cover.  Longer stays abroad
      *    are a change of address, not a trip.
           05  WS-MAX-TRIP-DAYS            PIC S9(04) COMP VALUE 180.

       01  WS-TERM-INPUT.
           05  FILLER                      PIC X(04).
           05  FILLER                      PIC X(01).
           05  WS-IN-ACTION                PIC X(01).
               88  WS-ACT-ADD              VALUE 'A'.
               88  WS-ACT-CANCEL           VALUE 'C'.
               88  WS-ACT-INQUIRE          VALUE 'I'.
           05  FILLER                      PIC X(01).
           05  WS-IN-ACCT-ID               PIC X(11).
           05  FILLER                      PIC X(01).
           05  WS-IN-START-DATE            PIC X(08).
           05  WS-IN-TRIP-NO REDEFINES WS-IN-START-DATE
                                           PIC X(01).
           05  FILLER                      PIC X(01).
           05  WS-IN-END-DATE              PIC X(08).
           05  WS-IN-CTRY-ENTRY            OCCURS 4 TIMES.
               10  FILLER                  PIC X(01).
               10  WS-IN-CTRY              PIC X(03).
           05  FILLER                      PIC X(28).
       01  WS-TERM-INPUT-LEN               PIC S9(04) COMP.

       01  WS-OUT-MSG.
           05  WS-MSG-TEXT                 PIC X(78).

      *    Inquiry answer - one 80-column line per trip under a title.
       01  WS-INQ-MSG.
           05  WS-INQ-LINE                 PIC X(80) OCCURS 6 TIMES.
       01  WS-INQ-STATUS                   PIC X(08).
       01  WS-INQ-TRIP-NO                  PIC 9(01).

       01  WS-BEFORE-IMAGE                 PIC X(250).
       01  WS-NEW-TRIP.
           05  WS-NEW-START-DATE           PIC X(08).
           05  WS-NEW-END-DATE             PIC X(08).
           05  WS-NEW-COUNTRY              PIC X(03) OCCURS 4 TIMES.
           05  WS-NEW-ENTERED-BY           PIC X(08).
           05  WS-NEW-ENTERED-DATE         PIC X(08).

      *- CARDHOLDER TRAVEL NOTICE LAYOUT
       COPY CVTRV01Y.

      *- ACCOUNT MASTER - existence check before recording a trip
       COPY CVACT01Y.

       COPY CVAUD01Y.
       COPY CVSEC02Y.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-COMMAREA                 PIC X(01)
               OCCURS 0 TO 100 TIMES DEPENDING ON EIBCALEN.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESSING.
           MOVE SPACES TO WS-TERM-INPUT.
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

      *    Entitlement check at the door.
           INITIALIZE SECC-PARM.
           MOVE WS-USER-ID TO SECC-USER-ID.
           MOVE 'CTRV'     TO SECC-FUNCTION.
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
               GO TO 9000-RETURN
           END-IF.

           EXEC CICS ASKTIME NOHANDLE
                ABSTIME(WS-ABS-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABS-TIME)
                YYYYMMDD(WS-TODAY)
                NOHANDLE
           END-EXEC.

           IF WS-IN-ACCT-ID NOT NUMERIC
               MOVE 'ACCOUNT ID MUST BE 11 DIGITS' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               GO TO 9000-RETURN
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACT-ADD
                   PERFORM 1000-ADD-TRIP
               WHEN WS-ACT-CANCEL
                   PERFORM 2000-CANCEL-TRIP
               WHEN WS-ACT-INQUIRE
                   PERFORM 3000-INQUIRE-TRIPS
               WHEN OTHER
                   MOVE 'ACTIONS: A ADD / C CANCEL / I INQUIRE'
                     TO WS-MSG-TEXT
                   PERFORM 9100-SEND-MESSAGE
           END-EVALUATE.

       9000-RETURN.
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * Add a trip.  The account must exist on the master, the dates  *
      * must be real and not already past, and at least one           *
      * destination must be named.                                    *
      ******************************************************************
       1000-ADD-TRIP.
           PERFORM 1050-EDIT-TRIP.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IN-ACCT-ID TO ACCT-ID.
           EXEC CICS READ
                DATASET(WS-ACCT-FILE)
                INTO(ACCOUNT-RECORD)
                RIDFLD(ACCT-ID)
                KEYLENGTH(LENGTH OF ACCT-ID)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'ACCOUNT NOT ON MASTER - NOTICE NOT RECORDED'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 1100-READ-EXISTING.
           IF WS-NOTICE-EXISTS
               MOVE TRAVEL-NOTICE-RECORD TO WS-BEFORE-IMAGE
               PERFORM 1200-DROP-FINISHED-TRIPS
           ELSE
               INITIALIZE TRAVEL-NOTICE-RECORD
               MOVE WS-IN-ACCT-ID TO TRV-ACCT-ID
               MOVE 0             TO TRV-TRIP-CNT
           END-IF.

           IF TRV-TRIP-CNT >= 5
               MOVE 'FIVE TRIPS ALREADY ON FILE - CANCEL ONE FIRST'
                 TO WS-MSG-TEXT
               EXEC CICS UNLOCK
                    DATASET(WS-TRVL-FILE)
                    NOHANDLE
               END-EXEC
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-USER-ID TO WS-NEW-ENTERED-BY.
           MOVE WS-TODAY   TO WS-NEW-ENTERED-DATE.
           ADD 1 TO TRV-TRIP-CNT.
           MOVE WS-NEW-TRIP TO TRV-TRIP(TRV-TRIP-CNT).

           IF WS-NOTICE-EXISTS
               EXEC CICS REWRITE
                    DATASET(WS-TRVL-FILE)
                    FROM(TRAVEL-NOTICE-RECORD)
                    RESP(WS-RESP-CD)
                    RESP2(WS-REAS-CD)
               END-EXEC
           ELSE
               EXEC CICS WRITE
                    DATASET(WS-TRVL-FILE)
                    FROM(TRAVEL-NOTICE-RECORD)
                    RIDFLD(TRV-ACCT-ID)
                    KEYLENGTH(LENGTH OF TRV-ACCT-ID)
                    RESP(WS-RESP-CD)
                    RESP2(WS-REAS-CD)
               END-EXEC
           END-IF.

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'TRAVEL NOTICE FILE UPDATE FAILED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           IF WS-NOTICE-EXISTS
               PERFORM 8200-AUDIT-UPDATE
           ELSE
               MOVE 'I'                   TO AUDIT-IN-ACTION-TYPE
               MOVE SPACE                 TO AUDIT-IN-IMAGE-TYPE
               MOVE TRAVEL-NOTICE-RECORD  TO AUDIT-IN-RECORD-DATA
               PERFORM 8100-AUDIT-LINK
           END-IF.

           STRING 'TRIP ' TRV-TRIP-CNT ' RECORDED '
                  WS-NEW-START-DATE ' TO ' WS-NEW-END-DATE
                  ' - EFFECTIVE IMMEDIATELY'
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           END-STRING.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * Dates must be valid calendar dates, the trip must not have    *
      * ended already, and it may not run longer than the maximum.    *
      * Countries are packed to the front of the trip.                *
      ******************************************************************
       1050-EDIT-TRIP.
           MOVE SPACES TO WS-MSG-TEXT.
           INITIALIZE WS-NEW-TRIP.

           IF WS-IN-START-DATE NOT NUMERIC
              OR WS-IN-END-DATE NOT NUMERIC
               MOVE 'ENTER: CTRV A <ACCT> <YYYYMMDD> <YYYYMMDD> <CTY>..'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD
                  (FUNCTION NUMVAL(WS-IN-START-DATE)) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD
                  (FUNCTION NUMVAL(WS-IN-END-DATE)) NOT = 0
               MOVE 'START OR END DATE IS NOT A VALID DATE'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-END-DATE < WS-IN-START-DATE
               MOVE 'END DATE IS BEFORE START DATE' TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-END-DATE < WS-TODAY
               MOVE 'TRIP HAS ALREADY ENDED - NOTHING TO RECORD'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-TRIP-DAYS =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-IN-END-DATE))
                 - FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-IN-START-DATE)) + 1.
           IF WS-TRIP-DAYS > WS-MAX-TRIP-DAYS
               MOVE 'TRIP LONGER THAN 180 DAYS - NOT ACCEPTED'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-CTRY-USED.
           PERFORM VARYING WS-CTRY-SUB FROM 1 BY 1
                   UNTIL WS-CTRY-SUB > 4
               IF WS-IN-CTRY(WS-CTRY-SUB) NOT = SPACES
                   IF WS-IN-CTRY(WS-CTRY-SUB) NOT ALPHABETIC-UPPER
                       MOVE 'COUNTRY CODES ARE 3 CAPITAL LETTERS'
                         TO WS-MSG-TEXT
                   END-IF
                   ADD 1 TO WS-CTRY-USED
                   MOVE WS-IN-CTRY(WS-CTRY-SUB)
                     TO WS-NEW-COUNTRY(WS-CTRY-USED)
               END-IF
           END-PERFORM.
           IF WS-MSG-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-CTRY-USED = 0
               MOVE 'NAME AT LEAST ONE DESTINATION COUNTRY'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IN-START-DATE TO WS-NEW-START-DATE.
           MOVE WS-IN-END-DATE   TO WS-NEW-END-DATE.

      ******************************************************************
      * READ UPDATE positions the record when one exists so the add   *
      * and cancel paths can REWRITE; a missing record means WRITE.   *
      ******************************************************************
       1100-READ-EXISTING.
           MOVE 'N' TO WS-EXISTS-SW.
           MOVE WS-IN-ACCT-ID TO TRV-ACCT-ID.
           EXEC CICS READ
                DATASET(WS-TRVL-FILE)
                INTO(TRAVEL-NOTICE-RECORD)
                RIDFLD(TRV-ACCT-ID)
                KEYLENGTH(LENGTH OF TRV-ACCT-ID)
                UPDATE
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               SET WS-NOTICE-EXISTS TO TRUE
           END-IF.

      ******************************************************************
      * Finished trips make room for the new one - the same rule the  *
      * CBTRVX0C expiry batch applies overnight.                      *
      ******************************************************************
       1200-DROP-FINISHED-TRIPS.
           MOVE 0 TO WS-KEEP-CNT.
           MOVE 0 TO WS-DROPPED-CNT.
           PERFORM VARYING WS-TRIP-SUB FROM 1 BY 1
                   UNTIL WS-TRIP-SUB > TRV-TRIP-CNT
                      OR WS-TRIP-SUB > 5
               IF TRV-END-DATE(WS-TRIP-SUB) < WS-TODAY
                   ADD 1 TO WS-DROPPED-CNT
               ELSE
                   ADD 1 TO WS-KEEP-CNT
                   IF WS-KEEP-CNT NOT = WS-TRIP-SUB
                       MOVE TRV-TRIP(WS-TRIP-SUB)
                         TO TRV-TRIP(WS-KEEP-CNT)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-TRIP-SUB FROM WS-KEEP-CNT BY 1
                   UNTIL WS-TRIP-SUB >= 5
               MOVE SPACES TO TRV-TRIP(WS-TRIP-SUB + 1)
           END-PERFORM.
           MOVE WS-KEEP-CNT TO TRV-TRIP-CNT.

      ******************************************************************
      * Cancel one trip by its number on the inquiry.  Cancelling the *
      * last trip removes the record.                                 *
      ******************************************************************
       2000-CANCEL-TRIP.
           PERFORM 1100-READ-EXISTING.
           IF NOT WS-NOTICE-EXISTS
               MOVE 'NO TRAVEL NOTICE ON FILE FOR THAT ACCOUNT'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           IF WS-IN-TRIP-NO NOT NUMERIC
              OR WS-IN-TRIP-NO = '0'
              OR WS-IN-TRIP-NO > TRV-TRIP-CNT
               MOVE 'ENTER: CTRV C <ACCT> <TRIP NUMBER FROM INQUIRY>'
                 TO WS-MSG-TEXT
               EXEC CICS UNLOCK
                    DATASET(WS-TRVL-FILE)
                    NOHANDLE
               END-EXEC
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE TRAVEL-NOTICE-RECORD TO WS-BEFORE-IMAGE.
           MOVE WS-IN-TRIP-NO        TO WS-KEEP-CNT.
           PERFORM VARYING WS-TRIP-SUB FROM WS-KEEP-CNT BY 1
                   UNTIL WS-TRIP-SUB >= TRV-TRIP-CNT
               MOVE TRV-TRIP(WS-TRIP-SUB + 1) TO TRV-TRIP(WS-TRIP-SUB)
           END-PERFORM.
           MOVE SPACES TO TRV-TRIP(TRV-TRIP-CNT).
           SUBTRACT 1 FROM TRV-TRIP-CNT.

           IF TRV-TRIP-CNT = 0
               EXEC CICS DELETE
                    DATASET(WS-TRVL-FILE)
                    RESP(WS-RESP-CD)
                    RESP2(WS-REAS-CD)
               END-EXEC
           ELSE
               EXEC CICS REWRITE
                    DATASET(WS-TRVL-FILE)
                    FROM(TRAVEL-NOTICE-RECORD)
                    RESP(WS-RESP-CD)
                    RESP2(WS-REAS-CD)
               END-EXEC
           END-IF.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'TRAVEL NOTICE FILE UPDATE FAILED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           IF TRV-TRIP-CNT = 0
               MOVE 'D'                   TO AUDIT-IN-ACTION-TYPE
               MOVE SPACE                 TO AUDIT-IN-IMAGE-TYPE
               MOVE WS-BEFORE-IMAGE       TO AUDIT-IN-RECORD-DATA
               PERFORM 8100-AUDIT-LINK
           ELSE
               PERFORM 8200-AUDIT-UPDATE
           END-IF.

           STRING 'TRIP ' WS-IN-TRIP-NO ' CANCELLED - '
                  TRV-TRIP-CNT ' TRIP(S) REMAIN ON FILE'
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           END-STRING.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
       3000-INQUIRE-TRIPS.
           MOVE WS-IN-ACCT-ID TO TRV-ACCT-ID.
           EXEC CICS READ
                DATASET(WS-TRVL-FILE)
                INTO(TRAVEL-NOTICE-RECORD)
                RIDFLD(TRV-ACCT-ID)
                KEYLENGTH(LENGTH OF TRV-ACCT-ID)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
              OR TRV-TRIP-CNT = 0
               MOVE 'NO TRAVEL NOTICE ON FILE FOR THAT ACCOUNT'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-INQ-MSG.
           STRING 'TRAVEL NOTICE ' TRV-ACCT-ID
                  '  NO START    END       COUNTRIES        STATUS'
               DELIMITED BY SIZE INTO WS-INQ-LINE(1)
           END-STRING.
           PERFORM VARYING WS-TRIP-SUB FROM 1 BY 1
                   UNTIL WS-TRIP-SUB > TRV-TRIP-CNT
                      OR WS-TRIP-SUB > 5
               EVALUATE TRUE
                   WHEN TRV-END-DATE(WS-TRIP-SUB) < WS-TODAY
                       MOVE 'ENDED   ' TO WS-INQ-STATUS
                   WHEN TRV-START-DATE(WS-TRIP-SUB) > WS-TODAY
                       MOVE 'UPCOMING' TO WS-INQ-STATUS
                   WHEN OTHER
                       MOVE 'ACTIVE  ' TO WS-INQ-STATUS
               END-EVALUATE
               MOVE WS-TRIP-SUB TO WS-INQ-TRIP-NO
               STRING '                            '
                      WS-INQ-TRIP-NO '  '
                      TRV-START-DATE(WS-TRIP-SUB) '  '
                      TRV-END-DATE(WS-TRIP-SUB) '  '
                      TRV-COUNTRY(WS-TRIP-SUB, 1) ' '
                      TRV-COUNTRY(WS-TRIP-SUB, 2) ' '
                      TRV-COUNTRY(WS-TRIP-SUB, 3) ' '
                      TRV-COUNTRY(WS-TRIP-SUB, 4) '  '
                      WS-INQ-STATUS
                   DELIMITED BY SIZE INTO WS-INQ-LINE(WS-TRIP-SUB + 1)
               END-STRING
           END-PERFORM.

           EXEC CICS SEND TEXT
                FROM(WS-INQ-MSG)
                LENGTH(LENGTH OF WS-INQ-MSG)
                ERASE
                FREEKB
                NOHANDLE
           END-EXEC.

      ******************************************************************
      * The caller sets action, image type and data.                   *
      ******************************************************************
       8100-AUDIT-LINK.
           MOVE WS-USER-ID                   TO AUDIT-IN-USER-ID.
           MOVE 'U'                          TO AUDIT-IN-USER-TYPE.
           MOVE 'V'                          TO AUDIT-IN-LOG-TYPE.
           MOVE LENGTH OF TRAVEL-NOTICE-RECORD
                                             TO AUDIT-IN-RECORD-LENGTH.

           EXEC CICS LINK
                PROGRAM(WS-AUDIT-PGM)
                COMMAREA(AUDIT-PARMS)
                LENGTH(LENGTH OF AUDIT-PARMS)
                RESP(WS-RESP-CD)
           END-EXEC.

      ******************************************************************
      * Both images of an update, written only after the change has   *
      * landed on the file.                                           *
      ******************************************************************
       8200-AUDIT-UPDATE.
           MOVE 'U'                   TO AUDIT-IN-ACTION-TYPE.
           MOVE 'B'                   TO AUDIT-IN-IMAGE-TYPE.
           MOVE WS-BEFORE-IMAGE       TO AUDIT-IN-RECORD-DATA.
           PERFORM 8100-AUDIT-LINK.
           MOVE 'A'                   TO AUDIT-IN-IMAGE-TYPE.
           MOVE TRAVEL-NOTICE-RECORD  TO AUDIT-IN-RECORD-DATA.
           PERFORM 8100-AUDIT-LINK.

       9100-SEND-MESSAGE.
           EXEC CICS SEND TEXT
                FROM(WS-OUT-MSG)
                LENGTH(LENGTH OF WS-OUT-MSG)
                ERASE
                RESP(WS-RESP-CD)
           END-EXEC.
