      ******************************************************************
      * Program:     COPHDM0C.CBL                                      *
      * Layer:       Business logic                                    *
      * Function:    Payment Clearing Hold Inquiry and Schedule Maint  *
      * Description: CSR view of the payments on an account that are  *
      *              still inside their clearing hold - credited to    *
      *              the balance but kept out of open-to-buy until     *
      *              CBPHR01C releases them - and admin maintenance of *
      *              the PAYHSCHD hold schedule the phone screen and   *
      *              CBPAY01C place holds from.  A schedule row gives  *
      *              the hold days for a channel once the account has  *
      *              reached the row's minimum age in months; the row  *
      *              with the highest age reached applies, and no row  *
      *              for a channel means its payments are not held.    *
      *              Schedule changes need the CPHS entitlement on top *
      *              of CPHD and are logged through COAUDIT under the  *
      *              payment-hold log type.                            *
      *                                                                *
      *              Terminal input:                                   *
      *                CPHD I <acct11>                 held payments   *
      *                CPHD S                          list schedule   *
      *                CPHD A <chan5> <age3> <days3> <desc>            *
      *                                                add or replace  *
      *                CPHD D <chan5> <age3>           remove row      *
      *              Channel is PHONE, ACH or OTHER, padded to five.   *
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
           COPHDM0C.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PGMNAME                          PIC X(08)
                                                   VALUE 'COPHDM0C'.
           05  WS-ACCT-FILE                        PIC X(08)
                                                   VALUE 'ACCTDAT '.
           05  WS-PAYHOLD-FILE                     PIC X(08)
                                                   VALUE 'PAYHOLD '.
           05  WS-PAYHSCHD-FILE                    PIC X(08)
                                                   VALUE 'PAYHSCHD'.
           05  WS-AUDIT-PGM                        PIC X(08)
                                                   VALUE 'COAUDIT '.
           05  WS-RESP-CD                          PIC S9(09) COMP.
           05  WS-REAS-CD                          PIC S9(09) COMP.
           05  WS-USER-ID                          PIC X(08).
           05  WS-ABS-TIME                         PIC S9(15) COMP-3.
           05  WS-CUR-DATE                         PIC X(08).
           05  WS-LINE-SUB                         PIC S9(04) COMP.
           05  WS-MORE-SW                          PIC X(01).
               88  WS-MORE-ROWS                    VALUE 'Y'.
           05  WS-BROWSE-SW                        PIC X(01).
               88  WS-BROWSE-DONE                  VALUE 'Y'.
           05  WS-AMT-DIS                          PIC Z(9)9.99-.
           05  WS-HOLD-AMT-DIS                     PIC Z(8)9.99.
           05  WS-AGE-NUM                          PIC 9(03).
           05  WS-DAYS-NUM                         PIC 9(03).

       01  WS-TERM-INPUT.
           05  FILLER                              PIC X(04).
           05  FILLER                              PIC X(01).
           05  WS-IN-ACTION                        PIC X(01).
               88  WS-ACT-INQUIRE                  VALUE 'I'.
               88  WS-ACT-SCHEDULE                 VALUE 'S'.
               88  WS-ACT-ADD                      VALUE 'A'.
               88  WS-ACT-DELETE                   VALUE 'D'.
           05  FILLER                              PIC X(01).
           05  WS-IN-KEY-AREA.
               10  WS-IN-ACCT-ID                   PIC X(11).
               10  FILLER                          PIC X(02).
           05  WS-IN-SCHED-KEY REDEFINES WS-IN-KEY-AREA.
               10  WS-IN-CHANNEL                   PIC X(05).
                   88  WS-IN-CHANNEL-VALID         VALUE 'PHONE',
                                                         'ACH  ',
                                                         'OTHER'.
               10  FILLER                          PIC X(01).
               10  WS-IN-MIN-AGE                   PIC X(03).
               10  FILLER                          PIC X(01).
               10  WS-IN-HOLD-DAYS                 PIC X(03).
           05  FILLER                              PIC X(01).
           05  WS-IN-DESC                          PIC X(30).
           05  FILLER                              PIC X(29).
       01  WS-TERM-INPUT-LEN                       PIC S9(04) COMP.

       01  WS-OUT-MSG.
           05  WS-MSG-TEXT                         PIC X(78).

      *    Inquiry answer - title, then one 80-column line per row.
       01  WS-INQ-MSG.
           05  WS-INQ-LINE                 PIC X(80) OCCURS 20 TIMES.
       01  WS-INQ-MAX                      PIC S9(04) COMP VALUE 20.
      *    Last line held back for the overflow note.
       01  WS-INQ-ROW-MAX                  PIC S9(04) COMP VALUE 19.

       01  WS-BEFORE-IMAGE                 PIC X(80).

       COPY CVACT01Y.
       COPY CVPHD01Y.
       COPY CVPHS01Y.
       COPY CVAUD01Y.
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

      *    Entitlement check at the door.
           INITIALIZE SECC-PARM.
           MOVE WS-USER-ID TO SECC-USER-ID.
           MOVE 'CPHD'     TO SECC-FUNCTION.
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

      *    Changing the schedule changes every future hold - a
      *    separate entitlement from looking at one.
           IF WS-ACT-ADD OR WS-ACT-DELETE
               INITIALIZE SECC-PARM
               MOVE WS-USER-ID TO SECC-USER-ID
               MOVE 'CPHS'     TO SECC-FUNCTION
               EXEC CICS LINK
                    PROGRAM(WS-SECC-PGM)
                    COMMAREA(SECC-PARM)
                    LENGTH(LENGTH OF SECC-PARM)
                    RESP(WS-RESP-CD)
               END-EXEC
               IF NOT SECC-ALLOWED
                   MOVE 'NOT AUTHORIZED TO CHANGE THE HOLD SCHEDULE'
                     TO WS-MSG-TEXT
                   PERFORM 9100-SEND-MESSAGE
                   GO TO 9000-RETURN
               END-IF
           END-IF.

           EXEC CICS ASKTIME NOHANDLE
                ABSTIME(WS-ABS-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABS-TIME)
                YYYYMMDD(WS-CUR-DATE)
                NOHANDLE
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-ACT-INQUIRE
                   PERFORM 1000-INQUIRE-HOLDS
               WHEN WS-ACT-SCHEDULE
                   PERFORM 2000-LIST-SCHEDULE
               WHEN WS-ACT-ADD
                   PERFORM 3000-ADD-SCHEDULE-ROW
               WHEN WS-ACT-DELETE
                   PERFORM 4000-DELETE-SCHEDULE-ROW
               WHEN OTHER
                   STRING 'ENTER: CPHD I <ACCT> / S / '
                          'A <CHAN> <AGE> <DAYS> <DESC> / '
                          'D <CHAN> <AGE>'
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM 9100-SEND-MESSAGE
           END-EVALUATE.

       9000-RETURN.
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * Held payments on one account: the account's total held        *
      * amount, then each payment still on hold with its release     *
      * date.  Released and returned holds are history and are not   *
      * listed.                                                       *
      ******************************************************************
       1000-INQUIRE-HOLDS.
           IF WS-IN-ACCT-ID NOT NUMERIC
               MOVE 'ACCOUNT NUMBER MUST BE 11 DIGITS' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IN-ACCT-ID TO ACCT-ID.
           EXEC CICS READ
                DATASET(WS-ACCT-FILE)
                INTO(ACCOUNT-RECORD)
                RIDFLD(ACCT-ID)
                KEYLENGTH(11)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'ACCOUNT NOT ON MASTER' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-PAY-HOLD-AMT NOT NUMERIC
               MOVE ZERO TO ACCT-PAY-HOLD-AMT
           END-IF.

           MOVE SPACES TO WS-INQ-MSG.
           MOVE ACCT-PAY-HOLD-AMT TO WS-AMT-DIS.
           STRING 'PAYMENT HOLDS ' ACCT-ID
                  '   HELD OUT OF OPEN-TO-BUY ' WS-AMT-DIS
               DELIMITED BY SIZE INTO WS-INQ-LINE(1)
           END-STRING.
           STRING '  PAID       CHANNEL        AMOUNT  DAYS  '
                  'RELEASES   REFERENCE'
               DELIMITED BY SIZE INTO WS-INQ-LINE(2)
           END-STRING.
           MOVE 2 TO WS-LINE-SUB.

           MOVE LOW-VALUES TO PHD-KEY.
           MOVE ACCT-ID    TO PHD-ACCT-ID.
           EXEC CICS STARTBR
                DATASET(WS-PAYHOLD-FILE)
                RIDFLD(PHD-KEY)
                KEYLENGTH(LENGTH OF PHD-KEY)
                GTEQ
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'N' TO WS-BROWSE-SW
               MOVE 'N' TO WS-MORE-SW
               PERFORM UNTIL WS-BROWSE-DONE
                   EXEC CICS READNEXT
                        DATASET(WS-PAYHOLD-FILE)
                        INTO(PAYMENT-HOLD-RECORD)
                        RIDFLD(PHD-KEY)
                        KEYLENGTH(LENGTH OF PHD-KEY)
                        RESP(WS-RESP-CD)
                        RESP2(WS-REAS-CD)
                   END-EXEC
                   IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                      OR PHD-ACCT-ID NOT = ACCT-ID
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       IF PHD-HELD
                           IF WS-LINE-SUB >= WS-INQ-ROW-MAX
                               SET WS-MORE-ROWS TO TRUE
                               SET WS-BROWSE-DONE TO TRUE
                           ELSE
                               PERFORM 1100-FORMAT-HOLD-LINE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                    DATASET(WS-PAYHOLD-FILE)
                    NOHANDLE
               END-EXEC
           END-IF.

           IF WS-LINE-SUB = 2
               MOVE '  NO PAYMENTS ON HOLD' TO WS-INQ-LINE(3)
           END-IF.
           IF WS-MORE-ROWS
               MOVE '  MORE HOLDS ON FILE THAN FIT - OLDEST SHOWN'
                 TO WS-INQ-LINE(WS-INQ-MAX)
           END-IF.
           PERFORM 9200-SEND-INQUIRY.

      ******************************************************************
       1100-FORMAT-HOLD-LINE.
           ADD 1 TO WS-LINE-SUB.
           MOVE PHD-AMOUNT TO WS-HOLD-AMT-DIS.
           STRING '  ' PHD-PAY-DATE ' ' PHD-CHANNEL '  '
                  WS-HOLD-AMT-DIS '  ' PHD-HOLD-DAYS '   '
                  PHD-RELEASE-DATE ' ' PHD-REFERENCE
               DELIMITED BY SIZE INTO WS-INQ-LINE(WS-LINE-SUB)
           END-STRING.

      ******************************************************************
      * The whole schedule in key order - channel, then minimum age.  *
      ******************************************************************
       2000-LIST-SCHEDULE.
           MOVE SPACES TO WS-INQ-MSG.
           MOVE 'PAYMENT HOLD SCHEDULE' TO WS-INQ-LINE(1).
           STRING '  CHANNEL  MIN AGE MOS  HOLD DAYS  '
                  'DESCRIPTION                    UPDATED BY'
               DELIMITED BY SIZE INTO WS-INQ-LINE(2)
           END-STRING.
           MOVE 2 TO WS-LINE-SUB.

           MOVE LOW-VALUES TO PHS-KEY.
           EXEC CICS STARTBR
                DATASET(WS-PAYHSCHD-FILE)
                RIDFLD(PHS-KEY)
                KEYLENGTH(LENGTH OF PHS-KEY)
                GTEQ
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'N' TO WS-BROWSE-SW
               MOVE 'N' TO WS-MORE-SW
               PERFORM UNTIL WS-BROWSE-DONE
                   EXEC CICS READNEXT
                        DATASET(WS-PAYHSCHD-FILE)
                        INTO(PAY-HOLD-SCHED-RECORD)
                        RIDFLD(PHS-KEY)
                        KEYLENGTH(LENGTH OF PHS-KEY)
                        RESP(WS-RESP-CD)
                        RESP2(WS-REAS-CD)
                   END-EXEC
                   IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       IF WS-LINE-SUB >= WS-INQ-ROW-MAX
                           SET WS-MORE-ROWS TO TRUE
                           SET WS-BROWSE-DONE TO TRUE
                       ELSE
                           ADD 1 TO WS-LINE-SUB
                           STRING '  ' PHS-CHANNEL '    '
                                  PHS-MIN-AGE-MOS '          '
                                  PHS-HOLD-DAYS '        '
                                  PHS-DESC ' ' PHS-UPD-USER
                               DELIMITED BY SIZE
                               INTO WS-INQ-LINE(WS-LINE-SUB)
                           END-STRING
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                    DATASET(WS-PAYHSCHD-FILE)
                    NOHANDLE
               END-EXEC
           END-IF.

           IF WS-LINE-SUB = 2
               MOVE '  NO SCHEDULE ROWS - NO PAYMENT IS HELD'
                 TO WS-INQ-LINE(3)
           END-IF.
           IF WS-MORE-ROWS
               MOVE '  MORE ROWS ON FILE THAN FIT'
                 TO WS-INQ-LINE(WS-INQ-MAX)
           END-IF.
           PERFORM 9200-SEND-INQUIRY.

      ******************************************************************
      * Add a row, or replace the hold days and description of the   *
      * row already on file for that channel and age.                 *
      ******************************************************************
       3000-ADD-SCHEDULE-ROW.
           PERFORM 5000-VALIDATE-SCHEDULE-KEY.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-HOLD-DAYS NOT NUMERIC
               MOVE 'HOLD DAYS MUST BE 3 DIGITS' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-HOLD-DAYS TO WS-DAYS-NUM.
           IF WS-DAYS-NUM > 60
               MOVE 'HOLD DAYS CANNOT EXCEED 60' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                DATASET(WS-PAYHSCHD-FILE)
                INTO(PAY-HOLD-SCHED-RECORD)
                RIDFLD(PHS-KEY)
                KEYLENGTH(LENGTH OF PHS-KEY)
                UPDATE
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE PAY-HOLD-SCHED-RECORD TO WS-BEFORE-IMAGE
                   PERFORM 3100-FILL-SCHEDULE-ROW
                   EXEC CICS REWRITE
                        DATASET(WS-PAYHSCHD-FILE)
                        FROM(PAY-HOLD-SCHED-RECORD)
                        RESP(WS-RESP-CD)
                        RESP2(WS-REAS-CD)
                   END-EXEC
                   IF WS-RESP-CD = DFHRESP(NORMAL)
                       PERFORM 8200-AUDIT-UPDATE
                       STRING 'HOLD ROW REPLACED: ' PHS-CHANNEL
                              ' AGE ' PHS-MIN-AGE-MOS
                              ' DAYS ' PHS-HOLD-DAYS
                           DELIMITED BY SIZE INTO WS-MSG-TEXT
                       END-STRING
                   ELSE
                       MOVE 'HOLD SCHEDULE REWRITE FAILED'
                         TO WS-MSG-TEXT
                   END-IF
               WHEN DFHRESP(NOTFND)
                   INITIALIZE PAY-HOLD-SCHED-RECORD
                   MOVE WS-IN-CHANNEL TO PHS-CHANNEL
                   MOVE WS-AGE-NUM    TO PHS-MIN-AGE-MOS
                   PERFORM 3100-FILL-SCHEDULE-ROW
                   EXEC CICS WRITE
                        DATASET(WS-PAYHSCHD-FILE)
                        FROM(PAY-HOLD-SCHED-RECORD)
                        RIDFLD(PHS-KEY)
                        KEYLENGTH(LENGTH OF PHS-KEY)
                        RESP(WS-RESP-CD)
                        RESP2(WS-REAS-CD)
                   END-EXEC
                   IF WS-RESP-CD = DFHRESP(NORMAL)
                       MOVE 'I'       TO AUDIT-IN-ACTION-TYPE
                       MOVE SPACE     TO AUDIT-IN-IMAGE-TYPE
                       MOVE PAY-HOLD-SCHED-RECORD
                                      TO AUDIT-IN-RECORD-DATA
                       PERFORM 8100-AUDIT-LINK
                       STRING 'HOLD ROW ADDED: ' PHS-CHANNEL
                              ' AGE ' PHS-MIN-AGE-MOS
                              ' DAYS ' PHS-HOLD-DAYS
                           DELIMITED BY SIZE INTO WS-MSG-TEXT
                       END-STRING
                   ELSE
                       MOVE 'HOLD SCHEDULE WRITE FAILED'
                         TO WS-MSG-TEXT
                   END-IF
               WHEN OTHER
                   MOVE 'HOLD SCHEDULE READ FAILED' TO WS-MSG-TEXT
           END-EVALUATE.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
       3100-FILL-SCHEDULE-ROW.
           MOVE WS-DAYS-NUM TO PHS-HOLD-DAYS.
           MOVE WS-IN-DESC  TO PHS-DESC.
           MOVE WS-USER-ID  TO PHS-UPD-USER.
           MOVE WS-CUR-DATE TO PHS-UPD-DATE.

      ******************************************************************
       4000-DELETE-SCHEDULE-ROW.
           PERFORM 5000-VALIDATE-SCHEDULE-KEY.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                DATASET(WS-PAYHSCHD-FILE)
                INTO(PAY-HOLD-SCHED-RECORD)
                RIDFLD(PHS-KEY)
                KEYLENGTH(LENGTH OF PHS-KEY)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'HOLD SCHEDULE ROW NOT ON FILE' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           EXEC CICS DELETE
                DATASET(WS-PAYHSCHD-FILE)
                RIDFLD(PHS-KEY)
                KEYLENGTH(LENGTH OF PHS-KEY)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'D'       TO AUDIT-IN-ACTION-TYPE
               MOVE SPACE     TO AUDIT-IN-IMAGE-TYPE
               MOVE PAY-HOLD-SCHED-RECORD TO AUDIT-IN-RECORD-DATA
               PERFORM 8100-AUDIT-LINK
               STRING 'HOLD ROW REMOVED: ' PHS-CHANNEL
                      ' AGE ' PHS-MIN-AGE-MOS
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           ELSE
               MOVE 'HOLD SCHEDULE DELETE FAILED' TO WS-MSG-TEXT
           END-IF.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * Channel and minimum age make the schedule key.                *
      ******************************************************************
       5000-VALIDATE-SCHEDULE-KEY.
           MOVE SPACES TO WS-MSG-TEXT.
           IF NOT WS-IN-CHANNEL-VALID
               MOVE 'CHANNEL MUST BE PHONE, ACH OR OTHER'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-MIN-AGE NOT NUMERIC
               MOVE 'MINIMUM ACCOUNT AGE MUST BE 3 DIGITS (MONTHS)'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-MIN-AGE TO WS-AGE-NUM.
           MOVE WS-IN-CHANNEL TO PHS-CHANNEL.
           MOVE WS-AGE-NUM    TO PHS-MIN-AGE-MOS.

      ******************************************************************
       8100-AUDIT-LINK.
           MOVE WS-USER-ID                   TO AUDIT-IN-USER-ID.
           MOVE 'A'                          TO AUDIT-IN-USER-TYPE.
           MOVE 'F'                          TO AUDIT-IN-LOG-TYPE.
           MOVE LENGTH OF PAY-HOLD-SCHED-RECORD
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
           MOVE PAY-HOLD-SCHED-RECORD TO AUDIT-IN-RECORD-DATA.
           PERFORM 8100-AUDIT-LINK.

       9100-SEND-MESSAGE.
           EXEC CICS SEND TEXT
                FROM(WS-OUT-MSG)
                LENGTH(LENGTH OF WS-OUT-MSG)
                ERASE
                RESP(WS-RESP-CD)
           END-EXEC.

       9200-SEND-INQUIRY.
           EXEC CICS SEND TEXT
                FROM(WS-INQ-MSG)
                LENGTH(LENGTH OF WS-INQ-MSG)
                ERASE
                FREEKB
                NOHANDLE
           END-EXEC.
