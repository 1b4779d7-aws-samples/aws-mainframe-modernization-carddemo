      ******************************************************************
      * Program:     COCUSM0C.CBL                                      *
      * Layer:       Business logic                                    *
      * Function:    Customer Demographic Inquiry and Maintenance      *
      * Description: Online upkeep of a customer's name, mailing       *
      *              address, phone numbers, notification preference,  *
      *              autodialer consent, marketing opt-out, stated     *
      *              income and monthly obligations, preferred         *
      *              language and staff flag on CUSTDAT.  An address   *
      *              is held to the CBADR01C rules before it is        *
      *              accepted - a street line, a known state whose ZIP *
      *              span holds the ZIP,                               *
      *              lines folded to upper case and street suffixes    *
      *              abbreviated - so an accepted address also clears  *
      *              the invalid-address flag.  Every change is logged *
      *              through COAUDIT with before and after images, and *
      *              an address change stages a notification to the    *
      *              customer on the CNTF queue so a change the        *
      *              customer did not ask for comes to light quickly.  *
      *              Needs the CUSM entitlement; a change to a staff   *
      *              customer also meets the COSECC0C staff-account    *
      *              rules, so no one maintains their own record or a  *
      *              relative's, and any other staff customer needs a  *
      *              same-day CSTA approval.                           *
      *                                                                *
      *              Terminal input (parts separated by '/'):          *
      *                CCUS I <cust9>                       inquire    *
      *                CCUS N <cust9> <first>/<middle>/<last>          *
      *                                                     name       *
      *                CCUS A <cust9> <line1>/<line2>/<line3>/<st>/    *
      *                       <zip>[/<country>]             address    *
      *                CCUS P <cust9> <phone1>/<phone2>     phones     *
      *                CCUS F <cust9> <E/S/B/N>             preference *
      *                CCUS C <cust9> <Y/N>/<Y/N>           dialer     *
      *                                                     consent    *
      *                CCUS W <cust9> <annual>/<monthly>    income and *
      *                                                     obligations*
      *                CCUS M <cust9> <Y/N>                 marketing  *
      *                                                     opt-out    *
      *                CCUS L <cust9> <lang>                language   *
      *                CCUS S <cust9> <E/R/N>[/<userid>]    staff flag *
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
           COCUSM0C.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PGMNAME                          PIC X(08)
                                                   VALUE 'COCUSM0C'.
           05  WS-CUST-FILE                        PIC X(08)
                                                   VALUE 'CUSTDAT '.
           05  WS-USERPROF-FILE                    PIC X(08)
                                                   VALUE 'USERPROF'.
           05  WS-AUDIT-PGM                        PIC X(08)
                                                   VALUE 'COAUDIT '.
           05  WS-NTFY-TDQ                         PIC X(04)
                                                   VALUE 'CNTF'.
           05  WS-RESP-CD                          PIC S9(09) COMP.
           05  WS-REAS-CD                          PIC S9(09) COMP.
           05  WS-USER-ID                          PIC X(08).
           05  WS-ABS-TIME                         PIC S9(15) COMP-3.
           05  WS-CUR-DATE                         PIC X(10).
           05  WS-CUR-TIME                         PIC X(08).
           05  WS-CUST-ID                          PIC 9(09).
           05  WS-PART-COUNT                       PIC S9(04) COMP.
           05  WS-PART-SUB                         PIC S9(04) COMP.
           05  WS-DIGIT-COUNT                      PIC S9(04) COMP.
           05  WS-SCAN-SUB                         PIC S9(04) COMP.
           05  WS-ADDR-CHANGED-SW                  PIC X(01).
               88  WS-ADDR-CHANGED                 VALUE 'Y'.
           05  WS-OLD-PHONE-NUM-1                  PIC X(15).
           05  WS-OLD-PHONE-NUM-2                  PIC X(15).
           05  WS-OLD-DIAL-CONSENT                 PIC X(02).
           05  WS-IN-INCOME                        PIC S9(09)V99
                                                   COMP-3.
           05  WS-IN-OBLIG                         PIC S9(07)V99
                                                   COMP-3.
           05  WS-INCOME-DIS                       PIC Z(8)9.99.
           05  WS-OBLIG-DIS                        PIC Z(6)9.99.

       01  WS-TERM-INPUT.
           05  FILLER                              PIC X(04).
           05  FILLER                              PIC X(01).
           05  WS-IN-ACTION                        PIC X(01).
               88  WS-ACT-INQUIRE                  VALUE 'I'.
               88  WS-ACT-NAME                     VALUE 'N'.
               88  WS-ACT-ADDRESS                  VALUE 'A'.
               88  WS-ACT-PHONE                    VALUE 'P'.
               88  WS-ACT-NTFY-PREF                VALUE 'F'.
               88  WS-ACT-CONSENT                  VALUE 'C'.
               88  WS-ACT-INCOME                   VALUE 'W'.
               88  WS-ACT-MKT-OPT                  VALUE 'M'.
               88  WS-ACT-LANGUAGE                 VALUE 'L'.
               88  WS-ACT-STAFF                    VALUE 'S'.
               88  WS-ACT-UPDATE                   VALUE 'N', 'A',
                                                         'P', 'F', 'C',
                                                         'W', 'M', 'L',
                                                         'S'.
           05  FILLER                              PIC X(01).
           05  WS-IN-CUST-ID                       PIC X(09).
           05  FILLER                              PIC X(01).
           05  WS-IN-DATA                          PIC X(220).
       01  WS-TERM-INPUT-LEN                       PIC S9(04) COMP.

      *    The '/'-separated parts of WS-IN-DATA, trimmed.
       01  WS-PART-RAW-TABLE.
           05  WS-PART-RAW                 PIC X(60) OCCURS 6 TIMES.
       01  WS-PART-TABLE.
           05  WS-PART                     PIC X(60) OCCURS 6 TIMES.

      *    The address as it stood, to tell whether this update
      *    moved it.
       01  WS-OLD-ADDRESS.
           05  WS-OLD-ADDR-LINE-1                  PIC X(50).
           05  WS-OLD-ADDR-LINE-2                  PIC X(50).
           05  WS-OLD-ADDR-LINE-3                  PIC X(50).
           05  WS-OLD-ADDR-STATE-CD                PIC X(02).
           05  WS-OLD-ADDR-COUNTRY-CD              PIC X(03).
           05  WS-OLD-ADDR-ZIP                     PIC X(10).

       01  WS-OUT-MSG.
           05  WS-MSG-TEXT                         PIC X(78).

      *    Inquiry answer - one 80-column line per row.
       01  WS-INQ-MSG.
           05  WS-INQ-LINE                 PIC X(80) OCCURS 14 TIMES.

       01  WS-BEFORE-IMAGE                 PIC X(500).

      *    CBADR01C address rules.
       COPY CVADR01Y.
       01  WS-ADDR-WORK.
           05  WS-LINE-WORK                PIC X(50).
           05  WS-LINE-LEN                 PIC S9(04) COMP.
           05  WS-WORD-START               PIC S9(04) COMP.
           05  WS-WORD-LEN                 PIC S9(04) COMP.
           05  WS-SUF-LEN                  PIC S9(04) COMP.
           05  WS-STATE-OK-SW              PIC X(01).
               88  WS-STATE-OK                   VALUE 'Y'.
           05  WS-ADDR-REASON              PIC X(30).

       COPY CVCUS01Y.
       COPY CVNTF01Y.
       COPY CVAUD01Y.
       COPY CVSEC01Y.
       COPY CVSEC02Y.
       01  WS-SECC-PGM             PIC X(08) VALUE 'COSECC0C'.
       COPY CVFRJ01Y.
       01  WS-FRJ-PGM              PIC X(08) VALUE 'COFRJW0C'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-COMMAREA                         PIC X(01)
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
           MOVE 'CUSM'     TO SECC-FUNCTION.
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

           MOVE SPACES TO WS-MSG-TEXT.
           IF WS-ACT-INQUIRE OR WS-ACT-UPDATE
               IF WS-IN-CUST-ID NOT NUMERIC
                  OR WS-IN-CUST-ID = ZEROS
                   MOVE 'CUSTOMER ID MUST BE 9 DIGITS' TO WS-MSG-TEXT
                   PERFORM 9100-SEND-MESSAGE
                   GO TO 9000-RETURN
               END-IF
               MOVE WS-IN-CUST-ID TO WS-CUST-ID
           END-IF.
           IF WS-ACT-UPDATE
               PERFORM 1900-CHECK-STAFF-ACCESS
               IF WS-MSG-TEXT NOT = SPACES
                   PERFORM 9100-SEND-MESSAGE
                   GO TO 9000-RETURN
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACT-INQUIRE
                   PERFORM 1000-INQUIRE-CUSTOMER
               WHEN WS-ACT-UPDATE
                   PERFORM 2000-UPDATE-CUSTOMER
               WHEN OTHER
                   STRING 'ENTER: CCUS I/N/A/P/F/C/W/M/L/S <CUST> '
                          '[PARTS SEPARATED BY /]'
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM 9100-SEND-MESSAGE
           END-EVALUATE.

       9000-RETURN.
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * The demographics as they stand on CUSTDAT.                    *
      ******************************************************************
       1000-INQUIRE-CUSTOMER.
           EXEC CICS READ
                DATASET(WS-CUST-FILE)
                INTO(CUSTOMER-RECORD)
                RIDFLD(WS-CUST-ID)
                KEYLENGTH(LENGTH OF WS-CUST-ID)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'CUSTOMER NOT ON MASTER' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-INQ-MSG.
           STRING 'CUSTOMER ' CUST-ID
               DELIMITED BY SIZE INTO WS-INQ-LINE(1)
           END-STRING.
           STRING '  NAME     ' CUST-FIRST-NAME ' '
                  CUST-MIDDLE-NAME(1:1) ' ' CUST-LAST-NAME
               DELIMITED BY SIZE INTO WS-INQ-LINE(2)
           END-STRING.
           STRING '  ADDRESS  ' CUST-ADDR-LINE-1
               DELIMITED BY SIZE INTO WS-INQ-LINE(3)
           END-STRING.
           STRING '           ' CUST-ADDR-LINE-2
               DELIMITED BY SIZE INTO WS-INQ-LINE(4)
           END-STRING.
           STRING '           ' CUST-ADDR-LINE-3
               DELIMITED BY SIZE INTO WS-INQ-LINE(5)
           END-STRING.
           STRING '           ' CUST-ADDR-STATE-CD ' '
                  CUST-ADDR-ZIP ' ' CUST-ADDR-COUNTRY-CD
               DELIMITED BY SIZE INTO WS-INQ-LINE(6)
           END-STRING.
           IF CUST-ADDR-INVALID
               MOVE '  ADDRESS FLAGGED INVALID - MAIL IS HELD'
                 TO WS-INQ-LINE(7)
           END-IF.
           STRING '  PHONE 1  ' CUST-PHONE-NUM-1
                  '  PHONE 2  ' CUST-PHONE-NUM-2
                  '  DIAL CONSENT ' CUST-DIAL-CONSENT-1 '/'
                  CUST-DIAL-CONSENT-2
               DELIMITED BY SIZE INTO WS-INQ-LINE(8)
           END-STRING.
           STRING '  NOTIFY   ' CUST-NTFY-PREF-CD
                  '  (E EMAIL / S SMS / B BOTH / N NONE)'
                  '  MARKETING OPT-OUT ' CUST-MKT-OPT-OUT
               DELIMITED BY SIZE INTO WS-INQ-LINE(9)
           END-STRING.
           IF CUST-DECEASED
               STRING '  REPORTED DECEASED ' CUST-DECEASED-DATE
                   DELIMITED BY SIZE INTO WS-INQ-LINE(10)
               END-STRING
           END-IF.
           STRING '  LAST MAINTAINED ' CUST-LAST-MAINT-TS
                  '  LANGUAGE ' CUST-LANG-CD
               DELIMITED BY SIZE INTO WS-INQ-LINE(11)
           END-STRING.
           IF CUST-DIAL-CONSENT-DATE NOT = SPACES
               STRING '  DIAL CONSENT RECORDED ' CUST-DIAL-CONSENT-DATE
                   DELIMITED BY SIZE INTO WS-INQ-LINE(12)
               END-STRING
           END-IF.
           IF CUST-STATED-INCOME NOT NUMERIC
               MOVE ZERO TO CUST-STATED-INCOME
           END-IF.
           IF CUST-MONTHLY-OBLIG NOT NUMERIC
               MOVE ZERO TO CUST-MONTHLY-OBLIG
           END-IF.
           MOVE CUST-STATED-INCOME TO WS-INCOME-DIS.
           MOVE CUST-MONTHLY-OBLIG TO WS-OBLIG-DIS.
           STRING '  INCOME   ' WS-INCOME-DIS
                  '  MONTHLY OBLIGATIONS ' WS-OBLIG-DIS
                  '  AS OF ' CUST-INCOME-DATE
               DELIMITED BY SIZE INTO WS-INQ-LINE(13)
           END-STRING.
           EVALUATE TRUE
               WHEN CUST-STAFF-EMPLOYEE
                   STRING '  STAFF    EMPLOYEE - USER '
                          CUST-STAFF-USER-ID
                       DELIMITED BY SIZE INTO WS-INQ-LINE(14)
                   END-STRING
               WHEN CUST-STAFF-RELATIVE
                   STRING '  STAFF    RELATIVE OF USER '
                          CUST-STAFF-USER-ID
                       DELIMITED BY SIZE INTO WS-INQ-LINE(14)
                   END-STRING
           END-EVALUATE.
           PERFORM 9200-SEND-INQUIRY.

      ******************************************************************
      * The staff-account rules on the customer about to be changed:  *
      * COSECC0C refuses a user linked to the customer, and wants     *
      * today's CSTA approval for any other staff customer.           *
      ******************************************************************
       1900-CHECK-STAFF-ACCESS.
           INITIALIZE SECC-PARM.
           MOVE WS-USER-ID TO SECC-USER-ID.
           MOVE 'CUSM'     TO SECC-FUNCTION.
           MOVE WS-CUST-ID TO SECC-CUST-ID.
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
                   MOVE 'CUSTOMER IS LINKED TO YOU - ANOTHER USER ACTS'
                     TO WS-MSG-TEXT
               WHEN SECC-APPROVAL-REQUIRED
                   MOVE 'STAFF CUSTOMER - NEEDS TODAY''S CSTA APPROVAL'
                     TO WS-MSG-TEXT
               WHEN OTHER
                   MOVE 'NOT AUTHORIZED FOR THIS FUNCTION'
                     TO WS-MSG-TEXT
           END-EVALUATE.

      ******************************************************************
      * One group of fields at a time.  The input is checked before   *
      * the record is locked; the address rules run on the merged     *
      * record, and nothing is written when nothing changed.          *
      ******************************************************************
       2000-UPDATE-CUSTOMER.
           PERFORM 5000-SPLIT-PARTS.
           EVALUATE TRUE
               WHEN WS-ACT-NAME
                   PERFORM 5100-CHECK-NAME
               WHEN WS-ACT-ADDRESS
                   PERFORM 5200-CHECK-ADDRESS-INPUT
               WHEN WS-ACT-PHONE
                   PERFORM 5300-CHECK-PHONES
               WHEN WS-ACT-NTFY-PREF
                   PERFORM 5400-CHECK-NTFY-PREF
               WHEN WS-ACT-CONSENT
                   PERFORM 5500-CHECK-CONSENT
               WHEN WS-ACT-INCOME
                   PERFORM 5600-CHECK-INCOME
               WHEN WS-ACT-MKT-OPT
                   PERFORM 5700-CHECK-MKT-OPT
               WHEN WS-ACT-LANGUAGE
                   PERFORM 5800-CHECK-LANGUAGE
               WHEN WS-ACT-STAFF
                   PERFORM 5900-CHECK-STAFF
           END-EVALUATE.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                DATASET(WS-CUST-FILE)
                INTO(CUSTOMER-RECORD)
                RIDFLD(WS-CUST-ID)
                KEYLENGTH(LENGTH OF WS-CUST-ID)
                UPDATE
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'CUSTOMER NOT ON MASTER' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE CUSTOMER-RECORD        TO WS-BEFORE-IMAGE.
           MOVE CUST-ADDR-LINE-1       TO WS-OLD-ADDR-LINE-1.
           MOVE CUST-ADDR-LINE-2       TO WS-OLD-ADDR-LINE-2.
           MOVE CUST-ADDR-LINE-3       TO WS-OLD-ADDR-LINE-3.
           MOVE CUST-ADDR-STATE-CD     TO WS-OLD-ADDR-STATE-CD.
           MOVE CUST-ADDR-COUNTRY-CD   TO WS-OLD-ADDR-COUNTRY-CD.
           MOVE CUST-ADDR-ZIP          TO WS-OLD-ADDR-ZIP.
           MOVE CUST-PHONE-NUM-1       TO WS-OLD-PHONE-NUM-1.
           MOVE CUST-PHONE-NUM-2       TO WS-OLD-PHONE-NUM-2.
           MOVE CUST-DIAL-CONSENT-1    TO WS-OLD-DIAL-CONSENT(1:1).
           MOVE CUST-DIAL-CONSENT-2    TO WS-OLD-DIAL-CONSENT(2:1).

           EVALUATE TRUE
               WHEN WS-ACT-NAME
                   MOVE WS-PART(1)     TO CUST-FIRST-NAME
                   MOVE WS-PART(2)     TO CUST-MIDDLE-NAME
                   MOVE WS-PART(3)     TO CUST-LAST-NAME
               WHEN WS-ACT-ADDRESS
                   PERFORM 3000-APPLY-ADDRESS
               WHEN WS-ACT-PHONE
                   MOVE WS-PART(1)     TO CUST-PHONE-NUM-1
                   MOVE WS-PART(2)     TO CUST-PHONE-NUM-2
                   IF CUST-PHONE-NUM-1 NOT = WS-OLD-PHONE-NUM-1
                       MOVE 'N'        TO CUST-DIAL-CONSENT-1
                   END-IF
                   IF CUST-PHONE-NUM-2 NOT = WS-OLD-PHONE-NUM-2
                       MOVE 'N'        TO CUST-DIAL-CONSENT-2
                   END-IF
               WHEN WS-ACT-NTFY-PREF
                   MOVE WS-PART(1)(1:1) TO CUST-NTFY-PREF-CD
               WHEN WS-ACT-CONSENT
                   PERFORM 3100-APPLY-CONSENT
               WHEN WS-ACT-INCOME
                   PERFORM 3200-APPLY-INCOME
               WHEN WS-ACT-MKT-OPT
                   PERFORM 3300-APPLY-MKT-OPT
               WHEN WS-ACT-LANGUAGE
                   MOVE WS-PART(1)(1:2) TO CUST-LANG-CD
               WHEN WS-ACT-STAFF
                   PERFORM 3400-APPLY-STAFF
           END-EVALUATE.
           IF WS-MSG-TEXT NOT = SPACES
               EXEC CICS UNLOCK
                    DATASET(WS-CUST-FILE)
                    NOHANDLE
               END-EXEC
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           IF CUSTOMER-RECORD = WS-BEFORE-IMAGE
               EXEC CICS UNLOCK
                    DATASET(WS-CUST-FILE)
                    NOHANDLE
               END-EXEC
               MOVE 'NO CHANGE - CUSTOMER RECORD ALREADY READS SO'
                 TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-ADDR-CHANGED-SW.
           IF CUST-ADDR-LINE-1     NOT = WS-OLD-ADDR-LINE-1
              OR CUST-ADDR-LINE-2     NOT = WS-OLD-ADDR-LINE-2
              OR CUST-ADDR-LINE-3     NOT = WS-OLD-ADDR-LINE-3
              OR CUST-ADDR-STATE-CD   NOT = WS-OLD-ADDR-STATE-CD
              OR CUST-ADDR-COUNTRY-CD NOT = WS-OLD-ADDR-COUNTRY-CD
              OR CUST-ADDR-ZIP        NOT = WS-OLD-ADDR-ZIP
               SET WS-ADDR-CHANGED TO TRUE
           END-IF.

           MOVE SPACES TO CUST-LAST-MAINT-TS.
           STRING WS-CUR-DATE ' ' WS-CUR-TIME '.000000'
               DELIMITED BY SIZE INTO CUST-LAST-MAINT-TS
           END-STRING.
           EXEC CICS REWRITE
                DATASET(WS-CUST-FILE)
                FROM(CUSTOMER-RECORD)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'CUSTOMER REWRITE FAILED' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE FORWARD-RECOVERY-RECORD.
           MOVE WS-CUST-FILE TO FRJ-FILE-ID.
           SET FRJ-CHANGE TO TRUE.
           MOVE CUST-ID TO FRJ-KEY.
           MOVE LENGTH OF CUSTOMER-RECORD TO FRJ-IMAGE-LENGTH.
           MOVE CUSTOMER-RECORD TO FRJ-AFTER-IMAGE.
           PERFORM 9700-WRITE-RECOVERY-JOURNAL.

           PERFORM 8200-AUDIT-UPDATE.
           IF WS-ADDR-CHANGED
               PERFORM 8500-STAGE-ADDRESS-NOTICE
               STRING 'CUSTOMER ' CUST-ID ' ADDRESS UPDATED - '
                      'CUSTOMER NOTICE STAGED'
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           ELSE
               STRING 'CUSTOMER ' CUST-ID ' UPDATED'
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           END-IF.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      * The keyed address replaces the one on file, then meets the    *
      * CBADR01C rules.  An address that passes is standardized and   *
      * clears the invalid-address flag; one that fails is refused   *
      * here rather than flagged, since the operator is at hand to    *
      * correct it.                                                   *
      ******************************************************************
       3000-APPLY-ADDRESS.
           MOVE WS-PART(1)             TO CUST-ADDR-LINE-1.
           MOVE WS-PART(2)             TO CUST-ADDR-LINE-2.
           MOVE WS-PART(3)             TO CUST-ADDR-LINE-3.
           MOVE FUNCTION UPPER-CASE (WS-PART(4)(1:2))
                                       TO CUST-ADDR-STATE-CD.
           MOVE WS-PART(5)             TO CUST-ADDR-ZIP.
           IF WS-PART(6) NOT = SPACES
               MOVE FUNCTION UPPER-CASE (WS-PART(6)(1:3))
                                       TO CUST-ADDR-COUNTRY-CD
           END-IF.

           PERFORM 6000-VALIDATE-ADDRESS.
           IF WS-ADDR-REASON NOT = SPACES
               STRING 'ADDRESS REFUSED - ' WS-ADDR-REASON
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           MOVE CUST-ADDR-LINE-1 TO WS-LINE-WORK.
           PERFORM 6100-NORMALIZE-ONE-LINE.
           MOVE WS-LINE-WORK     TO CUST-ADDR-LINE-1.
           MOVE CUST-ADDR-LINE-2 TO WS-LINE-WORK.
           PERFORM 6100-NORMALIZE-ONE-LINE.
           MOVE WS-LINE-WORK     TO CUST-ADDR-LINE-2.
           MOVE CUST-ADDR-LINE-3 TO WS-LINE-WORK.
           PERFORM 6100-NORMALIZE-ONE-LINE.
           MOVE WS-LINE-WORK     TO CUST-ADDR-LINE-3.
           MOVE SPACE            TO CUST-ADDR-INVALID-IND.

      ******************************************************************
      * Consent belongs to a number, so a number must be on file to   *
      * take it.  The consent date moves only when a flag does.       *
      ******************************************************************
       3100-APPLY-CONSENT.
           IF (WS-PART(1)(1:1) = 'Y' AND CUST-PHONE-NUM-1 = SPACES)
              OR (WS-PART(2)(1:1) = 'Y' AND CUST-PHONE-NUM-2 = SPACES)
               MOVE 'NO PHONE NUMBER ON FILE TO TAKE CONSENT'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PART(1)(1:1)        TO CUST-DIAL-CONSENT-1.
           MOVE WS-PART(2)(1:1)        TO CUST-DIAL-CONSENT-2.
           IF CUST-DIAL-CONSENT-1 NOT = WS-OLD-DIAL-CONSENT(1:1)
              OR CUST-DIAL-CONSENT-2 NOT = WS-OLD-DIAL-CONSENT(2:1)
               MOVE WS-CUR-DATE        TO CUST-DIAL-CONSENT-DATE
           END-IF.

      ******************************************************************
      * Stated income and obligations are what the ability-to-pay     *
      * rule sizes limits on; the as-of date moves only when either   *
      * figure does.                                                  *
      ******************************************************************
       3200-APPLY-INCOME.
           IF CUST-STATED-INCOME NOT NUMERIC
               MOVE ZERO TO CUST-STATED-INCOME
           END-IF.
           IF CUST-MONTHLY-OBLIG NOT NUMERIC
               MOVE ZERO TO CUST-MONTHLY-OBLIG
           END-IF.
           IF CUST-STATED-INCOME NOT = WS-IN-INCOME
              OR CUST-MONTHLY-OBLIG NOT = WS-IN-OBLIG
               MOVE WS-IN-INCOME       TO CUST-STATED-INCOME
               MOVE WS-IN-OBLIG        TO CUST-MONTHLY-OBLIG
               MOVE WS-CUR-DATE        TO CUST-INCOME-DATE
           END-IF.

      ******************************************************************
      * The opt-out date moves only when the choice does.             *
      ******************************************************************
       3300-APPLY-MKT-OPT.
           IF WS-PART(1)(1:1) = 'Y'
               IF NOT CUST-MKT-OPTED-OUT
                   MOVE 'Y'            TO CUST-MKT-OPT-OUT
                   MOVE WS-CUR-DATE    TO CUST-MKT-OPT-DATE
               END-IF
           ELSE
               IF CUST-MKT-OPTED-OUT
                   MOVE 'N'            TO CUST-MKT-OPT-OUT
                   MOVE WS-CUR-DATE    TO CUST-MKT-OPT-DATE
               END-IF
           END-IF.

      ******************************************************************
      * N clears the flag and its user link together.                 *
      ******************************************************************
       3400-APPLY-STAFF.
           IF WS-PART(1)(1:1) = 'N'
               MOVE SPACES             TO CUST-STAFF-IND
               MOVE SPACES             TO CUST-STAFF-USER-ID
           ELSE
               MOVE WS-PART(1)(1:1)    TO CUST-STAFF-IND
               MOVE WS-PART(2)(1:8)    TO CUST-STAFF-USER-ID
           END-IF.

      ******************************************************************
      * WS-IN-DATA split at each '/' into up to six trimmed parts.    *
      ******************************************************************
       5000-SPLIT-PARTS.
           MOVE SPACES TO WS-PART-RAW-TABLE.
           MOVE SPACES TO WS-PART-TABLE.
           MOVE 0      TO WS-PART-COUNT.
           UNSTRING WS-IN-DATA DELIMITED BY '/'
               INTO WS-PART-RAW(1) WS-PART-RAW(2) WS-PART-RAW(3)
                    WS-PART-RAW(4) WS-PART-RAW(5) WS-PART-RAW(6)
               TALLYING IN WS-PART-COUNT
           END-UNSTRING.
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > 6
               IF WS-PART-RAW(WS-PART-SUB) NOT = SPACES
                   MOVE FUNCTION TRIM (WS-PART-RAW(WS-PART-SUB))
                     TO WS-PART(WS-PART-SUB)
               END-IF
           END-PERFORM.

      ******************************************************************
       5100-CHECK-NAME.
           IF WS-PART(1) = SPACES OR WS-PART(3) = SPACES
               MOVE 'FIRST AND LAST NAME ARE REQUIRED: FIRST/MID/LAST'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF WS-PART(1)(26:35) NOT = SPACES
              OR WS-PART(2)(26:35) NOT = SPACES
              OR WS-PART(3)(26:35) NOT = SPACES
               MOVE 'NAMES ARE LIMITED TO 25 CHARACTERS'
                 TO WS-MSG-TEXT
           END-IF.

      ******************************************************************
       5200-CHECK-ADDRESS-INPUT.
           IF WS-PART-COUNT < 5
               MOVE 'ENTER LINE1/LINE2/LINE3/STATE/ZIP[/COUNTRY]'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF WS-PART(1)(51:10) NOT = SPACES
              OR WS-PART(2)(51:10) NOT = SPACES
              OR WS-PART(3)(51:10) NOT = SPACES
               MOVE 'ADDRESS LINES ARE LIMITED TO 50 CHARACTERS'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF WS-PART(4)(3:58) NOT = SPACES
               MOVE 'STATE IS THE 2-LETTER POSTAL CODE' TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF WS-PART(5)(11:50) NOT = SPACES
               MOVE 'ZIP IS LIMITED TO 10 CHARACTERS' TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF WS-PART(6)(4:57) NOT = SPACES
               MOVE 'COUNTRY IS THE 3-LETTER CODE' TO WS-MSG-TEXT
           END-IF.

      ******************************************************************
      * A primary phone is required; each number entered needs ten    *
      * digits however it is punctuated.                              *
      ******************************************************************
       5300-CHECK-PHONES.
           IF WS-PART(1) = SPACES
               MOVE 'PRIMARY PHONE IS REQUIRED: PHONE1/PHONE2'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > 2
                         OR WS-MSG-TEXT NOT = SPACES
               IF WS-PART(WS-PART-SUB) NOT = SPACES
                   IF WS-PART(WS-PART-SUB)(16:45) NOT = SPACES
                       MOVE 'PHONE NUMBERS ARE LIMITED TO 15 CHARACTERS'
                         TO WS-MSG-TEXT
                   ELSE
                       MOVE 0 TO WS-DIGIT-COUNT
                       PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                               UNTIL WS-SCAN-SUB > 15
                           IF WS-PART(WS-PART-SUB)(WS-SCAN-SUB:1)
                                  IS NUMERIC
                               ADD 1 TO WS-DIGIT-COUNT
                           END-IF
                       END-PERFORM
                       IF WS-DIGIT-COUNT NOT = 10
                           MOVE 'PHONE NUMBER NEEDS TEN DIGITS'
                             TO WS-MSG-TEXT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       5400-CHECK-NTFY-PREF.
           MOVE FUNCTION UPPER-CASE (WS-PART(1)) TO WS-PART(1).
           IF WS-PART(1)(2:59) NOT = SPACES
              OR (WS-PART(1)(1:1) NOT = 'E' AND NOT = 'S'
                  AND NOT = 'B' AND NOT = 'N')
               MOVE 'NOTIFY PREFERENCE IS E, S, B OR N' TO WS-MSG-TEXT
           END-IF.

      ******************************************************************
       5500-CHECK-CONSENT.
           MOVE FUNCTION UPPER-CASE (WS-PART(1)) TO WS-PART(1).
           MOVE FUNCTION UPPER-CASE (WS-PART(2)) TO WS-PART(2).
           IF WS-PART(1)(2:59) NOT = SPACES
              OR WS-PART(2)(2:59) NOT = SPACES
              OR (WS-PART(1)(1:1) NOT = 'Y' AND NOT = 'N')
              OR (WS-PART(2)(1:1) NOT = 'Y' AND NOT = 'N')
               MOVE 'ENTER DIAL CONSENT FOR EACH PHONE AS Y OR N: Y/N'
                 TO WS-MSG-TEXT
           END-IF.

      ******************************************************************
      * Annual income is required; obligations default to zero.  Both *
      * are plain amounts, dollars and cents.                         *
      ******************************************************************
       5600-CHECK-INCOME.
           IF WS-PART(1) = SPACES
               MOVE 'ENTER ANNUAL INCOME/MONTHLY OBLIGATIONS'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF WS-PART(2) = SPACES
               MOVE '0' TO WS-PART(2)
           END-IF.
           IF FUNCTION TEST-NUMVAL (WS-PART(1)) NOT = 0
              OR FUNCTION TEST-NUMVAL (WS-PART(2)) NOT = 0
               MOVE 'INCOME AND OBLIGATIONS MUST BE AMOUNTS'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL (WS-PART(1)) <= 0
              OR FUNCTION NUMVAL (WS-PART(1)) > 999999999.99
              OR FUNCTION NUMVAL (WS-PART(2)) < 0
              OR FUNCTION NUMVAL (WS-PART(2)) > 9999999.99
               MOVE 'INCOME OR OBLIGATIONS OUT OF RANGE'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-IN-INCOME = FUNCTION NUMVAL (WS-PART(1)).
           COMPUTE WS-IN-OBLIG  = FUNCTION NUMVAL (WS-PART(2)).

      ******************************************************************
       5700-CHECK-MKT-OPT.
           MOVE FUNCTION UPPER-CASE (WS-PART(1)) TO WS-PART(1).
           IF WS-PART(1)(2:59) NOT = SPACES
              OR (WS-PART(1)(1:1) NOT = 'Y' AND NOT = 'N')
               MOVE 'ENTER MARKETING OPT-OUT AS Y OR N' TO WS-MSG-TEXT
           END-IF.

      ******************************************************************
      * A two-letter language code; a language without statement,     *
      * letter or notification wording on file falls back to English. *
      ******************************************************************
       5800-CHECK-LANGUAGE.
           MOVE FUNCTION UPPER-CASE (WS-PART(1)) TO WS-PART(1).
           IF WS-PART(1)(3:58) NOT = SPACES
              OR WS-PART(1)(1:2) IS NOT ALPHABETIC
              OR WS-PART(1)(1:1) = SPACE
              OR WS-PART(1)(2:1) = SPACE
               MOVE 'ENTER LANGUAGE AS A TWO-LETTER CODE, E.G. EN OR ES'
                 TO WS-MSG-TEXT
           END-IF.

      ******************************************************************
      * E for an employee, R for an employee's relative - either one  *
      * names the employee's user id, which must be on USERPROF.  N   *
      * takes the flag off.                                           *
      ******************************************************************
       5900-CHECK-STAFF.
           MOVE FUNCTION UPPER-CASE (WS-PART(1)) TO WS-PART(1).
           MOVE FUNCTION UPPER-CASE (WS-PART(2)) TO WS-PART(2).
           IF WS-PART(1)(2:59) NOT = SPACES
              OR (WS-PART(1)(1:1) NOT = 'E' AND NOT = 'R'
                  AND NOT = 'N')
               MOVE 'ENTER STAFF FLAG AS E/<USERID>, R/<USERID> OR N'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF WS-PART(1)(1:1) = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF WS-PART(2) = SPACES
              OR WS-PART(2)(9:52) NOT = SPACES
               MOVE 'ENTER THE EMPLOYEE USER ID OF UP TO 8 CHARACTERS'
                 TO WS-MSG-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PART(2)(1:8) TO SEC-USER-ID.
           EXEC CICS READ
                DATASET(WS-USERPROF-FILE)
                INTO(USER-PROFILE-RECORD)
                RIDFLD(SEC-USER-ID)
                KEYLENGTH(LENGTH OF SEC-USER-ID)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'EMPLOYEE USER ID NOT ON USERPROF' TO WS-MSG-TEXT
           END-IF.

      ******************************************************************
      * The CBADR01C validation: a street line, a numeric ZIP prefix, *
      * and a state whose ZIP span holds it.                          *
      ******************************************************************
       6000-VALIDATE-ADDRESS.
           MOVE SPACES TO WS-ADDR-REASON.
           IF CUST-ADDR-LINE-1 = SPACES
               MOVE 'NO STREET ADDRESS' TO WS-ADDR-REASON
               EXIT PARAGRAPH
           END-IF.
           IF CUST-ADDR-ZIP(1:3) NOT NUMERIC
               MOVE 'ZIP NOT NUMERIC' TO WS-ADDR-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-STATE-OK-SW.
           PERFORM VARYING WS-SZ-SUB FROM 1 BY 1
                   UNTIL WS-SZ-SUB > WS-SZ-MAX
                         OR WS-STATE-OK
               IF WS-SZ-STATE (WS-SZ-SUB) = CUST-ADDR-STATE-CD
                   IF CUST-ADDR-ZIP(1:3) >=
                           WS-SZ-ZIP-LOW (WS-SZ-SUB)
                      AND CUST-ADDR-ZIP(1:3) <=
                           WS-SZ-ZIP-HIGH (WS-SZ-SUB)
                       SET WS-STATE-OK TO TRUE
                   ELSE
                       MOVE 'ZIP OUTSIDE STATE RANGE'
                         TO WS-ADDR-REASON
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-STATE-OK AND WS-ADDR-REASON = SPACES
               MOVE 'STATE CODE NOT RECOGNIZED' TO WS-ADDR-REASON
           END-IF.
           IF WS-STATE-OK
               MOVE SPACES TO WS-ADDR-REASON
           END-IF.

      ******************************************************************
      * The CBADR01C standardization: case fold, then replace the     *
      * line's last word when it is one of the long street suffixes.  *
      ******************************************************************
       6100-NORMALIZE-ONE-LINE.
           IF WS-LINE-WORK = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-LINE-WORK)
             TO WS-LINE-WORK.

           MOVE 0 TO WS-LINE-LEN.
           INSPECT FUNCTION REVERSE (WS-LINE-WORK)
               TALLYING WS-LINE-LEN FOR LEADING SPACES.
           COMPUTE WS-LINE-LEN = 50 - WS-LINE-LEN.
           IF WS-LINE-LEN < 2
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LINE-LEN TO WS-WORD-START.
           PERFORM UNTIL WS-WORD-START <= 1
                      OR WS-LINE-WORK(WS-WORD-START - 1:1) = SPACE
               SUBTRACT 1 FROM WS-WORD-START
           END-PERFORM.
           COMPUTE WS-WORD-LEN =
               WS-LINE-LEN - WS-WORD-START + 1.

           PERFORM VARYING WS-SUF-SUB FROM 1 BY 1
                   UNTIL WS-SUF-SUB > WS-SUFFIX-MAX
               MOVE 0 TO WS-SUF-LEN
               INSPECT FUNCTION REVERSE
                       (WS-SUF-LONG (WS-SUF-SUB))
                   TALLYING WS-SUF-LEN FOR LEADING SPACES
               COMPUTE WS-SUF-LEN = 9 - WS-SUF-LEN
               IF WS-WORD-LEN = WS-SUF-LEN
                  AND WS-LINE-WORK(WS-WORD-START:WS-WORD-LEN) =
                      WS-SUF-LONG (WS-SUF-SUB) (1:WS-SUF-LEN)
                   MOVE SPACES
                     TO WS-LINE-WORK(WS-WORD-START:WS-WORD-LEN)
                   MOVE WS-SUF-SHORT (WS-SUF-SUB)
                     TO WS-LINE-WORK(WS-WORD-START:5)
               END-IF
           END-PERFORM.

      ******************************************************************
       8100-AUDIT-LINK.
           MOVE WS-USER-ID                   TO AUDIT-IN-USER-ID.
           MOVE 'A'                          TO AUDIT-IN-USER-TYPE.
           SET AUDIT-IN-CUSTOMER             TO TRUE.
           MOVE LENGTH OF CUSTOMER-RECORD    TO AUDIT-IN-RECORD-LENGTH.

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
           MOVE CUSTOMER-RECORD       TO AUDIT-IN-RECORD-DATA.
           PERFORM 8100-AUDIT-LINK.

      ******************************************************************
      * The customer hears of every address change on the channel     *
      * they chose, so one they did not ask for is caught early.      *
      * Best effort - the change itself stands.                       *
      ******************************************************************
      * Forward-recovery journal: the after-image of the change just  *
      * made to the master goes to COFRJW0C.                          *
      ******************************************************************
       9700-WRITE-RECOVERY-JOURNAL.
           MOVE WS-PGMNAME TO FRJ-PROGRAM.
           EXEC CICS LINK
                PROGRAM(WS-FRJ-PGM)
                COMMAREA(FORWARD-RECOVERY-RECORD)
                LENGTH(LENGTH OF FORWARD-RECOVERY-RECORD)
                RESP(WS-RESP-CD)
           END-EXEC.
           EXIT.

      ******************************************************************
       8500-STAGE-ADDRESS-NOTICE.
           MOVE SPACES                 TO NTFY-EVENT-RECORD.
           SET NTFY-EV-ADDRESS-CHANGE  TO TRUE.
           MOVE WS-CUR-DATE            TO NTFY-EVENT-DATE.
           MOVE WS-CUR-TIME            TO NTFY-EVENT-TIME.
           MOVE CUST-ID                TO NTFY-CUST-ID.
           MOVE ZEROS                  TO NTFY-ACCT-ID.
           MOVE SPACES                 TO NTFY-CARD-LAST4.
           MOVE 'YOUR MAILING ADDRESS WAS CHANGED - CALL US IF NOT YOU'
                                       TO NTFY-EVENT-TEXT.
           EXEC CICS WRITEQ TD
                QUEUE(WS-NTFY-TDQ)
                FROM(NTFY-EVENT-RECORD)
                LENGTH(LENGTH OF NTFY-EVENT-RECORD)
                NOHANDLE
           END-EXEC.

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
