      ******************************************************************
      * Program:     COMCCM0C.CBL                                      *
      * Layer:       Business logic                                    *
      * Function:    Merchant Category Code Reference Maintenance      *
      * Description: Maintains the MCC reference file (MCCFILE) -     *
      *              description, reporting category group, risk      *
      *              class (L/M/H), cash-like indicator and quasi-cash *
      *              flag for each four-digit merchant category code.  *
      *              The merchant, spending-control and authorization  *
      *              screens show the description; authorization uses  *
      *              the risk class and cash flags.  Every add/update/ *
      *              delete is logged through COAUDIT under the MCC    *
      *              reference log type.                               *
      *                                                                *
      *              Terminal input:                                   *
      *                CMCC A <mcc> <r> <c> <q> <group> <desc>  add    *
      *                CMCC U <mcc> <r> <c> <q> <group> <desc>  update *
      *                CMCC D <mcc>                             delete *
      *                CMCC I <mcc>                             inquire*
      *              r = risk class L/M/H, c = cash-like Y/N,          *
      *              q = quasi-cash Y/N, group = 12-character          *
      *              category group, desc = up to 40 characters.      *
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
           COMCCM0C.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PGMNAME                          PIC X(08)
                                                   VALUE 'COMCCM0C'.
           05  WS-MCC-FILE                         PIC X(08)
                                                   VALUE 'MCCFILE '.
           05  WS-AUDIT-PGM                        PIC X(08)
                                                   VALUE 'COAUDIT '.
           05  WS-RESP-CD                          PIC S9(09) COMP.
           05  WS-USER-ID                          PIC X(08).
           05  WS-REAS-CD                          PIC S9(09) COMP.
           05  WS-ABS-TIME                         PIC S9(15) COMP-3.
           05  WS-CUR-DATE                         PIC X(10).

       01  WS-TERM-INPUT.
           05  FILLER                              PIC X(04).
           05  FILLER                              PIC X(01).
           05  WS-IN-ACTION                        PIC X(01).
               88  WS-ACT-ADD                      VALUE 'A'.
               88  WS-ACT-UPDATE                   VALUE 'U'.
               88  WS-ACT-DELETE                   VALUE 'D'.
               88  WS-ACT-INQUIRE                  VALUE 'I'.
           05  FILLER                              PIC X(01).
           05  WS-IN-MCC                           PIC X(04).
           05  FILLER                              PIC X(01).
           05  WS-IN-RISK                          PIC X(01).
               88  WS-IN-RISK-VALID                VALUE 'L', 'M',
                                                         'H'.
           05  FILLER                              PIC X(01).
           05  WS-IN-CASH-LIKE                     PIC X(01).
               88  WS-IN-CASH-LIKE-VALID           VALUE 'Y', 'N'.
           05  FILLER                              PIC X(01).
           05  WS-IN-QUASI-CASH                    PIC X(01).
               88  WS-IN-QUASI-CASH-VALID          VALUE 'Y', 'N'.
           05  FILLER                              PIC X(01).
           05  WS-IN-GROUP                         PIC X(12).
           05  FILLER                              PIC X(01).
           05  WS-IN-DESC                          PIC X(40).
           05  FILLER                              PIC X(09).
       01  WS-TERM-INPUT-LEN                       PIC S9(04) COMP.

       01  WS-OUT-MSG.
           05  WS-MSG-TEXT                         PIC X(78).
       01  WS-AUDIT-ACTION-SAVE                    PIC X(01).

       COPY CVMCC01Y.
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
           MOVE 'MCCM'     TO SECC-FUNCTION.
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

           IF WS-IN-MCC NOT NUMERIC
               MOVE 'MCC MUST BE 4 DIGITS' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               GO TO 9000-RETURN
           END-IF.

           EXEC CICS ASKTIME NOHANDLE
                ABSTIME(WS-ABS-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABS-TIME)
                YYYYMMDD(WS-CUR-DATE)
                DATESEP('-')
                NOHANDLE
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-ACT-ADD
                   PERFORM 1000-ADD-MCC
               WHEN WS-ACT-UPDATE
                   PERFORM 2000-UPDATE-MCC
               WHEN WS-ACT-DELETE
                   PERFORM 3000-DELETE-MCC
               WHEN WS-ACT-INQUIRE
                   PERFORM 4000-INQUIRE-MCC
               WHEN OTHER
                   MOVE 'ACTIONS: A ADD / U UPDATE / D DELETE / I INQ'
                     TO WS-MSG-TEXT
                   PERFORM 9100-SEND-MESSAGE
           END-EVALUATE.

       9000-RETURN.
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
       1000-ADD-MCC.
           PERFORM 4500-EDIT-INPUT.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 5000-BUILD-RECORD-FROM-INPUT.
           EXEC CICS WRITE
                DATASET(WS-MCC-FILE)
                FROM(MCC-REFERENCE-RECORD)
                RIDFLD(MCC-CODE)
                KEYLENGTH(LENGTH OF MCC-CODE)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE 'I' TO AUDIT-IN-ACTION-TYPE
                   PERFORM 8000-AUDIT-MCC-CHANGE
                   MOVE 'MCC ADDED' TO WS-MSG-TEXT
               WHEN DFHRESP(DUPREC)
                   MOVE 'MCC ALREADY ON FILE - USE U TO UPDATE'
                     TO WS-MSG-TEXT
               WHEN OTHER
                   MOVE 'MCC WRITE FAILED' TO WS-MSG-TEXT
           END-EVALUATE.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
       2000-UPDATE-MCC.
           PERFORM 4500-EDIT-INPUT.
           IF WS-MSG-TEXT NOT = SPACES
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-MCC TO MCC-CODE.
           EXEC CICS READ
                DATASET(WS-MCC-FILE)
                INTO(MCC-REFERENCE-RECORD)
                RIDFLD(MCC-CODE)
                KEYLENGTH(LENGTH OF MCC-CODE)
                UPDATE
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'MCC NOT ON FILE' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 5000-BUILD-RECORD-FROM-INPUT.
           EXEC CICS REWRITE
                DATASET(WS-MCC-FILE)
                FROM(MCC-REFERENCE-RECORD)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'U' TO AUDIT-IN-ACTION-TYPE
               PERFORM 8000-AUDIT-MCC-CHANGE
               MOVE 'MCC UPDATED' TO WS-MSG-TEXT
           ELSE
               MOVE 'MCC REWRITE FAILED' TO WS-MSG-TEXT
           END-IF.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
       3000-DELETE-MCC.
           MOVE WS-IN-MCC TO MCC-CODE.
           EXEC CICS READ
                DATASET(WS-MCC-FILE)
                INTO(MCC-REFERENCE-RECORD)
                RIDFLD(MCC-CODE)
                KEYLENGTH(LENGTH OF MCC-CODE)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'MCC NOT ON FILE' TO WS-MSG-TEXT
               PERFORM 9100-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           EXEC CICS DELETE
                DATASET(WS-MCC-FILE)
                RIDFLD(MCC-CODE)
                KEYLENGTH(LENGTH OF MCC-CODE)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'D' TO AUDIT-IN-ACTION-TYPE
               PERFORM 8000-AUDIT-MCC-CHANGE
               MOVE 'MCC DELETED' TO WS-MSG-TEXT
           ELSE
               MOVE 'MCC DELETE FAILED' TO WS-MSG-TEXT
           END-IF.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
       4000-INQUIRE-MCC.
           MOVE WS-IN-MCC TO MCC-CODE.
           EXEC CICS READ
                DATASET(WS-MCC-FILE)
                INTO(MCC-REFERENCE-RECORD)
                RIDFLD(MCC-CODE)
                KEYLENGTH(LENGTH OF MCC-CODE)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'MCC NOT ON FILE' TO WS-MSG-TEXT
           ELSE
               STRING MCC-CODE ' ' MCC-RISK-CLASS ' '
                      MCC-CASH-LIKE-IND ' ' MCC-QUASI-CASH-FLG ' '
                      MCC-CATEGORY-GROUP ' ' MCC-DESC
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           END-IF.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      *    Add and update carry the whole record - every field must be
      *    keyed.  Leaves the reason in WS-MSG-TEXT when one fails.
       4500-EDIT-INPUT.
           MOVE SPACES TO WS-MSG-TEXT.
           EVALUATE TRUE
               WHEN NOT WS-IN-RISK-VALID
                   MOVE 'RISK CLASS MUST BE L, M OR H' TO WS-MSG-TEXT
               WHEN NOT WS-IN-CASH-LIKE-VALID
                   MOVE 'CASH-LIKE INDICATOR MUST BE Y OR N'
                     TO WS-MSG-TEXT
               WHEN NOT WS-IN-QUASI-CASH-VALID
                   MOVE 'QUASI-CASH FLAG MUST BE Y OR N' TO WS-MSG-TEXT
               WHEN WS-IN-GROUP = SPACES
                   MOVE 'CATEGORY GROUP IS REQUIRED' TO WS-MSG-TEXT
               WHEN WS-IN-DESC = SPACES
                   MOVE 'DESCRIPTION IS REQUIRED' TO WS-MSG-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
       5000-BUILD-RECORD-FROM-INPUT.
           INITIALIZE MCC-REFERENCE-RECORD.
           MOVE WS-IN-MCC        TO MCC-CODE.
           MOVE WS-IN-DESC       TO MCC-DESC.
           MOVE WS-IN-GROUP      TO MCC-CATEGORY-GROUP.
           MOVE WS-IN-RISK       TO MCC-RISK-CLASS.
           MOVE WS-IN-CASH-LIKE  TO MCC-CASH-LIKE-IND.
           MOVE WS-IN-QUASI-CASH TO MCC-QUASI-CASH-FLG.
           MOVE WS-USER-ID       TO MCC-UPD-USER.
           MOVE WS-CUR-DATE      TO MCC-UPD-DATE.

      ******************************************************************
       8000-AUDIT-MCC-CHANGE.
      *    The caller sets AUDIT-IN-ACTION-TYPE first - preserve it
      *    across the INITIALIZE.
           MOVE AUDIT-IN-ACTION-TYPE TO WS-AUDIT-ACTION-SAVE.
           INITIALIZE AUDIT-PARMS
               REPLACING ALPHANUMERIC DATA BY SPACES.
           MOVE WS-AUDIT-ACTION-SAVE TO AUDIT-IN-ACTION-TYPE.
           MOVE WS-USER-ID        TO AUDIT-IN-USER-ID.
           MOVE 'A'               TO AUDIT-IN-USER-TYPE.
           MOVE 'N'               TO AUDIT-IN-LOG-TYPE.
           MOVE LENGTH OF MCC-REFERENCE-RECORD
                                  TO AUDIT-IN-RECORD-LENGTH.
           MOVE MCC-REFERENCE-RECORD TO AUDIT-IN-RECORD-DATA.

           EXEC CICS LINK
                PROGRAM(WS-AUDIT-PGM)
                COMMAREA(AUDIT-PARMS)
                LENGTH(LENGTH OF AUDIT-PARMS)
                RESP(WS-RESP-CD)
           END-EXEC.

       9100-SEND-MESSAGE.
           EXEC CICS SEND TEXT
                FROM(WS-OUT-MSG)
                LENGTH(LENGTH OF WS-OUT-MSG)
                ERASE
                RESP(WS-RESP-CD)
           END-EXEC.
