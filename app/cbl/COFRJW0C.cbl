      ******************************************************************
      * Program:     COFRJW0C.CBL                                      *
      * Layer:       Business logic                                    *
      * Function:    Forward-Recovery Journal Writer                   *
      * Description: LINKed by every online program that changes      *
      *              ACCTDAT, CARDDAT or CUSTDAT, right after the      *
      *              WRITE, REWRITE or DELETE succeeds.  The caller    *
      *              passes the after-image in FORWARD-RECOVERY-       *
      *              RECORD; this program stamps the time, user,       *
      *              transaction and program and writes it to the      *
      *              CFRJ journal queue.  The queue is recoverable,    *
      *              so a rollback takes the journal entry back out    *
      *              with the change.  If a master has to be restored  *
      *              from the nightly backup, CBFRJ01C reapplies the   *
      *              journal to bring it forward.                      *
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
           COFRJW0C.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PGMNAME                          PIC X(08)
                                                   VALUE 'COFRJW0C'.
           05  WS-FRJ-TDQ                          PIC X(04)
                                                   VALUE 'CFRJ'.
           05  WS-RESP-CD                          PIC S9(09) COMP.
           05  WS-CURRENT-DATE-TIME                PIC X(21).

       COPY CVFRJ01Y.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
         05  LK-COMMAREA                           PIC X(01)
             OCCURS 1 TO 32767 TIMES DEPENDING ON EIBCALEN.

       PROCEDURE DIVISION.

       0000-WRITE-JOURNAL.
           IF EIBCALEN >= LENGTH OF FORWARD-RECOVERY-RECORD
               MOVE DFHCOMMAREA(1:LENGTH OF FORWARD-RECOVERY-RECORD)
                 TO FORWARD-RECOVERY-RECORD
           ELSE
               EXEC CICS RETURN END-EXEC
           END-IF.

      *    Same YYYY-MM-DD-HH.MM.SS.NNNNNN stamp as the audit log.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE SPACES TO FRJ-TIMESTAMP.
           STRING WS-CURRENT-DATE-TIME(1:4)  '-'
                  WS-CURRENT-DATE-TIME(5:2)  '-'
                  WS-CURRENT-DATE-TIME(7:2)  '-'
                  WS-CURRENT-DATE-TIME(9:2)  '.'
                  WS-CURRENT-DATE-TIME(11:2) '.'
                  WS-CURRENT-DATE-TIME(13:2) '.'
                  WS-CURRENT-DATE-TIME(15:2) '0000'
               DELIMITED BY SIZE INTO FRJ-TIMESTAMP
           END-STRING.
           EXEC CICS ASSIGN
                USERID(FRJ-USER-ID)
                NOHANDLE
           END-EXEC.
           MOVE EIBTRNID TO FRJ-TRAN-ID.

           EXEC CICS WRITEQ
                TD QUEUE(WS-FRJ-TDQ)
                FROM(FORWARD-RECOVERY-RECORD)
                LENGTH(LENGTH OF FORWARD-RECOVERY-RECORD)
                RESP(WS-RESP-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'COFRJW0C: JOURNAL WRITE FAILED FOR '
                       FRJ-FILE-ID ' ' FRJ-KEY ' RESP ' WS-RESP-CD
           END-IF.

           EXEC CICS RETURN END-EXEC.
