      ******************************************************************
      * PROGRAM     : CBDCM02C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Duplicate customer merge.  Applies the DUPCUST
      *               pairs approved on the CDCM screen: every XREFFILE
      *               row of the retiring customer is re-pointed to
      *               the survivor (the accounts, and with them their
      *               collection cases and disputes, follow the cards),
      *               the contact history is re-keyed under the
      *               survivor, a notification preference the survivor
      *               lacks is taken from the retiring record, and the
      *               retiring record is marked merged-into.  The pair
      *               is closed with what moved, and that record is
      *               written to AUDOUT as the merge certificate.
      *               An approval that can no longer be applied (a
      *               customer gone or already retired) is failed with
      *               the reason; a pair touching a customer another
      *               approval in the same run merges waits for the
      *               next run.
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
       PROGRAM-ID.    CBDCM02C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPCUST-FILE ASSIGN TO DUPCUST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-DCM-KEY
                  FILE STATUS  IS DUPCUST-STATUS.
      *
           SELECT CUSTFILE-FILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTFILE-STATUS.
      *
           SELECT XREF-FILE ASSIGN TO XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS XREF-CARD-NUM
                  FILE STATUS  IS XREFFILE-STATUS.
      *
           SELECT CNTCT-FILE ASSIGN TO CNTCTHST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CNT-KEY
                  FILE STATUS  IS CNTCTHST-STATUS.
      *
           SELECT COLLFILE-FILE ASSIGN TO COLLFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS COLL-ACCT-ID
                  FILE STATUS  IS COLLFILE-STATUS.
      *
           SELECT DISP-FILE ASSIGN TO DISPFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS DIS-CASE-ID
                  FILE STATUS  IS DISPFILE-STATUS.
      *
           SELECT AUDOUT-FILE ASSIGN TO AUDOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS AUDOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUPCUST-FILE.
       01  FD-DUPCUST-REC.
           05  FD-DCM-KEY                       PIC X(18).
           05  FD-DCM-DATA                      PIC X(182).

       FD  CUSTFILE-FILE.
       01  FD-CUSTFILE-REC.
           05  FD-CUST-ID                       PIC 9(09).
           05  FD-CUST-DATA                     PIC X(491).

       FD  XREF-FILE.
       COPY CVACT03Y.

       FD  CNTCT-FILE.
       COPY CVCNT01Y.

       FD  COLLFILE-FILE.
       COPY CVCOL01Y.

       FD  DISP-FILE.
       COPY CVDIS01Y.

       FD  AUDOUT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVCUS01Y.
       COPY CVDCM01Y.

       01  DUPCUST-STATUS.
           05  DUPCUST-STAT1       PIC X.
           05  DUPCUST-STAT2       PIC X.
       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.
       01  CNTCTHST-STATUS.
           05  CNTCTHST-STAT1      PIC X.
           05  CNTCTHST-STAT2      PIC X.
       01  COLLFILE-STATUS.
           05  COLLFILE-STAT1      PIC X.
           05  COLLFILE-STAT2      PIC X.
       01  DISPFILE-STATUS.
           05  DISPFILE-STAT1      PIC X.
           05  DISPFILE-STAT2      PIC X.
       01  AUDOUT-STATUS.
           05  AUDOUT-STAT1        PIC X.
           05  AUDOUT-STAT2        PIC X.

       01  IO-STATUS.
           05  IO-STAT1            PIC X.
           05  IO-STAT2            PIC X.
       01  TWO-BYTES-BINARY        PIC 9(4) BINARY.
       01  TWO-BYTES-ALPHA         REDEFINES TWO-BYTES-BINARY.
           05  TWO-BYTES-LEFT      PIC X.
           05  TWO-BYTES-RIGHT     PIC X.
       01  IO-STATUS-04.
           05  IO-STATUS-0401      PIC 9   VALUE 0.
           05  IO-STATUS-0403      PIC 999 VALUE 0.

       01  END-OF-FILE             PIC X(01) VALUE 'N'.
       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.

      *---------------------------------------------------------------*
      * The approved merges this run applies, and the accounts whose  *
      * cards moved with each one.                                    *
      *---------------------------------------------------------------*
       01  WS-MRG-TABLE.
           05  WS-MRG-ENTRY OCCURS 500 TIMES.
               10  WS-MRG-DCM-KEY          PIC X(18).
               10  WS-MRG-SURVIVOR-ID      PIC 9(09).
               10  WS-MRG-RETIRE-ID        PIC 9(09).
               10  WS-MRG-XREF-MOVED       PIC 9(05).
               10  WS-MRG-CONTACTS-MOVED   PIC 9(05).
               10  WS-MRG-COLL-CASES       PIC 9(05).
               10  WS-MRG-DISPUTES         PIC 9(05).
               10  WS-MRG-PREF-SW          PIC X(01).
       01  WS-MRG-MAX              PIC S9(4) COMP VALUE 500.
       01  WS-MRG-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-MRG-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-MRG-HIT              PIC S9(4) COMP VALUE 0.

       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 2000 TIMES.
               10  WS-ACCT-TBL-ID          PIC 9(11).
               10  WS-ACCT-TBL-MRG         PIC S9(4) COMP.
       01  WS-ACCT-MAX             PIC S9(4) COMP VALUE 2000.
       01  WS-ACCT-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-ACCT-SUB             PIC S9(4) COMP VALUE 0.
       01  WS-ACCT-HIT             PIC S9(4) COMP VALUE 0.

       01  WS-SURVIVOR-ID          PIC 9(09).
       01  WS-RETIRE-ID            PIC 9(09).
       01  WS-CUST-RID             PIC 9(09).
       01  WS-FAIL-REASON          PIC X(40).
       01  WS-RETIRE-PREF          PIC X(01).
       01  WS-IN-USE-SW            PIC X(01).
           88  WS-IN-USE                     VALUE 'Y'.
       01  WS-CNT-OLD-KEY          PIC X(35).
       01  WS-CNT-DONE-SW          PIC X(01).
           88  WS-CNT-DONE                   VALUE 'Y'.

       01  WS-RUN-COUNTS.
           05  WS-PAIRS-READ               PIC 9(09) VALUE 0.
           05  WS-APPROVED                 PIC 9(09) VALUE 0.
           05  WS-MERGED                   PIC 9(09) VALUE 0.
           05  WS-FAILED                   PIC 9(09) VALUE 0.
           05  WS-DEFERRED                 PIC 9(09) VALUE 0.
           05  WS-XREF-MOVED               PIC 9(09) VALUE 0.
           05  WS-CONTACTS-MOVED           PIC 9(09) VALUE 0.
           05  WS-CONTACT-CLASHES          PIC 9(09) VALUE 0.
           05  WS-COLL-CASES               PIC 9(09) VALUE 0.
           05  WS-DISPUTES                 PIC 9(09) VALUE 0.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-RUN-DATE                     PIC X(10).

      *    Audit trail entry fields for 7500-WRITE-AUDIT-RECORD
       01  WS-AUDIT-TIMESTAMP-FIELDS.
           05  WS-AUDIT-CURR-DATE.
               10  WS-AUDIT-CURR-YEAR              PIC 9(04).
               10  WS-AUDIT-CURR-MONTH             PIC 9(02).
               10  WS-AUDIT-CURR-DAY               PIC 9(02).
           05  WS-AUDIT-CURR-TIME.
               10  WS-AUDIT-CURR-HOUR              PIC 9(02).
               10  WS-AUDIT-CURR-MINUTE            PIC 9(02).
               10  WS-AUDIT-CURR-SECOND            PIC 9(02).
               10  WS-AUDIT-CURR-HUNDRTH           PIC 9(02).
           05  WS-AUDIT-WORK-DATE                  PIC X(10).
           05  WS-AUDIT-WORK-TIME                  PIC X(15).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBDCM02C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-APPROVED-MERGES.
           IF WS-MRG-COUNT > 0
               PERFORM 3000-REPOINT-XREF
               PERFORM 4000-REKEY-CONTACTS
                   VARYING WS-MRG-SUB FROM 1 BY 1
                   UNTIL WS-MRG-SUB > WS-MRG-COUNT
               PERFORM 5000-COUNT-COLLECTIONS
               PERFORM 5500-COUNT-DISPUTES
               PERFORM 6000-RETIRE-CUSTOMER
                   VARYING WS-MRG-SUB FROM 1 BY 1
                   UNTIL WS-MRG-SUB > WS-MRG-COUNT
           END-IF.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBDCM02C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING.

           OPEN I-O DUPCUST-FILE.
           IF DUPCUST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DUPCUST'
               MOVE DUPCUST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN I-O CUSTFILE-FILE.
           IF CUSTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTFILE'
               MOVE CUSTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN I-O XREF-FILE.
           IF XREFFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING XREFFILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN I-O CNTCT-FILE.
           IF CNTCTHST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CNTCTHST'
               MOVE CNTCTHST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT COLLFILE-FILE.
           IF COLLFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING COLLFILE'
               MOVE COLLFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT DISP-FILE.
           IF DISPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DISPFILE'
               MOVE DISPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT AUDOUT-FILE.
           IF AUDOUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDOUT'
               MOVE AUDOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

      *****************************************************************
      * Approved pairs, checked against CUSTFILE as it stands now.    *
      * A survivor that was itself merged away since the pair was     *
      * found is replaced by the customer it was merged into.         *
      *****************************************************************
       2000-LOAD-APPROVED-MERGES.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ DUPCUST-FILE NEXT INTO DUPLICATE-CUSTOMER-RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-PAIRS-READ
                       IF DCM-APPROVED
                           ADD 1 TO WS-APPROVED
                           PERFORM 2100-CHECK-PAIR
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'CBDCM02C MERGES TO APPLY: ' WS-MRG-COUNT.

       2100-CHECK-PAIR.
           MOVE DCM-SURVIVOR-ID TO WS-SURVIVOR-ID.
           MOVE DCM-RETIRE-ID   TO WS-RETIRE-ID.
           MOVE SPACES TO WS-FAIL-REASON.

           MOVE WS-RETIRE-ID TO WS-CUST-RID.
           PERFORM 2300-READ-CUSTOMER.
           EVALUATE TRUE
               WHEN CUSTFILE-STATUS = '23'
                   MOVE 'RETIRING CUSTOMER NOT ON FILE'
                     TO WS-FAIL-REASON
               WHEN NOT CUST-NOT-MERGED
                   MOVE 'RETIRING CUSTOMER ALREADY MERGED'
                     TO WS-FAIL-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-FAIL-REASON = SPACES
               MOVE WS-SURVIVOR-ID TO WS-CUST-RID
               PERFORM 2300-READ-CUSTOMER
               IF CUSTFILE-STATUS = '00'
                  AND NOT CUST-NOT-MERGED
                  AND CUST-MERGED-INTO-ID IS NUMERIC
                   MOVE CUST-MERGED-INTO-ID TO WS-SURVIVOR-ID
                   MOVE WS-SURVIVOR-ID TO WS-CUST-RID
                   PERFORM 2300-READ-CUSTOMER
               END-IF
               EVALUATE TRUE
                   WHEN CUSTFILE-STATUS = '23'
                       MOVE 'SURVIVING CUSTOMER NOT ON FILE'
                         TO WS-FAIL-REASON
                   WHEN NOT CUST-NOT-MERGED
                       MOVE 'SURVIVING CUSTOMER ALREADY MERGED'
                         TO WS-FAIL-REASON
                   WHEN WS-SURVIVOR-ID = WS-RETIRE-ID
                       MOVE 'SURVIVOR WAS MERGED INTO THIS CUSTOMER'
                         TO WS-FAIL-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           IF WS-FAIL-REASON NOT = SPACES
               SET DCM-FAILED TO TRUE
               MOVE WS-FAIL-REASON TO DCM-NOTE
               MOVE WS-RUN-DATE TO DCM-MERGED-DATE
               REWRITE FD-DUPCUST-REC FROM DUPLICATE-CUSTOMER-RECORD
               IF DUPCUST-STATUS NOT = '00'
                   DISPLAY 'ERROR REWRITING DUPCUST: ' DCM-KEY
                   MOVE DUPCUST-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-FAILED
               DISPLAY 'CBDCM02C MERGE FAILED ' DCM-KEY ': '
                       WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.

      *    One merge per customer per run - the rest wait a night.
           MOVE 'N' TO WS-IN-USE-SW.
           PERFORM 2200-CHECK-IN-USE
               VARYING WS-MRG-SUB FROM 1 BY 1
               UNTIL WS-MRG-SUB > WS-MRG-COUNT
                  OR WS-IN-USE.
           IF WS-IN-USE
               ADD 1 TO WS-DEFERRED
               EXIT PARAGRAPH
           END-IF.

           IF WS-MRG-COUNT >= WS-MRG-MAX
               ADD 1 TO WS-DEFERRED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MRG-COUNT.
           MOVE DCM-KEY        TO WS-MRG-DCM-KEY (WS-MRG-COUNT).
           MOVE WS-SURVIVOR-ID TO WS-MRG-SURVIVOR-ID (WS-MRG-COUNT).
           MOVE WS-RETIRE-ID   TO WS-MRG-RETIRE-ID (WS-MRG-COUNT).
           MOVE ZERO TO WS-MRG-XREF-MOVED (WS-MRG-COUNT)
                        WS-MRG-CONTACTS-MOVED (WS-MRG-COUNT)
                        WS-MRG-COLL-CASES (WS-MRG-COUNT)
                        WS-MRG-DISPUTES (WS-MRG-COUNT).
           MOVE 'N' TO WS-MRG-PREF-SW (WS-MRG-COUNT).

       2200-CHECK-IN-USE.
           IF WS-MRG-RETIRE-ID (WS-MRG-SUB) = WS-RETIRE-ID
              OR WS-MRG-RETIRE-ID (WS-MRG-SUB) = WS-SURVIVOR-ID
              OR WS-MRG-SURVIVOR-ID (WS-MRG-SUB) = WS-RETIRE-ID
               SET WS-IN-USE TO TRUE
           END-IF.

       2300-READ-CUSTOMER.
           MOVE WS-CUST-RID TO FD-CUST-ID.
           READ CUSTFILE-FILE INTO CUSTOMER-RECORD.
           IF CUSTFILE-STATUS NOT = '00'
              AND CUSTFILE-STATUS NOT = '23'
               DISPLAY 'ERROR READING CUSTFILE: ' WS-CUST-RID
               MOVE CUSTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

      *****************************************************************
      * Every card of a retiring customer is re-pointed to the        *
      * survivor; its account is noted so the cases held by account   *
      * can be counted onto the certificate.                          *
      *****************************************************************
       3000-REPOINT-XREF.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ XREF-FILE NEXT
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       PERFORM 3100-CHECK-XREF
               END-READ
           END-PERFORM.

       3100-CHECK-XREF.
           MOVE 0 TO WS-MRG-HIT.
           PERFORM VARYING WS-MRG-SUB FROM 1 BY 1
                   UNTIL WS-MRG-SUB > WS-MRG-COUNT
                      OR WS-MRG-HIT > 0
               IF WS-MRG-RETIRE-ID (WS-MRG-SUB) = XREF-CUST-ID
                   MOVE WS-MRG-SUB TO WS-MRG-HIT
               END-IF
           END-PERFORM.
           IF WS-MRG-HIT = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-MRG-SURVIVOR-ID (WS-MRG-HIT) TO XREF-CUST-ID.
           REWRITE CARD-XREF-RECORD.
           IF XREFFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING XREFFILE: ' XREF-CARD-NUM
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-MRG-XREF-MOVED (WS-MRG-HIT).
           ADD 1 TO WS-XREF-MOVED.

           MOVE 0 TO WS-ACCT-HIT.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                      OR WS-ACCT-HIT > 0
               IF WS-ACCT-TBL-ID (WS-ACCT-SUB) = XREF-ACCT-ID
                   MOVE WS-ACCT-SUB TO WS-ACCT-HIT
               END-IF
           END-PERFORM.
           IF WS-ACCT-HIT = 0
               IF WS-ACCT-COUNT >= WS-ACCT-MAX
                   DISPLAY 'CBDCM02C ACCOUNT TABLE FULL AT '
                           WS-ACCT-MAX
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-ACCT-COUNT
               MOVE XREF-ACCT-ID TO WS-ACCT-TBL-ID (WS-ACCT-COUNT)
               MOVE WS-MRG-HIT   TO WS-ACCT-TBL-MRG (WS-ACCT-COUNT)
           END-IF.

      *****************************************************************
      * Contact history is keyed by customer, so each entry of the    *
      * retiring customer is written again under the survivor with    *
      * its original timestamp and the old one deleted.  An entry     *
      * whose timestamp the survivor already holds stays where it is. *
      *****************************************************************
       4000-REKEY-CONTACTS.
           MOVE WS-MRG-RETIRE-ID (WS-MRG-SUB) TO CNT-CUST-ID.
           MOVE LOW-VALUES TO CNT-TIMESTAMP.
           MOVE 'N' TO WS-CNT-DONE-SW.
           START CNTCT-FILE KEY IS >= CNT-KEY
               INVALID KEY SET WS-CNT-DONE TO TRUE
           END-START.
           PERFORM 4100-MOVE-NEXT-CONTACT
               UNTIL WS-CNT-DONE.

       4100-MOVE-NEXT-CONTACT.
           READ CNTCT-FILE NEXT
               AT END SET WS-CNT-DONE TO TRUE
           END-READ.
           IF WS-CNT-DONE
              OR CNT-CUST-ID NOT = WS-MRG-RETIRE-ID (WS-MRG-SUB)
               SET WS-CNT-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE CNT-KEY TO WS-CNT-OLD-KEY.
           MOVE WS-MRG-SURVIVOR-ID (WS-MRG-SUB) TO CNT-CUST-ID.
           WRITE CONTACT-HISTORY-RECORD.
           EVALUATE CNTCTHST-STATUS
               WHEN '00'
                   MOVE WS-CNT-OLD-KEY TO CNT-KEY
                   DELETE CNTCT-FILE RECORD
                   IF CNTCTHST-STATUS NOT = '00'
                       DISPLAY 'ERROR DELETING CNTCTHST: '
                               WS-CNT-OLD-KEY
                       MOVE CNTCTHST-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   ADD 1 TO WS-MRG-CONTACTS-MOVED (WS-MRG-SUB)
                   ADD 1 TO WS-CONTACTS-MOVED
               WHEN '22'
                   ADD 1 TO WS-CONTACT-CLASHES
                   DISPLAY 'CBDCM02C CONTACT LEFT ON RETIRED CUSTOMER: '
                           WS-CNT-OLD-KEY
               WHEN OTHER
                   DISPLAY 'ERROR WRITING CNTCTHST: ' CNT-KEY
                   MOVE CNTCTHST-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.

      *****************************************************************
      * Collection cases are one per account.                         *
      *****************************************************************
       5000-COUNT-COLLECTIONS.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               MOVE WS-ACCT-TBL-ID (WS-ACCT-SUB) TO COLL-ACCT-ID
               READ COLLFILE-FILE
               EVALUATE COLLFILE-STATUS
                   WHEN '00'
                       MOVE WS-ACCT-TBL-MRG (WS-ACCT-SUB)
                         TO WS-MRG-HIT
                       ADD 1 TO WS-MRG-COLL-CASES (WS-MRG-HIT)
                       ADD 1 TO WS-COLL-CASES
                   WHEN '23'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR READING COLLFILE: ' COLL-ACCT-ID
                       MOVE COLLFILE-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-PERFORM.

       5500-COUNT-DISPUTES.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ DISP-FILE
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       PERFORM 5600-CHECK-DISPUTE
               END-READ
           END-PERFORM.

       5600-CHECK-DISPUTE.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               IF WS-ACCT-TBL-ID (WS-ACCT-SUB) = DIS-ACCT-ID
                   MOVE WS-ACCT-TBL-MRG (WS-ACCT-SUB) TO WS-MRG-HIT
                   ADD 1 TO WS-MRG-DISPUTES (WS-MRG-HIT)
                   ADD 1 TO WS-DISPUTES
               END-IF
           END-PERFORM.

      *****************************************************************
      * Retire the duplicate, carry its notification preference to a  *
      * survivor that has none, and close the pair with the merge     *
      * certificate.                                                  *
      *****************************************************************
       6000-RETIRE-CUSTOMER.
           MOVE WS-MRG-RETIRE-ID (WS-MRG-SUB) TO WS-CUST-RID.
           PERFORM 2300-READ-CUSTOMER.
           MOVE CUST-NTFY-PREF-CD TO WS-RETIRE-PREF.
           MOVE WS-MRG-SURVIVOR-ID (WS-MRG-SUB) TO CUST-MERGED-INTO-ID.
           MOVE WS-RUN-DATE TO CUST-MERGED-DATE.
           SET CUST-NTFY-NONE TO TRUE.
           PERFORM 7600-GENERATE-AUDIT-TIMESTAMP.
           MOVE AUDIT-TIMESTAMP TO CUST-LAST-MAINT-TS.
           PERFORM 6100-REWRITE-CUSTOMER.

           MOVE WS-MRG-SURVIVOR-ID (WS-MRG-SUB) TO WS-CUST-RID.
           PERFORM 2300-READ-CUSTOMER.
           IF CUST-NTFY-NONE
              AND (WS-RETIRE-PREF = 'E' OR 'S' OR 'B')
               MOVE WS-RETIRE-PREF TO CUST-NTFY-PREF-CD
               MOVE AUDIT-TIMESTAMP TO CUST-LAST-MAINT-TS
               PERFORM 6100-REWRITE-CUSTOMER
               MOVE 'Y' TO WS-MRG-PREF-SW (WS-MRG-SUB)
           END-IF.

           MOVE WS-MRG-DCM-KEY (WS-MRG-SUB) TO FD-DCM-KEY.
           READ DUPCUST-FILE INTO DUPLICATE-CUSTOMER-RECORD.
           IF DUPCUST-STATUS NOT = '00'
               DISPLAY 'ERROR READING DUPCUST: ' FD-DCM-KEY
               MOVE DUPCUST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           SET DCM-MERGED TO TRUE.
           MOVE WS-RUN-DATE TO DCM-MERGED-DATE.
           MOVE WS-MRG-XREF-MOVED (WS-MRG-SUB)
             TO DCM-XREF-MOVED.
           MOVE WS-MRG-CONTACTS-MOVED (WS-MRG-SUB)
             TO DCM-CONTACTS-MOVED.
           MOVE WS-MRG-COLL-CASES (WS-MRG-SUB)
             TO DCM-COLL-CASES-MOVED.
           MOVE WS-MRG-DISPUTES (WS-MRG-SUB)
             TO DCM-DISPUTES-MOVED.
           MOVE WS-MRG-PREF-SW (WS-MRG-SUB)
             TO DCM-NTFY-PREF-MOVED.
           IF WS-MRG-SURVIVOR-ID (WS-MRG-SUB) NOT = DCM-SURVIVOR-ID
               MOVE SPACES TO DCM-NOTE
               STRING 'SURVIVOR RETIRED - MERGED INTO '
                      WS-MRG-SURVIVOR-ID (WS-MRG-SUB)
                   DELIMITED BY SIZE INTO DCM-NOTE
               END-STRING
           END-IF.
           REWRITE FD-DUPCUST-REC FROM DUPLICATE-CUSTOMER-RECORD.
           IF DUPCUST-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING DUPCUST: ' DCM-KEY
               MOVE DUPCUST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           PERFORM 7500-WRITE-AUDIT-RECORD.
           ADD 1 TO WS-MERGED.

       6100-REWRITE-CUSTOMER.
           REWRITE FD-CUSTFILE-REC FROM CUSTOMER-RECORD.
           IF CUSTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING CUSTFILE: ' CUST-ID
               MOVE CUSTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

      *****************************************************************
      * The merge certificate: the closed pair, with what moved.      *
      *****************************************************************
       7500-WRITE-AUDIT-RECORD.
           INITIALIZE AUDIT-LOG-RECORD.
           SET AUDIT-CUST-MERGE TO TRUE.
           MOVE 'U'                TO AUDIT-ACTION-TYPE.
           MOVE 'BATCH'            TO AUDIT-USER-ID.
           MOVE 'B'                TO AUDIT-USER-TYPE.
           PERFORM 7600-GENERATE-AUDIT-TIMESTAMP.
           MOVE SPACES             TO AUDIT-RECORD-DATA.
           MOVE DUPLICATE-CUSTOMER-RECORD TO AUDIT-RECORD-DATA.
           WRITE AUDIT-LOG-RECORD.
           IF AUDOUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AUDOUT'
               MOVE AUDOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *---------------------------------------------------------------*
      *    Timestamp for the audit entry - format matches the
      *    online CICS audit subprogram's AUDIT-TIMESTAMP layout.
      *---------------------------------------------------------------*
       7600-GENERATE-AUDIT-TIMESTAMP.
           ACCEPT WS-AUDIT-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-CURR-TIME FROM TIME.
           STRING WS-AUDIT-CURR-YEAR '-' WS-AUDIT-CURR-MONTH '-'
                  WS-AUDIT-CURR-DAY
              DELIMITED BY SIZE
              INTO WS-AUDIT-WORK-DATE
           END-STRING.
           STRING WS-AUDIT-CURR-HOUR ':' WS-AUDIT-CURR-MINUTE ':'
                  WS-AUDIT-CURR-SECOND '.' WS-AUDIT-CURR-HUNDRTH
              DELIMITED BY SIZE
              INTO WS-AUDIT-WORK-TIME
           END-STRING.
           STRING WS-AUDIT-WORK-DATE ' ' WS-AUDIT-WORK-TIME
              DELIMITED BY SIZE
              INTO AUDIT-TIMESTAMP
           END-STRING.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBDCM02C DUPLICATE CUSTOMER MERGE SUMMARY'.
           DISPLAY '  REVIEW PAIRS READ    : ' WS-PAIRS-READ.
           DISPLAY '  APPROVED             : ' WS-APPROVED.
           DISPLAY '  MERGED               : ' WS-MERGED.
           DISPLAY '  FAILED               : ' WS-FAILED.
           DISPLAY '  DEFERRED TO NEXT RUN : ' WS-DEFERRED.
           DISPLAY '  CARDS RE-POINTED     : ' WS-XREF-MOVED.
           DISPLAY '  CONTACTS RE-KEYED    : ' WS-CONTACTS-MOVED.
           DISPLAY '  CONTACTS LEFT (CLASH): ' WS-CONTACT-CLASHES.
           DISPLAY '  COLLECTION CASES     : ' WS-COLL-CASES.
           DISPLAY '  DISPUTES             : ' WS-DISPUTES.
           DISPLAY '================================================'.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE DUPCUST-FILE.
           CLOSE CUSTFILE-FILE.
           CLOSE XREF-FILE.
           CLOSE CNTCT-FILE.
           CLOSE COLLFILE-FILE.
           CLOSE DISP-FILE.
           CLOSE AUDOUT-FILE.

       9999-ABEND-PROGRAM.
           DISPLAY 'ABENDING PROGRAM'
           MOVE 0 TO TIMING
           MOVE 999 TO ABCODE
           CALL 'CEE3ABD' USING ABCODE, TIMING.

      *****************************************************************
       9910-DISPLAY-IO-STATUS.
           IF  IO-STATUS NOT NUMERIC
           OR  IO-STAT1 = '9'
               MOVE IO-STAT1 TO IO-STATUS-04(1:1)
               MOVE 0        TO TWO-BYTES-BINARY
               MOVE IO-STAT2 TO TWO-BYTES-RIGHT
               MOVE TWO-BYTES-BINARY TO IO-STATUS-0403
               DISPLAY 'FILE STATUS IS: NNNN' IO-STATUS-04
           ELSE
               MOVE '0000' TO IO-STATUS-04
               MOVE IO-STATUS TO IO-STATUS-04(3:2)
               DISPLAY 'FILE STATUS IS: NNNN' IO-STATUS-04
           END-IF
           EXIT.
