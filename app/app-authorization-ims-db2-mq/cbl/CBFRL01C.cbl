      ******************************************************************
      * Program     : CBFRL01C.CBL
      * Application : CardDemo - Authorization Module
      * Type        : BATCH COBOL Program
      * Function    : Fraud loss write-off and recovery posting.
      *               Fraud losses are kept apart from credit
      *               charge-off: they post as transaction type 06
      *               category 0007, which the GL cross reference maps
      *               to the fraud-loss expense account, and each is
      *               tracked per case on the FRDLOSS ledger.  A case
      *               is written off once - a fraud case closed in
      *               COFRDM0C with a confirmed loss, or a lost
      *               fraud-reason (FRAU) dispute the CBDSP01C close
      *               has settled.  The write-off credits the
      *               cardholder's account; the cardholder is not
      *               liable for the fraud.  Recoveries that come
      *               back later (won representments, restitution)
      *               arrive on FRDRCVIN, post as 06/0008 against the
      *               same case, and reduce the loss on the ledger.
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
       PROGRAM-ID.    CBFRL01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRDCASE-FILE ASSIGN TO FRDCASE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FRD-CASE-KEY
                  FILE STATUS  IS FRDCASE-STATUS.
      *
           SELECT DISP-FILE ASSIGN TO DISPFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS DIS-CASE-ID
                  FILE STATUS  IS DISPFILE-STATUS.
      *
           SELECT FRDLOSS-FILE ASSIGN TO FRDLOSS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FLS-KEY
                  FILE STATUS  IS FRDLOSS-STATUS.
      *
      *    Fraud recoveries - one recovery per record, naming the
      *    case it is recovered against.
           SELECT FRDRCV-FILE ASSIGN TO FRDRCVIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FRDRCV-STATUS.
      *
           SELECT TRAN-FILE ASSIGN TO TRANSACT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS TRAN-ID
                  FILE STATUS  IS TRANFILE-STATUS.
      *
           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      *
      *    Fraud write-off and recovery posting report.
           SELECT FRLRPT-FILE ASSIGN TO FRLRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FRLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRDCASE-FILE.
       COPY CVFRD01Y.

       FD  DISP-FILE.
       COPY CVDIS01Y.

       FD  FRDLOSS-FILE.
       COPY CVFLS01Y.

       FD  FRDRCV-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-FRDRCV-REC.
           05 FD-FR-CASE-SRC                    PIC X(01).
           05 FD-FR-CASE-ID                     PIC X(24).
           05 FD-FR-RCV-TYPE                    PIC X(01).
              88 FD-FR-RCV-TYPE-VALID           VALUE 'P', 'S', 'O'.
           05 FD-FR-AMOUNT                      PIC 9(09)V99.
           05 FD-FR-DATE                        PIC X(10).
           05 FD-FR-REFERENCE                   PIC X(16).
           05 FILLER                            PIC X(17).
       01  FD-FRDRCV-REC-X REDEFINES FD-FRDRCV-REC.
           05 FILLER                            PIC X(26).
           05 FD-FR-AMOUNT-X                    PIC X(11).
           05 FILLER                            PIC X(43).

       FD  TRAN-FILE.
       COPY CVTRA05Y.

       FD  ACCOUNT-FILE.
       COPY CVACT01Y.

       FD  FRLRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-FRLRPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.

       01  FRDCASE-STATUS.
           05  FRDCASE-STAT1       PIC X.
           05  FRDCASE-STAT2       PIC X.
       01  DISPFILE-STATUS.
           05  DISPFILE-STAT1      PIC X.
           05  DISPFILE-STAT2      PIC X.
       01  FRDLOSS-STATUS.
           05  FRDLOSS-STAT1       PIC X.
           05  FRDLOSS-STAT2       PIC X.
       01  FRDRCV-STATUS.
           05  FRDRCV-STAT1        PIC X.
           05  FRDRCV-STAT2        PIC X.
       01  TRANFILE-STATUS.
           05  TRANFILE-STAT1      PIC X.
           05  TRANFILE-STAT2      PIC X.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  FRLRPT-STATUS.
           05  FRLRPT-STAT1        PIC X.
           05  FRLRPT-STAT2        PIC X.

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
       01  WS-TRAN-WRITTEN-SW      PIC X(01) VALUE 'N'.
           88  WS-TRAN-WRITTEN               VALUE 'Y'.
       01  WS-LEDGER-FOUND-SW      PIC X(01) VALUE 'N'.
           88  WS-LEDGER-FOUND               VALUE 'Y'.
       01  WS-ACCT-APPLY-SW        PIC X(01) VALUE 'N'.
           88  WS-ACCT-APPLY                 VALUE 'Y'.

      *---------------------------------------------------------------*
      * The case being written off, from either source.               *
      *---------------------------------------------------------------*
       01  WS-WRITEOFF-CASE.
           05  WS-WO-CASE-SRC              PIC X(01).
           05  WS-WO-CASE-ID               PIC X(24).
           05  WS-WO-ACCT-ID               PIC 9(11).
           05  WS-WO-CARD-NUM              PIC X(16).
           05  WS-WO-FRAUD-TYPE            PIC X(02).
           05  WS-WO-AMOUNT                PIC S9(09)V99 COMP-3.
           05  WS-WO-ORIG-DATE             PIC X(10).

       01  WS-WORK-AMOUNTS                COMP-3.
           05  WS-WRITTEN-OFF-TOTAL       PIC S9(11)V99 VALUE 0.
           05  WS-RECOVERED-TOTAL         PIC S9(11)V99 VALUE 0.
           05  WS-REJECTED-AMT            PIC S9(11)V99 VALUE 0.

       01  WS-RUN-COUNTS.
           05  WS-CASES-READ               PIC 9(09) VALUE 0.
           05  WS-DISPUTES-READ            PIC 9(09) VALUE 0.
           05  WS-CASES-WRITTEN-OFF        PIC 9(09) VALUE 0.
           05  WS-DISPUTES-WRITTEN-OFF     PIC 9(09) VALUE 0.
           05  WS-WRITEOFF-REJECTED        PIC 9(09) VALUE 0.
           05  WS-CHARGED-OFF-GL-ONLY      PIC 9(09) VALUE 0.
           05  WS-RECOVERIES-READ          PIC 9(09) VALUE 0.
           05  WS-RECOVERIES-APPLIED       PIC 9(09) VALUE 0.
           05  WS-RECOVERIES-REJECTED      PIC 9(09) VALUE 0.
           05  WS-LEDGERS-RECOVERED        PIC 9(09) VALUE 0.

       01  WS-TRAN-ID-FIELDS.
           05  WS-TRAN-ID-PREFIX           PIC X(02) VALUE 'FL'.
           05  WS-TRAN-ID-DATE             PIC 9(08).
           05  WS-TRAN-ID-SEQ              PIC 9(06) VALUE 0.
       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-RUN-TIME-FIELDS.
           05  WS-RUN-HH                   PIC 9(02).
           05  WS-RUN-MN                   PIC 9(02).
           05  WS-RUN-SS                   PIC 9(02).
           05  WS-RUN-HS                   PIC 9(02).
       01  WS-RUN-TIMESTAMP                PIC X(26).

      *---------------------------------------------------------------*
      * Posting report lines.                                         *
      *---------------------------------------------------------------*
       01  WS-RPT-HEADER1.
           05  FILLER  VALUE 'CBFRL01C  FRAUD LOSS POSTING REPORT'
                                               PIC X(40).
           05  FILLER  VALUE 'RUN DATE: '      PIC X(10).
           05  WS-HDR-RUN-DATE                 PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(72).
       01  WS-RPT-HEADER2.
           05  FILLER  VALUE 'S CASE ID'       PIC X(27).
           05  FILLER  VALUE 'ACCOUNT ID '     PIC X(13).
           05  FILLER  VALUE 'TY'              PIC X(04).
           05  FILLER  VALUE 'GROUP     '      PIC X(12).
           05  FILLER  VALUE 'A'               PIC X(03).
           05  FILLER  VALUE '        AMOUNT'  PIC X(16).
           05  FILLER  VALUE ' RECOVERED LTD'  PIC X(16).
           05  FILLER  VALUE ' DISPOSITION'    PIC X(41).
       01  WS-RPT-DETAIL.
           05  WS-DTL-SRC                      PIC X(01).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-CASE-ID                  PIC X(24).
           05  FILLER  VALUE SPACES            PIC X(01).
           05  WS-DTL-ACCT                     PIC 9(11).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-TYPE                     PIC X(02).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-GROUP                    PIC X(10).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-ACTION                   PIC X(01).
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-AMOUNT                   PIC Z(9)9.99-.
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-RECOVERED                PIC Z(9)9.99-.
           05  FILLER  VALUE SPACES            PIC X(02).
           05  WS-DTL-DISP                     PIC X(24).
           05  FILLER  VALUE SPACES            PIC X(17).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBFRL01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-WRITE-OFF-FRAUD-CASES.
           PERFORM 3000-WRITE-OFF-DISPUTES.
           PERFORM 4000-POST-RECOVERIES.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBFRL01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-FIELDS FROM TIME.
           MOVE WS-RUN-DATE-FIELDS TO WS-TRAN-ID-DATE.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD ' '
                  WS-RUN-HH ':' WS-RUN-MN ':' WS-RUN-SS '.'
                  WS-RUN-HS '0000'
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP
           END-STRING.
           MOVE WS-RUN-TIMESTAMP(1:10) TO WS-HDR-RUN-DATE.

           OPEN INPUT FRDCASE-FILE.
           IF FRDCASE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FRDCASE'
               MOVE FRDCASE-STATUS TO IO-STATUS
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

           OPEN I-O FRDLOSS-FILE.
           IF FRDLOSS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FRDLOSS'
               MOVE FRDLOSS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN INPUT FRDRCV-FILE.
           IF FRDRCV-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FRDRCVIN'
               MOVE FRDRCV-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN I-O TRAN-FILE.
           IF TRANFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANSACT'
               MOVE TRANFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN I-O ACCOUNT-FILE.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCTFILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           OPEN OUTPUT FRLRPT-FILE.
           IF FRLRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FRLRPT'
               MOVE FRLRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           WRITE FD-FRLRPT-REC FROM WS-RPT-HEADER1.
           WRITE FD-FRLRPT-REC FROM WS-RPT-HEADER2.

      *****************************************************************
      * Closed fraud cases with a confirmed loss.  The ledger is the  *
      * record of what has been written off, so a case already on it  *
      * is passed over and a rerun cannot write it off twice.         *
      *****************************************************************
       2000-WRITE-OFF-FRAUD-CASES.
           MOVE 'N' TO END-OF-FILE.
           PERFORM 2100-READ-FRAUD-CASE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               ADD 1 TO WS-CASES-READ
               IF FRD-CASE-CLOSED
                  AND FRD-LOSS-AMT IS NUMERIC
                  AND FRD-LOSS-AMT > ZERO
                   INITIALIZE WS-WRITEOFF-CASE
                   MOVE 'F'              TO WS-WO-CASE-SRC
                   MOVE FRD-CASE-KEY     TO WS-WO-CASE-ID
                   MOVE FRD-ACCT-ID      TO WS-WO-ACCT-ID
                   MOVE FRD-CARD-NUM     TO WS-WO-CARD-NUM
                   MOVE FRD-FRAUD-TYPE   TO WS-WO-FRAUD-TYPE
                   MOVE FRD-LOSS-AMT     TO WS-WO-AMOUNT
                   MOVE FRD-CLOSE-DATE   TO WS-WO-ORIG-DATE
                   PERFORM 5000-WRITE-OFF-CASE
               END-IF
               PERFORM 2100-READ-FRAUD-CASE
           END-PERFORM.

      *****************************************************************
       2100-READ-FRAUD-CASE.
      *****************************************************************
           READ FRDCASE-FILE NEXT.
           EVALUATE FRDCASE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING FRDCASE'
                   MOVE FRDCASE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * Lost fraud disputes.  CBDSP01C settles a lost case by         *
      * reversing the provisional credit; a fraud dispute lost at the *
      * network is still not the cardholder's to pay, so the amount   *
      * is written off here as fraud loss once the case is settled.   *
      *****************************************************************
       3000-WRITE-OFF-DISPUTES.
           MOVE 'N' TO END-OF-FILE.
           PERFORM 3100-READ-DISPUTE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               ADD 1 TO WS-DISPUTES-READ
               IF DIS-REASON-CD = 'FRAU'
                  AND DIS-LOST
                  AND DIS-SETTLED
                  AND DIS-AMT-DISPUTED > ZERO
                   INITIALIZE WS-WRITEOFF-CASE
                   MOVE 'D'              TO WS-WO-CASE-SRC
                   MOVE DIS-CASE-ID      TO WS-WO-CASE-ID
                   MOVE DIS-ACCT-ID      TO WS-WO-ACCT-ID
                   MOVE DIS-CARD-NUM     TO WS-WO-CARD-NUM
                   IF DIS-FRAUD-TYPE-VALID
                       MOVE DIS-FRAUD-TYPE TO WS-WO-FRAUD-TYPE
                   ELSE
                       MOVE 'OT'           TO WS-WO-FRAUD-TYPE
                   END-IF
                   MOVE DIS-AMT-DISPUTED TO WS-WO-AMOUNT
                   MOVE DIS-CLOSE-DATE   TO WS-WO-ORIG-DATE
                   PERFORM 5000-WRITE-OFF-CASE
               END-IF
               PERFORM 3100-READ-DISPUTE
           END-PERFORM.

      *****************************************************************
       3100-READ-DISPUTE.
      *****************************************************************
           READ DISP-FILE NEXT.
           EVALUATE DISPFILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING DISPFILE'
                   MOVE DISPFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
       4000-POST-RECOVERIES.
      *****************************************************************
           MOVE 'N' TO END-OF-FILE.
           PERFORM 4100-READ-RECOVERY.
           PERFORM UNTIL END-OF-FILE = 'Y'
               ADD 1 TO WS-RECOVERIES-READ
               PERFORM 4200-POST-ONE-RECOVERY
               PERFORM 4100-READ-RECOVERY
           END-PERFORM.

      *****************************************************************
       4100-READ-RECOVERY.
      *****************************************************************
           READ FRDRCV-FILE.
           EVALUATE FRDRCV-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING FRDRCVIN'
                   MOVE FRDRCV-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * A recovery must name a case already written off - money      *
      * against a case with no loss on the ledger is rejected for the *
      * fraud desk to research rather than posted blind.              *
      *****************************************************************
       4200-POST-ONE-RECOVERY.
           IF FD-FR-AMOUNT-X NOT NUMERIC
              OR FD-FR-AMOUNT = ZERO
              OR NOT FD-FR-RCV-TYPE-VALID
               ADD 1 TO WS-RECOVERIES-REJECTED
               MOVE 'REJECTED - INVALID INPUT' TO WS-DTL-DISP
               PERFORM 4700-REPORT-REJECT
               EXIT PARAGRAPH
           END-IF.

           MOVE FD-FR-CASE-SRC TO FLS-CASE-SRC.
           MOVE FD-FR-CASE-ID  TO FLS-CASE-ID.
           MOVE ZERO           TO FLS-ENTRY-SEQ.
           PERFORM 5100-READ-LEDGER.
           IF NOT WS-LEDGER-FOUND
               ADD 1 TO WS-RECOVERIES-REJECTED
               ADD FD-FR-AMOUNT TO WS-REJECTED-AMT
               MOVE 'REJECTED - NOT WRITTEN OFF' TO WS-DTL-DISP
               PERFORM 4700-REPORT-REJECT
               EXIT PARAGRAPH
           END-IF.

           ADD FD-FR-AMOUNT TO FLS-RECOVERED-LTD.
           ADD 1 TO FLS-RECOVERY-CNT.
           MOVE 'RECOVERY POSTED' TO WS-DTL-DISP.
           IF FLS-RECOVERED-LTD >= FLS-ENTRY-AMT
                   AND NOT FLS-FULLY-RECOVERED
               SET FLS-FULLY-RECOVERED TO TRUE
               ADD 1 TO WS-LEDGERS-RECOVERED
               MOVE 'FULLY RECOVERED' TO WS-DTL-DISP
           END-IF.
           REWRITE FRAUD-LOSS-RECORD.
           IF FRDLOSS-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING FRDLOSS FOR CASE: '
                       FLS-CASE-SRC ' ' FLS-CASE-ID
               MOVE FRDLOSS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           MOVE FLS-RECOVERED-LTD TO WS-DTL-RECOVERED.

           PERFORM 4400-POST-RECOVERY-TRAN.

      *    The recovery entry carries the case's account, card, type
      *    and group from the write-off entry still in the buffer.
           MOVE FLS-RECOVERY-CNT  TO FLS-ENTRY-SEQ.
           SET FLS-RECOVERY       TO TRUE.
           IF FD-FR-DATE = SPACES
               MOVE WS-RUN-TIMESTAMP(1:10) TO FLS-ENTRY-DATE
           ELSE
               MOVE FD-FR-DATE    TO FLS-ENTRY-DATE
           END-IF.
           MOVE FD-FR-AMOUNT      TO FLS-ENTRY-AMT.
           MOVE TRAN-ID           TO FLS-TRAN-ID.
           MOVE FD-FR-RCV-TYPE    TO FLS-RECOVERY-TYPE.
           MOVE FD-FR-REFERENCE   TO FLS-REFERENCE.
           MOVE ZERO              TO FLS-RECOVERED-LTD
                                     FLS-RECOVERY-CNT.
           MOVE SPACE             TO FLS-STATUS.
           WRITE FRAUD-LOSS-RECORD.
           IF FRDLOSS-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING FRDLOSS RECOVERY FOR CASE: '
                       FLS-CASE-SRC ' ' FLS-CASE-ID
               MOVE FRDLOSS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           MOVE 'R' TO WS-DTL-ACTION.
           MOVE FD-FR-AMOUNT TO WS-DTL-AMOUNT.
           PERFORM 6000-REPORT-ENTRY.

           ADD 1 TO WS-RECOVERIES-APPLIED.
           ADD FD-FR-AMOUNT TO WS-RECOVERED-TOTAL.
           EXIT.

      *****************************************************************
      * The recovery posts to TRANSACT for the journal extract only;  *
      * the cardholder was made whole at write-off, so the account    *
      * master is not touched.                                        *
      *****************************************************************
       4400-POST-RECOVERY-TRAN.
           INITIALIZE TRAN-RECORD.
           ADD 1 TO WS-TRAN-ID-SEQ.
           MOVE WS-TRAN-ID-FIELDS TO TRAN-ID.
           MOVE '06'              TO TRAN-TYPE-CD.
           MOVE 0008              TO TRAN-CAT-CD.
           MOVE 'FRAUDRCV'        TO TRAN-SOURCE.
           EVALUATE FD-FR-RCV-TYPE
               WHEN 'P'
                   STRING 'FRAUD RECOVERY - REPRESENTMENT WON - REF '
                          FD-FR-REFERENCE
                       DELIMITED BY SIZE
                       INTO TRAN-DESC
                   END-STRING
               WHEN 'S'
                   STRING 'FRAUD RECOVERY - RESTITUTION - REF '
                          FD-FR-REFERENCE
                       DELIMITED BY SIZE
                       INTO TRAN-DESC
                   END-STRING
               WHEN OTHER
                   STRING 'FRAUD RECOVERY - REF '
                          FD-FR-REFERENCE
                       DELIMITED BY SIZE
                       INTO TRAN-DESC
                   END-STRING
           END-EVALUATE.
           COMPUTE TRAN-AMT = 0 - FD-FR-AMOUNT.
           MOVE ZERO              TO TRAN-MERCHANT-ID.
           MOVE SPACES            TO TRAN-MERCHANT-NAME
                                     TRAN-MERCHANT-CITY
                                     TRAN-MERCHANT-ZIP.
           MOVE FLS-CARD-NUM      TO TRAN-CARD-NUM.
           IF FD-FR-DATE = SPACES
               MOVE WS-RUN-TIMESTAMP TO TRAN-ORIG-TS
           ELSE
               STRING FD-FR-DATE ' 00:00:00.000000'
                   DELIMITED BY SIZE
                   INTO TRAN-ORIG-TS
               END-STRING
           END-IF.
           MOVE WS-RUN-TIMESTAMP  TO TRAN-PROC-TS.
           PERFORM 5450-WRITE-TRAN.
           EXIT.

      *****************************************************************
       4700-REPORT-REJECT.
           MOVE FD-FR-CASE-SRC     TO WS-DTL-SRC.
           MOVE FD-FR-CASE-ID      TO WS-DTL-CASE-ID.
           MOVE ZEROS              TO WS-DTL-ACCT.
           MOVE SPACES             TO WS-DTL-TYPE
                                      WS-DTL-GROUP.
           MOVE 'R'                TO WS-DTL-ACTION.
           IF FD-FR-AMOUNT-X NUMERIC
               MOVE FD-FR-AMOUNT   TO WS-DTL-AMOUNT
           ELSE
               MOVE ZERO           TO WS-DTL-AMOUNT
           END-IF.
           MOVE ZERO               TO WS-DTL-RECOVERED.
           WRITE FD-FRLRPT-REC FROM WS-RPT-DETAIL.
           EXIT.

      *****************************************************************
      * Write one case off: ledger check, account credit, fraud-loss  *
      * posting, ledger entry.                                        *
      *****************************************************************
       5000-WRITE-OFF-CASE.
           MOVE WS-WO-CASE-SRC TO FLS-CASE-SRC.
           MOVE WS-WO-CASE-ID  TO FLS-CASE-ID.
           MOVE ZERO           TO FLS-ENTRY-SEQ.
           PERFORM 5100-READ-LEDGER.
           IF WS-LEDGER-FOUND
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-WO-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   ADD 1 TO WS-WRITEOFF-REJECTED
                   MOVE WS-WO-CASE-SRC  TO WS-DTL-SRC
                   MOVE WS-WO-CASE-ID   TO WS-DTL-CASE-ID
                   MOVE WS-WO-ACCT-ID   TO WS-DTL-ACCT
                   MOVE WS-WO-FRAUD-TYPE TO WS-DTL-TYPE
                   MOVE SPACES          TO WS-DTL-GROUP
                   MOVE 'W'             TO WS-DTL-ACTION
                   MOVE WS-WO-AMOUNT    TO WS-DTL-AMOUNT
                   MOVE ZERO            TO WS-DTL-RECOVERED
                   MOVE 'REJECTED - NO ACCOUNT' TO WS-DTL-DISP
                   WRITE FD-FRLRPT-REC FROM WS-RPT-DETAIL
                   EXIT PARAGRAPH
           END-READ.

      *    A charged-off account's receivable is already off the
      *    master; the write-off still posts so the loss is reported
      *    as fraud, but the balance is left alone.
           IF ACCT-CHARGED-OFF
               MOVE 'N' TO WS-ACCT-APPLY-SW
               ADD 1 TO WS-CHARGED-OFF-GL-ONLY
               MOVE 'WRITTEN OFF - CO ACCT' TO WS-DTL-DISP
           ELSE
               SET WS-ACCT-APPLY TO TRUE
               MOVE 'WRITTEN OFF' TO WS-DTL-DISP
           END-IF.

           PERFORM 5400-POST-WRITEOFF-TRAN.

           IF WS-ACCT-APPLY
               SUBTRACT WS-WO-AMOUNT FROM ACCT-CURR-BAL
               ADD WS-WO-AMOUNT TO ACCT-CURR-CYC-CREDIT
               MOVE WS-RUN-TIMESTAMP TO ACCT-LAST-MAINT-TS
               REWRITE ACCOUNT-RECORD
               IF ACCTFILE-STATUS NOT = '00'
                   DISPLAY 'ERROR REWRITING ACCTFILE FOR ACCOUNT: '
                           ACCT-ID
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF.

           INITIALIZE FRAUD-LOSS-RECORD.
           MOVE WS-WO-CASE-SRC    TO FLS-CASE-SRC.
           MOVE WS-WO-CASE-ID     TO FLS-CASE-ID.
           MOVE ZERO              TO FLS-ENTRY-SEQ.
           SET FLS-WRITEOFF       TO TRUE.
           MOVE WS-WO-ACCT-ID     TO FLS-ACCT-ID.
           MOVE WS-WO-CARD-NUM    TO FLS-CARD-NUM.
           MOVE WS-WO-FRAUD-TYPE  TO FLS-FRAUD-TYPE.
           MOVE ACCT-GROUP-ID     TO FLS-ACCT-GROUP-ID.
           MOVE WS-RUN-TIMESTAMP(1:10) TO FLS-ENTRY-DATE.
           MOVE WS-WO-AMOUNT      TO FLS-ENTRY-AMT.
           MOVE TRAN-ID           TO FLS-TRAN-ID.
           MOVE ZERO              TO FLS-RECOVERED-LTD
                                     FLS-RECOVERY-CNT.
           SET FLS-OPEN           TO TRUE.
           WRITE FRAUD-LOSS-RECORD.
           IF FRDLOSS-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING FRDLOSS FOR CASE: '
                       FLS-CASE-SRC ' ' FLS-CASE-ID
               MOVE FRDLOSS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           MOVE 'W' TO WS-DTL-ACTION.
           MOVE WS-WO-AMOUNT TO WS-DTL-AMOUNT.
           MOVE ZERO TO WS-DTL-RECOVERED.
           PERFORM 6000-REPORT-ENTRY.

           IF FLS-SRC-FRAUD-CASE
               ADD 1 TO WS-CASES-WRITTEN-OFF
           ELSE
               ADD 1 TO WS-DISPUTES-WRITTEN-OFF
           END-IF.
           ADD WS-WO-AMOUNT TO WS-WRITTEN-OFF-TOTAL.
           EXIT.

      *****************************************************************
       5100-READ-LEDGER.
           MOVE 'N' TO WS-LEDGER-FOUND-SW.
           READ FRDLOSS-FILE.
           EVALUATE FRDLOSS-STATUS
               WHEN '00'
                   SET WS-LEDGER-FOUND TO TRUE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR READING FRDLOSS FOR CASE: '
                           FLS-CASE-SRC ' ' FLS-CASE-ID
                   MOVE FRDLOSS-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

      *****************************************************************
      * The write-off is a credit to the cardholder, posted under the *
      * fraud-loss category so the GL extract books it to fraud-loss  *
      * expense rather than the charge-off allowance.                 *
      *****************************************************************
       5400-POST-WRITEOFF-TRAN.
           INITIALIZE TRAN-RECORD.
           ADD 1 TO WS-TRAN-ID-SEQ.
           MOVE WS-TRAN-ID-FIELDS TO TRAN-ID.
           MOVE '06'              TO TRAN-TYPE-CD.
           MOVE 0007              TO TRAN-CAT-CD.
           MOVE 'FRAUDWO'         TO TRAN-SOURCE.
           IF WS-WO-CASE-SRC = 'F'
               STRING 'FRAUD LOSS WRITE-OFF - FRAUD CASE '
                      WS-WO-CASE-ID
                   DELIMITED BY SIZE
                   INTO TRAN-DESC
               END-STRING
           ELSE
               STRING 'FRAUD LOSS WRITE-OFF - DISPUTE '
                      WS-WO-CASE-ID(1:16)
                   DELIMITED BY SIZE
                   INTO TRAN-DESC
               END-STRING
           END-IF.
           COMPUTE TRAN-AMT = 0 - WS-WO-AMOUNT.
           MOVE ZERO              TO TRAN-MERCHANT-ID.
           MOVE SPACES            TO TRAN-MERCHANT-NAME
                                     TRAN-MERCHANT-CITY
                                     TRAN-MERCHANT-ZIP.
           MOVE WS-WO-CARD-NUM    TO TRAN-CARD-NUM.
           MOVE WS-RUN-TIMESTAMP  TO TRAN-ORIG-TS.
           MOVE WS-RUN-TIMESTAMP  TO TRAN-PROC-TS.
           PERFORM 5450-WRITE-TRAN.
           EXIT.

      *****************************************************************
      * A duplicate key means an earlier run already posted under     *
      * this identifier today - step the sequence forward and retry   *
      * rather than abending mid-posting.                             *
      *****************************************************************
       5450-WRITE-TRAN.
           MOVE 'N' TO WS-TRAN-WRITTEN-SW.
           PERFORM UNTIL WS-TRAN-WRITTEN
               WRITE TRAN-RECORD
               EVALUATE TRANFILE-STATUS
                   WHEN '00'
                       SET WS-TRAN-WRITTEN TO TRUE
                   WHEN '22'
                       ADD 1 TO WS-TRAN-ID-SEQ
                       MOVE WS-TRAN-ID-FIELDS TO TRAN-ID
                   WHEN OTHER
                       DISPLAY 'ERROR WRITING TRANSACT FOR '
                               'FRAUD LOSS: ' TRAN-ID
                       MOVE TRANFILE-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-PERFORM.
           EXIT.

      *****************************************************************
       6000-REPORT-ENTRY.
           MOVE FLS-CASE-SRC       TO WS-DTL-SRC.
           MOVE FLS-CASE-ID        TO WS-DTL-CASE-ID.
           MOVE FLS-ACCT-ID        TO WS-DTL-ACCT.
           MOVE FLS-FRAUD-TYPE     TO WS-DTL-TYPE.
           MOVE FLS-ACCT-GROUP-ID  TO WS-DTL-GROUP.
           WRITE FD-FRLRPT-REC FROM WS-RPT-DETAIL.
           EXIT.

      *****************************************************************
       8000-PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBFRL01C FRAUD LOSS POSTING SUMMARY'.
           DISPLAY '  FRAUD CASES READ     : ' WS-CASES-READ.
           DISPLAY '  CASES WRITTEN OFF    : ' WS-CASES-WRITTEN-OFF.
           DISPLAY '  DISPUTES READ        : ' WS-DISPUTES-READ.
           DISPLAY '  DISPUTES WRITTEN OFF : '
                   WS-DISPUTES-WRITTEN-OFF.
           DISPLAY '  WRITE-OFFS REJECTED  : ' WS-WRITEOFF-REJECTED.
           DISPLAY '  CHARGED-OFF GL ONLY  : ' WS-CHARGED-OFF-GL-ONLY.
           DISPLAY '  WRITTEN-OFF TOTAL    : ' WS-WRITTEN-OFF-TOTAL.
           DISPLAY '  RECOVERIES READ      : ' WS-RECOVERIES-READ.
           DISPLAY '  RECOVERIES APPLIED   : ' WS-RECOVERIES-APPLIED.
           DISPLAY '  RECOVERIES REJECTED  : ' WS-RECOVERIES-REJECTED.
           DISPLAY '  REJECTED AMOUNT      : ' WS-REJECTED-AMT.
           DISPLAY '  RECOVERED TOTAL      : ' WS-RECOVERED-TOTAL.
           DISPLAY '  CASES FULLY RECOVERED: ' WS-LEDGERS-RECOVERED.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE FRDCASE-FILE.
           CLOSE DISP-FILE.
           CLOSE FRDLOSS-FILE.
           CLOSE FRDRCV-FILE.
           CLOSE TRAN-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE FRLRPT-FILE.
           EXIT.

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
