      ******************************************************************
      * Program     : CBSTP01C.CBL
      * Application : CardDemo - Authorization Module
      * Type        : BATCH COBOL IMS Program
      * Function    : Network stand-in advice ingest.  When our host
      *               cannot be reached the card network approves or
      *               declines on our behalf (STIP) and sends the
      *               decisions afterwards as an advice file.  Each
      *               advice is applied to the PAUTSUM0 summary
      *               counters/balances and inserted as a PAUTDTL1
      *               detail with message source NETSTP, so exposure
      *               is complete and CBAUTM0C can match the later
      *               settlements.  An advice already on file (same
      *               card, approval code and network date/time) is
      *               rejected, so a rerun cannot double-apply it.
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
       PROGRAM-ID. CBSTP01C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Stand-in advices received from the card network.
           SELECT STPIN-FILE ASSIGN TO STPIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-STPIN-STATUS.
      *
      *    Card cross reference - card number to account id.
           SELECT XREF-FILE ASSIGN TO XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS XREF-CARD-NUM
                  FILE STATUS  IS WS-XREF-STATUS.
      *
      *    Account master - credit and cash limits for the summary.
           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACCT-ID
                  FILE STATUS  IS WS-ACCT-STATUS.
      *
      *    Advices that could not be loaded.
           SELECT EXCP-FILE ASSIGN TO EXCPRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-EXCP-STATUS.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  STPIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  FD-STPIN-REC                         PIC X(200).

       FD  XREF-FILE.
       COPY CVACT03Y.

       FD  ACCOUNT-FILE.
       COPY CVACT01Y.

       FD  EXCP-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-EXCP-REC                          PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBSTP01C'.
         05 WS-STPIN-STATUS            PIC X(02) VALUE SPACES.
            88 STPIN-EOF                         VALUE '10'.
            88 STPIN-OK                          VALUE '00'.
         05 WS-XREF-STATUS             PIC X(02) VALUE SPACES.
         05 WS-ACCT-STATUS             PIC X(02) VALUE SPACES.
         05 WS-EXCP-STATUS             PIC X(02) VALUE SPACES.
      *
         05 WS-NO-ADVICE-READ          PIC S9(8) COMP VALUE 0.
         05 WS-NO-APPROVALS-LOADED     PIC S9(8) COMP VALUE 0.
         05 WS-NO-DECLINES-LOADED      PIC S9(8) COMP VALUE 0.
         05 WS-NO-DUPLICATES           PIC S9(8) COMP VALUE 0.
         05 WS-NO-REJECTED             PIC S9(8) COMP VALUE 0.
         05 WS-NO-SINCE-CHKP           PIC S9(8) COMP VALUE 0.
         05 WS-NO-TRAILER-CNT          PIC S9(9) COMP VALUE 0.
      *
         05 WS-SMRY-FOUND-FLAG         PIC X(01) VALUE 'N'.
           88 SMRY-FOUND                         VALUE 'Y'.
           88 SMRY-NOT-FOUND                     VALUE 'N'.
         05 WS-MORE-DTLS-FLAG          PIC X(01) VALUE 'N'.
           88 MORE-DTLS                          VALUE 'Y'.
           88 NO-MORE-DTLS                       VALUE 'N'.
         05 WS-DUP-FLAG                PIC X(01) VALUE 'N'.
           88 ADVICE-DUPLICATE                   VALUE 'Y'.
           88 ADVICE-NEW                         VALUE 'N'.
         05 WS-XREF-FOUND-FLAG         PIC X(01) VALUE 'N'.
           88 XREF-FOUND                         VALUE 'Y'.
           88 XREF-NOT-FOUND                     VALUE 'N'.
         05 WS-ACCT-FOUND-FLAG         PIC X(01) VALUE 'N'.
           88 ACCT-FOUND                         VALUE 'Y'.
           88 ACCT-NOT-FOUND                     VALUE 'N'.
         05 WS-TRAILER-FLAG            PIC X(01) VALUE 'N'.
           88 TRAILER-SEEN                       VALUE 'Y'.
           88 TRAILER-NOT-SEEN                   VALUE 'N'.
      *
      *    Detail message source that marks a network stand-in
      *    decision on the PAUTDTL1 segment and the detail screens.
         05 WS-STIP-MSG-SOURCE         PIC X(06) VALUE 'NETSTP'.
         05 WS-STIP-AUTH-TYPE          PIC X(04) VALUE 'STIP'.
      *
         05 CURRENT-YYDDD              PIC 9(05).
         05 WS-LOAD-SEQ                PIC S9(08) COMP VALUE 0.
         05 WS-ISRT-TRIES              PIC S9(04) COMP VALUE 0.
      *
         05 WK-CHKPT-ID.
            10  FILLER              PIC  X(04) VALUE 'STPC'.
            10  WK-CHKPT-ID-CTR     PIC  9(04) VALUE ZEROES.
      *
       01 WS-IMS-VARIABLES.
          05 PSB-NAME                        PIC X(8) VALUE 'PSBPAUTB'.
          05 PCB-OFFSET.
             10 PAUT-PCB-NUM                 PIC S9(4) COMP VALUE +2.
          05 IMS-RETURN-CODE                 PIC X(02).
             88 STATUS-OK                    VALUE '  ', 'FW'.
             88 SEGMENT-NOT-FOUND            VALUE 'GE'.
             88 END-OF-DB                    VALUE 'GB'.
             88 DUPLICATE-SEGMENT            VALUE 'II'.
      *
       01 PRM-INFO.
          05 P-CHKP-FREQ            PIC 9(05).
          05 FILLER                 PIC X(75).
      *
      *----------------------------------------------------------------*
      *  IMS SEGMENT LAYOUT
      *----------------------------------------------------------------*

      *- PENDING AUTHORIZATION SUMMARY SEGMENT - ROOT
       01 PENDING-AUTH-SUMMARY.
       COPY CIPAUSMY.

      *- PENDING AUTHORIZATION DETAILS SEGMENT - CHILD
       01 PENDING-AUTH-DETAILS.
       COPY CIPAUDTY.

      *- NETWORK STAND-IN ADVICE RECORD
       COPY CCSTP01Y.
      *
      *----------------------------------------------------------------*
      *  Exceptions report line
      *----------------------------------------------------------------*
       01 WS-EXCP-HEADER.
          05 FILLER                 PIC X(45) VALUE
             'CBSTP01C  REJECTED NETWORK STAND-IN ADVICES'.
          05 FILLER                 PIC X(87) VALUE SPACES.
       01 WS-EXCP-DETAIL.
          05 WS-EXCP-CARD-NUM       PIC X(16).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 WS-EXCP-ADVICE-DATE    PIC X(06).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-EXCP-ADVICE-TIME    PIC X(06).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 WS-EXCP-AUTH-ID        PIC X(06).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 WS-EXCP-RESP-CODE      PIC X(02).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 WS-EXCP-AMT            PIC Z(9)9.99-.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 WS-EXCP-MERCHANT       PIC X(22).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 WS-EXCP-REASON         PIC X(30).
          05 FILLER                 PIC X(13) VALUE SPACES.
      *
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
      * PCB MASKS FOLLOW
       01 IO-PCB-MASK               PIC X.
       01 PGM-PCB-MASK              PIC X.
      *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION                  USING IO-PCB-MASK
                                                 PGM-PCB-MASK.
      *----------------------------------------------------------------*
      *
       MAIN-PARA.
      *
           PERFORM 1000-INITIALIZE                THRU 1000-EXIT

           PERFORM 2000-READ-NEXT-ADVICE          THRU 2000-EXIT

           PERFORM UNTIL STPIN-EOF

              PERFORM 3000-LOAD-ONE-ADVICE        THRU 3000-EXIT

              IF WS-NO-SINCE-CHKP >= P-CHKP-FREQ
                 PERFORM 9000-TAKE-CHECKPOINT     THRU 9000-EXIT
              END-IF

              PERFORM 2000-READ-NEXT-ADVICE       THRU 2000-EXIT

           END-PERFORM
      *
           PERFORM 9000-TAKE-CHECKPOINT           THRU 9000-EXIT
      *
           DISPLAY ' '
           DISPLAY '*-------------------------------------*'
           DISPLAY '# STIP ADVICES READ   :' WS-NO-ADVICE-READ
           DISPLAY '# APPROVALS LOADED    :' WS-NO-APPROVALS-LOADED
           DISPLAY '# DECLINES LOADED     :' WS-NO-DECLINES-LOADED
           DISPLAY '# DUPLICATES REJECTED :' WS-NO-DUPLICATES
           DISPLAY '# OTHER REJECTS       :' WS-NO-REJECTED
           DISPLAY '*-------------------------------------*'
           DISPLAY ' '
      *
      *    A short or missing trailer means the network file was cut
      *    off in transit - everything present was loaded, but flag
      *    the run so operations request a resend.
           IF TRAILER-NOT-SEEN
              DISPLAY 'WARNING: NO TRAILER ON STIP ADVICE FILE'
              MOVE 4                  TO RETURN-CODE
           ELSE
              IF WS-NO-TRAILER-CNT NOT = WS-NO-ADVICE-READ
                 DISPLAY 'WARNING: TRAILER COUNT ' WS-NO-TRAILER-CNT
                         ' NOT EQUAL TO DETAILS READ'
                 MOVE 4               TO RETURN-CODE
              END-IF
           END-IF
      *
           CLOSE STPIN-FILE
           CLOSE XREF-FILE
           CLOSE ACCOUNT-FILE
           CLOSE EXCP-FILE
           GOBACK.
      *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
      *----------------------------------------------------------------*
      *
           ACCEPT CURRENT-YYDDD    FROM DAY
           ACCEPT PRM-INFO FROM SYSIN
           DISPLAY 'STARTING PROGRAM CBSTP01C::'

           IF P-CHKP-FREQ NOT NUMERIC OR P-CHKP-FREQ = 0
              MOVE 100                TO P-CHKP-FREQ
           END-IF

           OPEN INPUT STPIN-FILE
           IF NOT STPIN-OK
              DISPLAY 'STPIN OPEN FAILED: ' WS-STPIN-STATUS
              PERFORM 9999-ABEND
           END-IF

           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = '00'
              DISPLAY 'XREFFILE OPEN FAILED: ' WS-XREF-STATUS
              PERFORM 9999-ABEND
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
              DISPLAY 'ACCTFILE OPEN FAILED: ' WS-ACCT-STATUS
              PERFORM 9999-ABEND
           END-IF

           OPEN OUTPUT EXCP-FILE
           IF WS-EXCP-STATUS NOT = '00'
              DISPLAY 'EXCPRPT OPEN FAILED: ' WS-EXCP-STATUS
              PERFORM 9999-ABEND
           END-IF

           WRITE FD-EXCP-REC FROM WS-EXCP-HEADER
           .
      *
       1000-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
       2000-READ-NEXT-ADVICE.
      *----------------------------------------------------------------*
      *
           READ STPIN-FILE INTO STP-ADVICE-RECORD
           EVALUATE TRUE
              WHEN STPIN-OK
                   CONTINUE
              WHEN STPIN-EOF
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'STPIN READ FAILED: ' WS-STPIN-STATUS
                   PERFORM 9999-ABEND
           END-EVALUATE
           .
       2000-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
       3000-LOAD-ONE-ADVICE.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
              WHEN STP-HEADER
                   DISPLAY 'STIP FILE FROM NETWORK : '
                           STP-HDR-NETWORK-ID
                           ' DATED ' STP-HDR-FILE-DATE
                   GO TO 3000-EXIT
              WHEN STP-TRAILER
                   SET TRAILER-SEEN   TO TRUE
                   IF STP-TRL-DETAIL-CNT IS NUMERIC
                      MOVE STP-TRL-DETAIL-CNT TO WS-NO-TRAILER-CNT
                   END-IF
                   GO TO 3000-EXIT
              WHEN STP-DETAIL
                   ADD 1              TO WS-NO-ADVICE-READ
              WHEN OTHER
                   ADD 1              TO WS-NO-REJECTED
                   MOVE 'UNKNOWN RECORD TYPE' TO WS-EXCP-REASON
                   PERFORM 8000-WRITE-EXCEPTION  THRU 8000-EXIT
                   GO TO 3000-EXIT
           END-EVALUATE

           IF STP-TRANSACTION-AMT NOT NUMERIC
              OR (STP-APPROVED AND STP-APPROVED-AMT NOT NUMERIC)
              ADD 1                   TO WS-NO-REJECTED
              MOVE 'INVALID ADVICE AMOUNT' TO WS-EXCP-REASON
              PERFORM 8000-WRITE-EXCEPTION      THRU 8000-EXIT
              GO TO 3000-EXIT
           END-IF

           PERFORM 3100-READ-XREF               THRU 3100-EXIT
           IF XREF-NOT-FOUND
              ADD 1                   TO WS-NO-REJECTED
              MOVE 'CARD NOT ON XREF'  TO WS-EXCP-REASON
              PERFORM 8000-WRITE-EXCEPTION      THRU 8000-EXIT
              GO TO 3000-EXIT
           END-IF

           PERFORM 3200-READ-ACCOUNT            THRU 3200-EXIT
           IF ACCT-NOT-FOUND
              ADD 1                   TO WS-NO-REJECTED
              MOVE 'ACCOUNT NOT ON FILE' TO WS-EXCP-REASON
              PERFORM 8000-WRITE-EXCEPTION      THRU 8000-EXIT
              GO TO 3000-EXIT
           END-IF

           PERFORM 4000-GET-AUTH-SUMMARY        THRU 4000-EXIT

           SET ADVICE-NEW             TO TRUE
           IF SMRY-FOUND
              PERFORM 4500-CHECK-DUPLICATE      THRU 4500-EXIT
           END-IF
           IF ADVICE-DUPLICATE
              ADD 1                   TO WS-NO-DUPLICATES
              MOVE 'DUPLICATE - ALREADY LOADED' TO WS-EXCP-REASON
              PERFORM 8000-WRITE-EXCEPTION      THRU 8000-EXIT
              GO TO 3000-EXIT
           END-IF

      *    The duplicate scan moved off the summary - position on it
      *    again so the replace below applies to PAUTSUM0.
           IF SMRY-FOUND
              PERFORM 4000-GET-AUTH-SUMMARY     THRU 4000-EXIT
           END-IF

           PERFORM 5000-UPDATE-SUMMARY          THRU 5000-EXIT

           PERFORM 6000-INSERT-DETAIL           THRU 6000-EXIT

           IF STP-APPROVED
              ADD 1                   TO WS-NO-APPROVALS-LOADED
           ELSE
              ADD 1                   TO WS-NO-DECLINES-LOADED
           END-IF
           ADD 1                      TO WS-NO-SINCE-CHKP
           .
       3000-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
       3100-READ-XREF.
      *----------------------------------------------------------------*
      *
           SET XREF-NOT-FOUND         TO TRUE
           MOVE STP-CARD-NUM          TO XREF-CARD-NUM
           READ XREF-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET XREF-FOUND       TO TRUE
           END-READ
           .
       3100-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
       3200-READ-ACCOUNT.
      *----------------------------------------------------------------*
      *
           SET ACCT-NOT-FOUND         TO TRUE
           MOVE XREF-ACCT-ID          TO ACCT-ID
           READ ACCOUNT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET ACCT-FOUND       TO TRUE
           END-READ
           .
       3200-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
       4000-GET-AUTH-SUMMARY.
      *----------------------------------------------------------------*
      *
           SET SMRY-NOT-FOUND         TO TRUE
           MOVE XREF-ACCT-ID          TO PA-ACCT-ID

           EXEC DLI GU USING PCB(PAUT-PCB-NUM)
                SEGMENT (PAUTSUM0)
                INTO (PENDING-AUTH-SUMMARY)
                WHERE (ACCNTID = PA-ACCT-ID)
           END-EXEC

           MOVE DIBSTAT               TO IMS-RETURN-CODE
           EVALUATE TRUE
              WHEN STATUS-OK
                   SET SMRY-FOUND     TO TRUE
              WHEN SEGMENT-NOT-FOUND
              WHEN END-OF-DB
                   INITIALIZE PENDING-AUTH-SUMMARY
                       REPLACING NUMERIC DATA BY ZERO
                   MOVE XREF-ACCT-ID  TO PA-ACCT-ID
                   MOVE XREF-CUST-ID  TO PA-CUST-ID
              WHEN OTHER
                   DISPLAY 'SUMMARY READ FAILED :' DIBSTAT
                   DISPLAY 'ACCOUNT ID          :' PA-ACCT-ID
                   PERFORM 9999-ABEND
           END-EVALUATE
           .
       4000-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
      * A network advice is identified by card, approval code and the
      * network's own decision date/time.  None of these change when
      * CBAUTM0C later matches the detail, so a rerun still finds the
      * first load whatever its match status.
      *----------------------------------------------------------------*
       4500-CHECK-DUPLICATE.
      *----------------------------------------------------------------*
      *
           SET MORE-DTLS              TO TRUE

           PERFORM 4600-GET-NEXT-DETAIL THRU 4600-EXIT
               UNTIL NO-MORE-DTLS OR ADVICE-DUPLICATE
           .
       4500-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
       4600-GET-NEXT-DETAIL.
      *----------------------------------------------------------------*
      *
           EXEC DLI GNP USING PCB(PAUT-PCB-NUM)
                SEGMENT (PAUTDTL1)
                INTO (PENDING-AUTH-DETAILS)
           END-EXEC

           MOVE DIBSTAT               TO IMS-RETURN-CODE
           EVALUATE TRUE
              WHEN STATUS-OK
                   IF PA-MESSAGE-SOURCE  = WS-STIP-MSG-SOURCE
                      AND PA-CARD-NUM       = STP-CARD-NUM
                      AND PA-AUTH-ID-CODE   = STP-AUTH-ID-CODE
                      AND PA-AUTH-ORIG-DATE = STP-ADVICE-DATE
                      AND PA-AUTH-ORIG-TIME = STP-ADVICE-TIME
                      SET ADVICE-DUPLICATE TO TRUE
                   END-IF
              WHEN OTHER
                   SET NO-MORE-DTLS   TO TRUE
           END-EVALUATE
           .
       4600-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
      * Same counter arithmetic as COPAUA0C 8400-UPDATE-SUMMARY - the
      * network's decision counts exactly as if we had made it.
      *----------------------------------------------------------------*
       5000-UPDATE-SUMMARY.
      *----------------------------------------------------------------*
      *
           IF STP-APPROVED
              ADD 1                   TO PA-APPROVED-AUTH-CNT
              ADD STP-APPROVED-AMT    TO PA-APPROVED-AUTH-AMT
              ADD STP-APPROVED-AMT    TO PA-CREDIT-BALANCE
              IF STP-PARTIAL
                 ADD 1                TO PA-PARTIAL-AUTH-CNT
                 ADD STP-APPROVED-AMT TO PA-PARTIAL-AUTH-AMT
              END-IF
           ELSE
              ADD 1                   TO PA-DECLINED-AUTH-CNT
              ADD STP-TRANSACTION-AMT TO PA-DECLINED-AUTH-AMT
           END-IF

           MOVE ACCT-CREDIT-LIMIT     TO PA-CREDIT-LIMIT
           MOVE ACCT-CASH-CREDIT-LIMIT
                                      TO PA-CASH-LIMIT

           IF SMRY-FOUND
              EXEC DLI REPL USING PCB(PAUT-PCB-NUM)
                   SEGMENT (PAUTSUM0)
                   FROM (PENDING-AUTH-SUMMARY)
              END-EXEC
           ELSE
              EXEC DLI ISRT USING PCB(PAUT-PCB-NUM)
                   SEGMENT (PAUTSUM0)
                   FROM (PENDING-AUTH-SUMMARY)
              END-EXEC
           END-IF
           MOVE DIBSTAT               TO IMS-RETURN-CODE

           IF STATUS-OK
              CONTINUE
           ELSE
              DISPLAY 'SUMMARY UPDATE FAILED :' DIBSTAT
              DISPLAY 'ACCOUNT ID            :' PA-ACCT-ID
              PERFORM 9999-ABEND
           END-IF
           .
       5000-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
       6000-INSERT-DETAIL.
      *----------------------------------------------------------------*
      *
           INITIALIZE PENDING-AUTH-DETAILS
               REPLACING NUMERIC DATA BY ZERO

           COMPUTE PA-AUTH-DATE-9C = 99999 - CURRENT-YYDDD

           MOVE STP-ADVICE-DATE       TO PA-AUTH-ORIG-DATE
           MOVE STP-ADVICE-TIME       TO PA-AUTH-ORIG-TIME
           MOVE STP-CARD-NUM          TO PA-CARD-NUM
           MOVE WS-STIP-AUTH-TYPE     TO PA-AUTH-TYPE
           MOVE STP-CARD-EXPIRY-DATE  TO PA-CARD-EXPIRY-DATE
           MOVE STP-MESSAGE-TYPE      TO PA-MESSAGE-TYPE
           MOVE WS-STIP-MSG-SOURCE    TO PA-MESSAGE-SOURCE
           MOVE STP-AUTH-ID-CODE      TO PA-AUTH-ID-CODE
           MOVE STP-RESP-CODE         TO PA-AUTH-RESP-CODE
           MOVE STP-RESP-REASON       TO PA-AUTH-RESP-REASON
           MOVE STP-PROCESSING-CODE   TO PA-PROCESSING-CODE
           MOVE STP-TRANSACTION-AMT   TO PA-TRANSACTION-AMT
           IF STP-APPROVED
              MOVE STP-APPROVED-AMT   TO PA-APPROVED-AMT
              SET PA-MATCH-PENDING    TO TRUE
           ELSE
              MOVE ZERO               TO PA-APPROVED-AMT
              SET PA-MATCH-AUTH-DECLINED TO TRUE
           END-IF
           MOVE STP-MERCHANT-CATAGORY-CODE
                                      TO PA-MERCHANT-CATAGORY-CODE
           MOVE STP-ACQR-COUNTRY-CODE TO PA-ACQR-COUNTRY-CODE
           MOVE STP-POS-ENTRY-MODE    TO PA-POS-ENTRY-MODE
           MOVE STP-MERCHANT-ID       TO PA-MERCHANT-ID
           MOVE STP-MERCHANT-NAME     TO PA-MERCHANT-NAME
           MOVE STP-MERCHANT-CITY     TO PA-MERCHANT-CITY
           MOVE STP-MERCHANT-STATE    TO PA-MERCHANT-STATE
           MOVE STP-MERCHANT-ZIP      TO PA-MERCHANT-ZIP
           MOVE STP-TRANSACTION-ID    TO PA-TRANSACTION-ID
           MOVE SPACE                 TO PA-AUTH-FRAUD
                                         PA-FRAUD-RPT-DATE
                                         PA-CARD-VERIFY-RESULT
           MOVE XREF-ACCT-ID          TO PA-ACCT-ID
           MOVE ZERO                  TO WS-ISRT-TRIES
           .
      *
      *    The key time is a load sequence, so a second advice file
      *    loaded the same day can land on a key already used - step
      *    past it rather than fail the run.
       6000-ISRT-DETAIL.
           ADD 1                      TO WS-LOAD-SEQ
           ADD 1                      TO WS-ISRT-TRIES
           COMPUTE PA-AUTH-TIME-9C = 999999999 - WS-LOAD-SEQ

           EXEC DLI ISRT USING PCB(PAUT-PCB-NUM)
                SEGMENT (PAUTSUM0)
                WHERE (ACCNTID = PA-ACCT-ID)
                SEGMENT (PAUTDTL1)
                FROM (PENDING-AUTH-DETAILS)
                SEGLENGTH (LENGTH OF PENDING-AUTH-DETAILS)
           END-EXEC
           MOVE DIBSTAT               TO IMS-RETURN-CODE

           IF DUPLICATE-SEGMENT AND WS-ISRT-TRIES < 1000
              GO TO 6000-ISRT-DETAIL
           END-IF

           IF STATUS-OK
              CONTINUE
           ELSE
              DISPLAY 'DETAIL INSERT FAILED :' DIBSTAT
              DISPLAY 'ACCOUNT ID           :' PA-ACCT-ID
              PERFORM 9999-ABEND
           END-IF
           .
       6000-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
       8000-WRITE-EXCEPTION.
      *----------------------------------------------------------------*
      *
           MOVE STP-CARD-NUM          TO WS-EXCP-CARD-NUM
           MOVE STP-ADVICE-DATE       TO WS-EXCP-ADVICE-DATE
           MOVE STP-ADVICE-TIME       TO WS-EXCP-ADVICE-TIME
           MOVE STP-AUTH-ID-CODE      TO WS-EXCP-AUTH-ID
           MOVE STP-RESP-CODE         TO WS-EXCP-RESP-CODE
           IF STP-TRANSACTION-AMT IS NUMERIC
              MOVE STP-TRANSACTION-AMT TO WS-EXCP-AMT
           ELSE
              MOVE ZERO               TO WS-EXCP-AMT
           END-IF
           MOVE STP-MERCHANT-NAME     TO WS-EXCP-MERCHANT
           WRITE FD-EXCP-REC FROM WS-EXCP-DETAIL
           IF WS-EXCP-STATUS NOT = '00'
              DISPLAY 'EXCPRPT WRITE FAILED: ' WS-EXCP-STATUS
              PERFORM 9999-ABEND
           END-IF
           .
       8000-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
       9000-TAKE-CHECKPOINT.
      *----------------------------------------------------------------*
      *
           ADD 1                          TO WK-CHKPT-ID-CTR
           MOVE 0                         TO WS-NO-SINCE-CHKP

           EXEC DLI CHKP ID(WK-CHKPT-ID)
           END-EXEC
      *
           IF DIBSTAT = SPACES
              CONTINUE
           ELSE
              DISPLAY 'CHKP FAILED: DIBSTAT - ' DIBSTAT
              PERFORM 9999-ABEND
           END-IF
      *
            .
       9000-EXIT.
            EXIT.
      *
      *----------------------------------------------------------------*
       9999-ABEND.
      *----------------------------------------------------------------*
      *
           DISPLAY 'CBSTP01C ABENDING ...'

           MOVE 16 TO RETURN-CODE
           GOBACK.
      *
       9999-EXIT.
            EXIT.
