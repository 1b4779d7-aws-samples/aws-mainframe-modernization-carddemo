      ******************************************************************
      * PROGRAM     : CBPRD01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * FUNCTION    : Card product change.  Applies the pending
      *               requests the COPRDC0C screen recorded on PRDCHG.
      *               Each request is checked again against the
      *               account and the product table (PRODFILE) as they
      *               stand tonight; one that passes moves the account
      *               to the product and reprices it under the
      *               product's account group, reissues every live
      *               card on the account with a new number drawn
      *               through COBINA0C from the product's BIN range -
      *               pending activation, cross-referenced to the same
      *               cardholder, and ordered on EMBOSSX in the
      *               product's card design - closes the cards they
      *               replace, and carries the points balance across
      *               or forfeits it under the product's rules.  The
      *               request is stamped applied or rejected with the
      *               reason, the cardholder is notified, every master
      *               change is audited, and a report lists the run.
      *               A rerun picks up a request whose account already
      *               carries the new product where the last run
      *               stopped: cards already numbered in the product's
      *               range are taken as reissued.  Each old and
      *               new card pair goes on the CARDCHG change file
      *               for the CBRCM01C network account-updater run.
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
       PROGRAM-ID.    CBPRD01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Product-change requests keyed by account (COPRDC0C).
           SELECT PRDCHG-FILE ASSIGN TO PRDCHG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PCR-ACCT-ID
                  FILE STATUS  IS PRDCHG-STATUS.
      *
           SELECT PROD-FILE ASSIGN TO PRODFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PRD-ID
                  FILE STATUS  IS PRODFILE-STATUS.
      *
           SELECT GROUP-FILE ASSIGN TO GROUPFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS GRP-ID
                  FILE STATUS  IS GROUPFILE-STATUS.
      *
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      *
           SELECT CARD-FILE ASSIGN TO CARDDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CARD-NUM
                  FILE STATUS  IS CARDFILE-STATUS.
      *
           SELECT XREF-FILE ASSIGN TO XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS XREF-CARD-NUM
                  FILE STATUS  IS XREFFILE-STATUS.
      *
      *    Range bounds only - COBINA0C owns the counters, so the
      *    file is opened just long enough to read a range.
           SELECT BIN-FILE ASSIGN TO BINRANGE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BIN-RANGE-ID
                  FILE STATUS  IS BINRANGE-STATUS.
      *
           SELECT PTSBAL-FILE ASSIGN TO PTSBAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PTS-ACCT-ID
                  FILE STATUS  IS PTSBAL-STATUS.
      *
      *    Expiry vintages are emptied with the balance they make up
      *    when points are forfeited.
           SELECT VINT-FILE ASSIGN TO PTSVINT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VIN-KEY
                  FILE STATUS  IS PTSVINT-STATUS.
      *
           SELECT EMBOSS-FILE ASSIGN TO EMBOSSX
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS EMBOSSX-STATUS.
      *
      *    Staged customer-notification events (product changed).
           SELECT NTFY-FILE ASSIGN TO NTFYFILE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS NTFYFILE-STATUS.
      *
           SELECT PRDRPT-FILE ASSIGN TO PRDRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PRDRPT-STATUS.
      *
      *    Card number changes for the account-updater run.
           SELECT CHG-FILE ASSIGN TO CARDCHG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CARDCHG-STATUS.
      *
      *    Audit trail entry for each record changed - best effort,
      *    the same as the other batch maintenance programs.
           SELECT AUDOUT-FILE ASSIGN TO AUDOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-AUDOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRDCHG-FILE.
       COPY CVPRD02Y.

       FD  PROD-FILE.
       COPY CVPRD01Y.

       FD  GROUP-FILE.
       COPY CVACT04Y.

       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  CARD-FILE.
       COPY CVACT02Y.

       FD  XREF-FILE.
       COPY CVACT03Y.

       FD  BIN-FILE.
       COPY CVBIN01Y.

       FD  PTSBAL-FILE.
       COPY CVRWD01Y.

       FD  VINT-FILE.
       COPY CVVIN01Y.

       FD  EMBOSS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  FD-EMBOSS-REC.
           05 EMB-EMBOSSED-NAME                 PIC X(50).
           05 EMB-CARD-NUM                      PIC X(16).
           05 EMB-NEW-EXPIRY                    PIC X(10).
           05 EMB-ACCT-ID                       PIC 9(11).
      *    The product's card design; spaces print the house design.
           05 EMB-CARD-DESIGN                   PIC X(04).
           05 FILLER                            PIC X(09).

       FD  NTFY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  FD-NTFYFILE-REC                      PIC X(120).

       FD  PRDRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-PRDRPT-REC                        PIC X(132).

       FD  CHG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       COPY CVCCH01Y.

       FD  AUDOUT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVACT01Y.
       COPY CVBIN02Y.
       COPY CVNTF01Y.

       01  PRDCHG-STATUS.
           05  PRDCHG-STAT1        PIC X.
           05  PRDCHG-STAT2        PIC X.
       01  PRODFILE-STATUS.
           05  PRODFILE-STAT1      PIC X.
           05  PRODFILE-STAT2      PIC X.
       01  GROUPFILE-STATUS.
           05  GROUPFILE-STAT1     PIC X.
           05  GROUPFILE-STAT2     PIC X.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  CARDFILE-STATUS.
           05  CARDFILE-STAT1      PIC X.
           05  CARDFILE-STAT2      PIC X.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.
       01  BINRANGE-STATUS.
           05  BINRANGE-STAT1      PIC X.
           05  BINRANGE-STAT2      PIC X.
       01  PTSBAL-STATUS.
           05  PTSBAL-STAT1        PIC X.
           05  PTSBAL-STAT2        PIC X.
       01  PTSVINT-STATUS.
           05  PTSVINT-STAT1       PIC X.
           05  PTSVINT-STAT2       PIC X.
       01  EMBOSSX-STATUS.
           05  EMBOSSX-STAT1       PIC X.
           05  EMBOSSX-STAT2       PIC X.
       01  NTFYFILE-STATUS.
           05  NTFYFILE-STAT1      PIC X.
           05  NTFYFILE-STAT2      PIC X.
       01  PRDRPT-STATUS.
           05  PRDRPT-STAT1        PIC X.
           05  PRDRPT-STAT2        PIC X.
       01  CARDCHG-STATUS.
           05  CARDCHG-STAT1       PIC X.
           05  CARDCHG-STAT2       PIC X.
       01  WS-AUDOUT-STATUS        PIC X(02).

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
       01  WS-BINA-PGM             PIC X(08) VALUE 'COBINA0C'.

       01  WS-REQUEST-SWITCHES.
           05  WS-REJECT-REASON            PIC X(30).
           05  WS-RESUME-SW                PIC X(01).
               88  WS-RESUMING                       VALUE 'Y'.
           05  WS-XREF-DONE-SW             PIC X(01).
               88  WS-XREF-DONE                      VALUE 'Y'.
           05  WS-VINT-DONE-SW             PIC X(01).
               88  WS-VINT-DONE                      VALUE 'Y'.
           05  WS-DIRECTION                PIC X(09).

      *---------------------------------------------------------------*
      * The product the account leaves, held while the new one sits   *
      * in the PRODFILE record area.                                  *
      *---------------------------------------------------------------*
       01  WS-OLD-PRODUCT.
           05  WS-OLD-PRD-FOUND-SW         PIC X(01).
               88  WS-OLD-PRD-FOUND                  VALUE 'Y'.
           05  WS-OLD-PRD-TIER             PIC 9(02).

      *---------------------------------------------------------------*
      * The product's BIN range bounds, for recognising cards an      *
      * interrupted run already reissued.                             *
      *---------------------------------------------------------------*
       01  WS-RANGE-BOUNDS.
           05  WS-RANGE-FOUND-SW           PIC X(01).
               88  WS-RANGE-FOUND                    VALUE 'Y'.
           05  WS-RANGE-START              PIC 9(16).
           05  WS-RANGE-END                PIC 9(16).
           05  WS-CARD-NUM-N               PIC 9(16).

      *---------------------------------------------------------------*
      * The account's live cards, collected before any is replaced so *
      * the replacements written to the cross reference are never     *
      * met again by the scan.                                        *
      *---------------------------------------------------------------*
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY OCCURS 20 TIMES.
               10  WS-CT-OLD-CARD-NUM      PIC X(16).
               10  WS-CT-NEW-CARD-NUM      PIC X(16).
               10  WS-CT-CUST-ID           PIC 9(09).
               10  WS-CT-RELATION-CD       PIC X(01).
               10  WS-CT-EMBOSSED-NAME     PIC X(50).
       01  WS-CARD-MAX             PIC S9(4) COMP VALUE 20.
       01  WS-CARD-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-CARD-SUB             PIC S9(4) COMP VALUE 0.
       01  WS-NTFY-CUST-ID         PIC 9(09).
       01  WS-NTFY-CARD-LAST4      PIC X(04).

       01  WS-CARD-WORK.
           05  WS-CARD-TERM-MONTHS         PIC S9(04) COMP VALUE 36.
           05  WS-EXP-SEQ                  PIC S9(07) COMP-3.
           05  WS-EXP-YYYY                 PIC 9(04).
           05  WS-EXP-MM                   PIC 9(02).
           05  WS-NEW-EXPIRY               PIC X(10).
           05  WS-CVV-WORK                 PIC 9(16).
           05  WS-CVV-CD                   PIC 9(03).

       01  WS-POINTS-WORK.
           05  WS-POINTS-CARRIED           PIC S9(09) COMP-3.
           05  WS-POINTS-FORFEITED         PIC S9(09) COMP-3.

       01  WS-RUN-COUNTS.
           05  WS-REQUESTS-READ            PIC 9(09) VALUE 0.
           05  WS-REQUESTS-PENDING         PIC 9(09) VALUE 0.
           05  WS-REQUESTS-APPLIED         PIC 9(09) VALUE 0.
           05  WS-REQUESTS-REJECTED        PIC 9(09) VALUE 0.
           05  WS-REQUESTS-RESUMED         PIC 9(09) VALUE 0.
           05  WS-UPGRADES                 PIC 9(09) VALUE 0.
           05  WS-DOWNGRADES               PIC 9(09) VALUE 0.
           05  WS-CARDS-REISSUED           PIC 9(09) VALUE 0.
           05  WS-POINTS-CARRIED-TOT       PIC 9(11) VALUE 0.
           05  WS-POINTS-FORFEITED-TOT     PIC 9(11) VALUE 0.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
           05  WS-RUN-MM                   PIC 9(02).
           05  WS-RUN-DD                   PIC 9(02).
       01  WS-RUN-TIME-FIELDS.
           05  WS-RUN-HH                   PIC 9(02).
           05  WS-RUN-MN                   PIC 9(02).
           05  WS-RUN-SS                   PIC 9(02).
           05  WS-RUN-HS                   PIC 9(02).
       01  WS-RUN-DATE                     PIC X(10).
       01  WS-RUN-TIMESTAMP                PIC X(26).

      *---------------------------------------------------------------*
      *    Report lines
      *---------------------------------------------------------------*
       01  WS-RPT-HEADER-1.
           05  FILLER              PIC X(40)
               VALUE 'CBPRD01C - CARD PRODUCT CHANGE RUN      '.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  WS-RH1-DATE         PIC X(10).
           05  FILLER              PIC X(72) VALUE SPACES.

       01  WS-RPT-HEADER-2.
           05  FILLER              PIC X(38)
               VALUE 'ACCOUNT     FROM TO   DIRECTION CARDS '.
           05  FILLER              PIC X(28)
               VALUE '   CARRIED  FORFEITED RESULT'.
           05  FILLER              PIC X(66) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  WS-RD-ACCT-ID       PIC 9(11).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RD-OLD-PRODUCT   PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RD-NEW-PRODUCT   PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RD-DIRECTION     PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RD-CARDS         PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RD-CARRIED       PIC ZZZZZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RD-FORFEITED     PIC ZZZZZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RD-RESULT        PIC X(30).
           05  FILLER              PIC X(41) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05  FILLER              PIC X(24)
               VALUE 'REQUESTS APPLIED:       '.
           05  WS-RT-APPLIED       PIC ZZZZZZZZ9.
           05  FILLER              PIC X(14)
               VALUE '   REJECTED:  '.
           05  WS-RT-REJECTED      PIC ZZZZZZZZ9.
           05  FILLER              PIC X(20)
               VALUE '   CARDS REISSUED:  '.
           05  WS-RT-CARDS         PIC ZZZZZZZZ9.
           05  FILLER              PIC X(47) VALUE SPACES.

      *---------------------------------------------------------------*
      *    Audit trail entry fields for 7500-WRITE-AUDIT-RECORD
      *---------------------------------------------------------------*
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
       01  WS-AUDIT-LOG-TYPE-CD    PIC X(01).
       01  WS-AUDIT-ACTION-CD      PIC X(01).
       01  WS-AUDIT-IMAGE-CODE     PIC X(01).
       01  WS-AUDIT-IMAGE-DATA     PIC X(500).
       01  WS-BEFORE-IMAGE         PIC X(300).

       PROCEDURE DIVISION.

      *****************************************************************
       0000-MAIN-PROCESSING.
      *****************************************************************
           DISPLAY 'START OF EXECUTION OF PROGRAM CBPRD01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-REQUESTS.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBPRD01C'.
           GOBACK.

      *****************************************************************
       1000-INITIALIZE.
      *****************************************************************
           ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-FIELDS FROM TIME.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING.
           STRING WS-RUN-DATE ' '
                  WS-RUN-HH ':' WS-RUN-MN ':' WS-RUN-SS '.'
                  WS-RUN-HS '0000'
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP
           END-STRING.

      *    Every card reissued tonight carries the same expiry.
           COMPUTE WS-EXP-SEQ =
               (WS-RUN-YYYY * 12) + WS-RUN-MM
               + WS-CARD-TERM-MONTHS.
           COMPUTE WS-EXP-YYYY = (WS-EXP-SEQ - 1) / 12.
           COMPUTE WS-EXP-MM =
               WS-EXP-SEQ - (WS-EXP-YYYY * 12).
           STRING WS-EXP-YYYY '-' WS-EXP-MM '-28'
               DELIMITED BY SIZE INTO WS-NEW-EXPIRY
           END-STRING.

           OPEN I-O PRDCHG-FILE.
           IF PRDCHG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PRDCHG'
               MOVE PRDCHG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT PROD-FILE.
           IF PRODFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PRODFILE'
               MOVE PRODFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT GROUP-FILE.
           IF GROUPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GROUPFILE'
               MOVE GROUPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN I-O ACCTFILE-FILE.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCTFILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN I-O CARD-FILE.
           IF CARDFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CARDDAT'
               MOVE CARDFILE-STATUS TO IO-STATUS
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
           OPEN I-O PTSBAL-FILE.
           IF PTSBAL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PTSBAL'
               MOVE PTSBAL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN I-O VINT-FILE.
           IF PTSVINT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PTSVINT'
               MOVE PTSVINT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT EMBOSS-FILE.
           IF EMBOSSX-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMBOSSX'
               MOVE EMBOSSX-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT NTFY-FILE.
           IF NTFYFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NTFYFILE'
               MOVE NTFYFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT PRDRPT-FILE.
           IF PRDRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PRDRPT'
               MOVE PRDRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT CHG-FILE.
           IF CARDCHG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CARDCHG'
               MOVE CARDCHG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN EXTEND AUDOUT-FILE.
           IF WS-AUDOUT-STATUS NOT = '00'
               DISPLAY 'AUDOUT OPEN NOT OK. STATUS: '
                       WS-AUDOUT-STATUS
           END-IF.

           MOVE WS-RUN-DATE TO WS-RH1-DATE.
           WRITE FD-PRDRPT-REC FROM WS-RPT-HEADER-1.
           WRITE FD-PRDRPT-REC FROM WS-RPT-HEADER-2.
           EXIT.

      *****************************************************************
       2000-PROCESS-REQUESTS.
      *****************************************************************
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ PRDCHG-FILE NEXT
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-REQUESTS-READ
                       IF PCR-PENDING
                           ADD 1 TO WS-REQUESTS-PENDING
                           PERFORM 2200-PROCESS-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM.
           IF PRDCHG-STATUS NOT = '10'
               DISPLAY 'ERROR READING PRDCHG'
               MOVE PRDCHG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

      *****************************************************************
      * Checks first, then the card numbers, then the changes - a     *
      * request that fails anywhere before the account is touched is  *
      * rejected with nothing on the masters changed.                 *
      *****************************************************************
       2200-PROCESS-ONE-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'N'    TO WS-RESUME-SW.
           MOVE ZERO   TO WS-POINTS-CARRIED.
           MOVE ZERO   TO WS-POINTS-FORFEITED.
           MOVE ZERO   TO WS-CARD-COUNT.

           PERFORM 2300-CHECK-REQUEST.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2900-REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2400-COLLECT-LIVE-CARDS.
           IF WS-REJECT-REASON = SPACES
               PERFORM 2450-ALLOCATE-CARD-NUMBERS
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2900-REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF.

           IF WS-RESUMING
               ADD 1 TO WS-REQUESTS-RESUMED
           ELSE
               PERFORM 2500-MOVE-ACCOUNT
           END-IF.
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
               PERFORM 2600-REISSUE-ONE-CARD
           END-PERFORM.
           PERFORM 2700-SETTLE-POINTS.
           PERFORM 2800-STAGE-NOTIFICATION.
           PERFORM 2850-COMPLETE-REQUEST.
           EXIT.

      *****************************************************************
      * The request is judged on tonight's account and product.  An  *
      * account that already carries the new product was moved by a   *
      * run that stopped part-way, and is resumed rather than refused.*
      *****************************************************************
       2300-CHECK-REQUEST.
           MOVE PCR-ACCT-ID TO FD-ACCT-ID.
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.
           IF ACCT-PRODUCT-ID = PCR-NEW-PRODUCT-ID
               SET WS-RESUMING TO TRUE
           END-IF.

           EVALUATE TRUE
               WHEN NOT ACCT-OPEN-ACTIVE
                   MOVE 'ACCOUNT NOT OPEN' TO WS-REJECT-REASON
               WHEN ACCT-CHARGED-OFF
                   MOVE 'ACCOUNT CHARGED OFF' TO WS-REJECT-REASON
               WHEN ACCT-IN-BANKRUPTCY
                   MOVE 'ACCOUNT IN BANKRUPTCY' TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

      *    The tier of the product being left decides upgrade or
      *    downgrade.  On a resume the old product is the one the
      *    request recorded.
           MOVE 'N' TO WS-OLD-PRD-FOUND-SW.
           MOVE ZERO TO WS-OLD-PRD-TIER.
           IF PCR-OLD-PRODUCT-ID NOT = SPACES
               MOVE PCR-OLD-PRODUCT-ID TO PRD-ID
               READ PROD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-OLD-PRD-FOUND TO TRUE
                       MOVE PRD-TIER TO WS-OLD-PRD-TIER
               END-READ
           END-IF.

           MOVE PCR-NEW-PRODUCT-ID TO PRD-ID.
           READ PROD-FILE
               INVALID KEY
                   MOVE 'PRODUCT NOT ON FILE' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.
           EVALUATE TRUE
               WHEN NOT PRD-ACTIVE
                   MOVE 'PRODUCT NOT ACTIVE' TO WS-REJECT-REASON
               WHEN PRD-BIN-RANGE-ID = SPACES
                   MOVE 'PRODUCT HAS NO BIN RANGE' TO WS-REJECT-REASON
               WHEN ACCT-CREDIT-LIMIT < PRD-MIN-CREDIT-LIMIT
                   MOVE 'LIMIT BELOW PRODUCT MINIMUM'
                     TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE PRD-GROUP-ID TO GRP-ID.
           READ GROUP-FILE
               INVALID KEY
                   MOVE 'PRODUCT GROUP NOT ON FILE' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.
           IF NOT GRP-ACTIVE
               MOVE 'PRODUCT GROUP NOT ACTIVE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN NOT WS-OLD-PRD-FOUND
                   MOVE 'ASSIGNED'  TO WS-DIRECTION
               WHEN PRD-TIER > WS-OLD-PRD-TIER
                   MOVE 'UPGRADE'   TO WS-DIRECTION
               WHEN PRD-TIER < WS-OLD-PRD-TIER
                   MOVE 'DOWNGRADE' TO WS-DIRECTION
               WHEN OTHER
                   MOVE 'LATERAL'   TO WS-DIRECTION
           END-EVALUATE.

           IF WS-RESUMING
               PERFORM 2350-READ-RANGE-BOUNDS
           END-IF.
           EXIT.

      *****************************************************************
       2350-READ-RANGE-BOUNDS.
           MOVE 'N' TO WS-RANGE-FOUND-SW.
           OPEN INPUT BIN-FILE.
           IF BINRANGE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BINRANGE'
               MOVE BINRANGE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           MOVE PRD-BIN-RANGE-ID TO BIN-RANGE-ID.
           READ BIN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RANGE-FOUND TO TRUE
                   MOVE BIN-RANGE-START TO WS-RANGE-START
                   MOVE BIN-RANGE-END   TO WS-RANGE-END
           END-READ.
           CLOSE BIN-FILE.
           EXIT.

      *****************************************************************
      * Live cards - active, or pending activation - are the ones the *
      * cardholders hold or are about to; lost, stolen and closed     *
      * cards stay as they are.  On a resume a live card already      *
      * numbered in the product's range is a replacement the earlier  *
      * run issued.                                                   *
      *****************************************************************
       2400-COLLECT-LIVE-CARDS.
           MOVE ZEROS  TO WS-NTFY-CUST-ID.
           MOVE SPACES TO WS-NTFY-CARD-LAST4.
           MOVE 'N' TO WS-XREF-DONE-SW.
           MOVE LOW-VALUES TO XREF-CARD-NUM.
           START XREF-FILE KEY >= XREF-CARD-NUM
               INVALID KEY SET WS-XREF-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-XREF-DONE
               READ XREF-FILE NEXT
                   AT END SET WS-XREF-DONE TO TRUE
                   NOT AT END
                       IF XREF-ACCT-ID = ACCT-ID
                           PERFORM 2410-COLLECT-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      *****************************************************************
       2410-COLLECT-ONE-CARD.
           IF WS-NTFY-CUST-ID = ZERO OR XREF-RELATION-CD = 'P'
               MOVE XREF-CUST-ID         TO WS-NTFY-CUST-ID
               MOVE XREF-CARD-NUM(13:4)  TO WS-NTFY-CARD-LAST4
           END-IF.
           MOVE XREF-CARD-NUM TO CARD-NUM.
           READ CARD-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT CARD-STS-ACTIVE AND NOT CARD-STS-PENDING-ACT
               EXIT PARAGRAPH
           END-IF.
           IF WS-RESUMING AND WS-RANGE-FOUND
               MOVE CARD-NUM TO WS-CARD-NUM-N
               IF WS-CARD-NUM-N >= WS-RANGE-START
                  AND WS-CARD-NUM-N <= WS-RANGE-END
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-CARD-COUNT >= WS-CARD-MAX
               MOVE 'MORE LIVE CARDS THAN RUN HOLDS'
                 TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CARD-COUNT.
           MOVE CARD-NUM
             TO WS-CT-OLD-CARD-NUM (WS-CARD-COUNT).
           MOVE SPACES
             TO WS-CT-NEW-CARD-NUM (WS-CARD-COUNT).
           MOVE XREF-CUST-ID       TO WS-CT-CUST-ID (WS-CARD-COUNT).
           MOVE XREF-RELATION-CD   TO WS-CT-RELATION-CD (WS-CARD-COUNT).
           MOVE CARD-EMBOSSED-NAME
             TO WS-CT-EMBOSSED-NAME (WS-CARD-COUNT).
           EXIT.

      *****************************************************************
      * Every replacement number is drawn before any file changes, so *
      * an exhausted range refuses the whole request.                 *
      *****************************************************************
       2450-ALLOCATE-CARD-NUMBERS.
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
                      OR WS-REJECT-REASON NOT = SPACES
               INITIALIZE BINA-PARM
               MOVE PRD-BIN-RANGE-ID TO BINA-RANGE-ID
               CALL WS-BINA-PGM USING BINA-PARM
               IF BINA-OK
                   MOVE BINA-CARD-NUM
                     TO WS-CT-NEW-CARD-NUM (WS-CARD-SUB)
               ELSE
                   STRING 'CARD ALLOCATION FAILED ('
                          BINA-RESULT ')'
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-STRING
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
      * The account takes the product and its group - the group's     *
      * rates price every bucket from the next accrual.  With cards   *
      * reissued the account carries the new plastic's expiry.        *
      *****************************************************************
       2500-MOVE-ACCOUNT.
           MOVE ACCOUNT-RECORD     TO WS-BEFORE-IMAGE.
           MOVE PRD-ID             TO ACCT-PRODUCT-ID.
           MOVE PRD-GROUP-ID       TO ACCT-GROUP-ID.
           IF WS-CARD-COUNT > 0
               MOVE WS-NEW-EXPIRY  TO ACCT-EXPIRAION-DATE
               MOVE WS-RUN-DATE    TO ACCT-REISSUE-DATE
           END-IF.
           MOVE WS-RUN-TIMESTAMP   TO ACCT-LAST-MAINT-TS.
           MOVE ACCOUNT-RECORD TO FD-ACCTFILE-REC.
           REWRITE FD-ACCTFILE-REC.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING ACCTFILE: ' ACCT-ID
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           MOVE 'A' TO WS-AUDIT-LOG-TYPE-CD.
           MOVE 'U' TO WS-AUDIT-ACTION-CD.
           MOVE 'B' TO WS-AUDIT-IMAGE-CODE.
           MOVE WS-BEFORE-IMAGE TO WS-AUDIT-IMAGE-DATA.
           PERFORM 7500-WRITE-AUDIT-RECORD.
           MOVE 'A' TO WS-AUDIT-IMAGE-CODE.
           MOVE ACCOUNT-RECORD TO WS-AUDIT-IMAGE-DATA.
           PERFORM 7500-WRITE-AUDIT-RECORD.

           IF WS-DIRECTION = 'UPGRADE'
               ADD 1 TO WS-UPGRADES
           END-IF.
           IF WS-DIRECTION = 'DOWNGRADE'
               ADD 1 TO WS-DOWNGRADES
           END-IF.
           EXIT.

      *****************************************************************
      * The replacement goes on file pending activation under the     *
      * same account and cardholder - COCRDA0C is the only way it     *
      * goes live - and the card it replaces is closed.               *
      *****************************************************************
       2600-REISSUE-ONE-CARD.
           INITIALIZE CARD-RECORD.
           MOVE WS-CT-NEW-CARD-NUM (WS-CARD-SUB) TO CARD-NUM.
           MOVE ACCT-ID            TO CARD-ACCT-ID.
           MOVE CARD-NUM           TO WS-CVV-WORK.
           COMPUTE WS-CVV-CD =
               FUNCTION MOD (WS-CVV-WORK, 997).
           MOVE WS-CVV-CD          TO CARD-CVV-CD.
           MOVE WS-CT-EMBOSSED-NAME (WS-CARD-SUB)
                                   TO CARD-EMBOSSED-NAME.
           MOVE WS-NEW-EXPIRY      TO CARD-EXPIRAION-DATE.
           SET CARD-STS-PENDING-ACT TO TRUE.
           MOVE WS-RUN-TIMESTAMP   TO CARD-LAST-MAINT-TS.
           WRITE CARD-RECORD.
           IF CARDFILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CARDDAT: ' CARD-NUM
               MOVE CARDFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           MOVE 'D' TO WS-AUDIT-LOG-TYPE-CD.
           MOVE 'I' TO WS-AUDIT-ACTION-CD.
           MOVE SPACE TO WS-AUDIT-IMAGE-CODE.
           MOVE CARD-RECORD TO WS-AUDIT-IMAGE-DATA.
           PERFORM 7500-WRITE-AUDIT-RECORD.

           INITIALIZE CARD-XREF-RECORD.
           MOVE CARD-NUM           TO XREF-CARD-NUM.
           MOVE WS-CT-CUST-ID (WS-CARD-SUB)     TO XREF-CUST-ID.
           MOVE ACCT-ID            TO XREF-ACCT-ID.
           MOVE WS-CT-RELATION-CD (WS-CARD-SUB) TO XREF-RELATION-CD.
           WRITE CARD-XREF-RECORD.
           IF XREFFILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING XREFFILE: ' XREF-CARD-NUM
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           MOVE 'K' TO WS-AUDIT-LOG-TYPE-CD.
           MOVE CARD-XREF-RECORD TO WS-AUDIT-IMAGE-DATA.
           PERFORM 7500-WRITE-AUDIT-RECORD.

           MOVE SPACES             TO FD-EMBOSS-REC.
           MOVE CARD-EMBOSSED-NAME TO EMB-EMBOSSED-NAME.
           MOVE CARD-NUM           TO EMB-CARD-NUM.
           MOVE WS-NEW-EXPIRY      TO EMB-NEW-EXPIRY.
           MOVE ACCT-ID            TO EMB-ACCT-ID.
           MOVE PRD-CARD-DESIGN    TO EMB-CARD-DESIGN.
           WRITE FD-EMBOSS-REC.
           IF EMBOSSX-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING EMBOSSX'
               MOVE EMBOSSX-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           MOVE WS-CT-OLD-CARD-NUM (WS-CARD-SUB) TO CARD-NUM.
           READ CARD-FILE
               INVALID KEY
                   DISPLAY 'REPLACED CARD NOT ON FILE: ' CARD-NUM
                   ADD 1 TO WS-CARDS-REISSUED
                   EXIT PARAGRAPH
           END-READ.
           MOVE CARD-RECORD        TO WS-BEFORE-IMAGE.
           SET CARD-STS-INACTIVE   TO TRUE.
           MOVE WS-RUN-DATE        TO CARD-REISSUE-DATE.
           MOVE WS-RUN-TIMESTAMP   TO CARD-LAST-MAINT-TS.
           REWRITE CARD-RECORD.
           IF CARDFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING CARDDAT: ' CARD-NUM
               MOVE CARDFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           MOVE 'D' TO WS-AUDIT-LOG-TYPE-CD.
           MOVE 'U' TO WS-AUDIT-ACTION-CD.
           MOVE 'B' TO WS-AUDIT-IMAGE-CODE.
           MOVE WS-BEFORE-IMAGE TO WS-AUDIT-IMAGE-DATA.
           PERFORM 7500-WRITE-AUDIT-RECORD.
           MOVE 'A' TO WS-AUDIT-IMAGE-CODE.
           MOVE CARD-RECORD TO WS-AUDIT-IMAGE-DATA.
           PERFORM 7500-WRITE-AUDIT-RECORD.

      *    New number and expiry for merchants holding the old card.
           INITIALIZE CARD-CHANGE-RECORD.
           MOVE CARD-NUM            TO CCH-OLD-CARD-NUM.
           MOVE CARD-EXPIRAION-DATE TO CCH-OLD-EXPIRY.
           MOVE WS-CT-NEW-CARD-NUM (WS-CARD-SUB)
                                    TO CCH-NEW-CARD-NUM.
           MOVE WS-NEW-EXPIRY       TO CCH-NEW-EXPIRY.
           MOVE ACCT-ID             TO CCH-ACCT-ID.
           MOVE WS-RUN-DATE         TO CCH-CHANGE-DATE.
           SET CCH-PRODUCT-REISSUE  TO TRUE.
           MOVE 'CBPRD01C'          TO CCH-SOURCE-PGM.
           WRITE CARD-CHANGE-RECORD.
           IF CARDCHG-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CARDCHG'
               MOVE CARDCHG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           ADD 1 TO WS-CARDS-REISSUED.
           EXIT.

      *****************************************************************
      * Points come across only to a rewards product whose rule is    *
      * to carry them; a product that earns nothing, or one that      *
      * forfeits on entry, takes the balance and its vintages to      *
      * zero.                                                         *
      *****************************************************************
       2700-SETTLE-POINTS.
           MOVE ACCT-ID TO PTS-ACCT-ID.
           READ PTSBAL-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF PTS-CURR-BALANCE <= ZERO
               EXIT PARAGRAPH
           END-IF.
           IF PRD-REWARDS-ELIGIBLE AND NOT PRD-POINTS-FORFEIT
               MOVE PTS-CURR-BALANCE TO WS-POINTS-CARRIED
               ADD WS-POINTS-CARRIED TO WS-POINTS-CARRIED-TOT
               EXIT PARAGRAPH
           END-IF.

           MOVE PTS-CURR-BALANCE TO WS-POINTS-FORFEITED.
           MOVE ZERO             TO PTS-CURR-BALANCE.
           MOVE WS-RUN-DATE      TO PTS-LAST-ACTIVITY-DATE.
           REWRITE PTS-BALANCE-RECORD.
           IF PTSBAL-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING PTSBAL: ' PTS-ACCT-ID
               MOVE PTSBAL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD WS-POINTS-FORFEITED TO WS-POINTS-FORFEITED-TOT.

           MOVE 'N' TO WS-VINT-DONE-SW.
           MOVE ACCT-ID    TO VIN-ACCT-ID.
           MOVE LOW-VALUES TO VIN-EARN-MONTH.
           START VINT-FILE KEY >= VIN-KEY
               INVALID KEY SET WS-VINT-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-VINT-DONE
               READ VINT-FILE NEXT
                   AT END SET WS-VINT-DONE TO TRUE
                   NOT AT END
                       IF VIN-ACCT-ID NOT = ACCT-ID
                           SET WS-VINT-DONE TO TRUE
                       ELSE
                           PERFORM 2710-EMPTY-ONE-VINTAGE
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      *****************************************************************
       2710-EMPTY-ONE-VINTAGE.
           IF VIN-POINTS-REMAINING = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO VIN-POINTS-REMAINING.
           REWRITE PTS-VINTAGE-RECORD.
           IF PTSVINT-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING PTSVINT: ' VIN-ACCT-ID
               MOVE PTSVINT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
       2800-STAGE-NOTIFICATION.
           IF WS-NTFY-CUST-ID = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES              TO NTFY-EVENT-RECORD.
           SET NTFY-EV-PRODUCT-CHANGE TO TRUE.
           MOVE WS-RUN-DATE         TO NTFY-EVENT-DATE.
           MOVE WS-RUN-TIMESTAMP(12:8) TO NTFY-EVENT-TIME.
           MOVE WS-NTFY-CUST-ID     TO NTFY-CUST-ID.
           MOVE ACCT-ID             TO NTFY-ACCT-ID.
           MOVE WS-NTFY-CARD-LAST4  TO NTFY-CARD-LAST4.
           IF WS-CARD-COUNT > 0
               STRING 'YOUR CARD IS NOW ' PRD-DESC(1:22)
                      ' - NEW CARD TO FOLLOW'
                   DELIMITED BY SIZE INTO NTFY-EVENT-TEXT
               END-STRING
           ELSE
               STRING 'YOUR CARD IS NOW ' PRD-DESC
                   DELIMITED BY SIZE INTO NTFY-EVENT-TEXT
               END-STRING
           END-IF.
           WRITE FD-NTFYFILE-REC FROM NTFY-EVENT-RECORD.
           IF NTFYFILE-STATUS NOT = '00'
               DISPLAY 'NTFYFILE WRITE NOT OK. STATUS: '
                       NTFYFILE-STATUS
           END-IF.
           EXIT.

      *****************************************************************
       2850-COMPLETE-REQUEST.
           MOVE PRODUCT-CHANGE-RECORD TO WS-BEFORE-IMAGE.
           SET PCR-APPLIED          TO TRUE.
           MOVE WS-RUN-DATE         TO PCR-DONE-DATE.
           MOVE SPACES              TO PCR-REASON.
           STRING 'APPLIED - ' WS-DIRECTION
               DELIMITED BY SIZE INTO PCR-REASON
           END-STRING.
           MOVE WS-CARD-COUNT       TO PCR-CARDS-REISSUED.
           MOVE WS-POINTS-FORFEITED TO PCR-POINTS-FORFEITED.
           PERFORM 2950-REWRITE-REQUEST.
           ADD 1 TO WS-REQUESTS-APPLIED.
           MOVE PCR-REASON          TO WS-RD-RESULT.
           PERFORM 2970-WRITE-REPORT-LINE.
           EXIT.

      *****************************************************************
       2900-REJECT-REQUEST.
           MOVE PRODUCT-CHANGE-RECORD TO WS-BEFORE-IMAGE.
           SET PCR-REJECTED         TO TRUE.
           MOVE WS-RUN-DATE         TO PCR-DONE-DATE.
           MOVE WS-REJECT-REASON    TO PCR-REASON.
           MOVE ZERO                TO PCR-CARDS-REISSUED.
           MOVE ZERO                TO PCR-POINTS-FORFEITED.
           MOVE ZERO                TO WS-CARD-COUNT.
           MOVE SPACES              TO WS-DIRECTION.
           PERFORM 2950-REWRITE-REQUEST.
           ADD 1 TO WS-REQUESTS-REJECTED.
           MOVE SPACES              TO WS-RD-RESULT.
           STRING 'REJECTED - ' WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-RD-RESULT
           END-STRING.
           PERFORM 2970-WRITE-REPORT-LINE.
           EXIT.

      *****************************************************************
       2950-REWRITE-REQUEST.
           REWRITE PRODUCT-CHANGE-RECORD.
           IF PRDCHG-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING PRDCHG: ' PCR-ACCT-ID
               MOVE PRDCHG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           MOVE 'Z' TO WS-AUDIT-LOG-TYPE-CD.
           MOVE 'U' TO WS-AUDIT-ACTION-CD.
           MOVE 'B' TO WS-AUDIT-IMAGE-CODE.
           MOVE WS-BEFORE-IMAGE TO WS-AUDIT-IMAGE-DATA.
           PERFORM 7500-WRITE-AUDIT-RECORD.
           MOVE 'A' TO WS-AUDIT-IMAGE-CODE.
           MOVE PRODUCT-CHANGE-RECORD TO WS-AUDIT-IMAGE-DATA.
           PERFORM 7500-WRITE-AUDIT-RECORD.
           EXIT.

      *****************************************************************
       2970-WRITE-REPORT-LINE.
           MOVE PCR-ACCT-ID         TO WS-RD-ACCT-ID.
           MOVE PCR-OLD-PRODUCT-ID  TO WS-RD-OLD-PRODUCT.
           MOVE PCR-NEW-PRODUCT-ID  TO WS-RD-NEW-PRODUCT.
           MOVE WS-DIRECTION        TO WS-RD-DIRECTION.
           MOVE WS-CARD-COUNT       TO WS-RD-CARDS.
           MOVE WS-POINTS-CARRIED   TO WS-RD-CARRIED.
           MOVE WS-POINTS-FORFEITED TO WS-RD-FORFEITED.
           WRITE FD-PRDRPT-REC FROM WS-RPT-DETAIL.
           IF PRDRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PRDRPT'
               MOVE PRDRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           MOVE SPACES TO WS-RD-RESULT.
           EXIT.

      *****************************************************************
      * Audit trail entry, one per image, under the log type the      *
      * record belongs to.                                            *
      *****************************************************************
       7500-WRITE-AUDIT-RECORD.
           INITIALIZE AUDIT-LOG-RECORD
           MOVE WS-AUDIT-LOG-TYPE-CD TO AUDIT-LOG-TYPE
           MOVE WS-AUDIT-ACTION-CD TO AUDIT-ACTION-TYPE
           MOVE WS-AUDIT-IMAGE-CODE TO AUDIT-IMAGE-TYPE
           MOVE 'BATCH'            TO AUDIT-USER-ID
           MOVE 'B'                TO AUDIT-USER-TYPE
           PERFORM 7600-GENERATE-AUDIT-TIMESTAMP
           MOVE WS-AUDIT-IMAGE-DATA TO AUDIT-RECORD-DATA
           WRITE AUDIT-LOG-RECORD
           IF WS-AUDOUT-STATUS NOT = '00'
               DISPLAY 'AUDIT WRITE NOT OK. STATUS: '
                   WS-AUDOUT-STATUS
           END-IF.

      *---------------------------------------------------------------*
      *    Timestamp for the audit entry - format matches the
      *    online CICS audit subprogram's AUDIT-TIMESTAMP layout.
      *---------------------------------------------------------------*
       7600-GENERATE-AUDIT-TIMESTAMP.
           ACCEPT WS-AUDIT-CURR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-CURR-TIME FROM TIME
           STRING WS-AUDIT-CURR-YEAR '-' WS-AUDIT-CURR-MONTH '-'
                  WS-AUDIT-CURR-DAY
              DELIMITED BY SIZE
              INTO WS-AUDIT-WORK-DATE
           END-STRING
           STRING WS-AUDIT-CURR-HOUR ':' WS-AUDIT-CURR-MINUTE ':'
                  WS-AUDIT-CURR-SECOND '.' WS-AUDIT-CURR-HUNDRTH
              DELIMITED BY SIZE
              INTO WS-AUDIT-WORK-TIME
           END-STRING
           STRING WS-AUDIT-WORK-DATE ' ' WS-AUDIT-WORK-TIME
              DELIMITED BY SIZE
              INTO AUDIT-TIMESTAMP
           END-STRING.

      *****************************************************************
       8000-PRINT-SUMMARY.
           MOVE WS-REQUESTS-APPLIED  TO WS-RT-APPLIED.
           MOVE WS-REQUESTS-REJECTED TO WS-RT-REJECTED.
           MOVE WS-CARDS-REISSUED    TO WS-RT-CARDS.
           WRITE FD-PRDRPT-REC FROM WS-RPT-TOTAL.

           DISPLAY '================================================'.
           DISPLAY 'CBPRD01C PRODUCT CHANGE SUMMARY'.
           DISPLAY '  REQUESTS READ        : ' WS-REQUESTS-READ.
           DISPLAY '  REQUESTS PENDING     : ' WS-REQUESTS-PENDING.
           DISPLAY '  REQUESTS APPLIED     : ' WS-REQUESTS-APPLIED.
           DISPLAY '    UPGRADES           : ' WS-UPGRADES.
           DISPLAY '    DOWNGRADES         : ' WS-DOWNGRADES.
           DISPLAY '    RESUMED            : ' WS-REQUESTS-RESUMED.
           DISPLAY '  REQUESTS REJECTED    : ' WS-REQUESTS-REJECTED.
           DISPLAY '  CARDS REISSUED       : ' WS-CARDS-REISSUED.
           DISPLAY '  POINTS CARRIED       : ' WS-POINTS-CARRIED-TOT.
           DISPLAY '  POINTS FORFEITED     : ' WS-POINTS-FORFEITED-TOT.
           DISPLAY '================================================'.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILES.
           CLOSE PRDCHG-FILE.
           CLOSE PROD-FILE.
           CLOSE GROUP-FILE.
           CLOSE ACCTFILE-FILE.
           CLOSE CARD-FILE.
           CLOSE XREF-FILE.
           CLOSE PTSBAL-FILE.
           CLOSE VINT-FILE.
           CLOSE EMBOSS-FILE.
           CLOSE NTFY-FILE.
           CLOSE PRDRPT-FILE.
           CLOSE CHG-FILE.
           CLOSE AUDOUT-FILE.
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
