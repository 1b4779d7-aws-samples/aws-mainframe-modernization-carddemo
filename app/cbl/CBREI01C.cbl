      *               shipped-cards acknowledgment file is supplied the
      *               intake phase marks orders confirmed, and orders
      *               still unconfirmed past the follow-up threshold
      *               are reported.  Cards the networks have reported
      *               compromised (the CBCMP01C selection extract) are
      *               ordered ahead of their expiry, most urgent first,
      *               up to a per-run cap.  Every expiry rolled
      *               forward is also written to the CARDCHG change
      *               file for the CBRCM01C network account-updater
      *               run.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO CARDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CARD-NUM
                  FILE STATUS  IS CARDFILE-STATUS.
      *
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PND-CARD-NUM
                  FILE STATUS  IS PENDVRFY-STATUS.
      *
      *    Compromised-card reissue selections from CBCMP01C, in
      *    priority order - optional input.
           SELECT CMPSEL-FILE ASSIGN TO CMPSEL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CMPSEL-STATUS.
      *
      *    Card expiry changes for the account-updater run.
           SELECT CHG-FILE ASSIGN TO CARDCHG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CARDCHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PEND-FILE.
       COPY CVPND01Y.

       FD  CMPSEL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CVCMS01Y.

       FD  CHG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       COPY CVCCH01Y.

       WORKING-STORAGE SECTION.

      *****************************************************************
       01  UNCFRPT-STATUS.
           05  UNCFRPT-STAT1       PIC X.
           05  UNCFRPT-STAT2       PIC X.
       01  CMPSEL-STATUS.
           05  CMPSEL-STAT1        PIC X.
           05  CMPSEL-STAT2        PIC X.
       01  CARDCHG-STATUS.
           05  CARDCHG-STAT1       PIC X.
           05  CARDCHG-STAT2       PIC X.

       01  END-OF-FILE             PIC X(01) VALUE 'N'.
       01  WS-ACK-EOF              PIC X(01) VALUE 'N'.
       01  WS-ACK-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-ACK-OPEN                   VALUE 'Y'.
       01  WS-CMPSEL-EOF           PIC X(01) VALUE 'N'.
       01  WS-CMPSEL-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-CMPSEL-OPEN                VALUE 'Y'.
       01  WS-ORD-FOUND-SW         PIC X(01) VALUE 'N'.
           88  WS-ORD-FOUND                  VALUE 'Y'.
           88  WS-ORD-NOT-FOUND              VALUE 'N'.
           05  P-FOLLOWUP-DAYS     PIC 9(03).
           05  FILLER              PIC X(01).
           05  P-ADDR-WINDOW-DAYS  PIC 9(03).
           05  FILLER              PIC X(01).
           05  P-COMP-MAX          PIC 9(05).
           05  FILLER              PIC X(64).

       01  WS-CONTROLS.
           05  WS-HORIZON-MONTHS   PIC S9(04) COMP VALUE 3.
           05  WS-FOLLOWUP-DAYS    PIC S9(04) COMP VALUE 30.
           05  WS-ADDR-WINDOW-DAYS PIC S9(04) COMP VALUE 30.
      *    Most compromised-card reissues ordered in one run; the
      *    rest wait for the next run, still in priority order.
           05  WS-COMP-MAX         PIC S9(08) COMP VALUE 99999.

      *---------------------------------------------------------------*
      * Fraud-window hold: a customer-record update on the audit      *
           05  WS-NEW-MM           PIC 9(02).
           05  WS-NEW-DD           PIC 9(02).
       01  WS-NEW-EXPIRY-DATE      PIC X(10).
      *    Why the card is being reissued, for the change file.
       01  WS-CHANGE-REASON        PIC X(01).
       01  WS-ORDER-AGE-DAYS       PIC S9(08) COMP.
       01  WS-ORD-DATE-INT         PIC 9(08).
       01  WS-RUN-DATE-INT         PIC 9(08).
           05  WS-ACKS-MATCHED             PIC 9(09) VALUE 0.
           05  WS-ACKS-UNMATCHED           PIC 9(09) VALUE 0.
           05  WS-UNCONFIRMED-COUNT        PIC 9(09) VALUE 0.
           05  WS-COMP-READ                PIC 9(09) VALUE 0.
           05  WS-COMP-ORDERED             PIC 9(09) VALUE 0.
           05  WS-COMP-DEFERRED            PIC 9(09) VALUE 0.
           05  WS-COMP-SKIPPED             PIC 9(09) VALUE 0.
           05  WS-CHANGES-WRITTEN          PIC 9(09) VALUE 0.

       01  WS-UNCF-HEADER.
           05  FILLER  VALUE 'CBREI01C  ORDERS NOT CONFIRMED BY VENDOR'
           DISPLAY 'START OF EXECUTION OF PROGRAM CBREI01C'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SELECT-EXPIRING-CARDS.
           PERFORM 2500-SELECT-COMPROMISED-CARDS.
           PERFORM 3000-PROCESS-VENDOR-ACKS.
           PERFORM 4000-REPORT-UNCONFIRMED.
           PERFORM 8000-PRINT-SUMMARY.
                   AND P-ADDR-WINDOW-DAYS > 0
               MOVE P-ADDR-WINDOW-DAYS TO WS-ADDR-WINDOW-DAYS
           END-IF.
           IF P-COMP-MAX IS NUMERIC AND P-COMP-MAX > 0
               MOVE P-COMP-MAX TO WS-COMP-MAX
           END-IF.
           DISPLAY 'CBREI01C HORIZON MONTHS : ' WS-HORIZON-MONTHS.
           DISPLAY 'CBREI01C FOLLOWUP DAYS  : ' WS-FOLLOWUP-DAYS.
           DISPLAY 'CBREI01C ADDR WINDOW    : ' WS-ADDR-WINDOW-DAYS.
           DISPLAY 'CBREI01C COMPROMISED MAX: ' WS-COMP-MAX.

           ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DISPLAY 'ERROR OPENING PENDVRFY: ' PENDVRFY-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT CMPSEL-FILE.
           IF CMPSEL-STATUS = '00'
               SET WS-CMPSEL-OPEN TO TRUE
           ELSE
               DISPLAY 'NO COMPROMISE SELECTIONS THIS RUN: '
                       CMPSEL-STATUS
               MOVE 'Y' TO WS-CMPSEL-EOF
           END-IF.
           OPEN OUTPUT CHG-FILE.
           IF CARDCHG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CARDCHG: ' CARDCHG-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

      *****************************************************************
       2000-SELECT-EXPIRING-CARDS.

      *****************************************************************
       2100-READ-CARD.
           READ CARD-FILE NEXT.
           EVALUATE CARDFILE-STATUS
               WHEN '00'
                   CONTINUE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'E' TO WS-CHANGE-REASON.
           PERFORM 2300-ORDER-REPLACEMENT.
           ADD 1 TO WS-CARDS-SELECTED.
           EXIT.

      *****************************************************************
      * Writes the embossing extract record, rolls the card's expiry  *
      * forward on the card master, records the expiry change for the *
      * account updater, stamps the account reissue date, and records *
      * the outstanding order.                                        *
      *****************************************************************
       2300-ORDER-REPLACEMENT.
           COMPUTE WS-NEW-EXP-SEQ =
      *    Replacement card record - same card number, new expiry.
      *    Replacements are born pending activation: a card stolen
      *    from the mail must not work until the cardholder activates
      *    it.  The old expiry is kept so the authorization engine can
      *    go on honoring the old plastic through the overlap window.
           MOVE CARD-EXPIRAION-DATE TO CARD-PRIOR-EXPIRY-DATE.
           MOVE WS-RUN-DATE-DASH   TO CARD-REISSUE-DATE.
           MOVE WS-NEW-EXPIRY-DATE TO CARD-EXPIRAION-DATE.
           SET CARD-STS-PENDING-ACT TO TRUE.
           STRING WS-RUN-DATE-DASH ' 00:00:00.000000'
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

      *    Same number, new expiry - merchants holding the card on
      *    file learn the new expiry through the account updater.
           INITIALIZE CARD-CHANGE-RECORD.
           MOVE CARD-NUM               TO CCH-OLD-CARD-NUM
                                          CCH-NEW-CARD-NUM.
           MOVE CARD-PRIOR-EXPIRY-DATE TO CCH-OLD-EXPIRY.
           MOVE CARD-EXPIRAION-DATE    TO CCH-NEW-EXPIRY.
           MOVE CARD-ACCT-ID           TO CCH-ACCT-ID.
           MOVE WS-RUN-DATE-DASH       TO CCH-CHANGE-DATE.
           MOVE WS-CHANGE-REASON       TO CCH-REASON.
           MOVE 'CBREI01C'             TO CCH-SOURCE-PGM.
           WRITE CARD-CHANGE-RECORD.
           IF CARDCHG-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CARDCHG: ' CARDCHG-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           ADD 1 TO WS-CHANGES-WRITTEN.

           PERFORM 2400-STAMP-ACCT-REISSUE.

           IF WS-ORD-FOUND
           END-IF.
           EXIT.

      *****************************************************************
      * Compromised-card reissue.  The selections arrive most urgent  *
      * first; each still-active card without an open order goes      *
      * through the same fraud-window hold and ordering as an expiry  *
      * reissue, with the new plastic's term running from this month. *
      * Past the per-run cap the remainder is counted and left for    *
      * the next run's extract.                                       *
      *****************************************************************
       2500-SELECT-COMPROMISED-CARDS.
           IF WS-CMPSEL-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2510-READ-SELECTION.
           PERFORM UNTIL WS-CMPSEL-EOF = 'Y'
               ADD 1 TO WS-COMP-READ
               IF WS-COMP-ORDERED < WS-COMP-MAX
                   PERFORM 2550-CHECK-COMPROMISED-CARD
               ELSE
                   ADD 1 TO WS-COMP-DEFERRED
               END-IF
               PERFORM 2510-READ-SELECTION
           END-PERFORM.
           EXIT.

       2510-READ-SELECTION.
           READ CMPSEL-FILE.
           EVALUATE CMPSEL-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y' TO WS-CMPSEL-EOF
               WHEN OTHER
                   DISPLAY 'ERROR READING CMPSEL: ' CMPSEL-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.
           EXIT.

       2550-CHECK-COMPROMISED-CARD.
           MOVE CMS-CARD-NUM TO CARD-NUM.
           READ CARD-FILE
               INVALID KEY
                   ADD 1 TO WS-COMP-SKIPPED
                   DISPLAY 'COMPROMISED CARD NOT ON CARDFILE: '
                           CMS-CARD-NUM
                   EXIT PARAGRAPH
           END-READ.
           IF CARD-ACTIVE-STATUS NOT = 'Y'
               ADD 1 TO WS-COMP-SKIPPED
               EXIT PARAGRAPH
           END-IF.

           MOVE CARD-NUM TO ORD-CARD-NUM.
           READ ORD-FILE
               INVALID KEY
                   SET WS-ORD-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-ORD-FOUND TO TRUE
           END-READ.
           IF WS-ORD-FOUND AND ORD-OPEN
               ADD 1 TO WS-COMP-SKIPPED
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2250-CHECK-ADDRESS-HOLD.
           IF WS-HOLD-CARD
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-RUN-MONTH-SEQ TO WS-CARD-EXP-SEQ.
           MOVE 'C' TO WS-CHANGE-REASON.
           PERFORM 2300-ORDER-REPLACEMENT.
           ADD 1 TO WS-COMP-ORDERED.
           EXIT.

      *****************************************************************
      * Vendor acknowledgment intake - marks each acknowledged order  *
      * confirmed with the vendor's ship date.                        *
           DISPLAY '  RELEASED HOLDS USED   : ' WS-CARDS-RELEASED-USED.
           DISPLAY '  CANCELLED HOLDS       : ' WS-CARDS-CANCELLED.
           DISPLAY '  SKIPPED - ORDER OPEN  : ' WS-CARDS-SKIPPED-ORDER.
           DISPLAY '  COMPROMISED SELECTED  : ' WS-COMP-READ.
           DISPLAY '  COMPROMISED ORDERED   : ' WS-COMP-ORDERED.
           DISPLAY '  COMPROMISED DEFERRED  : ' WS-COMP-DEFERRED.
           DISPLAY '  COMPROMISED SKIPPED   : ' WS-COMP-SKIPPED.
           DISPLAY '  VENDOR ACKS READ      : ' WS-ACKS-READ.
           DISPLAY '  ACKS MATCHED          : ' WS-ACKS-MATCHED.
           DISPLAY '  ACKS UNMATCHED        : ' WS-ACKS-UNMATCHED.
           DISPLAY '  UNCONFIRMED PAST DUE  : ' WS-UNCONFIRMED-COUNT.
           DISPLAY '  CARD CHANGES WRITTEN  : ' WS-CHANGES-WRITTEN.
           DISPLAY '================================================'.
           EXIT.

           CLOSE XREF-FILE.
           CLOSE AUDIT-FILE.
           CLOSE PEND-FILE.
           IF WS-CMPSEL-OPEN
               CLOSE CMPSEL-FILE
           END-IF.
           CLOSE CHG-FILE.
           EXIT.

       9999-ABEND-PROGRAM.
