      *               AUDIT-LOG-TYPE.  RESTORE mode reloads a requested
      *               archive generation back into the online file when
      *               compliance needs history back online.
      *               An entry whose customer, account, or card is
      *               under an active legal hold (LEGLHOLD) is never
      *               archived or purged; it stays online and is
      *               listed on the certificate with its matter.
      *               The tamper-evident chain goes across with the
      *               entries: each keeps its sequence number and
      *               hashes, the generation closes with a chain
      *               anchor entry carrying its counts, sequence range
      *               and a seal folded over every entry in the order
      *               written, and the AUDCHAIN head is stamped with
      *               the highest sequence archived - so CBAUDV0C can
      *               verify the archive on its own.  RESTORE reloads
      *               the entries as archived and leaves the anchor.
      *
      *               Parameter card:  ARCHIVE nnnn   (retention days)
      *                                RESTORE
           SELECT CERT-FILE ASSIGN TO CERTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS CERTRPT-STATUS.
      *
           SELECT LGH-FILE ASSIGN TO LEGLHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-LGH-KEY
                  FILE STATUS  IS LGHFILE-STATUS.
      *
           SELECT CHAIN-FILE ASSIGN TO AUDCHAIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACH-LOG-ID
                  FILE STATUS  IS CHAINFILE-STATUS.
      *
           SELECT XREF-FILE ASSIGN TO XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-XREF-CARD-NUM
                  FILE STATUS  IS XREFFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-CERT-REC                             PIC X(132).

       FD  LGH-FILE.
       01  FD-LGH-REC.
           05  FD-LGH-KEY                          PIC X(24).
           05  FD-LGH-DATA                         PIC X(96).

       FD  CHAIN-FILE.
       COPY CVAUC01Y.

       FD  XREF-FILE.
       01  FD-XREFFILE-REC.
           05  FD-XREF-CARD-NUM                    PIC X(16).
           05  FD-XREF-DATA                        PIC X(34).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY AUDITLOG.
       COPY CVLGH01Y.
       COPY CVACT03Y.

       01  AUDFILE-STATUS.
           05  AUDFILE-STAT1       PIC X.
       01  CERTRPT-STATUS.
           05  CERTRPT-STAT1       PIC X.
           05  CERTRPT-STAT2       PIC X.
       01  LGHFILE-STATUS.
           05  LGHFILE-STAT1       PIC X.
           05  LGHFILE-STAT2       PIC X.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.
       01  CHAINFILE-STATUS.
           05  CHAINFILE-STAT1     PIC X.
           05  CHAINFILE-STAT2     PIC X.

      *---------------------------------------------------------------*
      *    Chain carried into the archive generation.                 *
      *---------------------------------------------------------------*
       01  WS-HASH-PGM             PIC X(08) VALUE 'COAUDH0C'.
       COPY CVAUC02Y.
       01  WS-SEAL-FIELDS.
           05  WS-SEAL-HASH        PIC 9(18) COMP VALUE 0.
           05  WS-SEAL-LOW-SEQ     PIC 9(15) COMP-3 VALUE 0.
           05  WS-SEAL-HIGH-SEQ    PIC 9(15) COMP-3 VALUE 0.
           05  WS-SEAL-HEAD-SEQ    PIC 9(15) COMP-3 VALUE 0.
       01  WS-RUN-TIME.
           05  WS-RUN-HH           PIC 9(02).
           05  WS-RUN-MI           PIC 9(02).
           05  WS-RUN-SS           PIC 9(02).
           05  WS-RUN-HS           PIC 9(02).
       01  WS-RUN-TIMESTAMP        PIC X(26).

       01  END-OF-FILE             PIC X(01) VALUE 'N'.

       01  WS-TYPE-SUB             PIC S9(04) COMP.
       01  WS-TYPE-HIT-SUB         PIC S9(04) COMP.

      *---------------------------------------------------------------*
      *    Legal holds.  Customer and account holds as filed, plus    *
      *    every card (with its account) the xref ties to a held      *
      *    customer or account.                                       *
      *---------------------------------------------------------------*
       01  WS-LGH-TABLE.
           05  WS-LGH-COUNT        PIC S9(04) COMP VALUE 0.
           05  WS-LGH-MAX          PIC S9(04) COMP VALUE 500.
           05  WS-LGH-ENTRY OCCURS 500 TIMES.
               10  WS-LGH-TYPE                  PIC X(01).
               10  WS-LGH-ID                    PIC 9(11).
               10  WS-LGH-MATTER                PIC X(12).
       01  WS-LGH-SUB              PIC S9(04) COMP.
       01  WS-HELD-CARD-TABLE.
           05  WS-HELD-COUNT       PIC S9(04) COMP VALUE 0.
           05  WS-HELD-MAX         PIC S9(04) COMP VALUE 2000.
           05  WS-HELD-ENTRY OCCURS 2000 TIMES.
               10  WS-HELD-CARD-NUM             PIC X(16).
               10  WS-HELD-ACCT-ID              PIC 9(11).
               10  WS-HELD-MATTER               PIC X(12).
       01  WS-HELD-SUB             PIC S9(04) COMP.
       01  WS-LGH-DONE-SW          PIC X(01) VALUE 'N'.
           88  WS-LGH-DONE                    VALUE 'Y'.
       01  WS-LGH-HELD-SW          PIC X(01) VALUE 'N'.
           88  WS-LGH-HELD                    VALUE 'Y'.
       01  WS-LGH-MATTER-OUT       PIC X(12).
      *    Subject of the entry under test; zero or spaces = none.
       01  WS-LGH-CHK-CUST         PIC 9(11).
       01  WS-LGH-CHK-ACCT         PIC 9(11).
       01  WS-LGH-CHK-CARD         PIC X(16).

       01  WS-RUN-COUNTS.
           05  WS-RECORDS-READ             PIC 9(09) VALUE 0.
           05  WS-RECORDS-ARCHIVED         PIC 9(09) VALUE 0.
           05  WS-RECORDS-RESTORED         PIC 9(09) VALUE 0.
           05  WS-RESTORE-DUPS             PIC 9(09) VALUE 0.
           05  WS-BAD-DATE-COUNT           PIC 9(09) VALUE 0.
           05  WS-RECORDS-HELD             PIC 9(09) VALUE 0.
           05  WS-ARCH-CHAINED             PIC 9(09) VALUE 0.
           05  WS-ARCH-UNCHAINED           PIC 9(09) VALUE 0.
           05  WS-ARCH-HASH-FAILED         PIC 9(09) VALUE 0.
           05  WS-ANCHORS-SKIPPED          PIC 9(09) VALUE 0.

       01  WS-CERT-LINE                    PIC X(132).
       01  WS-CERT-TYPE-LINE.
           EVALUATE TRUE
               WHEN P-FUNC-ARCHIVE
                   PERFORM 2000-ARCHIVE-AND-PURGE
                   PERFORM 2500-WRITE-CHAIN-ANCHOR
                   PERFORM 7000-PRINT-CERTIFICATE
               WHEN P-FUNC-RESTORE
                   PERFORM 3000-RESTORE-ARCHIVE
           MOVE WS-CUTOFF-DATE-N(1:4) TO WS-CUT-YYYY.
           MOVE WS-CUTOFF-DATE-N(5:2) TO WS-CUT-MM.
           MOVE WS-CUTOFF-DATE-N(7:2) TO WS-CUT-DD.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD '-'
                  WS-RUN-HH '.' WS-RUN-MI '.' WS-RUN-SS '.'
                  WS-RUN-HS '0000'
               DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP
           END-STRING.

           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 12
                   DISPLAY 'ERROR OPENING CERTRPT: ' CERTRPT-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               PERFORM 7100-PRINT-CERT-TITLE
               PERFORM 1100-LOAD-LEGAL-HOLDS
               PERFORM 1200-LOAD-HELD-CARDS
           END-IF.
           IF P-FUNC-RESTORE
               OPEN INPUT ARCHIN-FILE
               END-IF
           END-IF.

      *****************************************************************
      * Only holds still in force are kept.                           *
      *****************************************************************
       1100-LOAD-LEGAL-HOLDS.
           OPEN INPUT LGH-FILE.
           IF LGHFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LEGLHOLD: ' LGHFILE-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           MOVE 'N' TO WS-LGH-DONE-SW.
           PERFORM UNTIL WS-LGH-DONE
               READ LGH-FILE
                   AT END SET WS-LGH-DONE TO TRUE
               END-READ
               IF NOT WS-LGH-DONE
                   MOVE FD-LGH-REC TO LEGAL-HOLD-RECORD
                   IF LGH-ACTIVE
                       IF WS-LGH-COUNT >= WS-LGH-MAX
                           DISPLAY 'LEGAL HOLD TABLE FULL AT '
                                   WS-LGH-MAX
                           PERFORM 9999-ABEND-PROGRAM
                       END-IF
                       ADD 1 TO WS-LGH-COUNT
                       MOVE LGH-SUBJECT-TYPE
                         TO WS-LGH-TYPE(WS-LGH-COUNT)
                       MOVE LGH-SUBJECT-ID
                         TO WS-LGH-ID(WS-LGH-COUNT)
                       MOVE LGH-MATTER-NUM
                         TO WS-LGH-MATTER(WS-LGH-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE LGH-FILE.
           EXIT.

      *****************************************************************
      * Every card whose customer or account is held.                 *
      *****************************************************************
       1200-LOAD-HELD-CARDS.
           IF WS-LGH-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT XREF-FILE.
           IF XREFFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING XREFFILE: ' XREFFILE-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           MOVE 'N' TO WS-LGH-DONE-SW.
           PERFORM UNTIL WS-LGH-DONE
               READ XREF-FILE
                   AT END SET WS-LGH-DONE TO TRUE
               END-READ
               IF NOT WS-LGH-DONE
                   MOVE FD-XREFFILE-REC TO CARD-XREF-RECORD
                   PERFORM 1250-CHECK-XREF-HELD
               END-IF
           END-PERFORM.
           CLOSE XREF-FILE.
           EXIT.

       1250-CHECK-XREF-HELD.
           MOVE 'N' TO WS-LGH-HELD-SW.
           PERFORM VARYING WS-LGH-SUB FROM 1 BY 1
               UNTIL WS-LGH-SUB > WS-LGH-COUNT
               OR WS-LGH-HELD
               IF (WS-LGH-TYPE(WS-LGH-SUB) = 'C'
                   AND WS-LGH-ID(WS-LGH-SUB) = XREF-CUST-ID)
                  OR (WS-LGH-TYPE(WS-LGH-SUB) = 'A'
                   AND WS-LGH-ID(WS-LGH-SUB) = XREF-ACCT-ID)
                   SET WS-LGH-HELD TO TRUE
                   IF WS-HELD-COUNT >= WS-HELD-MAX
                       DISPLAY 'HELD CARD TABLE FULL AT '
                               WS-HELD-MAX
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   ADD 1 TO WS-HELD-COUNT
                   MOVE XREF-CARD-NUM
                     TO WS-HELD-CARD-NUM(WS-HELD-COUNT)
                   MOVE XREF-ACCT-ID
                     TO WS-HELD-ACCT-ID(WS-HELD-COUNT)
                   MOVE WS-LGH-MATTER(WS-LGH-SUB)
                     TO WS-HELD-MATTER(WS-HELD-COUNT)
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
      * ARCHIVE: every online entry dated before the cutoff goes to   *
      * the archive and is deleted; entries with an unparseable date  *
               EXIT PARAGRAPH
           END-IF.

           IF AUDIT-DATE < WS-CUTOFF-DATE-R
               PERFORM 2300-CHECK-LEGAL-HOLD
               IF WS-LGH-HELD
                   ADD 1 TO WS-RECORDS-HELD
                   ADD 1 TO WS-RECORDS-KEPT
                   ADD 1 TO WS-TYPE-KEPT (WS-TYPE-HIT-SUB)
                   PERFORM 7200-PRINT-HELD-ENTRY
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF AUDIT-DATE < WS-CUTOFF-DATE-R
               WRITE FD-ARCHOUT-REC FROM AUDIT-LOG-RECORD
               IF ARCHOUT-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING ARCHOUT: ' ARCHOUT-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               PERFORM 2400-SEAL-ARCHIVED-ENTRY
               ADD 1 TO WS-RECORDS-ARCHIVED
               ADD 1 TO WS-TYPE-ARCHIVED (WS-TYPE-HIT-SUB)
               DELETE AUDIT-FILE
           END-PERFORM.
           EXIT.

      *****************************************************************
      * Fold the entry into the generation's seal, and note its place *
      * in the chain.  An entry whose own hash no longer matches was  *
      * altered on the online file before it got here; it goes across *
      * as found and is counted on the certificate.                   *
      *****************************************************************
       2400-SEAL-ARCHIVED-ENTRY.
           MOVE WS-SEAL-HASH     TO AUH-FOLD-HASH.
           MOVE AUDIT-LOG-RECORD TO AUH-RECORD.
           CALL WS-HASH-PGM USING AUDIT-HASH-PARM.
           MOVE AUH-HASH         TO WS-SEAL-HASH.

           IF AUDIT-CHAIN-SEQ NOT NUMERIC OR AUDIT-CHAIN-SEQ = 0
               ADD 1 TO WS-ARCH-UNCHAINED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ARCH-CHAINED.
           IF WS-SEAL-LOW-SEQ = 0 OR AUDIT-CHAIN-SEQ < WS-SEAL-LOW-SEQ
               MOVE AUDIT-CHAIN-SEQ TO WS-SEAL-LOW-SEQ
           END-IF.
           IF AUDIT-CHAIN-SEQ > WS-SEAL-HIGH-SEQ
               MOVE AUDIT-CHAIN-SEQ TO WS-SEAL-HIGH-SEQ
           END-IF.
           MOVE ZERO             TO AUH-FOLD-HASH.
           CALL WS-HASH-PGM USING AUDIT-HASH-PARM.
           IF AUH-HASH NOT = AUDIT-CHAIN-HASH
               ADD 1 TO WS-ARCH-HASH-FAILED
           END-IF.
           EXIT.

      *****************************************************************
      * Close the generation with its chain anchor and stamp the      *
      * chain head with the highest sequence now archived.            *
      *****************************************************************
       2500-WRITE-CHAIN-ANCHOR.
           OPEN I-O CHAIN-FILE.
           IF CHAINFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDCHAIN: ' CHAINFILE-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           MOVE 'AUDITLOG' TO ACH-LOG-ID.
           READ CHAIN-FILE.
           EVALUATE CHAINFILE-STATUS
               WHEN '00'
                   MOVE ACH-LAST-SEQ TO WS-SEAL-HEAD-SEQ
               WHEN '23'
                   MOVE ZERO TO WS-SEAL-HEAD-SEQ
               WHEN OTHER
                   DISPLAY 'ERROR READING AUDCHAIN: ' CHAINFILE-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE.

           MOVE SPACES TO AUDIT-LOG-RECORD.
           SET AUDIT-CHAIN-ANCHOR TO TRUE.
           MOVE WS-RUN-TIMESTAMP     TO AUDIT-TIMESTAMP.
           MOVE 'CBAUDR0C'           TO AUDIT-USER-ID.
           MOVE ZERO                 TO AUDIT-CHAIN-SEQ.
           MOVE ZERO                 TO AUDIT-CHAIN-PREV-HASH.
           MOVE WS-SEAL-HASH         TO AUDIT-CHAIN-HASH.
           SET AUDIT-CHAIN-BATCH     TO TRUE.
           MOVE WS-RUN-TIMESTAMP(1:10) TO AUDIT-ANC-RUN-DATE.
           MOVE WS-CUTOFF-DATE-R     TO AUDIT-ANC-CUTOFF-DATE.
           MOVE WS-RECORDS-ARCHIVED  TO AUDIT-ANC-ENTRY-COUNT.
           MOVE WS-ARCH-CHAINED      TO AUDIT-ANC-CHAINED-COUNT.
           MOVE WS-SEAL-LOW-SEQ      TO AUDIT-ANC-LOW-SEQ.
           MOVE WS-SEAL-HIGH-SEQ     TO AUDIT-ANC-HIGH-SEQ.
           MOVE WS-SEAL-HASH         TO AUDIT-ANC-SEAL-HASH.
           MOVE WS-SEAL-HEAD-SEQ     TO AUDIT-ANC-HEAD-SEQ.
           WRITE FD-ARCHOUT-REC FROM AUDIT-LOG-RECORD.
           IF ARCHOUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ARCHOUT: ' ARCHOUT-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.

           IF CHAINFILE-STATUS = '00'
               IF WS-SEAL-HIGH-SEQ > ACH-ARCH-HIGH-SEQ
                   MOVE WS-SEAL-HIGH-SEQ TO ACH-ARCH-HIGH-SEQ
               END-IF
               MOVE WS-RUN-TIMESTAMP(1:10) TO ACH-ARCH-RUN-DATE
               REWRITE AUDIT-CHAIN-HEAD
               IF CHAINFILE-STATUS NOT = '00'
                   DISPLAY 'ERROR REWRITING AUDCHAIN: '
                           CHAINFILE-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF.
           CLOSE CHAIN-FILE.
           EXIT.

      *****************************************************************
      * The subject an entry is about depends on what was logged.     *
      *****************************************************************
       2300-CHECK-LEGAL-HOLD.
           MOVE ZERO   TO WS-LGH-CHK-CUST.
           MOVE ZERO   TO WS-LGH-CHK-ACCT.
           MOVE SPACES TO WS-LGH-CHK-CARD.
           EVALUATE TRUE
               WHEN AUDIT-CUSTOMER
                   MOVE AUDIT-CUST-ID       TO WS-LGH-CHK-CUST
               WHEN AUDIT-ACCOUNT
                   MOVE AUDIT-ACCT-ID       TO WS-LGH-CHK-ACCT
               WHEN AUDIT-TRANSACTION
                   MOVE AUDIT-TRAN-CARD-NUM TO WS-LGH-CHK-CARD
               WHEN AUDIT-CARD
                   MOVE AUDIT-CARD-NUM      TO WS-LGH-CHK-CARD
                   MOVE AUDIT-CARD-ACCT-ID  TO WS-LGH-CHK-ACCT
               WHEN AUDIT-AUTHORIZATION
                   MOVE AUDIT-AUTH-CARD-NUM TO WS-LGH-CHK-CARD
                   MOVE AUDIT-AUTH-ACCT-ID  TO WS-LGH-CHK-ACCT
                   MOVE AUDIT-AUTH-CUST-ID  TO WS-LGH-CHK-CUST
               WHEN AUDIT-DISPUTE
                   MOVE AUDIT-DIS-CARD-NUM  TO WS-LGH-CHK-CARD
                   MOVE AUDIT-DIS-ACCT-ID   TO WS-LGH-CHK-ACCT
               WHEN AUDIT-CARD-XREF
                   MOVE AUDIT-XREF-CARD-NUM TO WS-LGH-CHK-CARD
                   MOVE AUDIT-XREF-ACCT-ID  TO WS-LGH-CHK-ACCT
                   MOVE AUDIT-XREF-CUST-ID  TO WS-LGH-CHK-CUST
               WHEN AUDIT-TRAVEL
                   MOVE AUDIT-TRV-ACCT-ID   TO WS-LGH-CHK-ACCT
               WHEN AUDIT-LEGAL-HOLD
                   IF AUDIT-LGH-SUBJECT-TYPE = 'C'
                       MOVE AUDIT-LGH-SUBJECT-ID TO WS-LGH-CHK-CUST
                   ELSE
                       MOVE AUDIT-LGH-SUBJECT-ID TO WS-LGH-CHK-ACCT
                   END-IF
           END-EVALUATE.

           MOVE 'N' TO WS-LGH-HELD-SW.
           PERFORM VARYING WS-LGH-SUB FROM 1 BY 1
               UNTIL WS-LGH-SUB > WS-LGH-COUNT
               OR WS-LGH-HELD
               IF (WS-LGH-TYPE(WS-LGH-SUB) = 'C'
                   AND WS-LGH-CHK-CUST NOT = ZERO
                   AND WS-LGH-ID(WS-LGH-SUB) = WS-LGH-CHK-CUST)
                  OR (WS-LGH-TYPE(WS-LGH-SUB) = 'A'
                   AND WS-LGH-CHK-ACCT NOT = ZERO
                   AND WS-LGH-ID(WS-LGH-SUB) = WS-LGH-CHK-ACCT)
                   SET WS-LGH-HELD TO TRUE
                   MOVE WS-LGH-MATTER(WS-LGH-SUB)
                     TO WS-LGH-MATTER-OUT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-HELD-SUB FROM 1 BY 1
               UNTIL WS-HELD-SUB > WS-HELD-COUNT
               OR WS-LGH-HELD
               IF (WS-LGH-CHK-CARD NOT = SPACES
                   AND WS-HELD-CARD-NUM(WS-HELD-SUB) = WS-LGH-CHK-CARD)
                  OR (WS-LGH-CHK-ACCT NOT = ZERO
                   AND WS-HELD-ACCT-ID(WS-HELD-SUB) = WS-LGH-CHK-ACCT)
                   SET WS-LGH-HELD TO TRUE
                   MOVE WS-HELD-MATTER(WS-HELD-SUB)
                     TO WS-LGH-MATTER-OUT
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
      * RESTORE: reload an archive generation.  Entries already on    *
      * the online file (a partial earlier restore) count as          *
               PERFORM 3100-READ-ARCHIN
           END-PERFORM.
           DISPLAY 'CBAUDR0C RESTORED: ' WS-RECORDS-RESTORED
                   ' DUPLICATES: ' WS-RESTORE-DUPS
                   ' ANCHORS SKIPPED: ' WS-ANCHORS-SKIPPED.
           EXIT.

       3100-READ-ARCHIN.
           EXIT.

       3200-RELOAD-ONE-ENTRY.
           IF FD-ARCHIN-REC(1:1) = '#'
               ADD 1 TO WS-ANCHORS-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           MOVE FD-ARCHIN-REC TO FD-AUDIT-REC.
           WRITE FD-AUDIT-REC.
           EVALUATE AUDFILE-STATUS
      * by audit log type, over what cutoff.                          *
      *****************************************************************
       7000-PRINT-CERTIFICATE.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 12
               IF WS-TYPE-ARCHIVED (WS-TYPE-SUB) > 0
               DELIMITED BY SIZE INTO WS-CERT-LINE
           END-STRING.
           WRITE FD-CERT-REC FROM WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           STRING '  KEPT UNDER LEGAL HOLD: ' WS-RECORDS-HELD
               DELIMITED BY SIZE INTO WS-CERT-LINE
           END-STRING.
           WRITE FD-CERT-REC FROM WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           STRING '  CHAINED ARCHIVED: ' WS-ARCH-CHAINED
                  '  SEQUENCES: ' AUDIT-ANC-LOW-SEQ
                  ' TO ' AUDIT-ANC-HIGH-SEQ
                  '  UNCHAINED: ' WS-ARCH-UNCHAINED
               DELIMITED BY SIZE INTO WS-CERT-LINE
           END-STRING.
           WRITE FD-CERT-REC FROM WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           STRING '  ARCHIVE SEAL: ' AUDIT-ANC-SEAL-HASH
                  '  FAILED HASH CHECK ON THE WAY OUT: '
                  WS-ARCH-HASH-FAILED
               DELIMITED BY SIZE INTO WS-CERT-LINE
           END-STRING.
           WRITE FD-CERT-REC FROM WS-CERT-LINE.

           DISPLAY 'CBAUDR0C ARCHIVED: ' WS-RECORDS-ARCHIVED
                   ' PURGED: ' WS-RECORDS-PURGED
                   ' KEPT: ' WS-RECORDS-KEPT
                   ' LEGAL HOLD: ' WS-RECORDS-HELD.
           EXIT.

      *****************************************************************
      * The title goes out when the certificate opens so the entries  *
      * kept under legal hold list beneath it as the run finds them.  *
      *****************************************************************
       7100-PRINT-CERT-TITLE.
           MOVE SPACES TO WS-CERT-LINE.
           MOVE WS-RETAIN-DAYS TO WS-RETAIN-DAYS-DIS.
           STRING 'CBAUDR0C AUDIT RETENTION CERTIFICATE - CUTOFF '
                  WS-CUTOFF-DATE-R
                  ' (' WS-RETAIN-DAYS-DIS ' DAYS)'
               DELIMITED BY SIZE INTO WS-CERT-LINE
           END-STRING.
           WRITE FD-CERT-REC FROM WS-CERT-LINE.
           EXIT.

      *****************************************************************
       7200-PRINT-HELD-ENTRY.
           MOVE SPACES TO WS-CERT-LINE.
           STRING '  LEGAL HOLD - KEPT: TYPE ' AUDIT-LOG-TYPE
                  ' ' AUDIT-TIMESTAMP
                  ' KEY ' FD-AUDIT-KEY
                  ' MATTER ' WS-LGH-MATTER-OUT
               DELIMITED BY SIZE INTO WS-CERT-LINE
           END-STRING.
           WRITE FD-CERT-REC FROM WS-CERT-LINE.
           IF CERTRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CERTRPT: ' CERTRPT-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *****************************************************************
