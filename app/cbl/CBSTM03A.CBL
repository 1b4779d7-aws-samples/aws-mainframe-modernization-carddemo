      * Type        : BATCH COBOL Program
      * Function    : Print Account Statements from Transaction data
      *               in two formats : 1/plain text and 2/HTML
      *               with captions in the customer's preferred
      *               language where LANGTXT carries them
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS EST-ACCT-ID
                  FILE STATUS  IS ESTMT-STATUS.
      *    Non-English statement captions (language + 'S' + caption
      *    id).  Optional - without it every statement is English.
           SELECT LANG-FILE ASSIGN TO LANGTXT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS LGT-KEY
                  FILE STATUS  IS LANGTXT-STATUS.
      *    Staged customer-notification events (statement ready).
           SELECT NTFY-FILE ASSIGN TO NTFYFILE
                  ORGANIZATION IS SEQUENTIAL
       COPY CVSTMA1Y.
       FD  ESTMT-FILE.
       COPY CVEST01Y.
       FD  LANG-FILE.
       COPY CVLNG01Y.
       FD  NTFY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  STATEMENT-LINES.
           05  ST-LINE0.
               10  FILLER  VALUE ALL '*'                PIC X(31).
               10  ST-CAP-SSTM                          PIC X(18).
               10  FILLER  VALUE ALL '*'                PIC X(31).
           05  ST-LINE1.
               10  ST-NAME                              PIC X(75).
               10  FILLER  VALUE ALL '-'                PIC X(80).
           05  ST-LINE6.
               10  FILLER  VALUE SPACES                 PIC X(33).
               10  ST-CAP-BDTL                          PIC X(14).
               10  FILLER  VALUE SPACES                 PIC X(33).
           05  ST-LINE7.
               10  ST-CAP-ACID                          PIC X(20).
               10  ST-ACCT-ID                           PIC X(20).
               10  FILLER  VALUE SPACES                 PIC X(40).
           05  ST-LINE8.
               10  ST-CAP-CBAL                          PIC X(20).
               10  ST-CURR-BAL                          PIC 9(9).99-.
               10  FILLER  VALUE SPACES                 PIC X(07).
               10  FILLER  VALUE SPACES                 PIC X(40).
           05  ST-LINE9.
               10  ST-CAP-FICO                          PIC X(20).
               10  ST-FICO-SCORE                        PIC X(20).
               10  FILLER  VALUE SPACES                 PIC X(40).
           05  ST-LINE9M.
               10  ST-MSG-TEXT                          PIC X(70).
               10  FILLER  VALUE SPACES                 PIC X(10).
           05  ST-LINE9R.
               10  ST-CAP-RWPT                          PIC X(20).
               10  ST-PTS-BALANCE                  PIC ZZZ,ZZZ,ZZ9-.
               10  FILLER  VALUE SPACES                 PIC X(48).
           05  ST-LINE10.
               10  FILLER  VALUE ALL '-'                PIC X(80).
           05  ST-LINE11.
               10  FILLER  VALUE SPACES                 PIC X(30).
               10  ST-CAP-TSUM                          PIC X(20).
               10  FILLER  VALUE SPACES                 PIC X(30).
           05  ST-LINE12.
               10  FILLER  VALUE ALL '-'                PIC X(80).
           05  ST-LINE13.
               10  ST-CAP-TRID                          PIC X(16).
               10  ST-CAP-TRDT                          PIC X(51).
               10  ST-CAP-TRAM                          PIC X(13).
           05  ST-LINE14.
               10  ST-TRANID                            PIC X(16).
               10  FILLER            VALUE ' '          PIC X(01).
               10  FILLER            VALUE '$'          PIC X(01).
               10  ST-TRANAMT                           PIC Z(9).99-.
           05  ST-LINE14A.
               10  ST-CAP-TEXP                          PIC X(10).
               10  FILLER            VALUE SPACES       PIC X(56).
               10  FILLER            VALUE '$'          PIC X(01).
               10  ST-TOTAL-TRAMT                       PIC Z(9).99-.
           05  ST-LINE15.
               10  FILLER  VALUE ALL '*'                PIC X(32).
               10  ST-CAP-ESTM                          PIC X(16).
               10  FILLER  VALUE ALL '*'                PIC X(32).

       01  HTML-LINES.
             88  HTML-L79 VALUE '</body>'.
             88  HTML-L80 VALUE '</html>'.
           05  HTML-L11.
               10  FILLER   PIC X(04) VALUE '<h3>'.
               10  L11-CAPTION PIC X(30).
               10  L11-ACCT PIC X(20).
               10  FILLER   PIC X(05) VALUE '</h3>'.
           05  HTML-L23.
           05  WS-VH-ACCT-ID       PIC 9(11).
           05  WS-VH-CARD-NUM      PIC X(16).
           05  WS-VH-INSERT-CODES  PIC X(10).
           05  WS-VH-LANG-CD       PIC X(02).
           05  FILLER              PIC X(51) VALUE SPACES.
       01  WS-VEND-DETAIL.
           05  FILLER              PIC X(01) VALUE 'D'.
           05  WS-VD-STMT-SEQ      PIC 9(09).
           88  WS-MC-HIT                     VALUE 'Y'.
       01  WS-DEFAULT-MSG-COUNT    PIC 9(09) VALUE 0.

      *---------------------------------------------------------------*
      *    Statement captions.  The English wording is the default;   *
      *    for a customer who prefers another language each caption   *
      *    LANGTXT carries replaces it, the rest stay English.  A      *
      *    caption is cut to the width its line gives it.  The table   *
      *    is reloaded only when the language changes.                *
      *---------------------------------------------------------------*
       01  LANGTXT-STATUS.
           05  LANGTXT-STAT1       PIC X.
           05  LANGTXT-STAT2       PIC X.
       01  WS-LANGTXT-AVAIL-SW     PIC X(01) VALUE 'N'.
           88  WS-LANGTXT-AVAIL              VALUE 'Y'.
       01  WS-CAP-DEFAULTS.
           05  FILLER PIC X(04) VALUE 'SSTM'.
           05  FILLER PIC X(40) VALUE 'START OF STATEMENT'.
           05  FILLER PIC X(04) VALUE 'BDTL'.
           05  FILLER PIC X(40) VALUE 'Basic Details'.
           05  FILLER PIC X(04) VALUE 'ACID'.
           05  FILLER PIC X(40) VALUE 'Account ID         :'.
           05  FILLER PIC X(04) VALUE 'CBAL'.
           05  FILLER PIC X(40) VALUE 'Current Balance    :'.
           05  FILLER PIC X(04) VALUE 'FICO'.
           05  FILLER PIC X(40) VALUE 'FICO Score         :'.
           05  FILLER PIC X(04) VALUE 'RWPT'.
           05  FILLER PIC X(40) VALUE 'Rewards Points Bal :'.
           05  FILLER PIC X(04) VALUE 'TSUM'.
           05  FILLER PIC X(40) VALUE 'TRANSACTION SUMMARY '.
           05  FILLER PIC X(04) VALUE 'TRID'.
           05  FILLER PIC X(40) VALUE 'Tran ID         '.
           05  FILLER PIC X(04) VALUE 'TRDT'.
           05  FILLER PIC X(40) VALUE 'Tran Details    '.
           05  FILLER PIC X(04) VALUE 'TRAM'.
           05  FILLER PIC X(40) VALUE '  Tran Amount'.
           05  FILLER PIC X(04) VALUE 'TEXP'.
           05  FILLER PIC X(40) VALUE 'Total EXP:'.
           05  FILLER PIC X(04) VALUE 'ESTM'.
           05  FILLER PIC X(40) VALUE 'END OF STATEMENT'.
           05  FILLER PIC X(04) VALUE 'HTSM'.
           05  FILLER PIC X(40) VALUE 'Transaction Summary'.
           05  FILLER PIC X(04) VALUE 'HAMT'.
           05  FILLER PIC X(40) VALUE 'Amount'.
           05  FILLER PIC X(04) VALUE 'HEND'.
           05  FILLER PIC X(40) VALUE 'End of Statement'.
           05  FILLER PIC X(04) VALUE 'HSTA'.
           05  FILLER PIC X(40) VALUE 'Statement for Account Number: '.
       01  WS-CAP-DEFAULTS-R REDEFINES WS-CAP-DEFAULTS.
           05  WS-CAP-DEFAULT OCCURS 16 TIMES.
               10  WS-CAP-DEF-ID           PIC X(04).
               10  WS-CAP-DEF-TEXT         PIC X(40).
       01  WS-CAP-TABLE.
           05  WS-CAP-TEXT         PIC X(40) OCCURS 16 TIMES.
       01  WS-CAP-CNT              PIC S9(4) COMP VALUE 16.
       01  WS-CAP-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-CAP-HITS             PIC S9(4) COMP VALUE 0.
       01  WS-CAP-LANG             PIC X(02) VALUE LOW-VALUES.
       01  WS-STMT-LANG            PIC X(02) VALUE 'EN'.
       01  WS-HTML-LANG            PIC X(02).
       01  WS-STMTS-TRANSLATED     PIC 9(09) VALUE 0.

       01  PTSBAL-STATUS.
           05  PTSBAL-STAT1        PIC X.
           05  PTSBAL-STAT2        PIC X.
               DISPLAY 'ESTMTCON NOT AVAILABLE - EVERY STATEMENT '
                       'PRINTS: ' ESTMT-STATUS
           END-IF.
           OPEN INPUT LANG-FILE.
           IF LANGTXT-STATUS = '00'
               SET WS-LANGTXT-AVAIL TO TRUE
           ELSE
               DISPLAY 'LANGTXT NOT AVAILABLE - ENGLISH CAPTIONS '
                       'ONLY: ' LANGTXT-STATUS
           END-IF.
           OPEN OUTPUT NTFY-FILE.
           IF NTFYFILE-STATUS NOT = '00'
               DISPLAY 'NTFYFILE OPEN NOT OK: ' NTFYFILE-STATUS
               CLOSE ESTMT-FILE
           END-IF.
           CLOSE NTFY-FILE.
           IF WS-LANGTXT-AVAIL
               CLOSE LANG-FILE
           END-IF.
           IF WS-PTSBAL-AVAIL
               CLOSE PTSBAL-FILE
           END-IF.
                   WS-ESTMT-SUPPRESSED.
           DISPLAY 'STATEMENT-READY EVENTS STAGED: '
                   WS-SRDY-STAGED.
           DISPLAY 'STATEMENTS NOT IN ENGLISH: '
                   WS-STMTS-TRANSLATED.

       9999-GOBACK.
           GOBACK.
               WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN
               SET HTML-L10 TO TRUE
               WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN
               MOVE SPACES TO FD-HTMLFILE-REC
               STRING '<h3>' DELIMITED BY SIZE
                      WS-CAP-TEXT (15) DELIMITED BY '  '
                      '</h3>' DELIMITED BY SIZE
                      INTO FD-HTMLFILE-REC
               END-STRING
               WRITE FD-HTMLFILE-REC
               SET HTML-LTDE TO TRUE
               WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN
               SET HTML-LTRE TO TRUE
      *---------------------------------------------------------------*
       5000-CREATE-STATEMENT.
           INITIALIZE STATEMENT-LINES.
           PERFORM 5050-SET-CAPTIONS THRU 5050-EXIT.
           PERFORM 7300-START-VEND-STATEMENT THRU 7300-EXIT.
           IF WANT-STMT-OUTPUT
               WRITE FD-STMTFILE-REC FROM ST-LINE0
           END-IF.
           EXIT.

      *---------------------------------------------------------------*
      *    Captions for this statement in the customer's preferred    *
      *    language.  WS-STMT-LANG ends as the language the statement *
      *    actually went out in - English when no caption was found.  *
      *---------------------------------------------------------------*
       5050-SET-CAPTIONS.
           MOVE 'EN' TO WS-STMT-LANG.
           IF NOT CUST-LANG-ENGLISH AND WS-LANGTXT-AVAIL
               MOVE CUST-LANG-CD TO WS-STMT-LANG
           END-IF.
           IF WS-STMT-LANG NOT = WS-CAP-LANG
               MOVE WS-STMT-LANG TO WS-CAP-LANG
               MOVE 0 TO WS-CAP-HITS
               PERFORM 5060-LOAD-CAPTION THRU 5060-EXIT
                   VARYING WS-CAP-SUB FROM 1 BY 1
                   UNTIL WS-CAP-SUB > WS-CAP-CNT
           END-IF.
           IF WS-CAP-HITS = 0
               MOVE 'EN' TO WS-STMT-LANG
           ELSE
               ADD 1 TO WS-STMTS-TRANSLATED
           END-IF.
           MOVE WS-CAP-TEXT (1)  TO ST-CAP-SSTM.
           MOVE WS-CAP-TEXT (2)  TO ST-CAP-BDTL.
           MOVE WS-CAP-TEXT (3)  TO ST-CAP-ACID.
           MOVE WS-CAP-TEXT (4)  TO ST-CAP-CBAL.
           MOVE WS-CAP-TEXT (5)  TO ST-CAP-FICO.
           MOVE WS-CAP-TEXT (6)  TO ST-CAP-RWPT.
           MOVE WS-CAP-TEXT (7)  TO ST-CAP-TSUM.
           MOVE WS-CAP-TEXT (8)  TO ST-CAP-TRID.
           MOVE WS-CAP-TEXT (9)  TO ST-CAP-TRDT.
           MOVE WS-CAP-TEXT (10) TO ST-CAP-TRAM.
           MOVE WS-CAP-TEXT (11) TO ST-CAP-TEXP.
           MOVE WS-CAP-TEXT (12) TO ST-CAP-ESTM.
           MOVE WS-CAP-TEXT (16) TO L11-CAPTION.

       5050-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       5060-LOAD-CAPTION.
           MOVE WS-CAP-DEF-TEXT (WS-CAP-SUB)
             TO WS-CAP-TEXT (WS-CAP-SUB).
           IF WS-CAP-LANG = 'EN'
               GO TO 5060-EXIT
           END-IF.
           MOVE WS-CAP-LANG TO LGT-LANG-CD.
           SET LGT-STMT-CAPTION TO TRUE.
           MOVE WS-CAP-DEF-ID (WS-CAP-SUB) TO LGT-TEXT-ID.
           READ LANG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LGT-TEXT TO WS-CAP-TEXT (WS-CAP-SUB)
                   ADD 1 TO WS-CAP-HITS
           END-READ.

       5060-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      *    Writes FD-HTMLFILE-REC as a heading paragraph around one   *
      *    caption from the table.                                    *
      *---------------------------------------------------------------*
       5070-WRITE-HTML-CAPTION.
           MOVE SPACES TO FD-HTMLFILE-REC.
           STRING '<p style="font-size:16px">' DELIMITED BY SIZE
                  WS-CAP-TEXT (WS-CAP-SUB) DELIMITED BY '  '
                  '</p>' DELIMITED BY SIZE
                  INTO FD-HTMLFILE-REC
           END-STRING.
           WRITE FD-HTMLFILE-REC.

       5070-EXIT.
           EXIT.

       5100-WRITE-HTML-HEADER.

           SET HTML-L01 TO TRUE.
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.
           IF WS-STMT-LANG = 'EN'
               SET HTML-L02 TO TRUE
           ELSE
               MOVE FUNCTION LOWER-CASE (WS-STMT-LANG) TO WS-HTML-LANG
               MOVE SPACES TO HTML-FIXED-LN
               STRING '<html lang="' WS-HTML-LANG '">'
                   DELIMITED BY SIZE INTO HTML-FIXED-LN
               END-STRING
           END-IF.
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.
           SET HTML-L03 TO TRUE.
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.
           SET HTML-L30-42 TO TRUE.
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.
           MOVE 2 TO WS-CAP-SUB.
           PERFORM 5070-WRITE-HTML-CAPTION THRU 5070-EXIT.
           SET HTML-LTDE TO TRUE.
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.
           SET HTML-LTRE TO TRUE.
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.

           MOVE SPACES TO HTML-BSIC-LN.
           STRING '<p>' ST-CAP-ACID ' ' DELIMITED BY SIZE
                  ST-ACCT-ID DELIMITED BY '*'
                  '</p>' DELIMITED BY '*'
                  INTO HTML-BSIC-LN
           END-STRING.
           WRITE FD-HTMLFILE-REC FROM HTML-BSIC-LN.
           MOVE SPACES TO HTML-BSIC-LN.
           STRING '<p>' ST-CAP-CBAL ' ' DELIMITED BY SIZE
                  ST-CURR-BAL DELIMITED BY '*'
                  '</p>' DELIMITED BY '*'
                  INTO HTML-BSIC-LN
           END-STRING.
           WRITE FD-HTMLFILE-REC FROM HTML-BSIC-LN.
           MOVE SPACES TO HTML-BSIC-LN.
           STRING '<p>' ST-CAP-FICO ' ' DELIMITED BY SIZE
                  ST-FICO-SCORE DELIMITED BY '*'
                  '</p>' DELIMITED BY '*'
                  INTO HTML-BSIC-LN
           END-STRING.
           WRITE FD-HTMLFILE-REC FROM HTML-BSIC-LN.
           MOVE SPACES TO HTML-BSIC-LN.
           STRING '<p>' ST-CAP-RWPT ' ' DELIMITED BY SIZE
                  ST-PTS-BALANCE DELIMITED BY '*'
                  '</p>' DELIMITED BY '*'
                  INTO HTML-BSIC-LN
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.
           SET HTML-L30-42 TO TRUE.
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.
           MOVE 13 TO WS-CAP-SUB.
           PERFORM 5070-WRITE-HTML-CAPTION THRU 5070-EXIT.
           SET HTML-LTDE TO TRUE.
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.
           SET HTML-LTRE TO TRUE.
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.
           SET HTML-L47 TO TRUE.
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.
           MOVE 8 TO WS-CAP-SUB.
           PERFORM 5070-WRITE-HTML-CAPTION THRU 5070-EXIT.
           SET HTML-LTDE TO TRUE.
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.
           SET HTML-L50 TO TRUE.
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.
           MOVE 9 TO WS-CAP-SUB.
           PERFORM 5070-WRITE-HTML-CAPTION THRU 5070-EXIT.
           SET HTML-LTDE TO TRUE.
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.
           SET HTML-L53 TO TRUE.
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.
           MOVE 14 TO WS-CAP-SUB.
           PERFORM 5070-WRITE-HTML-CAPTION THRU 5070-EXIT.
           SET HTML-LTDE TO TRUE.
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.
           SET HTML-LTRE TO TRUE.
           MOVE ACCT-ID          TO WS-VH-ACCT-ID.
           MOVE XREF-CARD-NUM    TO WS-VH-CARD-NUM.
           MOVE '0000000000'     TO WS-VH-INSERT-CODES.
           MOVE WS-STMT-LANG     TO WS-VH-LANG-CD.
           WRITE FD-VENDFILE-REC FROM WS-VEND-HEADER.

       7300-EXIT.
