      *               preference on file suppresses the event, and a
      *               duplicate of the same event type for the same
      *               customer on the same day goes out only once.
      *               Collection events for an account in bankruptcy
      *               are suppressed while the stay is in force.
      *               Events whose customer cannot be found fail.  A
      *               reconciliation report accounts for every staged
      *               event as sent, suppressed, or failed.  For a
      *               customer who prefers another language the
      *               event type's LANGTXT variant replaces the staged
      *               text; with none on file the English goes out.
      *               Both extracts carry the language sent.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTFILE-STATUS.
      *
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      *
           SELECT EMAIL-FILE ASSIGN TO EMAILEXT
                  ORGANIZATION IS SEQUENTIAL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS NTFRPT-STATUS.
      *
           SELECT LANG-FILE ASSIGN TO LANGTXT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS LGT-KEY
                  FILE STATUS  IS LANGTXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  FD-CUST-ID                       PIC 9(09).
           05  FD-CUST-DATA                     PIC X(491).

       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05  FD-ACCT-ID                       PIC 9(11).
           05  FD-ACCT-DATA                     PIC X(289).

       FD  EMAIL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
           05  EML-EVENT-TYPE                   PIC X(04).
           05  EML-EVENT-DATE                   PIC X(10).
           05  EML-EVENT-TEXT                   PIC X(60).
           05  EML-LANG-CD                      PIC X(02).
           05  FILLER                           PIC X(15).

       FD  SMS-FILE
           RECORDING MODE IS F
           05  SMS-EVENT-TYPE                   PIC X(04).
           05  SMS-EVENT-DATE                   PIC X(10).
           05  SMS-EVENT-TEXT                   PIC X(60).
           05  SMS-LANG-CD                      PIC X(02).

       FD  NTF-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-NTFRPT-REC                        PIC X(132).

       FD  LANG-FILE.
       COPY CVLNG01Y.

       WORKING-STORAGE SECTION.

       COPY CVNTF01Y.
       COPY CVCUS01Y.
       COPY CVACT01Y.

       01  NTFYSTG-STATUS.
           05  NTFYSTG-STAT1       PIC X.
       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  EMAILEXT-STATUS.
           05  EMAILEXT-STAT1      PIC X.
           05  EMAILEXT-STAT2      PIC X.
       01  NTFRPT-STATUS.
           05  NTFRPT-STAT1        PIC X.
           05  NTFRPT-STAT2        PIC X.
       01  LANGTXT-STATUS.
           05  LANGTXT-STAT1       PIC X.
           05  LANGTXT-STAT2       PIC X.
       01  WS-LANGTXT-AVAIL-SW     PIC X(01) VALUE 'N'.
           88  WS-LANGTXT-AVAIL               VALUE 'Y'.

      *    The text and language this event goes out in.
       01  WS-SEND-LANG            PIC X(02).
       01  WS-SEND-TEXT            PIC X(60).

       01  END-OF-FILE             PIC X(01) VALUE 'N'.
       01  WS-DUP-FOUND-SW         PIC X(01) VALUE 'N'.
           05  WS-SUPPRESSED-DUP   PIC 9(09) VALUE 0.
           05  WS-SUPPRESSED-DECEASED
                                   PIC 9(09) VALUE 0.
           05  WS-SUPPRESSED-BANKRUPT
                                   PIC 9(09) VALUE 0.
           05  WS-EVENTS-FAILED    PIC 9(09) VALUE 0.
           05  WS-SENT-TRANSLATED  PIC 9(09) VALUE 0.
           05  WS-LANG-FALLBACK    PIC 9(09) VALUE 0.

       01  WS-RPT-HEADER.
           05  FILLER  VALUE 'CBNTF01C  NOTIFICATION RECONCILIATION  '
           DISPLAY '  SUPPRESSED - PREF   : ' WS-SUPPRESSED-PREF.
           DISPLAY '  SUPPRESSED - DUP    : ' WS-SUPPRESSED-DUP.
           DISPLAY '  SUPPRESSED - DECEASD: ' WS-SUPPRESSED-DECEASED.
           DISPLAY '  SUPPRESSED - BKRPT  : ' WS-SUPPRESSED-BANKRUPT.
           DISPLAY '  FAILED              : ' WS-EVENTS-FAILED.
           DISPLAY '  SENT TRANSLATED     : ' WS-SENT-TRANSLATED.
           DISPLAY '  ENGLISH FALLBACK    : ' WS-LANG-FALLBACK.
           DISPLAY '================================================'.

           CLOSE NTFY-STG-FILE.
           CLOSE CUSTFILE-FILE.
           CLOSE ACCTFILE-FILE.
           CLOSE EMAIL-FILE.
           CLOSE SMS-FILE.
           CLOSE NTF-RPT-FILE.
           IF WS-LANGTXT-AVAIL
               CLOSE LANG-FILE
           END-IF.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBNTF01C'.
           GOBACK.

               DISPLAY 'ERROR OPENING CUSTFILE: ' CUSTFILE-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT ACCTFILE-FILE.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCTFILE: ' ACCTFILE-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT EMAIL-FILE.
           IF EMAILEXT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMAILEXT: ' EMAILEXT-STATUS
               DISPLAY 'ERROR OPENING NTFRPT: ' NTFRPT-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT LANG-FILE.
           IF LANGTXT-STATUS = '00'
               SET WS-LANGTXT-AVAIL TO TRUE
           ELSE
               DISPLAY 'LANGTXT NOT AVAILABLE - ENGLISH TEXT ONLY: '
                       LANGTXT-STATUS
           END-IF.
           WRITE FD-NTFRPT-REC FROM WS-RPT-HEADER.
           EXIT.

               EXIT PARAGRAPH
           END-IF.

      *    No collection contact while the account is in bankruptcy.
      *    An event whose account is not on file goes out as staged.
           IF NTFY-EV-COLLECTION
              AND NTFY-ACCT-ID NUMERIC
              AND NTFY-ACCT-ID NOT = ZEROS
               MOVE NTFY-ACCT-ID TO FD-ACCT-ID
               READ ACCTFILE-FILE
               IF ACCTFILE-STATUS = '00'
                   MOVE FD-ACCTFILE-REC TO ACCOUNT-RECORD
                   IF ACCT-IN-BANKRUPTCY
                       ADD 1 TO WS-SUPPRESSED-BANKRUPT
                       MOVE 'SUPPRESS-BKRP' TO WS-RD-DISP
                       PERFORM 8000-WRITE-REPORT-LINE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.

           PERFORM 2300-CHECK-DUPLICATE.
           IF WS-DUP-FOUND
               ADD 1 TO WS-SUPPRESSED-DUP
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2400-SELECT-LANGUAGE.
           IF CUST-NTFY-EMAIL OR CUST-NTFY-BOTH
               PERFORM 3000-WRITE-EMAIL-EXTRACT
           END-IF.
           MOVE NTFY-EVENT-DATE TO WS-SENT-DATE(WS-SENT-COUNT).
           EXIT.

      *****************************************************************
      * The customer's preferred language when LANGTXT has this event
      * type's text in it; the staged English text otherwise.
      *****************************************************************
       2400-SELECT-LANGUAGE.
           MOVE 'EN'            TO WS-SEND-LANG.
           MOVE NTFY-EVENT-TEXT TO WS-SEND-TEXT.
           IF CUST-LANG-ENGLISH
               EXIT PARAGRAPH
           END-IF.
           IF WS-LANGTXT-AVAIL
               MOVE CUST-LANG-CD    TO LGT-LANG-CD
               SET LGT-NOTIFY-TEXT  TO TRUE
               MOVE NTFY-EVENT-TYPE TO LGT-TEXT-ID
               READ LANG-FILE
               IF LANGTXT-STATUS = '00'
                   MOVE CUST-LANG-CD TO WS-SEND-LANG
                   MOVE LGT-TEXT     TO WS-SEND-TEXT
                   ADD 1 TO WS-SENT-TRANSLATED
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-LANG-FALLBACK.
           EXIT.

      *****************************************************************
      * The email vendor keys on our customer ID - the addresses
      * live on their side.
           MOVE NTFY-CUST-ID    TO EML-CUST-ID.
           MOVE NTFY-EVENT-TYPE TO EML-EVENT-TYPE.
           MOVE NTFY-EVENT-DATE TO EML-EVENT-DATE.
           MOVE WS-SEND-TEXT    TO EML-EVENT-TEXT.
           MOVE WS-SEND-LANG    TO EML-LANG-CD.
           WRITE FD-EMAIL-REC.
           IF EMAILEXT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING EMAILEXT: ' EMAILEXT-STATUS
           MOVE CUST-PHONE-NUM-1 TO SMS-PHONE-NUM.
           MOVE NTFY-EVENT-TYPE  TO SMS-EVENT-TYPE.
           MOVE NTFY-EVENT-DATE  TO SMS-EVENT-DATE.
           MOVE WS-SEND-TEXT     TO SMS-EVENT-TEXT.
           MOVE WS-SEND-LANG     TO SMS-LANG-CD.
           WRITE FD-SMS-REC.
           IF SMSEXT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING SMSEXT: ' SMSEXT-STATUS
