      *               letter to the mail-house print file, and
      *               records it on the keyed LTRHIST per-account
      *               letter history so an adverse-action notice can
      *               be proven after the fact.  Collection letters
      *               are held for an account in bankruptcy.  A
      *               declined credit application's letter takes the
      *               applicant's name from APPLFILE.  A template
      *               in the customer's preferred language is used
      *               when one is active for the trigger; otherwise
      *               the English template is.
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
           SELECT APPL-FILE ASSIGN TO APPLFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-APL-ID
                  FILE STATUS  IS APPLFILE-STATUS.
      *
      *    Composed letters for the mail house.
           SELECT PRINT-FILE ASSIGN TO LTRPRINT
           05  FD-CUST-ID                       PIC 9(09).
           05  FD-CUST-DATA                     PIC X(491).

       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05  FD-ACCT-ID                       PIC 9(11).
           05  FD-ACCT-DATA                     PIC X(289).

       FD  APPL-FILE.
       01  FD-APPLFILE-REC.
           05 FD-APL-ID                         PIC X(14).
           05 FD-APL-DATA                       PIC X(486).

       FD  PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
      *****************************************************************
       COPY CVNTF01Y.
       COPY CVCUS01Y.
       COPY CVACT01Y.
       COPY CVAPL01Y.

       01  EVENT-STATUS.
           05  EVENT-STAT1         PIC X.
       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  APPLFILE-STATUS.
           05  APPLFILE-STAT1      PIC X.
           05  APPLFILE-STAT2      PIC X.
       01  PRINT-STATUS.
           05  PRINT-STAT1         PIC X.
           05  PRINT-STAT2         PIC X.
           05  WS-TMPL-ENTRY OCCURS 50 TIMES.
               10  WS-TM-ID                PIC X(08).
               10  WS-TM-TRIGGER           PIC X(04).
               10  WS-TM-LANG              PIC X(02).
               10  WS-TM-LINE-1            PIC X(70).
               10  WS-TM-LINE-2            PIC X(70).
               10  WS-TM-LINE-3            PIC X(70).
           05  WS-LINE-IN                  PIC X(70).
           05  WS-LINE-OUT                 PIC X(80).
           05  WS-CUST-NAME                PIC X(35).
           05  WS-LETTER-LANG              PIC X(02).
           05  WS-ACCT-DIS                 PIC X(11).
           05  WS-TOKEN-POS                PIC S9(04) COMP.
           05  WS-OUT-POS                  PIC S9(04) COMP.
           05  WS-EVENTS-READ              PIC 9(09) VALUE 0.
           05  WS-LETTERS-WRITTEN          PIC 9(09) VALUE 0.
           05  WS-NO-TEMPLATE              PIC 9(09) VALUE 0.
           05  WS-HELD-BANKRUPT            PIC 9(09) VALUE 0.
           05  WS-LANG-FALLBACK            PIC 9(09) VALUE 0.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-YYYY                 PIC 9(04).
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT ACCTFILE-FILE.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCTFILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN INPUT APPL-FILE.
           IF APPLFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING APPLFILE'
               MOVE APPLFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF PRINT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LTRPRINT'
                             TO WS-TM-ID (WS-TMPL-COUNT)
                           MOVE LTR-TRIGGER-EVENT
                             TO WS-TM-TRIGGER (WS-TMPL-COUNT)
                           MOVE LTR-LANG-CD
                             TO WS-TM-LANG (WS-TMPL-COUNT)
                           IF LTR-LANG-ENGLISH
                               MOVE 'EN' TO WS-TM-LANG (WS-TMPL-COUNT)
                           END-IF
                           MOVE LTR-BODY-LINE-1
                             TO WS-TM-LINE-1 (WS-TMPL-COUNT)
                           MOVE LTR-BODY-LINE-2

      *****************************************************************
       2200-COMPOSE-ONE-LETTER.
           PERFORM 2300-GET-CUSTOMER-NAME.
           PERFORM 2250-FIND-TEMPLATE.
           IF WS-NOT-FOUND
               MOVE 'EN' TO WS-LETTER-LANG
               PERFORM 2250-FIND-TEMPLATE
               IF WS-FOUND
                   ADD 1 TO WS-LANG-FALLBACK
               END-IF
           END-IF.
           IF WS-NOT-FOUND
               ADD 1 TO WS-NO-TEMPLATE
               EXIT PARAGRAPH
           END-IF.

      *    No collection letter while the account is in bankruptcy.
           IF NTFY-EV-COLLECTION
              AND NTFY-ACCT-ID NUMERIC
              AND NTFY-ACCT-ID NOT = ZEROS
               MOVE NTFY-ACCT-ID TO FD-ACCT-ID
               READ ACCTFILE-FILE INTO ACCOUNT-RECORD
               IF ACCTFILE-STATUS = '00'
                  AND ACCT-IN-BANKRUPTCY
                   ADD 1 TO WS-HELD-BANKRUPT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE NTFY-ACCT-ID TO WS-ACCT-DIS.

           ADD 1 TO WS-LETTER-SEQ.
           MOVE SPACES TO FD-PRINT-REC.
           IF NTFY-APPL-ID NOT = SPACES
              AND NTFY-APPL-ID NOT = LOW-VALUES
               STRING '*** LETTER ' WS-TM-ID (WS-TMPL-SUB)
                      ' APPLICATION ' NTFY-APPL-ID
                      ' LANG ' WS-LETTER-LANG ' ***'
                   DELIMITED BY SIZE INTO FD-PRINT-REC
               END-STRING
           ELSE
               STRING '*** LETTER ' WS-TM-ID (WS-TMPL-SUB)
                      ' ACCOUNT ' WS-ACCT-DIS
                      ' LANG ' WS-LETTER-LANG ' ***'
                   DELIMITED BY SIZE INTO FD-PRINT-REC
               END-STRING
           END-IF.
           WRITE FD-PRINT-REC.

           MOVE WS-TM-LINE-1 (WS-TMPL-SUB) TO WS-LINE-IN.
           ADD 1 TO WS-LETTERS-WRITTEN.
           EXIT.

      *****************************************************************
      * The first active template for the event's trigger in the     *
      * letter language.                                              *
      *****************************************************************
       2250-FIND-TEMPLATE.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-TMPL-SUB FROM 1 BY 1
               UNTIL WS-TMPL-SUB > WS-TMPL-COUNT
                     OR WS-FOUND
               IF WS-TM-TRIGGER (WS-TMPL-SUB) = NTFY-EVENT-TYPE
                  AND WS-TM-LANG (WS-TMPL-SUB) = WS-LETTER-LANG
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-TMPL-SUB
           END-IF.
           EXIT.

      *****************************************************************
      * The addressee's name, and the customer's preferred language - *
      * English for an applicant or an unknown customer.              *
      *****************************************************************
       2300-GET-CUSTOMER-NAME.
           MOVE 'CARDHOLDER' TO WS-CUST-NAME.
           MOVE 'EN'         TO WS-LETTER-LANG.
           IF NTFY-APPL-ID NOT = SPACES
              AND NTFY-APPL-ID NOT = LOW-VALUES
               PERFORM 2350-GET-APPLICANT-NAME
               EXIT PARAGRAPH
           END-IF.
           IF NTFY-CUST-ID NOT NUMERIC OR NTFY-CUST-ID = ZEROS
               EXIT PARAGRAPH
           END-IF.
           STRING CUST-FIRST-NAME(1:15) ' ' CUST-LAST-NAME(1:19)
               DELIMITED BY SIZE INTO WS-CUST-NAME
           END-STRING.
           IF NOT CUST-LANG-ENGLISH
               MOVE CUST-LANG-CD TO WS-LETTER-LANG
           END-IF.
           EXIT.

      *****************************************************************
      * A declined applicant has no customer record - the name comes *
      * from the credit application.                                 *
      *****************************************************************
       2350-GET-APPLICANT-NAME.
           MOVE 'APPLICANT' TO WS-CUST-NAME.
           MOVE NTFY-APPL-ID TO FD-APL-ID.
           READ APPL-FILE INTO APPLICATION-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO WS-CUST-NAME.
           STRING APL-FIRST-NAME(1:15) ' ' APL-LAST-NAME(1:19)
               DELIMITED BY SIZE INTO WS-CUST-NAME
           END-STRING.
           EXIT.

      *****************************************************************
           DISPLAY '  EVENTS READ          : ' WS-EVENTS-READ.
           DISPLAY '  LETTERS WRITTEN      : ' WS-LETTERS-WRITTEN.
           DISPLAY '  NO TEMPLATE MATCHED  : ' WS-NO-TEMPLATE.
           DISPLAY '  HELD - BANKRUPTCY    : ' WS-HELD-BANKRUPT.
           DISPLAY '  ENGLISH FALLBACK     : ' WS-LANG-FALLBACK.
           DISPLAY '================================================'.
           EXIT.

           CLOSE EVENT-FILE.
           CLOSE TMPL-FILE.
           CLOSE CUSTFILE-FILE.
           CLOSE APPL-FILE.
           CLOSE ACCTFILE-FILE.
           CLOSE PRINT-FILE.
           CLOSE HIST-FILE.
           EXIT.
