      *               which records were affected; ineligible requests
      *               are rejected with a reason.  The audit trail
      *               records the purge event by customer ID only -
      *               no purged PII is retained anywhere.  A customer,
      *               or any of the customer's accounts, under an
      *               active legal hold (LEGLHOLD) is never purged;
      *               the request is rejected naming the matter.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CERT-STATUS.
      *
           SELECT LGH-FILE ASSIGN TO LEGLHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-LGH-KEY
                  FILE STATUS  IS LGHFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS.
       01  FD-CERT-REC                          PIC X(132).

       FD  LGH-FILE.
       01  FD-LGH-REC.
           05  FD-LGH-KEY                       PIC X(24).
           05  FD-LGH-DATA                      PIC X(96).

       WORKING-STORAGE SECTION.

       COPY CVACT03Y.
       COPY CVACT01Y.
       COPY CVACT02Y.
       COPY CVSTMA1Y.
       COPY CVLGH01Y.

       01  PURGEREQ-STATUS.
           05  PURGEREQ-STAT1      PIC X.
       01  CERT-STATUS.
           05  CERT-STAT1          PIC X.
           05  CERT-STAT2          PIC X.
       01  LGHFILE-STATUS.
           05  LGHFILE-STAT1       PIC X.
           05  LGHFILE-STAT2       PIC X.

       01  END-OF-FILE             PIC X(01) VALUE 'N'.
       01  WS-XREF-DONE-SW         PIC X(01) VALUE 'N'.
               10  WS-OWNED-CARD-NUM            PIC X(16).
               10  WS-OWNED-ACCT-ID             PIC 9(11).
       01  WS-OWNED-SUB            PIC S9(04) COMP.

      *    Active legal holds, loaded once from LEGLHOLD.  A held
      *    customer or account blocks the whole request.
       01  WS-LGH-TABLE.
           05  WS-LGH-COUNT        PIC S9(04) COMP VALUE 0.
           05  WS-LGH-MAX          PIC S9(04) COMP VALUE 500.
           05  WS-LGH-ENTRY OCCURS 500 TIMES.
               10  WS-LGH-TYPE                  PIC X(01).
               10  WS-LGH-ID                    PIC 9(11).
               10  WS-LGH-MATTER                PIC X(12).
       01  WS-LGH-SUB              PIC S9(04) COMP.
       01  WS-LGH-DONE-SW          PIC X(01) VALUE 'N'.
           88  WS-LGH-DONE                    VALUE 'Y'.
       01  WS-ARCH-THIS-ACCT       PIC S9(05) COMP.

       01  WS-MASKED-CARD.
           05  WS-REQS-READ        PIC 9(09) VALUE 0.
           05  WS-REQS-PURGED      PIC 9(09) VALUE 0.
           05  WS-REQS-REJECTED    PIC 9(09) VALUE 0.
           05  WS-REQS-HELD        PIC 9(09) VALUE 0.
           05  WS-ACCTS-DELETED    PIC 9(09) VALUE 0.
           05  WS-CARDS-DELETED    PIC 9(09) VALUE 0.
           05  WS-XREFS-DELETED    PIC 9(09) VALUE 0.
           DISPLAY '  REQUESTS READ       : ' WS-REQS-READ.
           DISPLAY '  CUSTOMERS PURGED    : ' WS-REQS-PURGED.
           DISPLAY '  REQUESTS REJECTED   : ' WS-REQS-REJECTED.
           DISPLAY '    ON LEGAL HOLD     : ' WS-REQS-HELD.
           DISPLAY '  ACCOUNTS DELETED    : ' WS-ACCTS-DELETED.
           DISPLAY '  CARDS DELETED       : ' WS-CARDS-DELETED.
           DISPLAY '  XREF ROWS DELETED   : ' WS-XREFS-DELETED.

           MOVE WS-RUN-DATE-DASH TO WS-CH-DATE.
           WRITE FD-CERT-REC FROM WS-CERT-HEADER.

           PERFORM 1100-LOAD-LEGAL-HOLDS.
           EXIT.

      *****************************************************************
      * Only holds still in force are kept; a released hold no longer
      * stands in the way of a purge.
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
           MOVE FD-CUSTFILE-REC TO CUSTOMER-RECORD.

           PERFORM 3000-FIND-OWNED-RECORDS.
           PERFORM 3050-CHECK-LEGAL-HOLD.
           PERFORM 3100-VERIFY-ELIGIBILITY.
           IF WS-INELIGIBLE
               PERFORM 2900-WRITE-REJECT
           END-PERFORM.
           EXIT.

      *****************************************************************
      * A hold on the customer or on any account the customer owns
      * keeps every record of the customer in place.
      *****************************************************************
       3050-CHECK-LEGAL-HOLD.
           IF WS-INELIGIBLE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LGH-SUB FROM 1 BY 1
               UNTIL WS-LGH-SUB > WS-LGH-COUNT
               OR WS-INELIGIBLE
               IF WS-LGH-TYPE(WS-LGH-SUB) = 'C'
                  AND WS-LGH-ID(WS-LGH-SUB) = WS-REQ-CUST-ID
                   SET WS-INELIGIBLE TO TRUE
               END-IF
               IF WS-LGH-TYPE(WS-LGH-SUB) = 'A'
                   PERFORM VARYING WS-OWNED-SUB FROM 1 BY 1
                       UNTIL WS-OWNED-SUB > WS-OWNED-COUNT
                       OR WS-INELIGIBLE
                       IF WS-LGH-ID(WS-LGH-SUB) =
                              WS-OWNED-ACCT-ID(WS-OWNED-SUB)
                           SET WS-INELIGIBLE TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-INELIGIBLE
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING 'LEGAL HOLD MATTER '
                          WS-LGH-MATTER(WS-LGH-SUB)
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-STRING
                   ADD 1 TO WS-REQS-HELD
               END-IF
           END-PERFORM.
           EXIT.

      *****************************************************************
      * Every related account must be closed, at zero balance, and
      * past the retention period measured from account expiry.
