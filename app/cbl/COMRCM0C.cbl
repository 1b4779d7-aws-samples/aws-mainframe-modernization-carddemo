      *              free text scattered across transactions and       *
      *              authorizations.  Every add/update/delete is       *
      *              logged through COAUDIT under the merchant log     *
      *              type.  The MCC description comes from the         *
      *              MCCFILE reference maintained by COMCCM0C.         *
      *                                                                *
      *              Terminal input:                                   *
      *                CMRC A <id> <mcc> <st> <status> <name>   add    *
                                                   VALUE 'MERCHMST'.
           05  WS-AUDIT-PGM                        PIC X(08)
                                                   VALUE 'COAUDIT '.
           05  WS-MCC-FILE                         PIC X(08)
                                                   VALUE 'MCCFILE '.
           05  WS-MCC-DESC                         PIC X(40).
           05  WS-RESP-CD                          PIC S9(09) COMP.
           05  WS-USER-ID                          PIC X(08).
           05  WS-REAS-CD                          PIC S9(09) COMP.
       01  WS-AUDIT-ACTION-SAVE                    PIC X(01).

       COPY CVMER01Y.
       COPY CVMCC01Y.
       COPY CVAUD01Y.
       COPY CVSEC02Y.
       01  WS-SECC-PGM             PIC X(08) VALUE 'COSECC0C'.
               WHEN DFHRESP(NORMAL)
                   MOVE 'I' TO AUDIT-IN-ACTION-TYPE
                   PERFORM 8000-AUDIT-MERCHANT-CHANGE
                   PERFORM 4100-LOOKUP-MCC-DESC
                   STRING 'MERCHANT ADDED - MCC ' MER-MCC ' '
                          WS-MCC-DESC
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
               WHEN DFHRESP(DUPREC)
                   MOVE 'MERCHANT ALREADY ON FILE - USE U TO UPDATE'
                     TO WS-MSG-TEXT
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'U' TO AUDIT-IN-ACTION-TYPE
               PERFORM 8000-AUDIT-MERCHANT-CHANGE
               PERFORM 4100-LOOKUP-MCC-DESC
               STRING 'MERCHANT UPDATED - MCC ' MER-MCC ' '
                      WS-MCC-DESC
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           ELSE
               MOVE 'MERCHANT REWRITE FAILED' TO WS-MSG-TEXT
           END-IF.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'MERCHANT NOT ON FILE' TO WS-MSG-TEXT
           ELSE
               PERFORM 4100-LOOKUP-MCC-DESC
               STRING MER-MCC ' ' WS-MCC-DESC(1:24) ' '
                      MER-STATE ' ' MER-STATUS ' '
                      MER-NAME(1:40)
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
           END-IF.
           PERFORM 9100-SEND-MESSAGE.

      ******************************************************************
      *    Description of MER-MCC from the MCC reference file.
       4100-LOOKUP-MCC-DESC.
           MOVE MER-MCC TO MCC-CODE.
           EXEC CICS READ
                DATASET(WS-MCC-FILE)
                INTO(MCC-REFERENCE-RECORD)
                RIDFLD(MCC-CODE)
                KEYLENGTH(LENGTH OF MCC-CODE)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE MCC-DESC TO WS-MCC-DESC
           ELSE
               MOVE 'MCC NOT ON REFERENCE FILE' TO WS-MCC-DESC
           END-IF.

      ******************************************************************
       5000-BUILD-RECORD-FROM-INPUT.
           INITIALIZE MERCHANT-RECORD.
