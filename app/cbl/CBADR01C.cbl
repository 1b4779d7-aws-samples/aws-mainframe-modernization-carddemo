       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.

       COPY CVADR01Y.

       01  WS-WORK-FIELDS.
           05  WS-BEFORE-IMAGE             PIC X(500).
