       01  RQ-ACTION-WS PIC X(7).
       01  CCI-DATE-FLAG PIC X.
       01  MUE-DATE-FLAG PIC X.
       01  MUE-UNITS PIC 9(4).
       01  MUE-DUP PIC 9.
       01  RUN-DATE PIC X(8).
       01  RUN-REC-COUNT PIC 9(7) VALUE 0.
