       01  MATRIX-USAGE-RECORD.
           05  MU-RUN-ID           PIC 9(06).
           05  MU-MATRIX-ID        PIC X(08).
           05  MU-EFFECTIVE-DATE   PIC 9(08).
           05  MU-PAIR-SEQUENCE    PIC 9(04).
           05  MU-MATRIX-SIDE      PIC X(01).
           05  MU-BUSINESS-DATE    PIC 9(08).
           05  FILLER              PIC X(05).
