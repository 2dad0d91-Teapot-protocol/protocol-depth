       01  CURRENCY-RATE-RECORD.
           05  CY-CURRENCY-CODE    PIC X(03).
           05  CY-EFFECTIVE-DATE   PIC 9(08).
           05  CY-RATE             PIC 9(05)V9(06).
           05  CY-DESCRIPTION      PIC X(20).
           05  FILLER              PIC X(08).
