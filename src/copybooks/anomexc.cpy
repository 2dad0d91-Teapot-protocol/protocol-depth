       01  ANOMALY-EXCEPTION-RECORD.
           05  AE-RUN-ID           PIC 9(06).
           05  AE-BUSINESS-DATE    PIC 9(08).
           05  AE-EXCEPTION-TYPE   PIC X(01).
               88  AE-AMOUNT-EXCEPTION VALUE "A".
               88  AE-COUNT-EXCEPTION  VALUE "C".
           05  AE-ACCOUNT-NUMBER   PIC X(08).
           05  AE-TRAN-TYPE        PIC X(02).
           05  AE-TRAN-DATE        PIC 9(08).
           05  AE-AMOUNT           PIC S9(9)V99.
           05  AE-DAY-COUNT        PIC 9(05).
           05  AE-MEAN-AMOUNT      PIC S9(11)V99.
           05  AE-STDDEV-AMOUNT    PIC 9(11)V99.
           05  AE-MEAN-COUNT       PIC 9(05)V99.
           05  AE-STDDEV-COUNT     PIC 9(05)V99.
           05  AE-HISTORY-DAYS     PIC 9(04).
           05  AE-SCORE            PIC 9(05)V99.
           05  FILLER              PIC X(10).
