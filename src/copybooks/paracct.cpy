       01  PARALLEL-ACCOUNT-RECORD.
           05  PA-RECORD-TYPE      PIC X(01).
               88  PA-DETAIL-REC       VALUE "D".
               88  PA-TRAILER-REC      VALUE "T".
           05  PA-ACCOUNT-NUMBER   PIC X(08).
           05  PA-RECORD-COUNT     PIC 9(07).
           05  PA-AMOUNT-TOTAL     PIC S9(13)V99.
           05  FILLER              PIC X(09).
       01  PARALLEL-ACCOUNT-TRAILER REDEFINES PARALLEL-ACCOUNT-RECORD.
           05  FILLER              PIC X(01).
           05  PT-ACCOUNT-COUNT    PIC 9(07).
           05  PT-RECORD-COUNT     PIC 9(07).
           05  PT-AMOUNT-TOTAL     PIC S9(13)V99.
           05  FILLER              PIC X(10).
