       01  TRANSACTION-HISTORY-RECORD.
           05  HT-HISTORY-KEY.
               10  HT-ACCOUNT-NUMBER PIC X(08).
               10  HT-TRAN-DATE    PIC 9(08).
               10  HT-ITEM-KEY.
                   15  HT-BATCH-NUMBER PIC 9(06).
                   15  HT-BATCH-SEQ    PIC 9(07).
           05  HT-TRAN-TYPE        PIC X(02).
           05  HT-AMOUNT           PIC S9(9)V99.
           05  HT-RUN-ID           PIC 9(06).
           05  HT-BUSINESS-DATE    PIC 9(08).
           05  HT-RECORD-IMAGE     PIC X(40).
           05  HT-REVERSAL-STATUS  PIC X(01).
               88  HT-NOT-REVERSED     VALUE SPACE.
               88  HT-PART-REVERSED    VALUE "P".
               88  HT-FULLY-REVERSED   VALUE "R".
           05  HT-REVERSED-AMOUNT  PIC S9(9)V99.
           05  HT-REVERSAL-COUNT   PIC 9(03).
           05  HT-LAST-REVERSAL-RUN PIC 9(06).
           05  HT-CURRENCY-CODE    PIC X(03).
           05  HT-EXCHANGE-RATE    PIC 9(05)V9(06).
           05  HT-ORIGINAL-AMOUNT  PIC S9(9)V99.
           05  FILLER              PIC X(08).
