       01  GL-MAPPING-RECORD.
           05  GM-TRAN-TYPE        PIC X(02).
           05  GM-DEBIT-GL-ACCOUNT PIC X(10).
           05  GM-CREDIT-GL-ACCOUNT PIC X(10).
           05  GM-DESCRIPTION      PIC X(20).
           05  FILLER              PIC X(08).
