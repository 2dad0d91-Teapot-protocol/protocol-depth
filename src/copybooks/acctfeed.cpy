       01  ACCOUNT-FEED-RECORD.
           05  AF-RECORD-TYPE      PIC X(01).
               88  FEED-HEADER-REC     VALUE "H".
               88  FEED-DETAIL-REC     VALUE "D".
               88  FEED-TRAILER-REC    VALUE "T".
           05  AF-ACTION           PIC X(03).
               88  FEED-ADD            VALUE "ADD".
               88  FEED-DESCRIPTION    VALUE "DSC".
               88  FEED-STATUS         VALUE "STS".
               88  FEED-CLOSE          VALUE "CLS".
           05  AF-ACCOUNT-NUMBER   PIC X(08).
           05  AF-NEW-STATUS       PIC X(01).
               88  FEED-STATUS-VALID   VALUE "O" "F".
           05  AF-DESCRIPTION      PIC X(30).
           05  AF-OPEN-DATE        PIC 9(08).
           05  AF-PRODUCT-CODE     PIC X(03).
           05  FILLER              PIC X(26).
       01  ACCOUNT-FEED-HEADER.
           05  FILLER              PIC X(01).
           05  FH-SOURCE-SYSTEM    PIC X(08).
           05  FH-FEED-DATE        PIC 9(08).
           05  FH-FEED-SEQUENCE    PIC 9(06).
           05  FILLER              PIC X(57).
       01  ACCOUNT-FEED-TRAILER.
           05  FILLER              PIC X(01).
           05  FT-RECORD-COUNT     PIC 9(07).
           05  FT-ADD-COUNT        PIC 9(07).
           05  FT-DESCRIPTION-COUNT PIC 9(07).
           05  FT-STATUS-COUNT     PIC 9(07).
           05  FT-CLOSE-COUNT      PIC 9(07).
           05  FT-OPEN-ACCOUNTS    PIC 9(07).
           05  FILLER              PIC X(37).
