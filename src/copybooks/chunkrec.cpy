       01  CHUNK-RECORD.
           05  CW-RECORD-TYPE      PIC X(01).
               88  CHUNK-DETAIL-REC    VALUE "D".
               88  CHUNK-ACCOUNT-REC   VALUE "A".
               88  CHUNK-TRAILER-REC   VALUE "T".
           05  CW-SEQUENCE         PIC 9(07).
           05  CW-VALUE            PIC S9(9)V99.
           05  CW-ACCOUNT-NUMBER   PIC X(08).
           05  CW-CHUNK-NUMBER     PIC 9(02).
           05  FILLER              PIC X(03).
       01  CHUNK-TRAILER-RECORD REDEFINES CHUNK-RECORD.
           05  FILLER              PIC X(01).
           05  CT-RECORD-COUNT     PIC 9(07).
           05  CT-VALUE-HASH       PIC S9(13)V99.
           05  CT-SPLIT-MODE       PIC 9(01).
               88  CT-ROUND-ROBIN      VALUE 0.
               88  CT-ACCOUNT-KEYED    VALUE 1.
           05  CT-CHUNK-NUMBER     PIC 9(02).
           05  CT-WORK-PASS        PIC 9(02).
           05  FILLER              PIC X(04).
       01  CHUNK-ACCOUNT-RECORD REDEFINES CHUNK-RECORD.
           05  FILLER              PIC X(01).
           05  CA-ACCOUNT-NUMBER   PIC X(08).
           05  CA-RECORD-COUNT     PIC 9(07).
           05  CA-AMOUNT-TOTAL     PIC S9(13)V99.
           05  FILLER              PIC X(01).
