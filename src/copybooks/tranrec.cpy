               88  TRAN-HEADER-REC     VALUE "H".
               88  TRAN-DETAIL-REC     VALUE "D".
               88  TRAN-TRAILER-REC    VALUE "T".
               88  TRAN-REVERSAL-REC   VALUE "R".
           05  TR-ACCOUNT-NUMBER   PIC X(08).
           05  TR-TRAN-TYPE        PIC X(02).
           05  TR-TRAN-DATE        PIC 9(08).
           05  TR-AMOUNT           PIC S9(9)V99.
           05  TR-CURRENCY-CODE    PIC X(03).
           05  FILLER              PIC X(04).
           05  TR-SOURCE-CODE      PIC X(02).
           05  FILLER              PIC X(01).
       01  TRAN-REVERSAL-RECORD.
           05  FILLER              PIC X(11).
           05  TV-ORIG-BATCH       PIC 9(06).
           05  TV-ADJUST-KIND      PIC X(01).
               88  TV-FULL-REVERSAL    VALUE "F" " ".
               88  TV-PARTIAL-ADJUST   VALUE "P".
           05  FILLER              PIC X(12).
           05  TV-ORIG-SEQ         PIC 9(07).
           05  FILLER              PIC X(03).
       01  TRAN-HEADER-RECORD.
           05  FILLER              PIC X(01).
           05  TH-BATCH-NUMBER     PIC 9(06).
