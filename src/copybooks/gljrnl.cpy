       01  GL-JOURNAL-RECORD.
           05  GJ-RECORD-TYPE      PIC X(01).
               88  GJ-HEADER-REC       VALUE "H".
               88  GJ-ENTRY-REC        VALUE "E".
               88  GJ-TRAILER-REC      VALUE "T".
           05  GJ-RUN-ID           PIC 9(06).
           05  GJ-BUSINESS-DATE    PIC 9(08).
           05  GJ-ENTRY-DATA.
               10  GJ-GL-ACCOUNT   PIC X(10).
               10  GJ-TRAN-TYPE    PIC X(02).
               10  GJ-DEBIT-CREDIT PIC X(01).
                   88  GJ-DEBIT-ENTRY  VALUE "D".
                   88  GJ-CREDIT-ENTRY VALUE "C".
               10  GJ-ITEM-COUNT   PIC 9(07).
               10  GJ-AMOUNT       PIC S9(13)V99.
               10  FILLER          PIC X(10).
           05  GJ-HEADER-DATA REDEFINES GJ-ENTRY-DATA.
               10  GH-BATCH-NUMBER PIC 9(06).
               10  GH-RELEASE-STATUS PIC X(01).
                   88  GH-RELEASED     VALUE "R".
                   88  GH-HELD         VALUE "H".
               10  GH-CREATED-TIMESTAMP PIC X(21).
               10  FILLER          PIC X(17).
           05  GJ-TRAILER-DATA REDEFINES GJ-ENTRY-DATA.
               10  GT-ENTRY-COUNT  PIC 9(05).
               10  GT-DEBIT-TOTAL  PIC S9(13)V99.
               10  GT-CREDIT-TOTAL PIC S9(13)V99.
               10  GT-RELEASE-STATUS PIC X(01).
                   88  GT-RELEASED     VALUE "R".
                   88  GT-HELD         VALUE "H".
               10  FILLER          PIC X(09).
