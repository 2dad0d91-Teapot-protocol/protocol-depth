       01  STATEMENT-RECORD.
           05  ST-RECORD-TYPE      PIC X(01).
               88  ST-OPENING-REC      VALUE "O".
               88  ST-MOVEMENT-REC     VALUE "M".
               88  ST-CLOSING-REC      VALUE "C".
           05  ST-ACCOUNT-NUMBER   PIC X(08).
           05  ST-BUSINESS-DATE    PIC 9(08).
           05  ST-RECORD-COUNT     PIC 9(07).
           05  ST-MOVEMENT-AMOUNT  PIC S9(11)V99.
           05  ST-RUNNING-BALANCE  PIC S9(13)V99.
           05  ST-ACCOUNT-STATUS   PIC X(01).
           05  FILLER              PIC X(07).
