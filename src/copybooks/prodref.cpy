       01  PRODUCT-REFERENCE-RECORD.
           05  PR-PRODUCT-CODE     PIC X(03).
           05  PR-DESCRIPTION      PIC X(30).
           05  PR-CREDIT-LIMIT     PIC 9(11)V99.
           05  PR-ITEM-MAXIMUM     PIC 9(09)V99.
           05  FILLER              PIC X(13).
