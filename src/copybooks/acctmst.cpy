               88  ACCOUNT-FROZEN      VALUE "F".
           05  AM-DESCRIPTION      PIC X(30).
           05  AM-OPEN-DATE        PIC 9(08).
           05  AM-PRODUCT-CODE     PIC X(03).
