       01  ACCRUAL-RATE-RECORD.
           05  AR-PRODUCT-CODE     PIC X(03).
           05  AR-EFFECTIVE-DATE   PIC 9(08).
           05  AR-CREDIT-RATE      PIC 9(03)V9(04).
           05  AR-DEBIT-RATE       PIC 9(03)V9(04).
           05  AR-DAY-BASIS        PIC 9(03).
           05  AR-MONTHLY-FEE      PIC 9(05)V99.
           05  AR-FEE-WAIVE-BALANCE PIC 9(11)V99.
           05  FILLER              PIC X(12).
