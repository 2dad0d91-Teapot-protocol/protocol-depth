           05  CP-SERIES-FUNCTION      PIC 9(01).
           05  CP-SERIES-TERMS         PIC 9(02).
           05  CP-DUP-CHECK-MODE       PIC 9(01).
           05  CP-SPLIT-MODE           PIC 9(01).
           05  CP-EIGEN-COUNT          PIC 9(01).
           05  CP-EIGEN-ITER-LIMIT     PIC 9(03).
           05  CP-PARAM-VERSION        PIC 9(06).
           05  CP-HOLD-THRESHOLD       PIC 9(09).
           05  CP-HOLD-ALERT-DAYS      PIC 9(03).
