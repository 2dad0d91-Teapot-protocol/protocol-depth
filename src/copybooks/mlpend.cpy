       01  MATRIX-PENDING-RECORD.
           05  MP-PENDING-KEY.
               10  MP-MATRIX-ID        PIC X(08).
               10  MP-EFFECTIVE-DATE   PIC 9(08).
           05  MP-ACTION           PIC X(03).
               88  PENDING-ADD         VALUE "ADD".
               88  PENDING-REPLACE     VALUE "REP".
               88  PENDING-DELETE      VALUE "DEL".
           05  MP-REQUESTER        PIC X(03).
           05  MP-REQUEST-DATE     PIC 9(08).
           05  MP-REQUEST-TIME     PIC 9(06).
           05  MP-PROPOSED-IMAGE   PIC X(102).
           05  FILLER              PIC X(12).
