       01  DELIVERY-STATUS-RECORD.
           05  DV-RUN-ID           PIC 9(06).
           05  DV-BUSINESS-DATE    PIC 9(08).
           05  DV-P-COUNT          PIC 9(07).
           05  DV-S-COUNT          PIC 9(07).
           05  DV-HASH-TOTAL       PIC S9(13)V99.
           05  DV-SHIP-TIMESTAMP   PIC X(21).
           05  DV-SHIP-STATUS      PIC X(02).
           05  DV-DELIVERY-STATUS  PIC X(01).
               88  DV-AWAITING         VALUE "P".
               88  DV-CONFIRMED        VALUE "C".
               88  DV-MISMATCH         VALUE "M".
               88  DV-REJECTED         VALUE "R".
               88  DV-OVERDUE          VALUE "O".
               88  DV-NOT-SHIPPED      VALUE "H".
           05  DV-ACK-TIMESTAMP    PIC X(14).
           05  DV-ACK-SYSTEM-ID    PIC X(08).
           05  DV-ACK-P-COUNT      PIC 9(07).
           05  DV-ACK-S-COUNT      PIC 9(07).
           05  DV-ACK-HASH-TOTAL   PIC S9(13)V99.
           05  DV-REASON           PIC X(20).
           05  DV-STATUS-DATE      PIC 9(08).
           05  DV-ALERT-DATE       PIC 9(08).
           05  FILLER              PIC X(06).
