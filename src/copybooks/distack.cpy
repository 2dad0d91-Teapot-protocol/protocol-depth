       01  DIST-ACK-RECORD.
           05  DA-RUN-ID           PIC 9(06).
           05  DA-SYSTEM-ID        PIC X(08).
           05  DA-P-COUNT          PIC 9(07).
           05  DA-S-COUNT          PIC 9(07).
           05  DA-HASH-TOTAL       PIC S9(13)V99.
           05  DA-ACK-CODE         PIC X(01).
               88  DA-ACCEPTED         VALUE "A".
               88  DA-REJECTED         VALUE "R".
           05  DA-ACK-TIMESTAMP    PIC X(14).
           05  DA-REASON           PIC X(20).
           05  FILLER              PIC X(02).
