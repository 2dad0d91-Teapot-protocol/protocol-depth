       01  OPERATOR-AUTHORITY-RECORD.
           05  OA-OPERATOR-ID      PIC X(08).
           05  OA-OPERATOR-NAME    PIC X(30).
           05  OA-INITIALS         PIC X(03).
           05  OA-STATUS           PIC X(01).
               88  OA-ACTIVE           VALUE "A".
               88  OA-SUSPENDED        VALUE "S".
           05  OA-GRANT-COUNT      PIC 9(02).
           05  OA-GRANT OCCURS 20 TIMES.
               10  OA-GRANT-PROGRAM PIC X(08).
               10  OA-GRANT-ACTION PIC X(03).
           05  OA-LAST-CHANGED     PIC 9(08).
           05  OA-CHANGED-BY       PIC X(08).
