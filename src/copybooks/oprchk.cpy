       01  OPERATOR-CHECK-AREA.
           05  OC-OPERATOR-ID      PIC X(08).
           05  OC-PROGRAM-NAME     PIC X(08).
           05  OC-ACTION           PIC X(03).
           05  OC-RESULT           PIC X(02).
               88  OC-AUTHORIZED       VALUE "00".
               88  OC-NO-OPERATOR-ID   VALUE "NI".
               88  OC-UNKNOWN-OPERATOR VALUE "23".
               88  OC-OPERATOR-SUSPENDED VALUE "SU".
               88  OC-NOT-AUTHORIZED   VALUE "NA".
           05  OC-OPERATOR-INITIALS PIC X(03).
           05  OC-REASON-TEXT      PIC X(20).
