       01  SUSPENSE-RECORD.
           05  SU-SUSPENSE-KEY.
               10  SU-RUN-ID       PIC 9(06).
               10  SU-REJECT-SEQ   PIC 9(07).
           05  SU-REASON-CODE      PIC X(03).
           05  SU-BUSINESS-DATE    PIC 9(08).
           05  SU-AMOUNT           PIC S9(9)V99.
           05  SU-RECORD-IMAGE     PIC X(40).
           05  SU-ITEM-STATUS      PIC X(01).
               88  SUSPENSE-OPEN       VALUE "O".
               88  SUSPENSE-RESUBMITTED VALUE "R".
               88  SUSPENSE-CLEARED    VALUE "C".
               88  SUSPENSE-DROPPED    VALUE "D".
               88  SUSPENSE-SUPERSEDED VALUE "X".
               88  SUSPENSE-OUTSTANDING VALUE "O" "R".
           05  SU-RESUB-BATCH      PIC 9(06).
           05  SU-RESUB-SEQ        PIC 9(07).
           05  SU-CLOSED-RUN-ID    PIC 9(06).
           05  SU-CLOSED-DATE      PIC 9(08).
           05  SU-CURRENCY-CODE    PIC X(03).
           05  FILLER              PIC X(04).
