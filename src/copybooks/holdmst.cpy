       01  HOLD-RECORD.
           05  HO-HOLD-KEY.
               10  HO-RUN-ID       PIC 9(06).
               10  HO-HOLD-SEQ     PIC 9(07).
           05  HO-BUSINESS-DATE    PIC 9(08).
           05  HO-BATCH-NUMBER     PIC 9(06).
           05  HO-BATCH-SEQ        PIC 9(07).
           05  HO-AMOUNT           PIC S9(9)V99.
           05  HO-RECORD-IMAGE     PIC X(40).
           05  HO-ITEM-STATUS      PIC X(01).
               88  HOLD-PENDING        VALUE "H".
               88  HOLD-RELEASED       VALUE "R".
               88  HOLD-DECLINED       VALUE "D".
               88  HOLD-POSTED         VALUE "P".
               88  HOLD-REJECTED       VALUE "X".
               88  HOLD-DECLINE-CLOSED VALUE "C".
               88  HOLD-OUTSTANDING    VALUE "H" "R" "D".
           05  HO-ACTION-OPERATOR  PIC X(08).
           05  HO-ACTION-DATE      PIC 9(08).
           05  HO-RELEASE-BATCH    PIC 9(06).
           05  HO-RELEASE-SEQ      PIC 9(07).
           05  HO-CLOSED-RUN-ID    PIC 9(06).
           05  HO-CLOSED-DATE      PIC 9(08).
           05  FILLER              PIC X(11).
