       01  PARAM-HISTORY-RECORD.
           05  PH-RECORD-TYPE      PIC X(01).
               88  PH-VERSION-REC      VALUE "V".
               88  PH-CHANGE-REC       VALUE "C".
               88  PH-RUN-REC          VALUE "R".
           05  PH-VERSION          PIC 9(06).
           05  PH-CHANGE-DATE      PIC 9(08).
           05  PH-CHANGE-TIME      PIC 9(06).
           05  PH-OPERATOR-ID      PIC X(08).
           05  PH-PROGRAM-NAME     PIC X(08).
           05  PH-PRIOR-VERSION    PIC 9(06).
           05  PH-CHANGE-COUNT     PIC 9(03).
           05  PH-CONTROL-IMAGE    PIC X(108).
           05  FILLER              PIC X(06).
       01  PARAM-CHANGE-RECORD.
           05  FILLER              PIC X(37).
           05  PH-KEYWORD          PIC X(20).
           05  PH-BEFORE-VALUE     PIC X(12).
           05  PH-AFTER-VALUE      PIC X(12).
           05  FILLER              PIC X(79).
       01  PARAM-RUN-RECORD.
           05  FILLER              PIC X(37).
           05  PH-RUN-ID           PIC 9(06).
           05  PH-BUSINESS-DATE    PIC 9(08).
           05  PH-RUN-IMAGE        PIC X(108).
           05  FILLER              PIC X(01).
