       01  BUSINESS-CALENDAR-RECORD.
           05  BC-CALENDAR-DATE    PIC 9(08).
           05  BC-DAY-TYPE         PIC X(01).
               88  BC-BUSINESS-DAY     VALUE "B".
               88  BC-WEEKEND          VALUE "W".
               88  BC-HOLIDAY          VALUE "H".
           05  BC-DAY-OF-WEEK      PIC 9(01).
           05  BC-DESCRIPTION      PIC X(30).
           05  FILLER              PIC X(10).
