       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDAR-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BIZCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-CALENDAR-DATE
               FILE STATUS IS BUSINESS-CALENDAR-STATUS.
           SELECT COMMAND-FILE ASSIGN TO "CALCMDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COMMAND-FILE-STATUS.
           SELECT LISTING-FILE ASSIGN TO "CALLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LISTING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "bizcal.cpy".

       FD  COMMAND-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  COMMAND-RECORD.
           05  CC-ACTION           PIC X(03).
               88  ACTION-GENERATE     VALUE "GEN".
               88  ACTION-HOLIDAY      VALUE "HOL".
               88  ACTION-BUSINESS     VALUE "BUS".
               88  ACTION-DELETE       VALUE "DEL".
               88  ACTION-LIST         VALUE "LST".
           05  CC-CALENDAR-DATE    PIC 9(08).
           05  CC-DATE-PARTS REDEFINES CC-CALENDAR-DATE.
               10  CC-YEAR         PIC 9(04).
               10  CC-MONTH        PIC 9(02).
               10  CC-DAY          PIC 9(02).
           05  CC-DESCRIPTION      PIC X(30).
           05  CC-OPERATOR-ID      PIC X(08).

       FD  LISTING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  LISTING-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  BUSINESS-CALENDAR-STATUS PIC X(02) VALUE SPACES.
           05  COMMAND-FILE-STATUS     PIC X(02) VALUE SPACES.
           05  LISTING-FILE-STATUS     PIC X(02) VALUE SPACES.
           05  COMMAND-EOF-FLAG        PIC 9(01) VALUE 0.
               88  COMMAND-EOF            VALUE 1.
               88  COMMAND-NOT-EOF        VALUE 0.
           05  LIST-EOF-FLAG           PIC 9(01) VALUE 0.
               88  LIST-EOF               VALUE 1.
               88  LIST-NOT-EOF           VALUE 0.

       01  MAINT-COUNTERS.
           05  COMMANDS-READ       PIC 9(5) VALUE 0.
           05  COMMANDS-FAILED     PIC 9(5) VALUE 0.
           05  COMMANDS-REFUSED    PIC 9(5) VALUE 0.
           05  DAYS-GENERATED      PIC 9(5) VALUE 0.
           05  DAYS-ALREADY-HELD   PIC 9(5) VALUE 0.
           05  DAYS-LISTED         PIC 9(5) VALUE 0.
           05  BUSINESS-DAYS-LISTED PIC 9(5) VALUE 0.
           05  WEEKEND-DAYS-LISTED PIC 9(5) VALUE 0.
           05  MAINT-RC            PIC 9(2) VALUE 0.
           05  EDIT-MAINT-COUNT    PIC Z(4)9.

       01  CALENDAR-VARS.
           05  DATE-CHECK-FLAG     PIC 9(01) VALUE 0.
               88  DATE-VALID         VALUE 0.
               88  DATE-INVALID       VALUE 1.
           05  WORK-DATE           PIC 9(08) VALUE 0.
           05  WORK-DATE-PARTS REDEFINES WORK-DATE.
               10  WORK-YEAR       PIC 9(04).
               10  WORK-MONTH      PIC 9(02).
               10  WORK-DAY        PIC 9(02).
           05  WORK-DATE-INT       PIC 9(08) VALUE 0.
           05  YEAR-END-INT        PIC 9(08) VALUE 0.
           05  WORK-DAY-OF-WEEK    PIC 9(01) VALUE 0.
           05  DAY-NAMES.
               10  FILLER          PIC X(03) VALUE "MON".
               10  FILLER          PIC X(03) VALUE "TUE".
               10  FILLER          PIC X(03) VALUE "WED".
               10  FILLER          PIC X(03) VALUE "THU".
               10  FILLER          PIC X(03) VALUE "FRI".
               10  FILLER          PIC X(03) VALUE "SAT".
               10  FILLER          PIC X(03) VALUE "SUN".
           05  DAY-NAME REDEFINES DAY-NAMES
                                   PIC X(03) OCCURS 7 TIMES.

       COPY "oprchk.cpy".

       01  AUDIT-VARS.
           05  AUDIT-PROG          PIC X(20) VALUE "CALENDAR-MAINT".
           05  AUDIT-OPER          PIC X(20) VALUE SPACES.
           05  AUDIT-DETAIL-LINE   PIC X(40) VALUE SPACES.
           05  AUDIT-SEV           PIC X(01) VALUE "I".

       COPY "runinfo.cpy".

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT LISTING-FILE
           MOVE "----- Business Calendar Maintenance -----"
               TO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           OPEN I-O BUSINESS-CALENDAR-FILE
           IF BUSINESS-CALENDAR-STATUS = "35"
               OPEN OUTPUT BUSINESS-CALENDAR-FILE
               CLOSE BUSINESS-CALENDAR-FILE
               OPEN I-O BUSINESS-CALENDAR-FILE
           END-IF
           IF BUSINESS-CALENDAR-STATUS NOT = "00"
               MOVE "BIZCAL NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE BUSINESS-CALENDAR-STATUS TO REPORT-LINE(31:2)
               PERFORM WRITE-LISTING-LINE
               MOVE 12 TO MAINT-RC
           ELSE
               PERFORM PROCESS-ALL-COMMANDS
               CLOSE BUSINESS-CALENDAR-FILE
           END-IF
           MOVE COMMANDS-READ TO EDIT-MAINT-COUNT
           STRING "Commands Processed: " EDIT-MAINT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE COMMANDS-FAILED TO EDIT-MAINT-COUNT
           STRING "Commands Failed:    " EDIT-MAINT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE COMMANDS-REFUSED TO EDIT-MAINT-COUNT
           STRING "Commands Refused:   " EDIT-MAINT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           IF COMMANDS-FAILED > 0 AND MAINT-RC < 4
               MOVE 4 TO MAINT-RC
           END-IF
           CLOSE LISTING-FILE
           MOVE MAINT-RC TO RETURN-CODE
           STOP RUN.

       WRITE-LISTING-LINE.
           DISPLAY REPORT-LINE
           MOVE REPORT-LINE TO LISTING-RECORD
           WRITE LISTING-RECORD
           MOVE SPACES TO REPORT-LINE.

       PROCESS-ALL-COMMANDS.
           OPEN INPUT COMMAND-FILE
           IF COMMAND-FILE-STATUS NOT = "00"
               MOVE "CALCMDS NOT AVAILABLE - NOTHING TO DO"
                   TO REPORT-LINE
               PERFORM WRITE-LISTING-LINE
               MOVE 4 TO MAINT-RC
           ELSE
               SET COMMAND-NOT-EOF TO TRUE
               PERFORM UNTIL COMMAND-EOF
                   READ COMMAND-FILE
                       AT END SET COMMAND-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO COMMANDS-READ
                           PERFORM PROCESS-ONE-COMMAND
                   END-READ
               END-PERFORM
               CLOSE COMMAND-FILE
           END-IF.

       PROCESS-ONE-COMMAND.
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF OC-AUTHORIZED
               PERFORM APPLY-ONE-COMMAND
           END-IF.

       CHECK-OPERATOR-AUTHORITY.
           MOVE CC-OPERATOR-ID TO OC-OPERATOR-ID
           MOVE "CALMNT" TO OC-PROGRAM-NAME
           MOVE CC-ACTION TO OC-ACTION
           CALL "OPERATOR-CHECK" USING OPERATOR-CHECK-AREA
           IF NOT OC-AUTHORIZED
               ADD 1 TO COMMANDS-FAILED
               ADD 1 TO COMMANDS-REFUSED
               STRING CC-ACTION " REFUSED (" OC-REASON-TEXT "): "
                   CC-CALENDAR-DATE " OPERATOR " CC-OPERATOR-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-LISTING-LINE
               MOVE "AUTH-REFUSED" TO AUDIT-OPER
               MOVE "E" TO AUDIT-SEV
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.

       LOG-ACCEPTED-CHANGE.
           MOVE "CALENDAR-CHANGE" TO AUDIT-OPER
           MOVE "I" TO AUDIT-SEV
           PERFORM WRITE-AUDIT-ENTRY.

       WRITE-AUDIT-ENTRY.
           MOVE 0 TO RUN-ID
           MOVE 0 TO RUN-AUDIT-VERBOSITY
           MOVE SPACES TO AUDIT-DETAIL-LINE
           STRING CC-ACTION " " CC-CALENDAR-DATE " OPERATOR "
               CC-OPERATOR-ID " " OC-RESULT
               DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
           CALL "AUDIT-LOGGER" USING AUDIT-PROG AUDIT-OPER
               AUDIT-DETAIL-LINE AUDIT-SEV RUN-IDENT.

       APPLY-ONE-COMMAND.
           EVALUATE TRUE
               WHEN ACTION-GENERATE
                   IF CC-YEAR IS NOT NUMERIC OR CC-YEAR < 1601
                       ADD 1 TO COMMANDS-FAILED
                       STRING "GEN FAILED (BAD YEAR): " CC-YEAR
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM WRITE-LISTING-LINE
                   ELSE
                       PERFORM GENERATE-CALENDAR-YEAR
                   END-IF
               WHEN ACTION-HOLIDAY OR ACTION-BUSINESS OR ACTION-DELETE
                   PERFORM CHECK-COMMAND-DATE
                   IF DATE-INVALID
                       ADD 1 TO COMMANDS-FAILED
                       STRING CC-ACTION " FAILED (BAD DATE): "
                           CC-CALENDAR-DATE
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM WRITE-LISTING-LINE
                   ELSE
                       EVALUATE TRUE
                           WHEN ACTION-HOLIDAY
                               PERFORM SET-HOLIDAY-ENTRY
                           WHEN ACTION-BUSINESS
                               PERFORM SET-BUSINESS-ENTRY
                           WHEN OTHER
                               PERFORM DELETE-CALENDAR-ENTRY
                       END-EVALUATE
                   END-IF
               WHEN ACTION-LIST
                   PERFORM LIST-CALENDAR-YEAR
               WHEN OTHER
                   ADD 1 TO COMMANDS-FAILED
                   STRING "UNKNOWN ACTION: " CC-ACTION
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
           END-EVALUATE.

       CHECK-COMMAND-DATE.
           SET DATE-VALID TO TRUE
           IF CC-CALENDAR-DATE IS NOT NUMERIC
               SET DATE-INVALID TO TRUE
           ELSE
               IF CC-YEAR < 1601 OR
                  CC-MONTH < 1 OR CC-MONTH > 12 OR
                  CC-DAY < 1 OR CC-DAY > 31
                   SET DATE-INVALID TO TRUE
               ELSE
                   COMPUTE WORK-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(CC-CALENDAR-DATE)
                   IF WORK-DATE-INT = 0
                       SET DATE-INVALID TO TRUE
                   ELSE
                       COMPUTE WORK-DAY-OF-WEEK =
                           FUNCTION MOD(WORK-DATE-INT - 1, 7) + 1
                   END-IF
               END-IF
           END-IF.

       GENERATE-CALENDAR-YEAR.
           MOVE 0 TO DAYS-GENERATED
           MOVE 0 TO DAYS-ALREADY-HELD
           MOVE CC-YEAR TO WORK-YEAR
           MOVE 12 TO WORK-MONTH
           MOVE 31 TO WORK-DAY
           COMPUTE YEAR-END-INT = FUNCTION INTEGER-OF-DATE(WORK-DATE)
           MOVE 01 TO WORK-MONTH
           MOVE 01 TO WORK-DAY
           COMPUTE WORK-DATE-INT = FUNCTION INTEGER-OF-DATE(WORK-DATE)
           PERFORM UNTIL WORK-DATE-INT > YEAR-END-INT
               COMPUTE WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(WORK-DATE-INT)
               COMPUTE WORK-DAY-OF-WEEK =
                   FUNCTION MOD(WORK-DATE-INT - 1, 7) + 1
               MOVE SPACES TO BUSINESS-CALENDAR-RECORD
               MOVE WORK-DATE TO BC-CALENDAR-DATE
               MOVE WORK-DAY-OF-WEEK TO BC-DAY-OF-WEEK
               IF WORK-DAY-OF-WEEK > 5
                   SET BC-WEEKEND TO TRUE
               ELSE
                   SET BC-BUSINESS-DAY TO TRUE
               END-IF
               WRITE BUSINESS-CALENDAR-RECORD
                   INVALID KEY
                       ADD 1 TO DAYS-ALREADY-HELD
                   NOT INVALID KEY
                       ADD 1 TO DAYS-GENERATED
               END-WRITE
               ADD 1 TO WORK-DATE-INT
           END-PERFORM
           MOVE DAYS-GENERATED TO EDIT-MAINT-COUNT
           STRING "GENERATED " CC-YEAR ": " EDIT-MAINT-COUNT
               " DAYS ADDED"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           IF DAYS-ALREADY-HELD > 0
               MOVE DAYS-ALREADY-HELD TO EDIT-MAINT-COUNT
               STRING "          " EDIT-MAINT-COUNT
                   " DAYS ALREADY ON FILE LEFT AS THEY WERE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-LISTING-LINE
           END-IF
           PERFORM LOG-ACCEPTED-CHANGE.

       SET-HOLIDAY-ENTRY.
           MOVE CC-CALENDAR-DATE TO BC-CALENDAR-DATE
           READ BUSINESS-CALENDAR-FILE
               INVALID KEY
                   MOVE SPACES TO BUSINESS-CALENDAR-RECORD
                   MOVE CC-CALENDAR-DATE TO BC-CALENDAR-DATE
                   MOVE WORK-DAY-OF-WEEK TO BC-DAY-OF-WEEK
                   SET BC-HOLIDAY TO TRUE
                   MOVE CC-DESCRIPTION TO BC-DESCRIPTION
                   WRITE BUSINESS-CALENDAR-RECORD
               NOT INVALID KEY
                   SET BC-HOLIDAY TO TRUE
                   MOVE CC-DESCRIPTION TO BC-DESCRIPTION
                   REWRITE BUSINESS-CALENDAR-RECORD
           END-READ
           STRING "HOLIDAY:  " CC-CALENDAR-DATE " "
               DAY-NAME(WORK-DAY-OF-WEEK) " " CC-DESCRIPTION
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           PERFORM LOG-ACCEPTED-CHANGE.

       SET-BUSINESS-ENTRY.
           MOVE CC-CALENDAR-DATE TO BC-CALENDAR-DATE
           READ BUSINESS-CALENDAR-FILE
               INVALID KEY
                   MOVE SPACES TO BUSINESS-CALENDAR-RECORD
                   MOVE CC-CALENDAR-DATE TO BC-CALENDAR-DATE
                   MOVE WORK-DAY-OF-WEEK TO BC-DAY-OF-WEEK
                   SET BC-BUSINESS-DAY TO TRUE
                   MOVE CC-DESCRIPTION TO BC-DESCRIPTION
                   WRITE BUSINESS-CALENDAR-RECORD
               NOT INVALID KEY
                   SET BC-BUSINESS-DAY TO TRUE
                   MOVE CC-DESCRIPTION TO BC-DESCRIPTION
                   REWRITE BUSINESS-CALENDAR-RECORD
           END-READ
           STRING "BUSINESS: " CC-CALENDAR-DATE " "
               DAY-NAME(WORK-DAY-OF-WEEK) " " CC-DESCRIPTION
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           PERFORM LOG-ACCEPTED-CHANGE.

       DELETE-CALENDAR-ENTRY.
           MOVE CC-CALENDAR-DATE TO BC-CALENDAR-DATE
           DELETE BUSINESS-CALENDAR-FILE
               INVALID KEY
                   ADD 1 TO COMMANDS-FAILED
                   STRING "DELETE FAILED (NOT FOUND): "
                       CC-CALENDAR-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
               NOT INVALID KEY
                   STRING "DELETED:  " CC-CALENDAR-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
                   PERFORM LOG-ACCEPTED-CHANGE
           END-DELETE.

       LIST-CALENDAR-YEAR.
           MOVE "----- Business Calendar Holidays -----"
               TO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE "DATE     DAY TYPE DESCRIPTION" TO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE 0 TO DAYS-LISTED
           MOVE 0 TO BUSINESS-DAYS-LISTED
           MOVE 0 TO WEEKEND-DAYS-LISTED
           MOVE CC-YEAR TO WORK-YEAR
           MOVE 01 TO WORK-MONTH
           MOVE 01 TO WORK-DAY
           MOVE WORK-DATE TO BC-CALENDAR-DATE
           START BUSINESS-CALENDAR-FILE KEY >= BC-CALENDAR-DATE
               INVALID KEY
                   MOVE "NO CALENDAR ENTRIES FOR THE YEAR"
                       TO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
                   SET LIST-EOF TO TRUE
               NOT INVALID KEY
                   SET LIST-NOT-EOF TO TRUE
           END-START
           PERFORM UNTIL LIST-EOF
               READ BUSINESS-CALENDAR-FILE NEXT
                   AT END SET LIST-EOF TO TRUE
                   NOT AT END
                       IF BC-CALENDAR-DATE(1:4) NOT = CC-YEAR
                           SET LIST-EOF TO TRUE
                       ELSE
                           PERFORM LIST-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           MOVE BUSINESS-DAYS-LISTED TO EDIT-MAINT-COUNT
           STRING "Business Days In Year: " EDIT-MAINT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE WEEKEND-DAYS-LISTED TO EDIT-MAINT-COUNT
           STRING "Weekend Days:          " EDIT-MAINT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE DAYS-LISTED TO EDIT-MAINT-COUNT
           STRING "Holidays:              " EDIT-MAINT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE.

       LIST-ONE-ENTRY.
           EVALUATE TRUE
               WHEN BC-BUSINESS-DAY
                   ADD 1 TO BUSINESS-DAYS-LISTED
               WHEN BC-WEEKEND
                   ADD 1 TO WEEKEND-DAYS-LISTED
               WHEN OTHER
                   PERFORM LIST-ONE-HOLIDAY
           END-EVALUATE.

       LIST-ONE-HOLIDAY.
           ADD 1 TO DAYS-LISTED
           IF BC-DAY-OF-WEEK >= 1 AND BC-DAY-OF-WEEK <= 7
               STRING BC-CALENDAR-DATE " "
                   DAY-NAME(BC-DAY-OF-WEEK) "  "
                   BC-DAY-TYPE "   " BC-DESCRIPTION
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING BC-CALENDAR-DATE " ???  "
                   BC-DAY-TYPE "   " BC-DESCRIPTION
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM WRITE-LISTING-LINE.
