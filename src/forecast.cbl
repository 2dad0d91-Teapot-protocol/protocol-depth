       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLUME-FORECAST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORECAST-CARD-FILE ASSIGN TO "FCSTCRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FORECAST-CARD-STATUS.
           SELECT BALANCE-MASTER-FILE ASSIGN TO "BALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AB-BALANCE-KEY
               FILE STATUS IS BALANCE-MASTER-STATUS.
           SELECT OPS-HISTORY-FILE ASSIGN TO "OPSHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPS-HISTORY-STATUS.
           SELECT TIMING-HISTORY-FILE ASSIGN TO "TIMHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TIMING-HISTORY-STATUS.
           SELECT MTD-MASTER-FILE ASSIGN TO "MTDMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MTD-MASTER-STATUS.
           SELECT STATS-MASTER-FILE ASSIGN TO "STATMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATS-MASTER-STATUS.
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BIZCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-CALENDAR-DATE
               FILE STATUS IS BUSINESS-CALENDAR-STATUS.
           SELECT FORECAST-REPORT-FILE ASSIGN TO "FCSTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FORECAST-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FORECAST-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FORECAST-CARD-RECORD.
           05  FC-WINDOW-MINUTES   PIC 9(04).
           05  FC-WARN-PERCENT     PIC 9(03).
           05  FILLER              PIC X(73).

       FD  BALANCE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "balmst.cpy".

       FD  OPS-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "opshist.cpy".

       FD  TIMING-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "timhist.cpy".

       FD  MTD-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MTD-MASTER-RECORD.
           05  MT-MONTH            PIC 9(06).
           05  MT-RECORD-COUNT     PIC 9(09).
           05  MT-AMOUNT-TOTAL     PIC S9(13)V99.
           05  FILLER              PIC X(10).

       FD  STATS-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  STATS-MASTER-RECORD.
           05  SM-RUN-ID           PIC 9(06).
           05  SM-MEAN             PIC S9(8)V9(4).
           05  SM-VARIANCE         PIC S9(8)V9(4).
           05  SM-STD-DEV          PIC S9(8)V9(4).
           05  SM-MINIMUM          PIC S9(9)V99.
           05  SM-MAXIMUM          PIC S9(9)V99.
           05  FILLER              PIC X(08).

       FD  BUSINESS-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "bizcal.cpy".

       FD  FORECAST-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FORECAST-REPORT-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  FORECAST-CARD-STATUS    PIC X(02) VALUE SPACES.
           05  BALANCE-MASTER-STATUS   PIC X(02) VALUE SPACES.
           05  OPS-HISTORY-STATUS      PIC X(02) VALUE SPACES.
           05  TIMING-HISTORY-STATUS   PIC X(02) VALUE SPACES.
           05  MTD-MASTER-STATUS       PIC X(02) VALUE SPACES.
           05  STATS-MASTER-STATUS     PIC X(02) VALUE SPACES.
           05  BUSINESS-CALENDAR-STATUS PIC X(02) VALUE SPACES.
           05  FORECAST-REPORT-STATUS  PIC X(02) VALUE SPACES.
           05  HISTORY-EOF-FLAG        PIC 9(01) VALUE 0.
               88  HISTORY-EOF            VALUE 1.
               88  HISTORY-NOT-EOF        VALUE 0.
           05  CALENDAR-OPEN-FLAG      PIC 9(01) VALUE 0.
               88  CALENDAR-AVAILABLE     VALUE 1.
           05  CALENDAR-GAP-FLAG       PIC 9(01) VALUE 0.
               88  CALENDAR-GAP-SEEN      VALUE 1.
           05  BUSINESS-DAY-FLAG       PIC 9(01) VALUE 0.
               88  IS-BUSINESS-DAY        VALUE 1.
               88  NOT-BUSINESS-DAY       VALUE 0.
           05  MTD-LOADED-FLAG         PIC 9(01) VALUE 0.
               88  MTD-LOADED             VALUE 1.
           05  TIMING-LOADED-FLAG      PIC 9(01) VALUE 0.
               88  TIMING-LOADED          VALUE 1.

       01  CONTROL-CARD-VARS.
           05  WINDOW-MINUTES      PIC 9(04) VALUE 240.
           05  WARN-PERCENT        PIC 9(03) VALUE 80.
           05  IN-MEMORY-TABLE-LIMIT PIC 9(05) VALUE 1000.
           05  MINIMUM-FIT-DAYS    PIC 9(03) VALUE 10.
           05  FORECAST-RC         PIC 9(02) VALUE 0.

       01  HISTORY-DAY-VARS.
           05  DAY-COUNT           PIC 9(03) VALUE 0.
           05  DAYS-DROPPED        PIC 9(05) VALUE 0.
           05  HISTORY-DAY-ROW OCCURS 260 TIMES.
               10  HD-DATE             PIC 9(08).
               10  HD-DAY-OF-WEEK      PIC 9(01).
               10  HD-COUNT            PIC 9(09).
               10  HD-AMOUNT           PIC S9(13)V99.
               10  HD-ELAPSED          PIC 9(11).
           05  DAY-IDX             PIC 9(03) VALUE 0.
           05  SHIFT-IDX           PIC 9(03) VALUE 0.
           05  TIMED-DAY-COUNT     PIC 9(03) VALUE 0.

       01  REJECT-DAY-VARS.
           05  REJECT-DAY-COUNT    PIC 9(03) VALUE 0.
           05  REJECT-DAY-ROW OCCURS 260 TIMES.
               10  RD-DATE             PIC 9(08).
               10  RD-DAY-OF-WEEK      PIC 9(01).
               10  RD-REJECTS          PIC 9(09).
           05  REJECT-IDX          PIC 9(03) VALUE 0.

       01  NEXT-DAY-VARS.
           05  NEXT-DAY-COUNT      PIC 9(02) VALUE 0.
           05  NEXT-DAY-ROW OCCURS 60 TIMES.
               10  NX-DATE             PIC 9(08).
               10  NX-DATE-PARTS REDEFINES NX-DATE.
                   15  NX-MONTH        PIC 9(06).
                   15  FILLER          PIC 9(02).
               10  NX-DAY-OF-WEEK      PIC 9(01).
           05  NEXT-IDX            PIC 9(02) VALUE 0.
           05  LAST-HISTORY-DATE   PIC 9(08) VALUE 0.
           05  MONTH-DAYS-LEFT     PIC 9(02) VALUE 0.
           05  WORK-DATE           PIC 9(08) VALUE 0.
           05  WORK-DATE-INT       PIC 9(08) VALUE 0.
           05  WORK-DAY-OF-WEEK    PIC 9(01) VALUE 0.
           05  CALENDAR-DAYS-SCANNED PIC 9(03) VALUE 0.

       01  FIT-VARS.
           05  FIT-MEASURE         PIC X(08) VALUE SPACES.
           05  FIT-N               PIC 9(03) VALUE 0.
           05  FIT-ROW OCCURS 260 TIMES.
               10  FT-Y                PIC S9(13)V99 COMP-3.
               10  FT-DAY-OF-WEEK      PIC 9(01).
           05  FIT-IDX             PIC 9(03) VALUE 0.
           05  FIT-FLOOR-FLAG      PIC 9(01) VALUE 0.
               88  FIT-FLOOR-AT-ZERO      VALUE 1.
               88  FIT-ALLOW-NEGATIVE     VALUE 0.
           05  FIT-DONE-FLAG       PIC 9(01) VALUE 0.
               88  FIT-DONE               VALUE 1.
               88  FIT-NOT-DONE           VALUE 0.
           05  FIT-SUM-X           PIC S9(18)V9(4) COMP-3 VALUE 0.
           05  FIT-SUM-Y           PIC S9(18)V9(4) COMP-3 VALUE 0.
           05  FIT-SUM-XX          PIC S9(18)V9(4) COMP-3 VALUE 0.
           05  FIT-SUM-XY          PIC S9(22)V9(4) COMP-3 VALUE 0.
           05  FIT-DENOM           PIC S9(22)V9(4) COMP-3 VALUE 0.
           05  FIT-SLOPE           PIC S9(13)V9(6) COMP-3 VALUE 0.
           05  FIT-INTERCEPT       PIC S9(15)V9(6) COMP-3 VALUE 0.
           05  FIT-TREND-VALUE     PIC S9(15)V9(4) COMP-3 VALUE 0.
           05  FIT-RESIDUAL        PIC S9(15)V9(4) COMP-3 VALUE 0.
           05  FIT-RESID-SQ-SUM    PIC S9(26)V9(2) COMP-3 VALUE 0.
           05  FIT-RESID-SD        PIC S9(15)V9(4) COMP-3 VALUE 0.
           05  FIT-POINT           PIC S9(15)V9(4) COMP-3 VALUE 0.
           05  FIT-MONTH-REST      PIC S9(17)V99 COMP-3 VALUE 0.
           05  FIT-SPREAD          PIC S9(17)V99 COMP-3 VALUE 0.
           05  FIT-DOW-ROW OCCURS 7 TIMES.
               10  FW-TOTAL            PIC S9(18)V9(4) COMP-3.
               10  FW-COUNT            PIC 9(03).
               10  FW-ADJUST           PIC S9(15)V9(4) COMP-3.
           05  FIT-DOW-IDX         PIC 9(01) VALUE 0.
           05  HORIZON-ROW OCCURS 3 TIMES.
               10  HZ-DAYS             PIC 9(02).
               10  HZ-DAYS-COVERED     PIC 9(02).
               10  HZ-TOTAL            PIC S9(17)V99 COMP-3.
               10  HZ-LOW              PIC S9(17)V99 COMP-3.
               10  HZ-HIGH             PIC S9(17)V99 COMP-3.
               10  HZ-PEAK             PIC S9(15)V99 COMP-3.
           05  HZ-IDX              PIC 9(01) VALUE 0.

       01  CAPACITY-VARS.
           05  COUNT-FIT-FLAG      PIC 9(01) VALUE 0.
               88  COUNT-FITTED           VALUE 1.
           05  AMOUNT-FIT-FLAG     PIC 9(01) VALUE 0.
               88  AMOUNT-FITTED          VALUE 1.
           05  REJECT-FIT-FLAG     PIC 9(01) VALUE 0.
               88  REJECT-FITTED          VALUE 1.
           05  CAPACITY-ROW OCCURS 3 TIMES.
               10  CP-COUNT-PEAK       PIC S9(15)V99 COMP-3.
               10  CP-REJECT-PEAK      PIC S9(15)V99 COMP-3.
               10  CP-COUNT-TOTAL      PIC S9(17)V99 COMP-3.
               10  CP-AMOUNT-TOTAL     PIC S9(17)V99 COMP-3.
           05  MONTH-REST-COUNT    PIC S9(17)V99 COMP-3 VALUE 0.
           05  MONTH-REST-AMOUNT   PIC S9(17)V99 COMP-3 VALUE 0.
           05  MTD-MONTH           PIC 9(06) VALUE 0.
           05  MTD-RECORD-COUNT    PIC 9(09) VALUE 0.
           05  MTD-AMOUNT-TOTAL    PIC S9(13)V99 VALUE 0.
           05  PEAK-ITEMS          PIC S9(15)V99 COMP-3 VALUE 0.
           05  PEAK-ELAPSED        PIC S9(15)V99 COMP-3 VALUE 0.
           05  PEAK-MINUTES        PIC S9(11)V99 COMP-3 VALUE 0.
           05  LIMIT-WARN-COUNT    PIC 9(03) VALUE 0.
           05  THRU-N              PIC 9(03) VALUE 0.
           05  THRU-SUM-X          PIC S9(18)V9(4) COMP-3 VALUE 0.
           05  THRU-SUM-Y          PIC S9(18)V9(4) COMP-3 VALUE 0.
           05  THRU-SUM-XX         PIC S9(22)V9(4) COMP-3 VALUE 0.
           05  THRU-SUM-XY         PIC S9(22)V9(4) COMP-3 VALUE 0.
           05  THRU-DENOM          PIC S9(24)V9(4) COMP-3 VALUE 0.
           05  THRU-FIXED          PIC S9(11)V9(4) COMP-3 VALUE 0.
           05  THRU-PER-ITEM       PIC S9(09)V9(6) COMP-3 VALUE 0.
           05  THRU-FLAG           PIC 9(01) VALUE 0.
               88  THRU-KNOWN             VALUE 1.

       01  ITEM-PROFILE-VARS.
           05  PROFILE-RUN-COUNT   PIC 9(02) VALUE 0.
           05  PROFILE-ROW OCCURS 20 TIMES.
               10  PF-MEAN             PIC S9(8)V9(4).
               10  PF-STD-DEV          PIC S9(8)V9(4).
               10  PF-MAXIMUM          PIC S9(9)V99.
           05  PROFILE-IDX         PIC 9(02) VALUE 0.
           05  PROFILE-LAST-RUN    PIC 9(06) VALUE 0.
           05  PROFILE-MEAN-SUM    PIC S9(11)V9(4) VALUE 0.
           05  PROFILE-SD-SUM      PIC S9(11)V9(4) VALUE 0.
           05  PROFILE-MAXIMUM     PIC S9(9)V99 VALUE 0.
           05  PROFILE-AVERAGE     PIC S9(11)V99 VALUE 0.

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.
           05  LINE-POINTER        PIC 9(03) VALUE 1.
           05  EDIT-DAYS           PIC ZZ9.
           05  EDIT-FCST-VALUE     PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  EDIT-FCST-RATE      PIC -ZZZ,ZZZ,ZZ9.99.
           05  EDIT-DOW-ADJUST     PIC -ZZZ,ZZ9.
           05  EDIT-MINUTES        PIC ZZ,ZZ9.
           05  EDIT-PERCENT        PIC ZZ9.
           05  EDIT-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  EDIT-AMOUNT         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  EDIT-RUN-ID         PIC 9(06).
           05  DAY-NAME-TABLE      PIC X(14)
                   VALUE "MoTuWeThFrSaSu".
           05  DAY-NAME REDEFINES DAY-NAME-TABLE
                   PIC X(02) OCCURS 7 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT FORECAST-REPORT-FILE
           MOVE "----- Volume Forecast Report -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 5 TO HZ-DAYS(1)
           MOVE 20 TO HZ-DAYS(2)
           MOVE 60 TO HZ-DAYS(3)
           PERFORM READ-FORECAST-CARD
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF BUSINESS-CALENDAR-STATUS = "00"
               SET CALENDAR-AVAILABLE TO TRUE
           ELSE
               STRING "BIZCAL NOT AVAILABLE - STATUS "
                   BUSINESS-CALENDAR-STATUS " - WEEKDAYS ASSUMED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM RAISE-WARNING-RC
           END-IF
           PERFORM LOAD-BALANCE-HISTORY
           IF FORECAST-RC < 12
               PERFORM LOAD-REJECT-HISTORY
               PERFORM LOAD-TIMING-HISTORY
               PERFORM LOAD-MONTH-TO-DATE
               PERFORM LOAD-NEXT-BUSINESS-DAYS
               PERFORM REPORT-HISTORY-SPAN
               PERFORM REPORT-PROJECTIONS
               PERFORM REPORT-MONTH-OUTLOOK
               PERFORM REPORT-ITEM-PROFILE
               PERFORM FIT-THROUGHPUT
               PERFORM REPORT-CAPACITY-CHECKS
           END-IF
           IF CALENDAR-AVAILABLE
               CLOSE BUSINESS-CALENDAR-FILE
           END-IF
           CLOSE FORECAST-REPORT-FILE
           MOVE FORECAST-RC TO RETURN-CODE
           STOP RUN.

       WRITE-REPORT-LINE.
           DISPLAY REPORT-LINE
           MOVE REPORT-LINE TO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           MOVE SPACES TO REPORT-LINE.

       RAISE-WARNING-RC.
           IF FORECAST-RC < 4
               MOVE 4 TO FORECAST-RC
           END-IF.

       READ-FORECAST-CARD.
           OPEN INPUT FORECAST-CARD-FILE
           IF FORECAST-CARD-STATUS = "00"
               READ FORECAST-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FC-WINDOW-MINUTES IS NUMERIC AND
                          FC-WINDOW-MINUTES > 0
                           MOVE FC-WINDOW-MINUTES TO WINDOW-MINUTES
                       END-IF
                       IF FC-WARN-PERCENT IS NUMERIC AND
                          FC-WARN-PERCENT > 0 AND
                          FC-WARN-PERCENT <= 100
                           MOVE FC-WARN-PERCENT TO WARN-PERCENT
                       END-IF
               END-READ
               CLOSE FORECAST-CARD-FILE
           END-IF
           MOVE WINDOW-MINUTES TO EDIT-MINUTES
           MOVE WARN-PERCENT TO EDIT-PERCENT
           STRING "Batch Window: " EDIT-MINUTES " Min  Warn At "
               EDIT-PERCENT "% Of A Limit"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       SET-WORK-DAY-OF-WEEK.
           COMPUTE WORK-DATE-INT = FUNCTION INTEGER-OF-DATE(WORK-DATE)
           COMPUTE WORK-DAY-OF-WEEK =
               FUNCTION MOD(WORK-DATE-INT - 1, 7) + 1.

       CHECK-BUSINESS-DAY.
           PERFORM SET-WORK-DAY-OF-WEEK
           SET NOT-BUSINESS-DAY TO TRUE
           IF CALENDAR-AVAILABLE
               MOVE WORK-DATE TO BC-CALENDAR-DATE
               READ BUSINESS-CALENDAR-FILE
                   INVALID KEY
                       SET CALENDAR-GAP-SEEN TO TRUE
                       IF WORK-DAY-OF-WEEK < 6
                           SET IS-BUSINESS-DAY TO TRUE
                       END-IF
                   NOT INVALID KEY
                       IF BC-BUSINESS-DAY
                           SET IS-BUSINESS-DAY TO TRUE
                       END-IF
               END-READ
           ELSE
               IF WORK-DAY-OF-WEEK < 6
                   SET IS-BUSINESS-DAY TO TRUE
               END-IF
           END-IF.

       LOAD-BALANCE-HISTORY.
           OPEN INPUT BALANCE-MASTER-FILE
           IF BALANCE-MASTER-STATUS NOT = "00"
               MOVE "BALMST NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE BALANCE-MASTER-STATUS TO REPORT-LINE(31:2)
               PERFORM WRITE-REPORT-LINE
               MOVE 12 TO FORECAST-RC
           ELSE
               SET HISTORY-NOT-EOF TO TRUE
               PERFORM UNTIL HISTORY-EOF
                   READ BALANCE-MASTER-FILE
                       AT END SET HISTORY-EOF TO TRUE
                       NOT AT END
                           IF AB-BUSINESS-DATE IS NUMERIC AND
                              AB-BUSINESS-DATE > 0
                               PERFORM KEEP-BALANCE-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-MASTER-FILE
           END-IF.

       KEEP-BALANCE-DAY.
           PERFORM VARYING DAY-IDX FROM 1 BY 1
           UNTIL DAY-IDX > DAY-COUNT
           OR HD-DATE(DAY-IDX) >= AB-BUSINESS-DATE
               CONTINUE
           END-PERFORM
           IF DAY-IDX > DAY-COUNT
           OR HD-DATE(DAY-IDX) NOT = AB-BUSINESS-DATE
               PERFORM INSERT-HISTORY-DAY
           END-IF
           IF DAY-IDX > 0
               ADD AB-RECORD-COUNT TO HD-COUNT(DAY-IDX)
               ADD AB-AMOUNT-TOTAL TO HD-AMOUNT(DAY-IDX)
           END-IF.

       INSERT-HISTORY-DAY.
           IF DAY-COUNT >= 260
               IF DAY-IDX = 1
                   ADD 1 TO DAYS-DROPPED
                   MOVE 0 TO DAY-IDX
               ELSE
                   PERFORM VARYING SHIFT-IDX FROM 1 BY 1
                   UNTIL SHIFT-IDX >= DAY-IDX - 1
                       MOVE HISTORY-DAY-ROW(SHIFT-IDX + 1)
                           TO HISTORY-DAY-ROW(SHIFT-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM DAY-IDX
                   ADD 1 TO DAYS-DROPPED
               END-IF
           ELSE
               PERFORM VARYING SHIFT-IDX FROM DAY-COUNT BY -1
               UNTIL SHIFT-IDX < DAY-IDX
                   MOVE HISTORY-DAY-ROW(SHIFT-IDX)
                       TO HISTORY-DAY-ROW(SHIFT-IDX + 1)
               END-PERFORM
               ADD 1 TO DAY-COUNT
           END-IF
           IF DAY-IDX > 0
               MOVE AB-BUSINESS-DATE TO WORK-DATE
               PERFORM SET-WORK-DAY-OF-WEEK
               MOVE AB-BUSINESS-DATE TO HD-DATE(DAY-IDX)
               MOVE WORK-DAY-OF-WEEK TO HD-DAY-OF-WEEK(DAY-IDX)
               MOVE 0 TO HD-COUNT(DAY-IDX)
               MOVE 0 TO HD-AMOUNT(DAY-IDX)
               MOVE 0 TO HD-ELAPSED(DAY-IDX)
           END-IF.

       LOAD-REJECT-HISTORY.
           OPEN INPUT OPS-HISTORY-FILE
           IF OPS-HISTORY-STATUS NOT = "00"
               MOVE "OPSHIST NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE OPS-HISTORY-STATUS TO REPORT-LINE(32:2)
               PERFORM WRITE-REPORT-LINE
               PERFORM RAISE-WARNING-RC
           ELSE
               SET HISTORY-NOT-EOF TO TRUE
               PERFORM UNTIL HISTORY-EOF
                   READ OPS-HISTORY-FILE
                       AT END SET HISTORY-EOF TO TRUE
                       NOT AT END
                           MOVE OH-REPORT-DATE TO WORK-DATE
                           PERFORM CHECK-BUSINESS-DAY
                           IF IS-BUSINESS-DAY
                               PERFORM KEEP-REJECT-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPS-HISTORY-FILE
           END-IF.

       KEEP-REJECT-DAY.
           IF REJECT-DAY-COUNT >= 260
               PERFORM VARYING REJECT-IDX FROM 1 BY 1
               UNTIL REJECT-IDX > 259
                   MOVE REJECT-DAY-ROW(REJECT-IDX + 1)
                       TO REJECT-DAY-ROW(REJECT-IDX)
               END-PERFORM
               MOVE 259 TO REJECT-DAY-COUNT
           END-IF
           ADD 1 TO REJECT-DAY-COUNT
           MOVE OH-REPORT-DATE TO RD-DATE(REJECT-DAY-COUNT)
           MOVE WORK-DAY-OF-WEEK TO RD-DAY-OF-WEEK(REJECT-DAY-COUNT)
           MOVE OH-REJECT-TOTAL TO RD-REJECTS(REJECT-DAY-COUNT).

       LOAD-TIMING-HISTORY.
           OPEN INPUT TIMING-HISTORY-FILE
           IF TIMING-HISTORY-STATUS NOT = "00"
               MOVE "TIMHIST NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE TIMING-HISTORY-STATUS TO REPORT-LINE(32:2)
               PERFORM WRITE-REPORT-LINE
               PERFORM RAISE-WARNING-RC
           ELSE
               SET TIMING-LOADED TO TRUE
               SET HISTORY-NOT-EOF TO TRUE
               PERFORM UNTIL HISTORY-EOF
                   READ TIMING-HISTORY-FILE
                       AT END SET HISTORY-EOF TO TRUE
                       NOT AT END
                           PERFORM KEEP-TIMING-ROW
                   END-READ
               END-PERFORM
               CLOSE TIMING-HISTORY-FILE
           END-IF.

       KEEP-TIMING-ROW.
           PERFORM VARYING DAY-IDX FROM 1 BY 1
           UNTIL DAY-IDX > DAY-COUNT
           OR HD-DATE(DAY-IDX) = TM-BUSINESS-DATE
               CONTINUE
           END-PERFORM
           IF DAY-IDX <= DAY-COUNT
               ADD TM-ELAPSED-HUNDREDTHS TO HD-ELAPSED(DAY-IDX)
           END-IF.

       LOAD-MONTH-TO-DATE.
           OPEN INPUT MTD-MASTER-FILE
           IF MTD-MASTER-STATUS = "00"
               READ MTD-MASTER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET MTD-LOADED TO TRUE
                       MOVE MT-MONTH TO MTD-MONTH
                       MOVE MT-RECORD-COUNT TO MTD-RECORD-COUNT
                       MOVE MT-AMOUNT-TOTAL TO MTD-AMOUNT-TOTAL
               END-READ
               CLOSE MTD-MASTER-FILE
           END-IF.

       LOAD-NEXT-BUSINESS-DAYS.
           IF DAY-COUNT > 0
               MOVE HD-DATE(DAY-COUNT) TO LAST-HISTORY-DATE
           END-IF
           IF REJECT-DAY-COUNT > 0 AND
              RD-DATE(REJECT-DAY-COUNT) > LAST-HISTORY-DATE
               MOVE RD-DATE(REJECT-DAY-COUNT) TO LAST-HISTORY-DATE
           END-IF
           IF LAST-HISTORY-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO LAST-HISTORY-DATE
           END-IF
           MOVE LAST-HISTORY-DATE TO WORK-DATE
           PERFORM SET-WORK-DAY-OF-WEEK
           MOVE 0 TO NEXT-DAY-COUNT
           MOVE 0 TO MONTH-DAYS-LEFT
           MOVE 0 TO CALENDAR-DAYS-SCANNED
           PERFORM UNTIL NEXT-DAY-COUNT >= 60
           OR CALENDAR-DAYS-SCANNED >= 200
               ADD 1 TO CALENDAR-DAYS-SCANNED
               COMPUTE WORK-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(LAST-HISTORY-DATE)
                   + CALENDAR-DAYS-SCANNED)
               PERFORM CHECK-BUSINESS-DAY
               IF IS-BUSINESS-DAY
                   ADD 1 TO NEXT-DAY-COUNT
                   MOVE WORK-DATE TO NX-DATE(NEXT-DAY-COUNT)
                   MOVE WORK-DAY-OF-WEEK
                       TO NX-DAY-OF-WEEK(NEXT-DAY-COUNT)
                   IF MTD-LOADED AND
                      NX-MONTH(NEXT-DAY-COUNT) = MTD-MONTH
                       ADD 1 TO MONTH-DAYS-LEFT
                   END-IF
               END-IF
           END-PERFORM
           IF CALENDAR-AVAILABLE AND CALENDAR-GAP-SEEN
               MOVE "BIZCAL DOES NOT COVER EVERY DATE - WEEKDAYS USED"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM RAISE-WARNING-RC
           END-IF.

       REPORT-HISTORY-SPAN.
           MOVE "----- History Used -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE DAY-COUNT TO EDIT-DAYS
           IF DAY-COUNT > 0
               STRING "BALMST Business Days: " EDIT-DAYS "  From "
                   HD-DATE(1) " To " HD-DATE(DAY-COUNT)
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "BALMST Business Days: " EDIT-DAYS
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           IF DAYS-DROPPED > 0
               MOVE DAYS-DROPPED TO EDIT-COUNT
               STRING "Older Days Not Used:  " EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE REJECT-DAY-COUNT TO EDIT-DAYS
           STRING "OPSHIST Business Days: " EDIT-DAYS
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO TIMED-DAY-COUNT
           PERFORM VARYING DAY-IDX FROM 1 BY 1
           UNTIL DAY-IDX > DAY-COUNT
               IF HD-ELAPSED(DAY-IDX) > 0
                   ADD 1 TO TIMED-DAY-COUNT
               END-IF
           END-PERFORM
           MOVE TIMED-DAY-COUNT TO EDIT-DAYS
           STRING "TIMHIST Days Matched: " EDIT-DAYS
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF NEXT-DAY-COUNT > 0
               MOVE NEXT-DAY-COUNT TO EDIT-DAYS
               STRING "Forecast Business Days: " EDIT-DAYS "  From "
                   NX-DATE(1) " To " NX-DATE(NEXT-DAY-COUNT)
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       REPORT-PROJECTIONS.
           MOVE "----- Projections -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Range Is Two Standard Deviations Of The Daily Fit"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Measure" TO REPORT-LINE(1:7)
           MOVE "Days" TO REPORT-LINE(9:4)
           MOVE "Projected" TO REPORT-LINE(21:9)
           MOVE "Low" TO REPORT-LINE(44:3)
           MOVE "High" TO REPORT-LINE(60:4)
           MOVE "Peak Day" TO REPORT-LINE(73:8)
           PERFORM WRITE-REPORT-LINE
           PERFORM FORECAST-ACCEPTED-COUNT
           PERFORM FORECAST-ACCEPTED-AMOUNT
           PERFORM FORECAST-REJECT-VOLUME.

       FORECAST-ACCEPTED-COUNT.
           MOVE "COUNT" TO FIT-MEASURE
           SET FIT-FLOOR-AT-ZERO TO TRUE
           MOVE DAY-COUNT TO FIT-N
           PERFORM VARYING FIT-IDX FROM 1 BY 1 UNTIL FIT-IDX > FIT-N
               MOVE HD-COUNT(FIT-IDX) TO FT-Y(FIT-IDX)
               MOVE HD-DAY-OF-WEEK(FIT-IDX)
                   TO FT-DAY-OF-WEEK(FIT-IDX)
           END-PERFORM
           PERFORM FIT-AND-PROJECT
           IF FIT-DONE
               SET COUNT-FITTED TO TRUE
               MOVE FIT-MONTH-REST TO MONTH-REST-COUNT
               PERFORM VARYING HZ-IDX FROM 1 BY 1 UNTIL HZ-IDX > 3
                   MOVE HZ-PEAK(HZ-IDX) TO CP-COUNT-PEAK(HZ-IDX)
                   MOVE HZ-TOTAL(HZ-IDX) TO CP-COUNT-TOTAL(HZ-IDX)
               END-PERFORM
           END-IF.

       FORECAST-ACCEPTED-AMOUNT.
           MOVE "AMOUNT" TO FIT-MEASURE
           SET FIT-ALLOW-NEGATIVE TO TRUE
           MOVE DAY-COUNT TO FIT-N
           PERFORM VARYING FIT-IDX FROM 1 BY 1 UNTIL FIT-IDX > FIT-N
               MOVE HD-AMOUNT(FIT-IDX) TO FT-Y(FIT-IDX)
               MOVE HD-DAY-OF-WEEK(FIT-IDX)
                   TO FT-DAY-OF-WEEK(FIT-IDX)
           END-PERFORM
           PERFORM FIT-AND-PROJECT
           IF FIT-DONE
               SET AMOUNT-FITTED TO TRUE
               MOVE FIT-MONTH-REST TO MONTH-REST-AMOUNT
               PERFORM VARYING HZ-IDX FROM 1 BY 1 UNTIL HZ-IDX > 3
                   MOVE HZ-TOTAL(HZ-IDX) TO CP-AMOUNT-TOTAL(HZ-IDX)
               END-PERFORM
           END-IF.

       FORECAST-REJECT-VOLUME.
           MOVE "REJECTS" TO FIT-MEASURE
           SET FIT-FLOOR-AT-ZERO TO TRUE
           MOVE REJECT-DAY-COUNT TO FIT-N
           PERFORM VARYING FIT-IDX FROM 1 BY 1 UNTIL FIT-IDX > FIT-N
               MOVE RD-REJECTS(FIT-IDX) TO FT-Y(FIT-IDX)
               MOVE RD-DAY-OF-WEEK(FIT-IDX)
                   TO FT-DAY-OF-WEEK(FIT-IDX)
           END-PERFORM
           PERFORM FIT-AND-PROJECT
           IF FIT-DONE
               SET REJECT-FITTED TO TRUE
               PERFORM VARYING HZ-IDX FROM 1 BY 1 UNTIL HZ-IDX > 3
                   MOVE HZ-PEAK(HZ-IDX) TO CP-REJECT-PEAK(HZ-IDX)
               END-PERFORM
           END-IF.

       FIT-AND-PROJECT.
           SET FIT-NOT-DONE TO TRUE
           IF FIT-N < MINIMUM-FIT-DAYS OR NEXT-DAY-COUNT = 0
               MOVE FIT-MEASURE TO REPORT-LINE(1:8)
               MOVE "Under Two Weeks Of History - No Projection"
                   TO REPORT-LINE(10:42)
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM FIT-TREND-LINE
               PERFORM FIT-DAY-OF-WEEK-PATTERN
               PERFORM FIT-RESIDUAL-SPREAD
               PERFORM PROJECT-HORIZONS
               PERFORM REPORT-FITTED-MEASURE
               SET FIT-DONE TO TRUE
           END-IF.

       FIT-TREND-LINE.
           MOVE 0 TO FIT-SUM-X
           MOVE 0 TO FIT-SUM-Y
           MOVE 0 TO FIT-SUM-XX
           MOVE 0 TO FIT-SUM-XY
           PERFORM VARYING FIT-IDX FROM 1 BY 1 UNTIL FIT-IDX > FIT-N
               ADD FIT-IDX TO FIT-SUM-X
               ADD FT-Y(FIT-IDX) TO FIT-SUM-Y
               COMPUTE FIT-SUM-XX = FIT-SUM-XX + FIT-IDX * FIT-IDX
               COMPUTE FIT-SUM-XY =
                   FIT-SUM-XY + FIT-IDX * FT-Y(FIT-IDX)
           END-PERFORM
           COMPUTE FIT-DENOM =
               FIT-N * FIT-SUM-XX - FIT-SUM-X * FIT-SUM-X
           IF FIT-DENOM = 0
               MOVE 0 TO FIT-SLOPE
           ELSE
               COMPUTE FIT-SLOPE ROUNDED =
                   (FIT-N * FIT-SUM-XY - FIT-SUM-X * FIT-SUM-Y)
                   / FIT-DENOM
           END-IF
           COMPUTE FIT-INTERCEPT ROUNDED =
               (FIT-SUM-Y - FIT-SLOPE * FIT-SUM-X) / FIT-N.

       FIT-DAY-OF-WEEK-PATTERN.
           PERFORM VARYING FIT-DOW-IDX FROM 1 BY 1
           UNTIL FIT-DOW-IDX > 7
               MOVE 0 TO FW-TOTAL(FIT-DOW-IDX)
               MOVE 0 TO FW-COUNT(FIT-DOW-IDX)
               MOVE 0 TO FW-ADJUST(FIT-DOW-IDX)
           END-PERFORM
           PERFORM VARYING FIT-IDX FROM 1 BY 1 UNTIL FIT-IDX > FIT-N
               COMPUTE FIT-TREND-VALUE ROUNDED =
                   FIT-INTERCEPT + FIT-SLOPE * FIT-IDX
               MOVE FT-DAY-OF-WEEK(FIT-IDX) TO FIT-DOW-IDX
               COMPUTE FW-TOTAL(FIT-DOW-IDX) = FW-TOTAL(FIT-DOW-IDX)
                   + FT-Y(FIT-IDX) - FIT-TREND-VALUE
               ADD 1 TO FW-COUNT(FIT-DOW-IDX)
           END-PERFORM
           PERFORM VARYING FIT-DOW-IDX FROM 1 BY 1
           UNTIL FIT-DOW-IDX > 7
               IF FW-COUNT(FIT-DOW-IDX) > 0
                   COMPUTE FW-ADJUST(FIT-DOW-IDX) ROUNDED =
                       FW-TOTAL(FIT-DOW-IDX) / FW-COUNT(FIT-DOW-IDX)
               END-IF
           END-PERFORM.

       FIT-RESIDUAL-SPREAD.
           MOVE 0 TO FIT-RESID-SQ-SUM
           PERFORM VARYING FIT-IDX FROM 1 BY 1 UNTIL FIT-IDX > FIT-N
               MOVE FT-DAY-OF-WEEK(FIT-IDX) TO FIT-DOW-IDX
               COMPUTE FIT-RESIDUAL ROUNDED = FT-Y(FIT-IDX)
                   - FIT-INTERCEPT - FIT-SLOPE * FIT-IDX
                   - FW-ADJUST(FIT-DOW-IDX)
               COMPUTE FIT-RESID-SQ-SUM ROUNDED =
                   FIT-RESID-SQ-SUM + FIT-RESIDUAL * FIT-RESIDUAL
           END-PERFORM
           COMPUTE FIT-RESID-SD ROUNDED =
               FUNCTION SQRT(FIT-RESID-SQ-SUM / (FIT-N - 2)).

       PROJECT-HORIZONS.
           MOVE 0 TO FIT-MONTH-REST
           PERFORM VARYING HZ-IDX FROM 1 BY 1 UNTIL HZ-IDX > 3
               MOVE 0 TO HZ-DAYS-COVERED(HZ-IDX)
               MOVE 0 TO HZ-TOTAL(HZ-IDX)
               MOVE 0 TO HZ-PEAK(HZ-IDX)
           END-PERFORM
           PERFORM VARYING NEXT-IDX FROM 1 BY 1
           UNTIL NEXT-IDX > NEXT-DAY-COUNT
               MOVE NX-DAY-OF-WEEK(NEXT-IDX) TO FIT-DOW-IDX
               COMPUTE FIT-POINT ROUNDED = FIT-INTERCEPT
                   + FIT-SLOPE * (FIT-N + NEXT-IDX)
                   + FW-ADJUST(FIT-DOW-IDX)
               IF FIT-FLOOR-AT-ZERO AND FIT-POINT < 0
                   MOVE 0 TO FIT-POINT
               END-IF
               IF MTD-LOADED AND NX-MONTH(NEXT-IDX) = MTD-MONTH
                   ADD FIT-POINT TO FIT-MONTH-REST
               END-IF
               PERFORM VARYING HZ-IDX FROM 1 BY 1 UNTIL HZ-IDX > 3
                   IF NEXT-IDX <= HZ-DAYS(HZ-IDX)
                       ADD 1 TO HZ-DAYS-COVERED(HZ-IDX)
                       ADD FIT-POINT TO HZ-TOTAL(HZ-IDX)
                       IF HZ-DAYS-COVERED(HZ-IDX) = 1 OR
                          FIT-POINT > HZ-PEAK(HZ-IDX)
                           MOVE FIT-POINT TO HZ-PEAK(HZ-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING HZ-IDX FROM 1 BY 1 UNTIL HZ-IDX > 3
               COMPUTE FIT-SPREAD ROUNDED = 2 * FIT-RESID-SD
                   * FUNCTION SQRT(HZ-DAYS-COVERED(HZ-IDX))
               COMPUTE HZ-LOW(HZ-IDX) = HZ-TOTAL(HZ-IDX) - FIT-SPREAD
               COMPUTE HZ-HIGH(HZ-IDX) = HZ-TOTAL(HZ-IDX) + FIT-SPREAD
               IF FIT-FLOOR-AT-ZERO AND HZ-LOW(HZ-IDX) < 0
                   MOVE 0 TO HZ-LOW(HZ-IDX)
               END-IF
               COMPUTE HZ-PEAK(HZ-IDX) =
                   HZ-PEAK(HZ-IDX) + 2 * FIT-RESID-SD
           END-PERFORM.

       REPORT-FITTED-MEASURE.
           MOVE FIT-MEASURE TO REPORT-LINE(1:8)
           MOVE FIT-SLOPE TO EDIT-FCST-RATE
           MOVE FIT-RESID-SD TO EDIT-FCST-VALUE
           MOVE FIT-N TO EDIT-DAYS
           STRING "Trend/Day " EDIT-FCST-RATE "  Daily SD "
               EDIT-FCST-VALUE "  Days " EDIT-DAYS
               DELIMITED BY SIZE INTO REPORT-LINE(10:71)
           PERFORM WRITE-REPORT-LINE
           MOVE FIT-MEASURE TO REPORT-LINE(1:8)
           MOVE "Day Pattern" TO REPORT-LINE(10:11)
           MOVE 22 TO LINE-POINTER
           PERFORM VARYING FIT-DOW-IDX FROM 1 BY 1
           UNTIL FIT-DOW-IDX > 7
               IF FW-COUNT(FIT-DOW-IDX) > 0
                   MOVE FW-ADJUST(FIT-DOW-IDX) TO EDIT-DOW-ADJUST
                   STRING DAY-NAME(FIT-DOW-IDX) EDIT-DOW-ADJUST " "
                       DELIMITED BY SIZE INTO REPORT-LINE
                       WITH POINTER LINE-POINTER
               END-IF
           END-PERFORM
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING HZ-IDX FROM 1 BY 1 UNTIL HZ-IDX > 3
               MOVE FIT-MEASURE TO REPORT-LINE(1:8)
               MOVE HZ-DAYS(HZ-IDX) TO EDIT-DAYS
               MOVE EDIT-DAYS TO REPORT-LINE(10:3)
               COMPUTE EDIT-FCST-VALUE ROUNDED = HZ-TOTAL(HZ-IDX)
               MOVE EDIT-FCST-VALUE TO REPORT-LINE(14:16)
               COMPUTE EDIT-FCST-VALUE ROUNDED = HZ-LOW(HZ-IDX)
               MOVE EDIT-FCST-VALUE TO REPORT-LINE(31:16)
               COMPUTE EDIT-FCST-VALUE ROUNDED = HZ-HIGH(HZ-IDX)
               MOVE EDIT-FCST-VALUE TO REPORT-LINE(48:16)
               COMPUTE EDIT-FCST-VALUE ROUNDED = HZ-PEAK(HZ-IDX)
               MOVE EDIT-FCST-VALUE TO REPORT-LINE(65:16)
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       REPORT-MONTH-OUTLOOK.
           MOVE "----- Month End Outlook -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF NOT MTD-LOADED
               MOVE "MTDMST NOT AVAILABLE - NO MONTH OUTLOOK"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM RAISE-WARNING-RC
           ELSE
               MOVE MTD-RECORD-COUNT TO EDIT-COUNT
               MOVE MTD-AMOUNT-TOTAL TO EDIT-AMOUNT
               STRING "Month " MTD-MONTH "  To Date Count "
                   EDIT-COUNT "  Amount " EDIT-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE MONTH-DAYS-LEFT TO EDIT-DAYS
               STRING "Business Days Left In Month: " EDIT-DAYS
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF COUNT-FITTED
                   COMPUTE EDIT-FCST-VALUE ROUNDED =
                       MTD-RECORD-COUNT + MONTH-REST-COUNT
                   STRING "Projected Month-End Count:  " EDIT-FCST-VALUE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               IF AMOUNT-FITTED
                   COMPUTE EDIT-FCST-VALUE ROUNDED =
                       MTD-AMOUNT-TOTAL + MONTH-REST-AMOUNT
                   STRING "Projected Month-End Amount: " EDIT-FCST-VALUE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       REPORT-ITEM-PROFILE.
           MOVE "----- Item Amount Profile -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           OPEN INPUT STATS-MASTER-FILE
           IF STATS-MASTER-STATUS NOT = "00"
               MOVE "STATMST NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE STATS-MASTER-STATUS TO REPORT-LINE(32:2)
               PERFORM WRITE-REPORT-LINE
               PERFORM RAISE-WARNING-RC
           ELSE
               SET HISTORY-NOT-EOF TO TRUE
               PERFORM UNTIL HISTORY-EOF
                   READ STATS-MASTER-FILE
                       AT END SET HISTORY-EOF TO TRUE
                       NOT AT END
                           PERFORM KEEP-PROFILE-RUN
                   END-READ
               END-PERFORM
               CLOSE STATS-MASTER-FILE
               PERFORM REPORT-PROFILE-LINES
           END-IF.

       KEEP-PROFILE-RUN.
           IF PROFILE-RUN-COUNT >= 20
               PERFORM VARYING PROFILE-IDX FROM 1 BY 1
               UNTIL PROFILE-IDX > 19
                   MOVE PROFILE-ROW(PROFILE-IDX + 1)
                       TO PROFILE-ROW(PROFILE-IDX)
               END-PERFORM
               MOVE 19 TO PROFILE-RUN-COUNT
           END-IF
           ADD 1 TO PROFILE-RUN-COUNT
           MOVE SM-MEAN TO PF-MEAN(PROFILE-RUN-COUNT)
           MOVE SM-STD-DEV TO PF-STD-DEV(PROFILE-RUN-COUNT)
           MOVE SM-MAXIMUM TO PF-MAXIMUM(PROFILE-RUN-COUNT)
           MOVE SM-RUN-ID TO PROFILE-LAST-RUN.

       REPORT-PROFILE-LINES.
           IF PROFILE-RUN-COUNT = 0
               MOVE "STATMST Holds No Runs - No Item Profile"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE 0 TO PROFILE-MEAN-SUM
               MOVE 0 TO PROFILE-SD-SUM
               MOVE PF-MAXIMUM(1) TO PROFILE-MAXIMUM
               PERFORM VARYING PROFILE-IDX FROM 1 BY 1
               UNTIL PROFILE-IDX > PROFILE-RUN-COUNT
                   ADD PF-MEAN(PROFILE-IDX) TO PROFILE-MEAN-SUM
                   ADD PF-STD-DEV(PROFILE-IDX) TO PROFILE-SD-SUM
                   IF PF-MAXIMUM(PROFILE-IDX) > PROFILE-MAXIMUM
                       MOVE PF-MAXIMUM(PROFILE-IDX) TO PROFILE-MAXIMUM
                   END-IF
               END-PERFORM
               MOVE PROFILE-RUN-COUNT TO EDIT-DAYS
               MOVE PROFILE-LAST-RUN TO EDIT-RUN-ID
               STRING "STATMST Runs Used: " EDIT-DAYS
                   "  Latest Run " EDIT-RUN-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               COMPUTE PROFILE-AVERAGE ROUNDED =
                   PROFILE-MEAN-SUM / PROFILE-RUN-COUNT
               MOVE PROFILE-AVERAGE TO EDIT-AMOUNT
               STRING "Average Item Mean:       " EDIT-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               COMPUTE PROFILE-AVERAGE ROUNDED =
                   PROFILE-SD-SUM / PROFILE-RUN-COUNT
               MOVE PROFILE-AVERAGE TO EDIT-AMOUNT
               STRING "Average Item Std Dev:    " EDIT-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE PROFILE-MAXIMUM TO EDIT-AMOUNT
               STRING "Largest Item Seen:       " EDIT-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF COUNT-FITTED AND AMOUNT-FITTED AND
              CP-COUNT-TOTAL(3) > 0
               COMPUTE PROFILE-AVERAGE ROUNDED =
                   CP-AMOUNT-TOTAL(3) / CP-COUNT-TOTAL(3)
               MOVE PROFILE-AVERAGE TO EDIT-AMOUNT
               STRING "Projected Net Per Item:  " EDIT-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       FIT-THROUGHPUT.
           MOVE 0 TO THRU-N
           MOVE 0 TO THRU-SUM-X
           MOVE 0 TO THRU-SUM-Y
           MOVE 0 TO THRU-SUM-XX
           MOVE 0 TO THRU-SUM-XY
           PERFORM VARYING DAY-IDX FROM 1 BY 1
           UNTIL DAY-IDX > DAY-COUNT
               IF HD-ELAPSED(DAY-IDX) > 0
                   ADD 1 TO THRU-N
                   ADD HD-COUNT(DAY-IDX) TO THRU-SUM-X
                   ADD HD-ELAPSED(DAY-IDX) TO THRU-SUM-Y
                   COMPUTE THRU-SUM-XX = THRU-SUM-XX
                       + HD-COUNT(DAY-IDX) * HD-COUNT(DAY-IDX)
                   COMPUTE THRU-SUM-XY = THRU-SUM-XY
                       + HD-COUNT(DAY-IDX) * HD-ELAPSED(DAY-IDX)
               END-IF
           END-PERFORM
           IF THRU-N > 0 AND THRU-SUM-X > 0
               SET THRU-KNOWN TO TRUE
               COMPUTE THRU-DENOM =
                   THRU-N * THRU-SUM-XX - THRU-SUM-X * THRU-SUM-X
               IF THRU-N >= 3 AND THRU-DENOM > 0
                   COMPUTE THRU-PER-ITEM ROUNDED =
                       (THRU-N * THRU-SUM-XY - THRU-SUM-X * THRU-SUM-Y)
                       / THRU-DENOM
                   COMPUTE THRU-FIXED ROUNDED =
                       (THRU-SUM-Y - THRU-PER-ITEM * THRU-SUM-X)
                       / THRU-N
               END-IF
               IF THRU-N < 3 OR THRU-DENOM NOT > 0 OR
                  THRU-PER-ITEM NOT > 0 OR THRU-FIXED < 0
                   MOVE 0 TO THRU-FIXED
                   COMPUTE THRU-PER-ITEM ROUNDED =
                       THRU-SUM-Y / THRU-SUM-X
               END-IF
           END-IF.

       REPORT-CAPACITY-CHECKS.
           MOVE "----- Capacity Checks -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE IN-MEMORY-TABLE-LIMIT TO EDIT-COUNT
           STRING "In-Memory Table Limit (Items Per Run): " EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "  Parallel/Sort Tables, DUP-KEY Table, Reversals"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF THRU-KNOWN
               MOVE THRU-FIXED TO EDIT-FCST-RATE
               STRING "Run Overhead (hs):       " EDIT-FCST-RATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE THRU-PER-ITEM TO EDIT-FCST-RATE
               MOVE THRU-N TO EDIT-DAYS
               STRING "Per Item (hs):           " EDIT-FCST-RATE
                   "  On " EDIT-DAYS " Days"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE "No TIMHIST Days Match BALMST - Window Not Checked"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF NOT COUNT-FITTED
               MOVE "No Count Projection - Limits Not Checked"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE 0 TO LIMIT-WARN-COUNT
               PERFORM VARYING HZ-IDX FROM 1 BY 1 UNTIL HZ-IDX > 3
                   PERFORM CHECK-HORIZON-LIMITS
               END-PERFORM
               IF LIMIT-WARN-COUNT = 0
                   MOVE "No Projection Reaches A Known Limit"
                       TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   PERFORM RAISE-WARNING-RC
               END-IF
           END-IF.

       CHECK-HORIZON-LIMITS.
           MOVE CP-COUNT-PEAK(HZ-IDX) TO PEAK-ITEMS
           IF REJECT-FITTED
               ADD CP-REJECT-PEAK(HZ-IDX) TO PEAK-ITEMS
           END-IF
           MOVE HZ-DAYS(HZ-IDX) TO EDIT-DAYS
           COMPUTE EDIT-COUNT ROUNDED = PEAK-ITEMS
           IF THRU-KNOWN
               COMPUTE PEAK-ELAPSED ROUNDED =
                   THRU-FIXED + THRU-PER-ITEM * PEAK-ITEMS
               COMPUTE PEAK-MINUTES ROUNDED = PEAK-ELAPSED / 6000
               COMPUTE EDIT-MINUTES ROUNDED = PEAK-MINUTES
               STRING EDIT-DAYS "-Day Peak Items " EDIT-COUNT
                   "  Est Run " EDIT-MINUTES " Min"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING EDIT-DAYS "-Day Peak Items " EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           EVALUATE TRUE
               WHEN PEAK-ITEMS > IN-MEMORY-TABLE-LIMIT
                   STRING "WARNING - " EDIT-DAYS
                       "-Day Peak Overflows The 1000-Entry Tables"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   ADD 1 TO LIMIT-WARN-COUNT
               WHEN PEAK-ITEMS * 100 >=
                    IN-MEMORY-TABLE-LIMIT * WARN-PERCENT
                   MOVE WARN-PERCENT TO EDIT-PERCENT
                   STRING "WARNING - " EDIT-DAYS "-Day Peak Passes "
                       EDIT-PERCENT "% Of The 1000-Entry Tables"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   ADD 1 TO LIMIT-WARN-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF THRU-KNOWN
               EVALUATE TRUE
                   WHEN PEAK-MINUTES > WINDOW-MINUTES
                       STRING "WARNING - " EDIT-DAYS
                           "-Day Peak Run Overruns The Batch Window"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                       ADD 1 TO LIMIT-WARN-COUNT
                   WHEN PEAK-MINUTES * 100 >=
                        WINDOW-MINUTES * WARN-PERCENT
                       MOVE WARN-PERCENT TO EDIT-PERCENT
                       STRING "WARNING - " EDIT-DAYS
                           "-Day Peak Run Passes " EDIT-PERCENT
                           "% Of The Batch Window"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                       ADD 1 TO LIMIT-WARN-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
