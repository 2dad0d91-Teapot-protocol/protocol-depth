       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAM-COMPARE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPARE-CARD-FILE ASSIGN TO "PRMCCRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COMPARE-CARD-STATUS.
           SELECT PARAM-HISTORY-FILE ASSIGN TO "PRMHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-HISTORY-STATUS.
           SELECT COMPARE-REPORT-FILE ASSIGN TO "PRMCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COMPARE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPARE-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  COMPARE-CARD-RECORD.
           05  CC-SIDE OCCURS 2 TIMES.
               10  CC-SELECT-TYPE  PIC X(01).
               10  CC-SELECT-VALUE PIC X(08).
           05  FILLER              PIC X(62).

       FD  PARAM-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "prmhist.cpy".

       FD  COMPARE-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  COMPARE-REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  COMPARE-CARD-STATUS     PIC X(02) VALUE SPACES.
           05  PARAM-HISTORY-STATUS    PIC X(02) VALUE SPACES.
           05  COMPARE-REPORT-STATUS   PIC X(02) VALUE SPACES.
           05  HISTORY-EOF-FLAG        PIC 9(01) VALUE 0.
               88  HISTORY-EOF            VALUE 1.
               88  HISTORY-NOT-EOF        VALUE 0.

       01  SIDE-VARS.
           05  SIDE-ROW OCCURS 2 TIMES.
               10  SD-SELECT-TYPE      PIC X(01).
                   88  SD-BY-VERSION       VALUE "V".
                   88  SD-BY-RUN           VALUE "R".
                   88  SD-BY-DATE          VALUE "D".
                   88  SD-LATEST           VALUE "L".
               10  SD-SELECT-VALUE     PIC 9(08).
               10  SD-FOUND-FLAG       PIC 9(01).
                   88  SD-FOUND            VALUE 1.
               10  SD-VERSION          PIC 9(06).
               10  SD-CHANGE-DATE      PIC 9(08).
               10  SD-CHANGE-TIME      PIC 9(06).
               10  SD-OPERATOR-ID      PIC X(08).
               10  SD-PROGRAM-NAME     PIC X(08).
               10  SD-RUN-ID           PIC 9(06).
               10  SD-BUSINESS-DATE    PIC 9(08).
               10  SD-IMAGE            PIC X(108).
           05  SD-IDX              PIC 9(01) VALUE 0.
           05  SIDE-LETTER         PIC X(01) VALUE SPACE.
           05  LOW-VERSION         PIC 9(06) VALUE 0.
           05  HIGH-VERSION        PIC 9(06) VALUE 0.
           05  KEYWORDS-DIFFERENT  PIC 9(03) VALUE 0.
           05  CHANGES-LISTED      PIC 9(05) VALUE 0.
           05  EDIT-COMPARE-COUNT  PIC ZZZZ9.
           05  PK-IDX              PIC 9(02) VALUE 0.
           05  COMPARE-RC          PIC 9(02) VALUE 0.

       COPY "prmkeys.cpy".

       01  PARAM-VALUE-VARS.
           05  PARAM-IMAGE-WORK    PIC X(108) VALUE SPACES.
           05  PARAM-VALUE-TEXT    PIC X(12) VALUE SPACES.
           05  PARAM-VALUE-NUM     PIC 9(09) VALUE 0.
           05  PARAM-VALUE-DEC     PIC 9(07)V99 VALUE 0.
           05  PARAM-EDIT-NUM      PIC Z(8)9.
           05  PARAM-EDIT-DEC      PIC Z(6)9.99.

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT COMPARE-REPORT-FILE
           MOVE "----- Parameter Version Comparison -----"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM READ-COMPARE-CARD
           IF COMPARE-RC < 8
               PERFORM FIND-BOTH-SIDES
           END-IF
           IF COMPARE-RC < 8
               PERFORM REPORT-DIFFERENCES
               PERFORM REPORT-CHANGE-TRAIL
           END-IF
           CLOSE COMPARE-REPORT-FILE
           MOVE COMPARE-RC TO RETURN-CODE
           STOP RUN.

       WRITE-REPORT-LINE.
           DISPLAY REPORT-LINE
           MOVE REPORT-LINE TO COMPARE-REPORT-RECORD
           WRITE COMPARE-REPORT-RECORD
           MOVE SPACES TO REPORT-LINE.

       READ-COMPARE-CARD.
           OPEN INPUT COMPARE-CARD-FILE
           IF COMPARE-CARD-STATUS NOT = "00"
               MOVE "PRMCCRD NOT AVAILABLE - NOTHING REQUESTED"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO COMPARE-RC
           ELSE
               READ COMPARE-CARD-FILE
                   AT END
                       MOVE "PRMCCRD IS EMPTY - NOTHING REQUESTED"
                           TO REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                       MOVE 8 TO COMPARE-RC
                   NOT AT END
                       PERFORM EDIT-COMPARE-CARD
               END-READ
               CLOSE COMPARE-CARD-FILE
           END-IF.

       EDIT-COMPARE-CARD.
           PERFORM VARYING SD-IDX FROM 1 BY 1 UNTIL SD-IDX > 2
               MOVE 0 TO SD-FOUND-FLAG(SD-IDX)
               MOVE 0 TO SD-VERSION(SD-IDX)
               MOVE 0 TO SD-SELECT-VALUE(SD-IDX)
               MOVE CC-SELECT-TYPE(SD-IDX) TO SD-SELECT-TYPE(SD-IDX)
               IF SD-IDX = 2 AND CC-SIDE(2) = SPACES
                   SET SD-LATEST(2) TO TRUE
               END-IF
               IF SD-IDX = 1
                   MOVE "A" TO SIDE-LETTER
               ELSE
                   MOVE "B" TO SIDE-LETTER
               END-IF
               EVALUATE TRUE
                   WHEN SD-LATEST(SD-IDX)
                       STRING "SIDE " SIDE-LETTER
                           ": LATEST VERSION"
                           DELIMITED BY SIZE INTO REPORT-LINE
                   WHEN CC-SELECT-VALUE(SD-IDX) IS NOT NUMERIC
                       STRING "SIDE " SIDE-LETTER
                           ": SELECTION VALUE NOT NUMERIC - "
                           CC-SELECT-VALUE(SD-IDX)
                           DELIMITED BY SIZE INTO REPORT-LINE
                       MOVE 8 TO COMPARE-RC
                   WHEN SD-BY-VERSION(SD-IDX)
                       MOVE CC-SELECT-VALUE(SD-IDX)
                           TO SD-SELECT-VALUE(SD-IDX)
                       STRING "SIDE " SIDE-LETTER ": VERSION "
                           SD-SELECT-VALUE(SD-IDX)(3:6)
                           DELIMITED BY SIZE INTO REPORT-LINE
                   WHEN SD-BY-RUN(SD-IDX)
                       MOVE CC-SELECT-VALUE(SD-IDX)
                           TO SD-SELECT-VALUE(SD-IDX)
                       STRING "SIDE " SIDE-LETTER ": RUN ID "
                           SD-SELECT-VALUE(SD-IDX)(3:6)
                           DELIMITED BY SIZE INTO REPORT-LINE
                   WHEN SD-BY-DATE(SD-IDX)
                       MOVE CC-SELECT-VALUE(SD-IDX)
                           TO SD-SELECT-VALUE(SD-IDX)
                       STRING "SIDE " SIDE-LETTER
                           ": VERSION IN EFFECT AT END OF "
                           SD-SELECT-VALUE(SD-IDX)
                           DELIMITED BY SIZE INTO REPORT-LINE
                   WHEN OTHER
                       STRING "SIDE " SIDE-LETTER
                           ": UNKNOWN SELECTION TYPE - "
                           CC-SELECT-TYPE(SD-IDX)
                           DELIMITED BY SIZE INTO REPORT-LINE
                       MOVE 8 TO COMPARE-RC
               END-EVALUATE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       FIND-BOTH-SIDES.
           SET HISTORY-NOT-EOF TO TRUE
           OPEN INPUT PARAM-HISTORY-FILE
           IF PARAM-HISTORY-STATUS NOT = "00"
               MOVE "PRMHIST NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE PARAM-HISTORY-STATUS TO REPORT-LINE(32:2)
               PERFORM WRITE-REPORT-LINE
               MOVE 12 TO COMPARE-RC
           ELSE
               PERFORM UNTIL HISTORY-EOF
                   READ PARAM-HISTORY-FILE
                       AT END SET HISTORY-EOF TO TRUE
                       NOT AT END
                           PERFORM VARYING SD-IDX FROM 1 BY 1
                           UNTIL SD-IDX > 2
                               PERFORM CHECK-SIDE-RECORD
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE PARAM-HISTORY-FILE
               PERFORM VARYING SD-IDX FROM 1 BY 1 UNTIL SD-IDX > 2
                   PERFORM PRINT-SIDE-ORIGIN
               END-PERFORM
           END-IF.

       CHECK-SIDE-RECORD.
           EVALUATE TRUE
               WHEN SD-BY-RUN(SD-IDX)
                   IF PH-RUN-REC AND
                      PH-RUN-ID = SD-SELECT-VALUE(SD-IDX)
                       PERFORM TAKE-RUN-RECORD
                   END-IF
               WHEN NOT PH-VERSION-REC
                   CONTINUE
               WHEN SD-BY-VERSION(SD-IDX)
                   IF PH-VERSION = SD-SELECT-VALUE(SD-IDX)
                       PERFORM TAKE-VERSION-RECORD
                   END-IF
               WHEN SD-BY-DATE(SD-IDX)
                   IF PH-CHANGE-DATE <= SD-SELECT-VALUE(SD-IDX) AND
                      PH-VERSION >= SD-VERSION(SD-IDX)
                       PERFORM TAKE-VERSION-RECORD
                   END-IF
               WHEN SD-LATEST(SD-IDX)
                   IF PH-VERSION >= SD-VERSION(SD-IDX)
                       PERFORM TAKE-VERSION-RECORD
                   END-IF
           END-EVALUATE.

       TAKE-VERSION-RECORD.
           SET SD-FOUND(SD-IDX) TO TRUE
           MOVE PH-VERSION TO SD-VERSION(SD-IDX)
           MOVE PH-CHANGE-DATE TO SD-CHANGE-DATE(SD-IDX)
           MOVE PH-CHANGE-TIME TO SD-CHANGE-TIME(SD-IDX)
           MOVE PH-OPERATOR-ID TO SD-OPERATOR-ID(SD-IDX)
           MOVE PH-PROGRAM-NAME TO SD-PROGRAM-NAME(SD-IDX)
           MOVE PH-CONTROL-IMAGE TO SD-IMAGE(SD-IDX).

       TAKE-RUN-RECORD.
           SET SD-FOUND(SD-IDX) TO TRUE
           MOVE PH-VERSION TO SD-VERSION(SD-IDX)
           MOVE PH-CHANGE-DATE TO SD-CHANGE-DATE(SD-IDX)
           MOVE PH-CHANGE-TIME TO SD-CHANGE-TIME(SD-IDX)
           MOVE PH-RUN-ID TO SD-RUN-ID(SD-IDX)
           MOVE PH-BUSINESS-DATE TO SD-BUSINESS-DATE(SD-IDX)
           MOVE PH-RUN-IMAGE TO SD-IMAGE(SD-IDX).

       PRINT-SIDE-ORIGIN.
           IF SD-IDX = 1
               MOVE "A" TO SIDE-LETTER
           ELSE
               MOVE "B" TO SIDE-LETTER
           END-IF
           EVALUATE TRUE
               WHEN NOT SD-FOUND(SD-IDX)
                   STRING "SIDE " SIDE-LETTER
                       ": NOT FOUND ON PRMHIST"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   MOVE 8 TO COMPARE-RC
               WHEN SD-BY-RUN(SD-IDX)
                   STRING "SIDE " SIDE-LETTER ": RUN "
                       SD-RUN-ID(SD-IDX) " STARTED "
                       SD-CHANGE-DATE(SD-IDX) " "
                       SD-CHANGE-TIME(SD-IDX) " BUS DATE "
                       SD-BUSINESS-DATE(SD-IDX) " USED VERSION "
                       SD-VERSION(SD-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   IF SD-OPERATOR-ID(SD-IDX) = SPACES
                       MOVE "(BATCH)" TO SD-OPERATOR-ID(SD-IDX)
                   END-IF
                   STRING "SIDE " SIDE-LETTER ": VERSION "
                       SD-VERSION(SD-IDX) " SET "
                       SD-CHANGE-DATE(SD-IDX) " "
                       SD-CHANGE-TIME(SD-IDX) " BY "
                       SD-OPERATOR-ID(SD-IDX) " THROUGH "
                       SD-PROGRAM-NAME(SD-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE.

       REPORT-DIFFERENCES.
           MOVE "----- Keywords That Differ -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "KEYWORD" TO REPORT-LINE(3:7)
           MOVE "SIDE A" TO REPORT-LINE(24:6)
           MOVE "SIDE B" TO REPORT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO KEYWORDS-DIFFERENT
           PERFORM VARYING PK-IDX FROM 1 BY 1
           UNTIL PK-IDX > PARAM-KEYWORD-COUNT
               IF SD-IMAGE(1)(PK-START(PK-IDX):PK-LENGTH(PK-IDX))
                  NOT =
                  SD-IMAGE(2)(PK-START(PK-IDX):PK-LENGTH(PK-IDX))
                   ADD 1 TO KEYWORDS-DIFFERENT
                   PERFORM PRINT-KEYWORD-DIFFERENCE
               END-IF
           END-PERFORM
           MOVE KEYWORDS-DIFFERENT TO EDIT-COMPARE-COUNT
           STRING "Keywords Different: " EDIT-COMPARE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-KEYWORD-DIFFERENCE.
           MOVE PK-NAME(PK-IDX) TO REPORT-LINE(3:20)
           MOVE SD-IMAGE(1) TO PARAM-IMAGE-WORK
           PERFORM FORMAT-PARAM-VALUE
           MOVE PARAM-VALUE-TEXT TO REPORT-LINE(24:12)
           MOVE SD-IMAGE(2) TO PARAM-IMAGE-WORK
           PERFORM FORMAT-PARAM-VALUE
           MOVE PARAM-VALUE-TEXT TO REPORT-LINE(40:12)
           PERFORM WRITE-REPORT-LINE.

       REPORT-CHANGE-TRAIL.
           IF SD-VERSION(1) < SD-VERSION(2)
               MOVE SD-VERSION(1) TO LOW-VERSION
               MOVE SD-VERSION(2) TO HIGH-VERSION
           ELSE
               MOVE SD-VERSION(2) TO LOW-VERSION
               MOVE SD-VERSION(1) TO HIGH-VERSION
           END-IF
           STRING "----- Changes After Version " LOW-VERSION
               " Through " HIGH-VERSION " -----"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO CHANGES-LISTED
           IF LOW-VERSION = HIGH-VERSION
               MOVE "BOTH SIDES ARE THE SAME PARAMETER VERSION"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               SET HISTORY-NOT-EOF TO TRUE
               OPEN INPUT PARAM-HISTORY-FILE
               IF PARAM-HISTORY-STATUS NOT = "00"
                   SET HISTORY-EOF TO TRUE
               END-IF
               PERFORM UNTIL HISTORY-EOF
                   READ PARAM-HISTORY-FILE
                       AT END SET HISTORY-EOF TO TRUE
                       NOT AT END
                           IF PH-CHANGE-REC AND
                              PH-VERSION > LOW-VERSION AND
                              PH-VERSION <= HIGH-VERSION
                               PERFORM PRINT-CHANGE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               IF PARAM-HISTORY-STATUS = "00" OR
                  PARAM-HISTORY-STATUS = "10"
                   CLOSE PARAM-HISTORY-FILE
               END-IF
               MOVE CHANGES-LISTED TO EDIT-COMPARE-COUNT
               STRING "Keyword Changes Listed: " EDIT-COMPARE-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-CHANGE-LINE.
           ADD 1 TO CHANGES-LISTED
           IF PH-OPERATOR-ID = SPACES
               MOVE "(BATCH)" TO PH-OPERATOR-ID
           END-IF
           STRING PH-VERSION " " PH-CHANGE-DATE " " PH-CHANGE-TIME
               " " PH-OPERATOR-ID " " PH-KEYWORD " "
               PH-BEFORE-VALUE " " PH-AFTER-VALUE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       FORMAT-PARAM-VALUE.
           MOVE SPACES TO PARAM-VALUE-TEXT
           EVALUATE TRUE
               WHEN PARAM-IMAGE-WORK(PK-START(PK-IDX):
                                     PK-LENGTH(PK-IDX)) = SPACES
                   MOVE "(NONE)" TO PARAM-VALUE-TEXT
               WHEN PARAM-IMAGE-WORK(PK-START(PK-IDX):
                                     PK-LENGTH(PK-IDX)) IS NOT NUMERIC
                   MOVE PARAM-IMAGE-WORK(PK-START(PK-IDX):
                                         PK-LENGTH(PK-IDX))
                       TO PARAM-VALUE-TEXT
               WHEN PK-DECIMALS(PK-IDX) = 2
                   MOVE PARAM-IMAGE-WORK(PK-START(PK-IDX):
                                         PK-LENGTH(PK-IDX))
                       TO PARAM-VALUE-NUM
                   COMPUTE PARAM-VALUE-DEC = PARAM-VALUE-NUM / 100
                   MOVE PARAM-VALUE-DEC TO PARAM-EDIT-DEC
                   MOVE FUNCTION TRIM(PARAM-EDIT-DEC LEADING)
                       TO PARAM-VALUE-TEXT
               WHEN OTHER
                   MOVE PARAM-IMAGE-WORK(PK-START(PK-IDX):
                                         PK-LENGTH(PK-IDX))
                       TO PARAM-VALUE-NUM
                   MOVE PARAM-VALUE-NUM TO PARAM-EDIT-NUM
                   MOVE FUNCTION TRIM(PARAM-EDIT-NUM LEADING)
                       TO PARAM-VALUE-TEXT
           END-EVALUATE.
