       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSINESS-DATE-ROLL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BIZCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-CALENDAR-DATE
               FILE STATUS IS BUSINESS-CALENDAR-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT ROLL-REPORT-FILE ASSIGN TO "ROLLRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ROLL-REPORT-STATUS.
           SELECT PARAM-HISTORY-FILE ASSIGN TO "PRMHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "ctlparm.cpy".

       FD  BUSINESS-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "bizcal.cpy".

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RUN-CONTROL-RECORD.
           05  RC-RECORD-TYPE      PIC X(01).
               88  RUN-START-REC       VALUE "S".
               88  RUN-END-REC         VALUE "E".
           05  RC-RUN-ID           PIC 9(06).
           05  RC-TIMESTAMP        PIC X(21).
           05  RC-END-STATUS       PIC X(02).
           05  RC-BUSINESS-DATE    PIC 9(08).
           05  FILLER              PIC X(02).

       FD  ROLL-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ROLL-REPORT-RECORD      PIC X(80).

       FD  PARAM-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "prmhist.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  CONTROL-FILE-STATUS     PIC X(02) VALUE SPACES.
           05  BUSINESS-CALENDAR-STATUS PIC X(02) VALUE SPACES.
           05  RUN-CONTROL-STATUS      PIC X(02) VALUE SPACES.
           05  ROLL-REPORT-STATUS      PIC X(02) VALUE SPACES.
           05  PARAM-HISTORY-STATUS    PIC X(02) VALUE SPACES.
           05  HISTORY-OPEN-FLAG       PIC 9(01) VALUE 0.
               88  HISTORY-FILE-OPEN      VALUE 1.
           05  HISTORY-EOF-FLAG        PIC 9(01) VALUE 0.
               88  HISTORY-EOF            VALUE 1.
               88  HISTORY-NOT-EOF        VALUE 0.
           05  CONTROL-OPEN-FLAG       PIC 9(01) VALUE 0.
               88  CONTROL-FILE-OPEN      VALUE 1.
           05  RUN-CONTROL-EOF-FLAG    PIC 9(01) VALUE 0.
               88  RUN-CONTROL-EOF        VALUE 1.
               88  RUN-CONTROL-NOT-EOF    VALUE 0.
           05  CALENDAR-SCAN-FLAG      PIC 9(01) VALUE 0.
               88  CALENDAR-SCAN-DONE     VALUE 1.
               88  CALENDAR-SCAN-MORE     VALUE 0.

       01  ROLL-VARS.
           05  CURRENT-BUSINESS-DATE PIC 9(08) VALUE 0.
           05  NEXT-BUSINESS-DATE  PIC 9(08) VALUE 0.
           05  LAST-COMPLETED-DATE PIC 9(08) VALUE 0.
           05  DAYS-SKIPPED        PIC 9(03) VALUE 0.
           05  ROLL-RC             PIC 9(02) VALUE 0.
           05  EDIT-ROLL-COUNT     PIC ZZ9.

       01  HISTORY-VARS.
           05  PRIOR-PARAM-VERSION PIC 9(06) VALUE 0.
           05  HIGH-PARAM-VERSION  PIC 9(06) VALUE 0.
           05  NEW-PARAM-VERSION   PIC 9(06) VALUE 0.
           05  CHANGE-DATE         PIC 9(08) VALUE 0.
           05  CHANGE-TIME-WORK    PIC 9(08) VALUE 0.

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT ROLL-REPORT-FILE
           MOVE "----- Business Date Roll Forward -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM READ-CONTROL-RECORD
           IF ROLL-RC < 4
               PERFORM CHECK-DATE-COMPLETED
           END-IF
           IF ROLL-RC < 4
               PERFORM FIND-NEXT-BUSINESS-DATE
           END-IF
           IF ROLL-RC < 4
               PERFORM OPEN-PARAM-HISTORY
               MOVE NEXT-BUSINESS-DATE TO CP-BUSINESS-DATE
               IF HISTORY-FILE-OPEN
                   MOVE NEW-PARAM-VERSION TO CP-PARAM-VERSION
               END-IF
               REWRITE CONTROL-RECORD
               IF CONTROL-FILE-STATUS NOT = "00"
                   MOVE "CTLPARM REWRITE FAILED - STATUS "
                       TO REPORT-LINE
                   MOVE CONTROL-FILE-STATUS TO REPORT-LINE(33:2)
                   PERFORM WRITE-REPORT-LINE
                   MOVE 12 TO ROLL-RC
               ELSE
                   STRING "Business Date Rolled From "
                       CURRENT-BUSINESS-DATE " To "
                       NEXT-BUSINESS-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE DAYS-SKIPPED TO EDIT-ROLL-COUNT
                   STRING "Non-Business Days Skipped: " EDIT-ROLL-COUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   IF HISTORY-FILE-OPEN
                       PERFORM WRITE-PARAM-VERSION
                   END-IF
               END-IF
               IF HISTORY-FILE-OPEN
                   CLOSE PARAM-HISTORY-FILE
               ELSE
                   MOVE "PARAMETER VERSION NOT RECORDED" TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   IF ROLL-RC < 4
                       MOVE 4 TO ROLL-RC
                   END-IF
               END-IF
           END-IF
           IF CONTROL-FILE-OPEN
               CLOSE CONTROL-FILE
           END-IF
           CLOSE ROLL-REPORT-FILE
           MOVE ROLL-RC TO RETURN-CODE
           STOP RUN.

       WRITE-REPORT-LINE.
           DISPLAY REPORT-LINE
           MOVE REPORT-LINE TO ROLL-REPORT-RECORD
           WRITE ROLL-REPORT-RECORD
           MOVE SPACES TO REPORT-LINE.

       READ-CONTROL-RECORD.
           OPEN I-O CONTROL-FILE
           IF CONTROL-FILE-STATUS NOT = "00"
               MOVE "CTLPARM NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE CONTROL-FILE-STATUS TO REPORT-LINE(32:2)
               PERFORM WRITE-REPORT-LINE
               MOVE 12 TO ROLL-RC
           ELSE
               SET CONTROL-FILE-OPEN TO TRUE
               READ CONTROL-FILE
                   AT END
                       MOVE "CTLPARM IS EMPTY - NOTHING TO ROLL"
                           TO REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                       MOVE 12 TO ROLL-RC
                   NOT AT END
                       IF CP-BUSINESS-DATE IS NOT NUMERIC OR
                          CP-BUSINESS-DATE = 0
                           MOVE "CTLPARM CARRIES NO BUSINESS DATE"
                               TO REPORT-LINE
                           PERFORM WRITE-REPORT-LINE
                           MOVE "RUNS USE THE SYSTEM DATE - NOT ROLLED"
                               TO REPORT-LINE
                           PERFORM WRITE-REPORT-LINE
                           MOVE 4 TO ROLL-RC
                       ELSE
                           MOVE CP-BUSINESS-DATE
                               TO CURRENT-BUSINESS-DATE
                       END-IF
               END-READ
           END-IF.

       CHECK-DATE-COMPLETED.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS NOT = "00"
               MOVE "RUNCTL NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE RUN-CONTROL-STATUS TO REPORT-LINE(31:2)
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO ROLL-RC
           ELSE
               SET RUN-CONTROL-NOT-EOF TO TRUE
               PERFORM UNTIL RUN-CONTROL-EOF
                   READ RUN-CONTROL-FILE
                       AT END SET RUN-CONTROL-EOF TO TRUE
                       NOT AT END
                           IF RUN-END-REC AND
                              (RC-END-STATUS = "00" OR
                               RC-END-STATUS = "04") AND
                              RC-BUSINESS-DATE IS NUMERIC AND
                              RC-BUSINESS-DATE > LAST-COMPLETED-DATE
                               MOVE RC-BUSINESS-DATE
                                   TO LAST-COMPLETED-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
               IF LAST-COMPLETED-DATE NOT = CURRENT-BUSINESS-DATE
                   STRING "BUSINESS DATE " CURRENT-BUSINESS-DATE
                       " HAS NO CLEAN RUN - LAST WAS "
                       LAST-COMPLETED-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE "CTLPARM NOT ROLLED" TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 8 TO ROLL-RC
               END-IF
           END-IF.

       FIND-NEXT-BUSINESS-DATE.
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF BUSINESS-CALENDAR-STATUS NOT = "00"
               MOVE "BIZCAL NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE BUSINESS-CALENDAR-STATUS TO REPORT-LINE(31:2)
               PERFORM WRITE-REPORT-LINE
               MOVE 12 TO ROLL-RC
           ELSE
               MOVE CURRENT-BUSINESS-DATE TO BC-CALENDAR-DATE
               SET CALENDAR-SCAN-MORE TO TRUE
               START BUSINESS-CALENDAR-FILE KEY > BC-CALENDAR-DATE
                   INVALID KEY
                       SET CALENDAR-SCAN-DONE TO TRUE
               END-START
               PERFORM UNTIL CALENDAR-SCAN-DONE
                   READ BUSINESS-CALENDAR-FILE NEXT
                       AT END SET CALENDAR-SCAN-DONE TO TRUE
                       NOT AT END
                           IF BC-BUSINESS-DAY
                               MOVE BC-CALENDAR-DATE
                                   TO NEXT-BUSINESS-DATE
                               SET CALENDAR-SCAN-DONE TO TRUE
                           ELSE
                               PERFORM REPORT-SKIPPED-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUSINESS-CALENDAR-FILE
               IF NEXT-BUSINESS-DATE = 0
                   STRING "NO BUSINESS DAY ON BIZCAL AFTER "
                       CURRENT-BUSINESS-DATE
                       " - EXTEND THE CALENDAR"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 8 TO ROLL-RC
               END-IF
           END-IF.

       REPORT-SKIPPED-DAY.
           ADD 1 TO DAYS-SKIPPED
           IF BC-HOLIDAY
               STRING "  Skipped " BC-CALENDAR-DATE " Holiday "
                   BC-DESCRIPTION
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  Skipped " BC-CALENDAR-DATE " Weekend"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       OPEN-PARAM-HISTORY.
           MOVE 0 TO PRIOR-PARAM-VERSION
           IF CP-PARAM-VERSION IS NUMERIC
               MOVE CP-PARAM-VERSION TO PRIOR-PARAM-VERSION
           END-IF
           MOVE PRIOR-PARAM-VERSION TO HIGH-PARAM-VERSION
           OPEN INPUT PARAM-HISTORY-FILE
           IF PARAM-HISTORY-STATUS = "00"
               SET HISTORY-NOT-EOF TO TRUE
               PERFORM UNTIL HISTORY-EOF
                   READ PARAM-HISTORY-FILE
                       AT END SET HISTORY-EOF TO TRUE
                       NOT AT END
                           IF PH-VERSION-REC AND
                              PH-VERSION IS NUMERIC AND
                              PH-VERSION > HIGH-PARAM-VERSION
                               MOVE PH-VERSION TO HIGH-PARAM-VERSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAM-HISTORY-FILE
           END-IF
           COMPUTE NEW-PARAM-VERSION = HIGH-PARAM-VERSION + 1
           OPEN EXTEND PARAM-HISTORY-FILE
           IF PARAM-HISTORY-STATUS = "35"
               OPEN OUTPUT PARAM-HISTORY-FILE
           END-IF
           IF PARAM-HISTORY-STATUS = "00"
               SET HISTORY-FILE-OPEN TO TRUE
           ELSE
               MOVE "PRMHIST NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE PARAM-HISTORY-STATUS TO REPORT-LINE(32:2)
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-PARAM-VERSION.
           ACCEPT CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT CHANGE-TIME-WORK FROM TIME
           MOVE SPACES TO PARAM-HISTORY-RECORD
           SET PH-VERSION-REC TO TRUE
           PERFORM SET-HISTORY-PREFIX
           MOVE PRIOR-PARAM-VERSION TO PH-PRIOR-VERSION
           MOVE 1 TO PH-CHANGE-COUNT
           MOVE CONTROL-RECORD(1:96) TO PH-CONTROL-IMAGE(1:96)
           MOVE CONTROL-RECORD(103:12) TO PH-CONTROL-IMAGE(97:12)
           WRITE PARAM-HISTORY-RECORD
           MOVE SPACES TO PARAM-HISTORY-RECORD
           SET PH-CHANGE-REC TO TRUE
           PERFORM SET-HISTORY-PREFIX
           MOVE "BUSINESS-DATE" TO PH-KEYWORD
           MOVE CURRENT-BUSINESS-DATE TO PH-BEFORE-VALUE
           MOVE NEXT-BUSINESS-DATE TO PH-AFTER-VALUE
           WRITE PARAM-HISTORY-RECORD
           STRING "Parameter Version " NEW-PARAM-VERSION
               " Replaces Version " PRIOR-PARAM-VERSION
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       SET-HISTORY-PREFIX.
           MOVE NEW-PARAM-VERSION TO PH-VERSION
           MOVE CHANGE-DATE TO PH-CHANGE-DATE
           MOVE CHANGE-TIME-WORK(1:6) TO PH-CHANGE-TIME
           MOVE SPACES TO PH-OPERATOR-ID
           MOVE "BIZROLL" TO PH-PROGRAM-NAME.
