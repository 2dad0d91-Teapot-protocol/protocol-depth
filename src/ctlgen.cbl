           SELECT PARAM-LIST-FILE ASSIGN TO "PRMLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-LIST-STATUS.
           SELECT PARAM-HISTORY-FILE ASSIGN TO "PRMHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  PARAM-LIST-RECORD       PIC X(80).

       FD  PARAM-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "prmhist.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  PARAM-CARD-STATUS       PIC X(02) VALUE SPACES.
           05  CONTROL-FILE-STATUS     PIC X(02) VALUE SPACES.
           05  PARAM-LIST-STATUS       PIC X(02) VALUE SPACES.
           05  PARAM-HISTORY-STATUS    PIC X(02) VALUE SPACES.
           05  HISTORY-EOF-FLAG        PIC 9(01) VALUE 0.
               88  HISTORY-EOF            VALUE 1.
               88  HISTORY-NOT-EOF        VALUE 0.
           05  VERSION-CREATED-FLAG    PIC 9(01) VALUE 0.
               88  VERSION-CREATED        VALUE 1.
           05  CARD-EOF-FLAG           PIC 9(01) VALUE 0.
               88  CARD-EOF               VALUE 1.
               88  CARD-NOT-EOF           VALUE 0.
       01  DECK-VARS.
           05  CARDS-READ          PIC 9(4) VALUE 0.
           05  CARDS-IN-ERROR      PIC 9(4) VALUE 0.
           05  CARDS-REFUSED       PIC 9(4) VALUE 0.
           05  MAINT-RC            PIC 9(2) VALUE 0.
           05  SPECIFIED-FLAGS.
               10  PARAM-SPECIFIED OCCURS 50 TIMES PIC 9(1).
           05  PL-EDIT-MAP-FACTOR  PIC ZZ9.99.
           05  PL-ORDINAL          PIC 9(2) VALUE 0.

       01  ACCEPTED-CARD-VARS.
           05  ACCEPTED-CARD-COUNT PIC 9(4) VALUE 0.
           05  ACCEPTED-CARD-TABLE.
               10  ACCEPTED-CARD-ROW OCCURS 100 TIMES.
                   15  AC-KEYWORD      PIC X(20).
                   15  AC-VALUE        PIC X(10).
                   15  AC-OPERATOR-ID  PIC X(08).
           05  AC-IDX              PIC 9(4) VALUE 0.
           05  ACCEPTED-NOT-LISTED PIC 9(4) VALUE 0.
           05  CARD-OPERATOR-ID    PIC X(08) VALUE SPACES.

       01  HISTORY-VARS.
           05  NEW-CONTROL-IMAGE   PIC X(114) VALUE SPACES.
           05  NEW-PARAM-IMAGE     PIC X(108) VALUE SPACES.
           05  PRIOR-CONTROL-IMAGE PIC X(108) VALUE SPACES.
           05  PRIOR-PARAM-VERSION PIC 9(06) VALUE 0.
           05  HIGH-PARAM-VERSION  PIC 9(06) VALUE 0.
           05  NEW-PARAM-VERSION   PIC 9(06) VALUE 0.
           05  KEYWORDS-CHANGED    PIC 9(03) VALUE 0.
           05  CHANGE-DATE         PIC 9(08) VALUE 0.
           05  CHANGE-TIME-WORK    PIC 9(08) VALUE 0.
           05  DECK-OPERATOR-ID    PIC X(08) VALUE SPACES.
           05  CHANGE-OPERATOR-ID  PIC X(08) VALUE SPACES.
           05  BEFORE-VALUE-TEXT   PIC X(12) VALUE SPACES.
           05  AFTER-VALUE-TEXT    PIC X(12) VALUE SPACES.
           05  EDIT-CHANGE-COUNT   PIC ZZ9.
           05  PK-IDX              PIC 9(02) VALUE 0.

       COPY "prmkeys.cpy".

       01  PARAM-VALUE-VARS.
           05  PARAM-IMAGE-WORK    PIC X(108) VALUE SPACES.
           05  PARAM-VALUE-TEXT    PIC X(12) VALUE SPACES.
           05  PARAM-VALUE-NUM     PIC 9(09) VALUE 0.
           05  PARAM-VALUE-DEC     PIC 9(07)V99 VALUE 0.
           05  PARAM-EDIT-NUM      PIC Z(8)9.
           05  PARAM-EDIT-DEC      PIC Z(6)9.99.

       COPY "oprchk.cpy".

       01  AUDIT-VARS.
           05  AUDIT-PROG          PIC X(20) VALUE "PARAM-MAINT".
           05  AUDIT-OPER          PIC X(20) VALUE SPACES.
           05  AUDIT-DETAIL-LINE   PIC X(40) VALUE SPACES.
           05  AUDIT-SEV           PIC X(01) VALUE "I".

       COPY "runinfo.cpy".

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.

           PERFORM SET-PARAMETER-DEFAULTS
           PERFORM PROCESS-ALL-CARDS
           PERFORM PRINT-EFFECTIVE-PARAMS
           IF MAINT-RC < 8
               PERFORM RECORD-PARAM-VERSION
           END-IF
           IF MAINT-RC < 8
               OPEN OUTPUT CONTROL-FILE
               WRITE CONTROL-RECORD
               MOVE "Control Record Written To CTLPARM"
                   TO REPORT-LINE
               PERFORM WRITE-LIST-LINE
               PERFORM LOG-ACCEPTED-CARDS
               IF VERSION-CREATED
                   PERFORM LOG-PARAM-VERSION
               END-IF
           ELSE
               IF MAINT-RC = 8
                   MOVE "*** DECK IN ERROR - CTLPARM NOT WRITTEN ***"
                       TO REPORT-LINE
               ELSE
                   MOVE "*** NO HISTORY - CTLPARM NOT WRITTEN ***"
                       TO REPORT-LINE
               END-IF
               PERFORM WRITE-LIST-LINE
           END-IF
           CLOSE PARAM-LIST-FILE
           MOVE 10 TO CP-COND-THRESHOLD
           MOVE 1 TO CP-SERIES-FUNCTION
           MOVE 11 TO CP-SERIES-TERMS
           MOVE 1 TO CP-DUP-CHECK-MODE
           MOVE 0 TO CP-SPLIT-MODE
           MOVE 3 TO CP-EIGEN-COUNT
           MOVE 500 TO CP-EIGEN-ITER-LIMIT
           MOVE 0 TO CP-HOLD-THRESHOLD
           MOVE 5 TO CP-HOLD-ALERT-DAYS.

       PROCESS-ALL-CARDS.
           SET CARD-NOT-EOF TO TRUE
           IF PARAM-CARD-STATUS = "00" OR PARAM-CARD-STATUS = "10"
               CLOSE PARAM-CARD-FILE
           END-IF
           PERFORM CHECK-HOLD-THRESHOLD
           IF CARDS-IN-ERROR > 0
               MOVE 8 TO MAINT-RC
           END-IF.

       CHECK-HOLD-THRESHOLD.
           IF CP-HOLD-THRESHOLD > 0 AND
              CP-HOLD-THRESHOLD NOT < CP-AMOUNT-TOLERANCE
               ADD 1 TO CARDS-IN-ERROR
               MOVE "HOLD-THRESHOLD MUST BE BELOW AMOUNT-TOLERANCE"
                   TO REPORT-LINE
               PERFORM WRITE-LIST-LINE
           END-IF.

       PROCESS-ONE-CARD.
           IF PARAM-CARD-RECORD = SPACES OR
              PARAM-CARD-RECORD(1:1) = "*"
               MOVE SPACES TO VALUE-WORK
               UNSTRING PARAM-CARD-RECORD DELIMITED BY "="
                   INTO KEYWORD-WORK VALUE-WORK
               MOVE PARAM-CARD-RECORD(73:8) TO CARD-OPERATOR-ID
               PERFORM CHECK-OPERATOR-AUTHORITY
               IF OC-AUTHORIZED
                   PERFORM PARSE-CARD-VALUE
                   PERFORM APPLY-ONE-KEYWORD
               ELSE
                   SET CARD-IN-ERROR TO TRUE
               END-IF
               IF NOT CARD-IN-ERROR
                   PERFORM STORE-ACCEPTED-CARD
               END-IF
               IF CARD-IN-ERROR
                   ADD 1 TO CARDS-IN-ERROR
                   STRING "BAD CARD: " PARAM-CARD-RECORD(1:50)
               END-IF
           END-IF.

       CHECK-OPERATOR-AUTHORITY.
           MOVE CARD-OPERATOR-ID TO OC-OPERATOR-ID
           MOVE "CTLGEN" TO OC-PROGRAM-NAME
           MOVE "SET" TO OC-ACTION
           CALL "OPERATOR-CHECK" USING OPERATOR-CHECK-AREA
           IF NOT OC-AUTHORIZED
               ADD 1 TO CARDS-REFUSED
               STRING "REFUSED (" OC-REASON-TEXT ") OPERATOR "
                   CARD-OPERATOR-ID ": " KEYWORD-WORK
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-LIST-LINE
               MOVE "AUTH-REFUSED" TO AUDIT-OPER
               MOVE "E" TO AUDIT-SEV
               MOVE SPACES TO AUDIT-DETAIL-LINE
               STRING KEYWORD-WORK " OPERATOR " CARD-OPERATOR-ID
                   " " OC-RESULT
                   DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.

       STORE-ACCEPTED-CARD.
           IF ACCEPTED-CARD-COUNT < 100
               ADD 1 TO ACCEPTED-CARD-COUNT
               MOVE KEYWORD-WORK TO AC-KEYWORD(ACCEPTED-CARD-COUNT)
               MOVE VALUE-WORK TO AC-VALUE(ACCEPTED-CARD-COUNT)
               MOVE CARD-OPERATOR-ID
                   TO AC-OPERATOR-ID(ACCEPTED-CARD-COUNT)
           ELSE
               ADD 1 TO ACCEPTED-NOT-LISTED
           END-IF.

       LOG-ACCEPTED-CARDS.
           MOVE "PARAM-CHANGE" TO AUDIT-OPER
           MOVE "I" TO AUDIT-SEV
           PERFORM VARYING AC-IDX FROM 1 BY 1
           UNTIL AC-IDX > ACCEPTED-CARD-COUNT
               MOVE SPACES TO AUDIT-DETAIL-LINE
               STRING AC-KEYWORD(AC-IDX) "=" AC-VALUE(AC-IDX) " "
                   AC-OPERATOR-ID(AC-IDX)
                   DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
               PERFORM WRITE-AUDIT-ENTRY
           END-PERFORM
           IF ACCEPTED-NOT-LISTED > 0
               MOVE SPACES TO AUDIT-DETAIL-LINE
               STRING ACCEPTED-NOT-LISTED
                   " FURTHER CARDS NOT LOGGED SINGLY"
                   DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.

       LOG-PARAM-VERSION.
           MOVE "PARAM-VERSION" TO AUDIT-OPER
           MOVE "I" TO AUDIT-SEV
           MOVE SPACES TO AUDIT-DETAIL-LINE
           STRING "VERSION " NEW-PARAM-VERSION " FROM "
               PRIOR-PARAM-VERSION " CHANGED " KEYWORDS-CHANGED
               DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
           PERFORM WRITE-AUDIT-ENTRY.

       WRITE-AUDIT-ENTRY.
           MOVE 0 TO RUN-ID
           MOVE 0 TO RUN-AUDIT-VERBOSITY
           CALL "AUDIT-LOGGER" USING AUDIT-PROG AUDIT-OPER
               AUDIT-DETAIL-LINE AUDIT-SEV RUN-IDENT.

       PARSE-CARD-VALUE.
           MOVE 0 TO VALUE-NUM
           MOVE 0 TO VALUE-FRAC
                   IF NOT CARD-IN-ERROR
                       MOVE VALUE-NUM TO CP-DUP-CHECK-MODE
                   END-IF
               WHEN "SPLIT-MODE"
                   MOVE 42 TO PARAM-ORDINAL
                   PERFORM CHECK-FLAG-VALUE
                   IF NOT CARD-IN-ERROR
                       MOVE VALUE-NUM TO CP-SPLIT-MODE
                   END-IF
               WHEN "EIGEN-COUNT"
                   MOVE 43 TO PARAM-ORDINAL
                   MOVE 1 TO RANGE-MIN
                   MOVE 3 TO RANGE-MAX
                   PERFORM CHECK-WHOLE-RANGE
                   IF NOT CARD-IN-ERROR
                       MOVE VALUE-NUM TO CP-EIGEN-COUNT
                   END-IF
               WHEN "EIGEN-ITER-LIMIT"
                   MOVE 44 TO PARAM-ORDINAL
                   MOVE 1 TO RANGE-MIN
                   MOVE 999 TO RANGE-MAX
                   PERFORM CHECK-WHOLE-RANGE
                   IF NOT CARD-IN-ERROR
                       MOVE VALUE-NUM TO CP-EIGEN-ITER-LIMIT
                   END-IF
               WHEN "HOLD-THRESHOLD"
                   MOVE 45 TO PARAM-ORDINAL
                   MOVE 0 TO RANGE-MIN
                   MOVE 999999999 TO RANGE-MAX
                   PERFORM CHECK-WHOLE-RANGE
                   IF NOT CARD-IN-ERROR
                       MOVE VALUE-NUM TO CP-HOLD-THRESHOLD
                   END-IF
               WHEN "HOLD-ALERT-DAYS"
                   MOVE 46 TO PARAM-ORDINAL
                   MOVE 1 TO RANGE-MIN
                   MOVE 999 TO RANGE-MAX
                   PERFORM CHECK-WHOLE-RANGE
                   IF NOT CARD-IN-ERROR
                       MOVE VALUE-NUM TO CP-HOLD-ALERT-DAYS
                   END-IF
               WHEN OTHER
                   SET CARD-IN-ERROR TO TRUE
                   STRING "UNKNOWN KEYWORD: " KEYWORD-WORK
           MOVE CP-DUP-CHECK-MODE TO PL-VALUE
           MOVE 41 TO PL-ORDINAL
           PERFORM PRINT-ONE-PARAM
           MOVE "SPLIT-MODE" TO PL-NAME
           MOVE CP-SPLIT-MODE TO PL-VALUE
           MOVE 42 TO PL-ORDINAL
           PERFORM PRINT-ONE-PARAM
           MOVE "EIGEN-COUNT" TO PL-NAME
           MOVE CP-EIGEN-COUNT TO PL-VALUE
           MOVE 43 TO PL-ORDINAL
           PERFORM PRINT-ONE-PARAM
           MOVE "EIGEN-ITER-LIMIT" TO PL-NAME
           MOVE CP-EIGEN-ITER-LIMIT TO PL-VALUE
           MOVE 44 TO PL-ORDINAL
           PERFORM PRINT-ONE-PARAM
           MOVE "HOLD-THRESHOLD" TO PL-NAME
           MOVE CP-HOLD-THRESHOLD TO PL-VALUE
           MOVE 45 TO PL-ORDINAL
           PERFORM PRINT-ONE-PARAM
           MOVE "HOLD-ALERT-DAYS" TO PL-NAME
           MOVE CP-HOLD-ALERT-DAYS TO PL-VALUE
           MOVE 46 TO PL-ORDINAL
           PERFORM PRINT-ONE-PARAM
           MOVE CARDS-READ TO EDIT-CARD-COUNT
           STRING "Cards Read:     " EDIT-CARD-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           MOVE CARDS-IN-ERROR TO EDIT-CARD-COUNT
           STRING "Cards In Error: " EDIT-CARD-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LIST-LINE
           MOVE CARDS-REFUSED TO EDIT-CARD-COUNT
           STRING "Cards Refused:  " EDIT-CARD-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LIST-LINE.

       PRINT-ONE-PARAM.
               MOVE "(DEFAULTED)" TO REPORT-LINE(33:11)
           END-IF
           PERFORM WRITE-LIST-LINE.

       RECORD-PARAM-VERSION.
           MOVE CONTROL-RECORD TO NEW-CONTROL-IMAGE
           MOVE NEW-CONTROL-IMAGE(1:96) TO NEW-PARAM-IMAGE(1:96)
           MOVE NEW-CONTROL-IMAGE(103:12) TO NEW-PARAM-IMAGE(97:12)
           MOVE SPACES TO DECK-OPERATOR-ID
           IF ACCEPTED-CARD-COUNT > 0
               MOVE AC-OPERATOR-ID(1) TO DECK-OPERATOR-ID
           END-IF
           PERFORM READ-PRIOR-CONTROL
           PERFORM FIND-HIGH-PARAM-VERSION
           IF MAINT-RC < 8
               MOVE 0 TO KEYWORDS-CHANGED
               PERFORM VARYING PK-IDX FROM 1 BY 1
               UNTIL PK-IDX > PARAM-KEYWORD-COUNT
                   IF PRIOR-CONTROL-IMAGE(PK-START(PK-IDX):
                                          PK-LENGTH(PK-IDX)) NOT =
                      NEW-PARAM-IMAGE(PK-START(PK-IDX):
                                      PK-LENGTH(PK-IDX))
                       ADD 1 TO KEYWORDS-CHANGED
                   END-IF
               END-PERFORM
               IF KEYWORDS-CHANGED = 0 AND PRIOR-PARAM-VERSION > 0
                   MOVE PRIOR-PARAM-VERSION TO NEW-PARAM-VERSION
                   STRING "No Parameter Changes - Version "
                       NEW-PARAM-VERSION " Still Current"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-LIST-LINE
               ELSE
                   PERFORM WRITE-PARAM-VERSION
               END-IF
           END-IF
           MOVE NEW-CONTROL-IMAGE TO CONTROL-RECORD
           MOVE NEW-PARAM-VERSION TO CP-PARAM-VERSION.

       READ-PRIOR-CONTROL.
           MOVE SPACES TO PRIOR-CONTROL-IMAGE
           MOVE 0 TO PRIOR-PARAM-VERSION
           OPEN INPUT CONTROL-FILE
           IF CONTROL-FILE-STATUS = "00"
               READ CONTROL-FILE
                   NOT AT END
                       MOVE CONTROL-RECORD(1:96)
                           TO PRIOR-CONTROL-IMAGE(1:96)
                       MOVE CONTROL-RECORD(103:12)
                           TO PRIOR-CONTROL-IMAGE(97:12)
                       IF CP-PARAM-VERSION IS NUMERIC
                           MOVE CP-PARAM-VERSION
                               TO PRIOR-PARAM-VERSION
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       FIND-HIGH-PARAM-VERSION.
           MOVE 0 TO HIGH-PARAM-VERSION
           OPEN INPUT PARAM-HISTORY-FILE
           EVALUATE PARAM-HISTORY-STATUS
               WHEN "00"
                   SET HISTORY-NOT-EOF TO TRUE
                   PERFORM UNTIL HISTORY-EOF
                       READ PARAM-HISTORY-FILE
                           AT END SET HISTORY-EOF TO TRUE
                           NOT AT END
                               IF PH-VERSION-REC AND
                                  PH-VERSION IS NUMERIC AND
                                  PH-VERSION > HIGH-PARAM-VERSION
                                   MOVE PH-VERSION
                                       TO HIGH-PARAM-VERSION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PARAM-HISTORY-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "PRMHIST NOT AVAILABLE - STATUS "
                       TO REPORT-LINE
                   MOVE PARAM-HISTORY-STATUS TO REPORT-LINE(32:2)
                   PERFORM WRITE-LIST-LINE
                   MOVE 12 TO MAINT-RC
           END-EVALUATE
           IF PRIOR-PARAM-VERSION > HIGH-PARAM-VERSION
               MOVE PRIOR-PARAM-VERSION TO HIGH-PARAM-VERSION
           END-IF.

       WRITE-PARAM-VERSION.
           COMPUTE NEW-PARAM-VERSION = HIGH-PARAM-VERSION + 1
           ACCEPT CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT CHANGE-TIME-WORK FROM TIME
           OPEN EXTEND PARAM-HISTORY-FILE
           IF PARAM-HISTORY-STATUS = "35"
               OPEN OUTPUT PARAM-HISTORY-FILE
           END-IF
           IF PARAM-HISTORY-STATUS NOT = "00"
               MOVE "PRMHIST NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE PARAM-HISTORY-STATUS TO REPORT-LINE(32:2)
               PERFORM WRITE-LIST-LINE
               MOVE 12 TO MAINT-RC
           ELSE
               MOVE SPACES TO PARAM-HISTORY-RECORD
               SET PH-VERSION-REC TO TRUE
               PERFORM SET-HISTORY-PREFIX
               MOVE DECK-OPERATOR-ID TO PH-OPERATOR-ID
               MOVE PRIOR-PARAM-VERSION TO PH-PRIOR-VERSION
               MOVE KEYWORDS-CHANGED TO PH-CHANGE-COUNT
               MOVE NEW-PARAM-IMAGE TO PH-CONTROL-IMAGE
               WRITE PARAM-HISTORY-RECORD
               SET VERSION-CREATED TO TRUE
               MOVE "----- Parameter Version -----" TO REPORT-LINE
               PERFORM WRITE-LIST-LINE
               STRING "Version " NEW-PARAM-VERSION " Replaces Version "
                   PRIOR-PARAM-VERSION
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-LIST-LINE
               MOVE KEYWORDS-CHANGED TO EDIT-CHANGE-COUNT
               STRING "Keywords Changed: " EDIT-CHANGE-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-LIST-LINE
               PERFORM VARYING PK-IDX FROM 1 BY 1
               UNTIL PK-IDX > PARAM-KEYWORD-COUNT
                   IF PRIOR-CONTROL-IMAGE(PK-START(PK-IDX):
                                          PK-LENGTH(PK-IDX)) NOT =
                      NEW-PARAM-IMAGE(PK-START(PK-IDX):
                                      PK-LENGTH(PK-IDX))
                       PERFORM WRITE-KEYWORD-CHANGE
                   END-IF
               END-PERFORM
               CLOSE PARAM-HISTORY-FILE
           END-IF.

       WRITE-KEYWORD-CHANGE.
           MOVE PRIOR-CONTROL-IMAGE TO PARAM-IMAGE-WORK
           PERFORM FORMAT-PARAM-VALUE
           MOVE PARAM-VALUE-TEXT TO BEFORE-VALUE-TEXT
           MOVE NEW-PARAM-IMAGE TO PARAM-IMAGE-WORK
           PERFORM FORMAT-PARAM-VALUE
           MOVE PARAM-VALUE-TEXT TO AFTER-VALUE-TEXT
           MOVE DECK-OPERATOR-ID TO CHANGE-OPERATOR-ID
           PERFORM VARYING AC-IDX FROM 1 BY 1
           UNTIL AC-IDX > ACCEPTED-CARD-COUNT
               IF AC-KEYWORD(AC-IDX) = PK-NAME(PK-IDX)
                   MOVE AC-OPERATOR-ID(AC-IDX) TO CHANGE-OPERATOR-ID
               END-IF
           END-PERFORM
           MOVE SPACES TO PARAM-HISTORY-RECORD
           SET PH-CHANGE-REC TO TRUE
           PERFORM SET-HISTORY-PREFIX
           MOVE CHANGE-OPERATOR-ID TO PH-OPERATOR-ID
           MOVE PK-NAME(PK-IDX) TO PH-KEYWORD
           MOVE BEFORE-VALUE-TEXT TO PH-BEFORE-VALUE
           MOVE AFTER-VALUE-TEXT TO PH-AFTER-VALUE
           WRITE PARAM-HISTORY-RECORD
           MOVE SPACES TO REPORT-LINE
           MOVE PK-NAME(PK-IDX) TO REPORT-LINE(3:20)
           MOVE BEFORE-VALUE-TEXT TO REPORT-LINE(24:12)
           MOVE "->" TO REPORT-LINE(37:2)
           MOVE AFTER-VALUE-TEXT TO REPORT-LINE(40:12)
           MOVE CHANGE-OPERATOR-ID TO REPORT-LINE(53:8)
           PERFORM WRITE-LIST-LINE.

       SET-HISTORY-PREFIX.
           MOVE NEW-PARAM-VERSION TO PH-VERSION
           MOVE CHANGE-DATE TO PH-CHANGE-DATE
           MOVE CHANGE-TIME-WORK(1:6) TO PH-CHANGE-TIME
           MOVE "CTLGEN" TO PH-PROGRAM-NAME.

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
