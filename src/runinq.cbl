           SELECT INQUIRY-REPORT-FILE ASSIGN TO "RINQRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INQUIRY-REPORT-STATUS.
           SELECT PARAM-HISTORY-FILE ASSIGN TO "PRMHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  INQUIRY-REPORT-RECORD   PIC X(80).

       FD  PARAM-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "prmhist.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  INQUIRY-CARD-STATUS     PIC X(02) VALUE SPACES.
           05  EXTRACT-STATUS          PIC X(02) VALUE SPACES.
           05  RUN-REPORT-STATUS       PIC X(02) VALUE SPACES.
           05  INQUIRY-REPORT-STATUS   PIC X(02) VALUE SPACES.
           05  PARAM-HISTORY-STATUS    PIC X(02) VALUE SPACES.
           05  WORK-EOF-FLAG           PIC 9(01) VALUE 0.
               88  WORK-EOF               VALUE 1.
               88  WORK-NOT-EOF           VALUE 0.
               88  HOLDING-SECTION    VALUE 1.
           05  I                   PIC 9(1) VALUE 0.

       01  PARAM-VERSION-VARS.
           05  RUN-PARAM-COUNT     PIC 9(2) VALUE 0.
           05  RUN-PARAM-TABLE.
               10  RUN-PARAM-ROW OCCURS 20 TIMES.
                   15  RP-RUN-ID           PIC 9(6).
                   15  RP-VERSION          PIC 9(6).
                   15  RP-BUSINESS-DATE    PIC 9(8).
                   15  RP-RUN-IMAGE        PIC X(108).
                   15  RP-VERSION-FLAG     PIC 9(1).
                       88  RP-VERSION-FOUND    VALUE 1.
                   15  RP-CHANGE-DATE      PIC 9(8).
                   15  RP-CHANGE-TIME      PIC 9(6).
                   15  RP-OPERATOR-ID      PIC X(8).
                   15  RP-PROGRAM-NAME     PIC X(8).
                   15  RP-IMAGE-FLAG       PIC 9(1).
                       88  RP-IMAGE-DIFFERS    VALUE 1.
           05  RP-IDX              PIC 9(2) VALUE 0.
           05  RP-FOUND-IDX        PIC 9(2) VALUE 0.
           05  PK-IDX              PIC 9(2) VALUE 0.
           05  VALUE-COLUMN        PIC 9(2) VALUE 0.

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

                   MOVE 4 TO INQUIRY-RC
               ELSE
                   PERFORM REPORT-RUN-CONTROL-SECTION
                   PERFORM REPORT-PARAM-VERSION-SECTION
                   PERFORM REPORT-AUDIT-SECTION
                   PERFORM REPORT-SORT-SECTION
                   PERFORM REPORT-EXTRACT-SECTION
           END-IF
           PERFORM WRITE-REPORT-LINE.

       REPORT-PARAM-VERSION-SECTION.
           MOVE "-- Parameter Version --" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO RUN-PARAM-COUNT
           SET WORK-NOT-EOF TO TRUE
           OPEN INPUT PARAM-HISTORY-FILE
           IF PARAM-HISTORY-STATUS NOT = "00"
               MOVE "PRMHIST NOT AVAILABLE" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               SET WORK-EOF TO TRUE
           END-IF
           PERFORM UNTIL WORK-EOF
               READ PARAM-HISTORY-FILE
                   AT END SET WORK-EOF TO TRUE
                   NOT AT END
                       IF PH-RUN-REC
                           MOVE PH-RUN-ID TO WORK-RUN-ID
                           PERFORM CHECK-RUN-SELECTED
                           IF RUN-MATCHED
                               PERFORM STORE-RUN-PARAM-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF PARAM-HISTORY-STATUS = "00" OR
              PARAM-HISTORY-STATUS = "10"
               CLOSE PARAM-HISTORY-FILE
               IF RUN-PARAM-COUNT > 0
                   PERFORM MATCH-PARAM-VERSIONS
               END-IF
               PERFORM VARYING SEL-IDX FROM 1 BY 1
               UNTIL SEL-IDX > SELECTED-RUN-COUNT
                   PERFORM PRINT-RUN-PARAM-VERSION
               END-PERFORM
           END-IF.

       STORE-RUN-PARAM-ROW.
           MOVE 0 TO RP-FOUND-IDX
           PERFORM VARYING RP-IDX FROM 1 BY 1
           UNTIL RP-IDX > RUN-PARAM-COUNT
               IF RP-RUN-ID(RP-IDX) = PH-RUN-ID
                   MOVE RP-IDX TO RP-FOUND-IDX
               END-IF
           END-PERFORM
           IF RP-FOUND-IDX = 0 AND RUN-PARAM-COUNT < 20
               ADD 1 TO RUN-PARAM-COUNT
               MOVE RUN-PARAM-COUNT TO RP-FOUND-IDX
           END-IF
           IF RP-FOUND-IDX > 0
               MOVE PH-RUN-ID TO RP-RUN-ID(RP-FOUND-IDX)
               MOVE PH-VERSION TO RP-VERSION(RP-FOUND-IDX)
               MOVE PH-BUSINESS-DATE TO RP-BUSINESS-DATE(RP-FOUND-IDX)
               MOVE PH-RUN-IMAGE TO RP-RUN-IMAGE(RP-FOUND-IDX)
               MOVE 0 TO RP-VERSION-FLAG(RP-FOUND-IDX)
               MOVE 0 TO RP-IMAGE-FLAG(RP-FOUND-IDX)
           END-IF.

       MATCH-PARAM-VERSIONS.
           SET WORK-NOT-EOF TO TRUE
           OPEN INPUT PARAM-HISTORY-FILE
           IF PARAM-HISTORY-STATUS NOT = "00"
               SET WORK-EOF TO TRUE
           END-IF
           PERFORM UNTIL WORK-EOF
               READ PARAM-HISTORY-FILE
                   AT END SET WORK-EOF TO TRUE
                   NOT AT END
                       IF PH-VERSION-REC
                           PERFORM MATCH-ONE-VERSION
                       END-IF
               END-READ
           END-PERFORM
           IF PARAM-HISTORY-STATUS = "00" OR
              PARAM-HISTORY-STATUS = "10"
               CLOSE PARAM-HISTORY-FILE
           END-IF.

       MATCH-ONE-VERSION.
           PERFORM VARYING RP-IDX FROM 1 BY 1
           UNTIL RP-IDX > RUN-PARAM-COUNT
               IF RP-VERSION(RP-IDX) = PH-VERSION
                   SET RP-VERSION-FOUND(RP-IDX) TO TRUE
                   MOVE PH-CHANGE-DATE TO RP-CHANGE-DATE(RP-IDX)
                   MOVE PH-CHANGE-TIME TO RP-CHANGE-TIME(RP-IDX)
                   MOVE PH-OPERATOR-ID TO RP-OPERATOR-ID(RP-IDX)
                   MOVE PH-PROGRAM-NAME TO RP-PROGRAM-NAME(RP-IDX)
                   IF PH-CONTROL-IMAGE = RP-RUN-IMAGE(RP-IDX)
                       MOVE 0 TO RP-IMAGE-FLAG(RP-IDX)
                   ELSE
                       SET RP-IMAGE-DIFFERS(RP-IDX) TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-RUN-PARAM-VERSION.
           MOVE 0 TO RP-FOUND-IDX
           PERFORM VARYING RP-IDX FROM 1 BY 1
           UNTIL RP-IDX > RUN-PARAM-COUNT
               IF RP-RUN-ID(RP-IDX) = SELECTED-RUN-ID(SEL-IDX)
                   MOVE RP-IDX TO RP-FOUND-IDX
               END-IF
           END-PERFORM
           IF RP-FOUND-IDX = 0
               STRING "RUN " SELECTED-RUN-ID(SEL-IDX)
                   " - NO PARAMETER VERSION RECORDED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE RP-FOUND-IDX TO RP-IDX
               STRING "RUN " RP-RUN-ID(RP-IDX)
                   " PARAMETER VERSION " RP-VERSION(RP-IDX)
                   " BUS DATE " RP-BUSINESS-DATE(RP-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM PRINT-VERSION-ORIGIN
               IF RP-RUN-IMAGE(RP-IDX) = SPACES
                   MOVE "  CTLPARM NOT AVAILABLE TO THE RUN - DEFAULTS"
                       TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   MOVE RP-RUN-IMAGE(RP-IDX) TO PARAM-IMAGE-WORK
                   MOVE 1 TO VALUE-COLUMN
                   PERFORM VARYING PK-IDX FROM 1 BY 1
                   UNTIL PK-IDX > PARAM-KEYWORD-COUNT
                       PERFORM PRINT-ONE-PARAM-VALUE
                   END-PERFORM
                   IF VALUE-COLUMN > 1
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-IF
           END-IF.

       PRINT-VERSION-ORIGIN.
           IF RP-VERSION-FOUND(RP-IDX)
               IF RP-OPERATOR-ID(RP-IDX) = SPACES
                   MOVE "(BATCH)" TO RP-OPERATOR-ID(RP-IDX)
               END-IF
               STRING "  SET " RP-CHANGE-DATE(RP-IDX) " "
                   RP-CHANGE-TIME(RP-IDX) " BY "
                   RP-OPERATOR-ID(RP-IDX) " THROUGH "
                   RP-PROGRAM-NAME(RP-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF RP-IMAGE-DIFFERS(RP-IDX)
                   MOVE "  *** CTLPARM READ BY THE RUN DIFFERS FROM THE"
                       TO REPORT-LINE
                   MOVE "VERSION ***" TO REPORT-LINE(48:11)
                   PERFORM WRITE-REPORT-LINE
               END-IF
           ELSE
               MOVE "  VERSION NOT ON PRMHIST - VALUES AS READ BY RUN"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-ONE-PARAM-VALUE.
           PERFORM FORMAT-PARAM-VALUE
           IF VALUE-COLUMN = 1
               MOVE PK-NAME(PK-IDX) TO REPORT-LINE(3:20)
               MOVE PARAM-VALUE-TEXT TO REPORT-LINE(24:12)
               MOVE 2 TO VALUE-COLUMN
           ELSE
               MOVE PK-NAME(PK-IDX) TO REPORT-LINE(41:20)
               MOVE PARAM-VALUE-TEXT TO REPORT-LINE(62:12)
               PERFORM WRITE-REPORT-LINE
               MOVE 1 TO VALUE-COLUMN
           END-IF.

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

       REPORT-AUDIT-SECTION.
           MOVE "-- Audit Log Entries --" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
