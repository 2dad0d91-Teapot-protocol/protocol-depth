       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSV-EXPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPORT-CARD-FILE ASSIGN TO "EXPCRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXPORT-CARD-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT ACCOUNT-SUMMARY-FILE ASSIGN TO "ACCTSUM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACCOUNT-SUMMARY-STATUS.
           SELECT BALANCE-MASTER-FILE ASSIGN TO "BALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AB-BALANCE-KEY
               FILE STATUS IS BALANCE-MASTER-STATUS.
           SELECT HISTOGRAM-FILE ASSIGN TO "HISTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HISTOGRAM-STATUS.
           SELECT SORT-HISTORY-FILE ASSIGN TO "SORTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SORT-HISTORY-STATUS.
           SELECT TIMING-HISTORY-FILE ASSIGN TO "TIMHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TIMING-HISTORY-STATUS.
           SELECT MATRIX-OUTPUT-FILE ASSIGN TO "MATRIXOT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MATRIX-OUTPUT-STATUS.
           SELECT ACCTSUM-CSV-FILE ASSIGN TO "ACSCSV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CSV-FILE-STATUS.
           SELECT BALANCE-CSV-FILE ASSIGN TO "BALCSV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CSV-FILE-STATUS.
           SELECT HISTOGRAM-CSV-FILE ASSIGN TO "HSTCSV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CSV-FILE-STATUS.
           SELECT SORT-HISTORY-CSV-FILE ASSIGN TO "SRTCSV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CSV-FILE-STATUS.
           SELECT TIMING-CSV-FILE ASSIGN TO "TIMCSV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CSV-FILE-STATUS.
           SELECT MATRIX-CSV-FILE ASSIGN TO "MATCSV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CSV-FILE-STATUS.
           SELECT EXPORT-REPORT-FILE ASSIGN TO "EXPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXPORT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPORT-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EXPORT-CARD-RECORD.
           05  XP-RUN-ID           PIC 9(06).
           05  XP-BUSINESS-DATE    PIC 9(08).
           05  XP-FILE-FLAGS.
               10  XP-ACCTSUM-FLAG PIC X(01).
               10  XP-BALMST-FLAG  PIC X(01).
               10  XP-HISTOUT-FLAG PIC X(01).
               10  XP-SORTHIST-FLAG PIC X(01).
               10  XP-TIMHIST-FLAG PIC X(01).
               10  XP-MATRIXOT-FLAG PIC X(01).

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

       FD  ACCOUNT-SUMMARY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "acctsum.cpy".

       FD  BALANCE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "balmst.cpy".

       FD  HISTOGRAM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HISTOGRAM-RECORD.
           05  HO-BUCKET-NUMBER    PIC 9(02).
           05  HO-LOW-BOUND        PIC S9(9)V99.
           05  HO-HIGH-BOUND       PIC S9(9)V99.
           05  HO-COUNT            PIC 9(04).
           05  HO-PERCENT          PIC 9(03)V9.

       FD  SORT-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "sorthist.cpy".

       FD  TIMING-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "timhist.cpy".

       FD  MATRIX-OUTPUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MATRIX-OUTPUT-RECORD.
           05  MO-PAIR-SEQUENCE    PIC 9(04).
           05  MO-SINGULAR-FLAG    PIC 9(01).
           05  MO-DETERMINANT      PIC S9(12)V9(4).
           05  MO-RESULT-VALUES.
               10  MO-R-VALUE OCCURS 9 TIMES PIC S9(9)V9(4).
           05  MO-INVERSE-VALUES.
               10  MO-N-VALUE OCCURS 9 TIMES PIC S9(4)V9(6).
           05  MO-OPERATION-FLAG   PIC X(01).
           05  MO-SOLUTION-VALUES.
               10  MO-X-VALUE OCCURS 3 TIMES PIC S9(9)V9(6).
           05  MO-QUALITY-FLAG     PIC X(01).
       01  MATRIX-EIGEN-RECORD.
           05  FILLER              PIC X(21).
           05  ME-EIGEN-COUNT      PIC 9(01).
           05  ME-MATRIX-FORM      PIC X(01).
           05  ME-ITERATION-COUNT  PIC 9(04).
           05  ME-CONVERGED-FLAG   PIC X(01).
           05  ME-EIGEN-VECTORS.
               10  ME-V-VALUE OCCURS 9 TIMES PIC S9(1)V9(8).
           05  FILLER              PIC X(119).
           05  ME-OPERATION-FLAG   PIC X(01).
           05  ME-EIGEN-VALUES.
               10  ME-E-VALUE OCCURS 3 TIMES PIC S9(9)V9(6).
           05  ME-QUALITY-FLAG     PIC X(01).

       FD  ACCTSUM-CSV-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ACCTSUM-CSV-RECORD      PIC X(80).

       FD  BALANCE-CSV-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BALANCE-CSV-RECORD      PIC X(80).

       FD  HISTOGRAM-CSV-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HISTOGRAM-CSV-RECORD    PIC X(80).

       FD  SORT-HISTORY-CSV-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SORT-HISTORY-CSV-RECORD PIC X(132).

       FD  TIMING-CSV-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TIMING-CSV-RECORD       PIC X(80).

       FD  MATRIX-CSV-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MATRIX-CSV-RECORD       PIC X(400).

       FD  EXPORT-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EXPORT-REPORT-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  EXPORT-CARD-STATUS      PIC X(02) VALUE SPACES.
           05  RUN-CONTROL-STATUS      PIC X(02) VALUE SPACES.
           05  ACCOUNT-SUMMARY-STATUS  PIC X(02) VALUE SPACES.
           05  BALANCE-MASTER-STATUS   PIC X(02) VALUE SPACES.
           05  HISTOGRAM-STATUS        PIC X(02) VALUE SPACES.
           05  SORT-HISTORY-STATUS     PIC X(02) VALUE SPACES.
           05  TIMING-HISTORY-STATUS   PIC X(02) VALUE SPACES.
           05  MATRIX-OUTPUT-STATUS    PIC X(02) VALUE SPACES.
           05  CSV-FILE-STATUS         PIC X(02) VALUE SPACES.
           05  EXPORT-REPORT-STATUS    PIC X(02) VALUE SPACES.
           05  WORK-EOF-FLAG           PIC 9(01) VALUE 0.
               88  WORK-EOF               VALUE 1.
               88  WORK-NOT-EOF           VALUE 0.

       01  EXPORT-PARAMS.
           05  EXPORT-RUN-ID       PIC 9(06) VALUE 0.
           05  EXPORT-BUSINESS-DATE PIC 9(08) VALUE 0.
           05  EXPORT-DATE-PARTS REDEFINES EXPORT-BUSINESS-DATE.
               10  EXPORT-YEAR     PIC 9(04).
               10  EXPORT-MONTH    PIC 9(02).
               10  EXPORT-DAY      PIC 9(02).
           05  LATEST-RUN-ID       PIC 9(06) VALUE 0.
           05  LATEST-BUSINESS-DATE PIC 9(08) VALUE 0.
           05  RUN-FOUND-FLAG      PIC 9(01) VALUE 0.
               88  RUN-FOUND          VALUE 1.
           05  EXPORT-SELECTION.
               10  EXPORT-FLAG OCCURS 6 TIMES PIC X(01).
           05  FILE-IDX            PIC 9(01) VALUE 0.
           05  EXPORT-RC           PIC 9(02) VALUE 0.

       01  EXPORT-COUNTS.
           05  FILE-COUNT-ROW OCCURS 6 TIMES.
               10  FC-FILE-NAME    PIC X(08).
               10  FC-RECORDS-READ PIC 9(07).
               10  FC-ROWS-WRITTEN PIC 9(07).
               10  FC-OUTCOME      PIC X(30).
           05  EDIT-EXPORT-COUNT   PIC Z(6)9.

       01  CSV-BUILD-VARS.
           05  CSV-LINE            PIC X(400) VALUE SPACES.
           05  CSV-PTR             PIC 9(03) VALUE 1.
           05  CSV-FIELD           PIC X(40) VALUE SPACES.
           05  CSV-DATE            PIC 9(08) VALUE 0.
           05  CSV-DATE-PARTS REDEFINES CSV-DATE.
               10  CSV-YEAR        PIC X(04).
               10  CSV-MONTH       PIC X(02).
               10  CSV-DAY         PIC X(02).
           05  CSV-TIMESTAMP       PIC X(21) VALUE SPACES.
           05  CSV-SECONDS         PIC 9(07)V99 VALUE 0.
           05  CSV-IDX             PIC 9(02) VALUE 0.
           05  CSV-IDX-X           PIC 9(01) VALUE 0.
           05  EDIT-CSV-COUNT      PIC -(17)9.
           05  EDIT-CSV-AMT2       PIC -(13)9.99.
           05  EDIT-CSV-AMT4       PIC -(12)9.9(4).
           05  EDIT-CSV-AMT6       PIC -(9)9.9(6).
           05  EDIT-CSV-UNIT8      PIC -9.9(8).
           05  EDIT-CSV-PCT        PIC -(3)9.9.

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT EXPORT-REPORT-FILE
           MOVE "----- Finance CSV Export -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM INITIALIZE-FILE-COUNTS
           PERFORM READ-EXPORT-CARD
           IF EXPORT-RC < 8
               PERFORM FIND-EXPORT-RUN
           END-IF
           IF EXPORT-RC < 8
               STRING "Export For Run " EXPORT-RUN-ID
                   "  Business Date " EXPORT-BUSINESS-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF EXPORT-FLAG(1) = "Y"
                   PERFORM EXPORT-ACCOUNT-SUMMARY
               END-IF
               IF EXPORT-FLAG(2) = "Y"
                   PERFORM EXPORT-BALANCE-MOVEMENTS
               END-IF
               IF EXPORT-FLAG(3) = "Y"
                   PERFORM EXPORT-HISTOGRAM
               END-IF
               IF EXPORT-FLAG(4) = "Y"
                   PERFORM EXPORT-SORT-HISTORY
               END-IF
               IF EXPORT-FLAG(5) = "Y"
                   PERFORM EXPORT-TIMING-HISTORY
               END-IF
               IF EXPORT-FLAG(6) = "Y"
                   PERFORM EXPORT-MATRIX-RESULTS
               END-IF
               PERFORM WRITE-EXPORT-TOTALS
           END-IF
           CLOSE EXPORT-REPORT-FILE
           MOVE EXPORT-RC TO RETURN-CODE
           STOP RUN.

       WRITE-REPORT-LINE.
           DISPLAY REPORT-LINE
           MOVE REPORT-LINE TO EXPORT-REPORT-RECORD
           WRITE EXPORT-REPORT-RECORD
           MOVE SPACES TO REPORT-LINE.

       INITIALIZE-FILE-COUNTS.
           PERFORM VARYING FILE-IDX FROM 1 BY 1 UNTIL FILE-IDX > 6
               MOVE "Y" TO EXPORT-FLAG(FILE-IDX)
               MOVE 0 TO FC-RECORDS-READ(FILE-IDX)
               MOVE 0 TO FC-ROWS-WRITTEN(FILE-IDX)
               MOVE "NOT SELECTED" TO FC-OUTCOME(FILE-IDX)
           END-PERFORM
           MOVE "ACCTSUM" TO FC-FILE-NAME(1)
           MOVE "BALMST" TO FC-FILE-NAME(2)
           MOVE "HISTOUT" TO FC-FILE-NAME(3)
           MOVE "SORTHIST" TO FC-FILE-NAME(4)
           MOVE "TIMHIST" TO FC-FILE-NAME(5)
           MOVE "MATRIXOT" TO FC-FILE-NAME(6).

       READ-EXPORT-CARD.
           OPEN INPUT EXPORT-CARD-FILE
           IF EXPORT-CARD-STATUS = "00"
               READ EXPORT-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EDIT-EXPORT-CARD
               END-READ
               CLOSE EXPORT-CARD-FILE
           ELSE
               MOVE "EXPCRD NOT AVAILABLE - ALL FILES, LATEST RUN"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       EDIT-EXPORT-CARD.
           IF XP-RUN-ID = SPACES
               MOVE 0 TO EXPORT-RUN-ID
           ELSE
               IF XP-RUN-ID IS NUMERIC
                   MOVE XP-RUN-ID TO EXPORT-RUN-ID
               ELSE
                   STRING "EXPCRD RUN ID NOT NUMERIC: " XP-RUN-ID
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 8 TO EXPORT-RC
               END-IF
           END-IF
           IF XP-BUSINESS-DATE = SPACES
               MOVE 0 TO EXPORT-BUSINESS-DATE
           ELSE
               IF XP-BUSINESS-DATE IS NUMERIC
                   MOVE XP-BUSINESS-DATE TO EXPORT-BUSINESS-DATE
               ELSE
                   STRING "EXPCRD DATE NOT NUMERIC: " XP-BUSINESS-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 8 TO EXPORT-RC
               END-IF
           END-IF
           IF EXPORT-BUSINESS-DATE NOT = 0
               IF EXPORT-YEAR < 1601 OR
                  EXPORT-MONTH < 1 OR EXPORT-MONTH > 12 OR
                  EXPORT-DAY < 1 OR EXPORT-DAY > 31
                   STRING "EXPCRD DATE INVALID: " EXPORT-BUSINESS-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 8 TO EXPORT-RC
               END-IF
           END-IF
           MOVE XP-FILE-FLAGS TO EXPORT-SELECTION
           PERFORM VARYING FILE-IDX FROM 1 BY 1 UNTIL FILE-IDX > 6
               EVALUATE EXPORT-FLAG(FILE-IDX)
                   WHEN "Y"
                   WHEN "N"
                       CONTINUE
                   WHEN SPACE
                       MOVE "Y" TO EXPORT-FLAG(FILE-IDX)
                   WHEN OTHER
                       STRING "EXPCRD FILE FLAG NOT Y OR N FOR "
                           FC-FILE-NAME(FILE-IDX)
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                       MOVE 8 TO EXPORT-RC
               END-EVALUATE
           END-PERFORM.

       FIND-EXPORT-RUN.
           SET WORK-NOT-EOF TO TRUE
           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS NOT = "00"
               SET WORK-EOF TO TRUE
           END-IF
           PERFORM UNTIL WORK-EOF
               READ RUN-CONTROL-FILE
                   AT END SET WORK-EOF TO TRUE
                   NOT AT END
                       IF RUN-START-REC
                           MOVE RC-RUN-ID TO LATEST-RUN-ID
                           MOVE RC-BUSINESS-DATE
                               TO LATEST-BUSINESS-DATE
                           IF RC-RUN-ID = EXPORT-RUN-ID
                               SET RUN-FOUND TO TRUE
                               IF EXPORT-BUSINESS-DATE = 0
                                   MOVE RC-BUSINESS-DATE
                                       TO EXPORT-BUSINESS-DATE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF RUN-CONTROL-STATUS = "00" OR RUN-CONTROL-STATUS = "10"
               CLOSE RUN-CONTROL-FILE
           END-IF
           EVALUATE TRUE
               WHEN EXPORT-RUN-ID = 0 AND LATEST-RUN-ID = 0
                   MOVE "NO RUN ON RUNCTL TO EXPORT" TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 12 TO EXPORT-RC
               WHEN EXPORT-RUN-ID = 0
                   MOVE LATEST-RUN-ID TO EXPORT-RUN-ID
                   IF EXPORT-BUSINESS-DATE = 0
                       MOVE LATEST-BUSINESS-DATE
                           TO EXPORT-BUSINESS-DATE
                   END-IF
               WHEN NOT RUN-FOUND
                   STRING "RUN " EXPORT-RUN-ID " NOT FOUND ON RUNCTL"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 8 TO EXPORT-RC
           END-EVALUATE.

       START-CSV-LINE.
           MOVE SPACES TO CSV-LINE
           MOVE 1 TO CSV-PTR.

       ADD-CSV-FIELD.
           IF CSV-PTR > 1
               STRING "," DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-PTR
           END-IF
           STRING FUNCTION TRIM(CSV-FIELD) DELIMITED BY SIZE
               INTO CSV-LINE WITH POINTER CSV-PTR.

       ADD-CSV-QUOTED.
           IF CSV-PTR > 1
               STRING "," DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-PTR
           END-IF
           STRING QUOTE FUNCTION TRIM(CSV-FIELD) QUOTE
               DELIMITED BY SIZE
               INTO CSV-LINE WITH POINTER CSV-PTR.

       ADD-CSV-COUNT.
           MOVE EDIT-CSV-COUNT TO CSV-FIELD
           PERFORM ADD-CSV-FIELD.

       ADD-CSV-AMOUNT.
           MOVE EDIT-CSV-AMT2 TO CSV-FIELD
           PERFORM ADD-CSV-FIELD.

       ADD-CSV-DATE.
           MOVE SPACES TO CSV-FIELD
           IF CSV-DATE NOT = 0
               STRING CSV-YEAR "-" CSV-MONTH "-" CSV-DAY
                   DELIMITED BY SIZE INTO CSV-FIELD
           END-IF
           PERFORM ADD-CSV-FIELD
           MOVE SPACES TO CSV-FIELD.

       ADD-CSV-TIMESTAMP.
           MOVE SPACES TO CSV-FIELD
           IF CSV-TIMESTAMP(1:14) IS NUMERIC
               STRING CSV-TIMESTAMP(1:4) "-" CSV-TIMESTAMP(5:2) "-"
                   CSV-TIMESTAMP(7:2) " " CSV-TIMESTAMP(9:2) ":"
                   CSV-TIMESTAMP(11:2) ":" CSV-TIMESTAMP(13:2)
                   DELIMITED BY SIZE INTO CSV-FIELD
           END-IF
           PERFORM ADD-CSV-FIELD
           MOVE SPACES TO CSV-FIELD.

       NOTE-FILE-UNAVAILABLE.
           STRING "NOT AVAILABLE - STATUS " CSV-FILE-STATUS
               DELIMITED BY SIZE INTO FC-OUTCOME(FILE-IDX)
           IF EXPORT-RC < 4
               MOVE 4 TO EXPORT-RC
           END-IF.

       NOTE-LATEST-RUN-ONLY.
           MOVE SPACES TO FC-OUTCOME(FILE-IDX)
           STRING "HOLDS RUN " LATEST-RUN-ID " ONLY - SKIPPED"
               DELIMITED BY SIZE INTO FC-OUTCOME(FILE-IDX)
           IF EXPORT-RC < 4
               MOVE 4 TO EXPORT-RC
           END-IF.

       EXPORT-ACCOUNT-SUMMARY.
           MOVE 1 TO FILE-IDX
           MOVE "EXPORTED" TO FC-OUTCOME(FILE-IDX)
           OPEN INPUT ACCOUNT-SUMMARY-FILE
           IF ACCOUNT-SUMMARY-STATUS NOT = "00"
               MOVE ACCOUNT-SUMMARY-STATUS TO CSV-FILE-STATUS
               MOVE SPACES TO FC-OUTCOME(FILE-IDX)
               PERFORM NOTE-FILE-UNAVAILABLE
           ELSE
               OPEN OUTPUT ACCTSUM-CSV-FILE
               MOVE "RUN_ID,BUSINESS_DATE,ACCOUNT,RECORD_COUNT,AMOUNT"
                   TO ACCTSUM-CSV-RECORD
               WRITE ACCTSUM-CSV-RECORD
               SET WORK-NOT-EOF TO TRUE
               PERFORM UNTIL WORK-EOF
                   READ ACCOUNT-SUMMARY-FILE
                       AT END SET WORK-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO FC-RECORDS-READ(FILE-IDX)
                           IF AX-RUN-ID = EXPORT-RUN-ID
                               PERFORM WRITE-ACCTSUM-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-SUMMARY-FILE
               CLOSE ACCTSUM-CSV-FILE
               IF FC-RECORDS-READ(FILE-IDX) > 0 AND
                  FC-ROWS-WRITTEN(FILE-IDX) = 0
                   MOVE "HOLDS ANOTHER RUN - NO ROWS" TO
                       FC-OUTCOME(FILE-IDX)
                   IF EXPORT-RC < 4
                       MOVE 4 TO EXPORT-RC
                   END-IF
               END-IF
           END-IF.

       WRITE-ACCTSUM-ROW.
           PERFORM START-CSV-LINE
           MOVE AX-RUN-ID TO EDIT-CSV-COUNT
           PERFORM ADD-CSV-COUNT
           MOVE AX-BUSINESS-DATE TO CSV-DATE
           PERFORM ADD-CSV-DATE
           MOVE AX-ACCOUNT-NUMBER TO CSV-FIELD
           PERFORM ADD-CSV-QUOTED
           MOVE AX-RECORD-COUNT TO EDIT-CSV-COUNT
           PERFORM ADD-CSV-COUNT
           MOVE AX-AMOUNT-TOTAL TO EDIT-CSV-AMT2
           PERFORM ADD-CSV-AMOUNT
           MOVE CSV-LINE TO ACCTSUM-CSV-RECORD
           WRITE ACCTSUM-CSV-RECORD
           ADD 1 TO FC-ROWS-WRITTEN(FILE-IDX).

       EXPORT-BALANCE-MOVEMENTS.
           MOVE 2 TO FILE-IDX
           MOVE "EXPORTED" TO FC-OUTCOME(FILE-IDX)
           OPEN INPUT BALANCE-MASTER-FILE
           IF BALANCE-MASTER-STATUS NOT = "00"
               MOVE BALANCE-MASTER-STATUS TO CSV-FILE-STATUS
               MOVE SPACES TO FC-OUTCOME(FILE-IDX)
               PERFORM NOTE-FILE-UNAVAILABLE
           ELSE
               OPEN OUTPUT BALANCE-CSV-FILE
               MOVE
                "ACCOUNT,BUSINESS_DATE,RECORD_COUNT,AMOUNT,RUN_ID"
                   TO BALANCE-CSV-RECORD
               WRITE BALANCE-CSV-RECORD
               SET WORK-NOT-EOF TO TRUE
               PERFORM UNTIL WORK-EOF
                   READ BALANCE-MASTER-FILE
                       AT END SET WORK-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO FC-RECORDS-READ(FILE-IDX)
                           IF AB-BUSINESS-DATE = EXPORT-BUSINESS-DATE
                               PERFORM WRITE-BALANCE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-MASTER-FILE
               CLOSE BALANCE-CSV-FILE
           END-IF.

       WRITE-BALANCE-ROW.
           PERFORM START-CSV-LINE
           MOVE AB-ACCOUNT-NUMBER TO CSV-FIELD
           PERFORM ADD-CSV-QUOTED
           MOVE AB-BUSINESS-DATE TO CSV-DATE
           PERFORM ADD-CSV-DATE
           MOVE AB-RECORD-COUNT TO EDIT-CSV-COUNT
           PERFORM ADD-CSV-COUNT
           MOVE AB-AMOUNT-TOTAL TO EDIT-CSV-AMT2
           PERFORM ADD-CSV-AMOUNT
           MOVE AB-RUN-ID TO EDIT-CSV-COUNT
           PERFORM ADD-CSV-COUNT
           MOVE CSV-LINE TO BALANCE-CSV-RECORD
           WRITE BALANCE-CSV-RECORD
           ADD 1 TO FC-ROWS-WRITTEN(FILE-IDX).

       EXPORT-HISTOGRAM.
           MOVE 3 TO FILE-IDX
           IF EXPORT-RUN-ID NOT = LATEST-RUN-ID
               PERFORM NOTE-LATEST-RUN-ONLY
           ELSE
               MOVE "EXPORTED" TO FC-OUTCOME(FILE-IDX)
               OPEN INPUT HISTOGRAM-FILE
               IF HISTOGRAM-STATUS NOT = "00"
                   MOVE HISTOGRAM-STATUS TO CSV-FILE-STATUS
                   MOVE SPACES TO FC-OUTCOME(FILE-IDX)
                   PERFORM NOTE-FILE-UNAVAILABLE
               ELSE
                   PERFORM COPY-HISTOGRAM-ROWS
                   CLOSE HISTOGRAM-FILE
               END-IF
           END-IF.

       COPY-HISTOGRAM-ROWS.
           OPEN OUTPUT HISTOGRAM-CSV-FILE
           MOVE "RUN_ID,BUCKET,LOW_BOUND,HIGH_BOUND,COUNT,PERCENT"
               TO HISTOGRAM-CSV-RECORD
           WRITE HISTOGRAM-CSV-RECORD
           SET WORK-NOT-EOF TO TRUE
           PERFORM UNTIL WORK-EOF
               READ HISTOGRAM-FILE
                   AT END SET WORK-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO FC-RECORDS-READ(FILE-IDX)
                       PERFORM WRITE-HISTOGRAM-ROW
               END-READ
           END-PERFORM
           CLOSE HISTOGRAM-CSV-FILE.

       WRITE-HISTOGRAM-ROW.
           PERFORM START-CSV-LINE
           MOVE EXPORT-RUN-ID TO EDIT-CSV-COUNT
           PERFORM ADD-CSV-COUNT
           MOVE HO-BUCKET-NUMBER TO EDIT-CSV-COUNT
           PERFORM ADD-CSV-COUNT
           MOVE HO-LOW-BOUND TO EDIT-CSV-AMT2
           PERFORM ADD-CSV-AMOUNT
           MOVE HO-HIGH-BOUND TO EDIT-CSV-AMT2
           PERFORM ADD-CSV-AMOUNT
           MOVE HO-COUNT TO EDIT-CSV-COUNT
           PERFORM ADD-CSV-COUNT
           MOVE HO-PERCENT TO EDIT-CSV-PCT
           MOVE EDIT-CSV-PCT TO CSV-FIELD
           PERFORM ADD-CSV-FIELD
           MOVE CSV-LINE TO HISTOGRAM-CSV-RECORD
           WRITE HISTOGRAM-CSV-RECORD
           ADD 1 TO FC-ROWS-WRITTEN(FILE-IDX).

       EXPORT-SORT-HISTORY.
           MOVE 4 TO FILE-IDX
           MOVE "EXPORTED" TO FC-OUTCOME(FILE-IDX)
           OPEN INPUT SORT-HISTORY-FILE
           IF SORT-HISTORY-STATUS NOT = "00"
               MOVE SORT-HISTORY-STATUS TO CSV-FILE-STATUS
               MOVE SPACES TO FC-OUTCOME(FILE-IDX)
               PERFORM NOTE-FILE-UNAVAILABLE
           ELSE
               OPEN OUTPUT SORT-HISTORY-CSV-FILE
               STRING "RUN_ID,RUN_TIMESTAMP,ALGORITHM,COMPARISONS,"
                   "SWAPS,SORT_TIME,VERIFIED"
                   DELIMITED BY SIZE INTO SORT-HISTORY-CSV-RECORD
               WRITE SORT-HISTORY-CSV-RECORD
               SET WORK-NOT-EOF TO TRUE
               PERFORM UNTIL WORK-EOF
                   READ SORT-HISTORY-FILE
                       AT END SET WORK-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO FC-RECORDS-READ(FILE-IDX)
                           IF SH-RUN-ID = EXPORT-RUN-ID
                               PERFORM WRITE-SORT-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SORT-HISTORY-FILE
               CLOSE SORT-HISTORY-CSV-FILE
           END-IF.

       WRITE-SORT-HISTORY-ROW.
           PERFORM START-CSV-LINE
           MOVE SH-RUN-ID TO EDIT-CSV-COUNT
           PERFORM ADD-CSV-COUNT
           MOVE SH-RUN-TIMESTAMP TO CSV-TIMESTAMP
           PERFORM ADD-CSV-TIMESTAMP
           MOVE SH-ALGORITHM-NAME TO CSV-FIELD
           PERFORM ADD-CSV-QUOTED
           MOVE SH-COMPARISONS TO EDIT-CSV-COUNT
           PERFORM ADD-CSV-COUNT
           MOVE SH-SWAPS TO EDIT-CSV-COUNT
           PERFORM ADD-CSV-COUNT
           MOVE SH-SORT-TIME TO EDIT-CSV-COUNT
           PERFORM ADD-CSV-COUNT
           MOVE SH-VERIFY-FLAG TO CSV-FIELD
           PERFORM ADD-CSV-QUOTED
           MOVE CSV-LINE TO SORT-HISTORY-CSV-RECORD
           WRITE SORT-HISTORY-CSV-RECORD
           ADD 1 TO FC-ROWS-WRITTEN(FILE-IDX).

       EXPORT-TIMING-HISTORY.
           MOVE 5 TO FILE-IDX
           MOVE "EXPORTED" TO FC-OUTCOME(FILE-IDX)
           OPEN INPUT TIMING-HISTORY-FILE
           IF TIMING-HISTORY-STATUS NOT = "00"
               MOVE TIMING-HISTORY-STATUS TO CSV-FILE-STATUS
               MOVE SPACES TO FC-OUTCOME(FILE-IDX)
               PERFORM NOTE-FILE-UNAVAILABLE
           ELSE
               OPEN OUTPUT TIMING-CSV-FILE
               MOVE "RUN_ID,BUSINESS_DATE,PHASE,ELAPSED_SECONDS"
                   TO TIMING-CSV-RECORD
               WRITE TIMING-CSV-RECORD
               SET WORK-NOT-EOF TO TRUE
               PERFORM UNTIL WORK-EOF
                   READ TIMING-HISTORY-FILE
                       AT END SET WORK-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO FC-RECORDS-READ(FILE-IDX)
                           IF TM-RUN-ID = EXPORT-RUN-ID
                               PERFORM WRITE-TIMING-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIMING-HISTORY-FILE
               CLOSE TIMING-CSV-FILE
           END-IF.

       WRITE-TIMING-ROW.
           PERFORM START-CSV-LINE
           MOVE TM-RUN-ID TO EDIT-CSV-COUNT
           PERFORM ADD-CSV-COUNT
           MOVE TM-BUSINESS-DATE TO CSV-DATE
           PERFORM ADD-CSV-DATE
           MOVE TM-PHASE-NAME TO CSV-FIELD
           PERFORM ADD-CSV-QUOTED
           COMPUTE CSV-SECONDS = TM-ELAPSED-HUNDREDTHS / 100
           MOVE CSV-SECONDS TO EDIT-CSV-AMT2
           PERFORM ADD-CSV-AMOUNT
           MOVE CSV-LINE TO TIMING-CSV-RECORD
           WRITE TIMING-CSV-RECORD
           ADD 1 TO FC-ROWS-WRITTEN(FILE-IDX).

       EXPORT-MATRIX-RESULTS.
           MOVE 6 TO FILE-IDX
           IF EXPORT-RUN-ID NOT = LATEST-RUN-ID
               PERFORM NOTE-LATEST-RUN-ONLY
           ELSE
               MOVE "EXPORTED" TO FC-OUTCOME(FILE-IDX)
               OPEN INPUT MATRIX-OUTPUT-FILE
               IF MATRIX-OUTPUT-STATUS NOT = "00"
                   MOVE MATRIX-OUTPUT-STATUS TO CSV-FILE-STATUS
                   MOVE SPACES TO FC-OUTCOME(FILE-IDX)
                   PERFORM NOTE-FILE-UNAVAILABLE
               ELSE
                   PERFORM COPY-MATRIX-ROWS
                   CLOSE MATRIX-OUTPUT-FILE
               END-IF
           END-IF.

       COPY-MATRIX-ROWS.
           OPEN OUTPUT MATRIX-CSV-FILE
           PERFORM START-CSV-LINE
           STRING "RUN_ID,PAIR,OPERATION,SINGULAR,QUALITY,DETERMINANT"
               DELIMITED BY SIZE INTO CSV-LINE WITH POINTER CSV-PTR
           PERFORM VARYING CSV-IDX FROM 1 BY 1 UNTIL CSV-IDX > 9
               MOVE CSV-IDX TO CSV-IDX-X
               STRING ",RESULT_" CSV-IDX-X DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-PTR
           END-PERFORM
           PERFORM VARYING CSV-IDX FROM 1 BY 1 UNTIL CSV-IDX > 9
               MOVE CSV-IDX TO CSV-IDX-X
               STRING ",INVERSE_" CSV-IDX-X DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-PTR
           END-PERFORM
           PERFORM VARYING CSV-IDX FROM 1 BY 1 UNTIL CSV-IDX > 3
               MOVE CSV-IDX TO CSV-IDX-X
               STRING ",SOLUTION_" CSV-IDX-X DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-PTR
           END-PERFORM
           STRING ",FORM,ITER,CONV" DELIMITED BY SIZE
               INTO CSV-LINE WITH POINTER CSV-PTR
           PERFORM VARYING CSV-IDX FROM 1 BY 1 UNTIL CSV-IDX > 3
               MOVE CSV-IDX TO CSV-IDX-X
               STRING ",EVAL_" CSV-IDX-X DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-PTR
           END-PERFORM
           STRING ",EVEC_11,EVEC_12,EVEC_13,EVEC_21,EVEC_22,EVEC_23"
               ",EVEC_31,EVEC_32,EVEC_33" DELIMITED BY SIZE
               INTO CSV-LINE WITH POINTER CSV-PTR
           MOVE CSV-LINE TO MATRIX-CSV-RECORD
           WRITE MATRIX-CSV-RECORD
           SET WORK-NOT-EOF TO TRUE
           PERFORM UNTIL WORK-EOF
               READ MATRIX-OUTPUT-FILE
                   AT END SET WORK-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO FC-RECORDS-READ(FILE-IDX)
                       PERFORM WRITE-MATRIX-ROW
               END-READ
           END-PERFORM
           CLOSE MATRIX-CSV-FILE.

       WRITE-MATRIX-ROW.
           PERFORM START-CSV-LINE
           MOVE EXPORT-RUN-ID TO EDIT-CSV-COUNT
           PERFORM ADD-CSV-COUNT
           MOVE MO-PAIR-SEQUENCE TO EDIT-CSV-COUNT
           PERFORM ADD-CSV-COUNT
           MOVE MO-OPERATION-FLAG TO CSV-FIELD
           PERFORM ADD-CSV-QUOTED
           MOVE MO-SINGULAR-FLAG TO CSV-FIELD
           PERFORM ADD-CSV-QUOTED
           MOVE MO-QUALITY-FLAG TO CSV-FIELD
           PERFORM ADD-CSV-QUOTED
           MOVE MO-DETERMINANT TO EDIT-CSV-AMT4
           MOVE EDIT-CSV-AMT4 TO CSV-FIELD
           PERFORM ADD-CSV-FIELD
           IF MO-OPERATION-FLAG = "E"
               PERFORM ADD-EIGEN-COLUMNS
           ELSE
               PERFORM ADD-PRODUCT-COLUMNS
           END-IF
           MOVE CSV-LINE TO MATRIX-CSV-RECORD
           WRITE MATRIX-CSV-RECORD
           ADD 1 TO FC-ROWS-WRITTEN(FILE-IDX).

       ADD-EIGEN-COLUMNS.
           MOVE SPACES TO CSV-FIELD
           PERFORM VARYING CSV-IDX FROM 1 BY 1 UNTIL CSV-IDX > 21
               PERFORM ADD-CSV-FIELD
           END-PERFORM
           MOVE ME-MATRIX-FORM TO CSV-FIELD
           PERFORM ADD-CSV-QUOTED
           MOVE ME-ITERATION-COUNT TO EDIT-CSV-COUNT
           PERFORM ADD-CSV-COUNT
           MOVE ME-CONVERGED-FLAG TO CSV-FIELD
           PERFORM ADD-CSV-QUOTED
           PERFORM VARYING CSV-IDX FROM 1 BY 1 UNTIL CSV-IDX > 3
               MOVE SPACES TO CSV-FIELD
               IF CSV-IDX <= ME-EIGEN-COUNT
                   MOVE ME-E-VALUE(CSV-IDX) TO EDIT-CSV-AMT6
                   MOVE EDIT-CSV-AMT6 TO CSV-FIELD
               END-IF
               PERFORM ADD-CSV-FIELD
           END-PERFORM
           PERFORM VARYING CSV-IDX FROM 1 BY 1 UNTIL CSV-IDX > 9
               MOVE SPACES TO CSV-FIELD
               IF CSV-IDX <= ME-EIGEN-COUNT * 3
                   MOVE ME-V-VALUE(CSV-IDX) TO EDIT-CSV-UNIT8
                   MOVE EDIT-CSV-UNIT8 TO CSV-FIELD
               END-IF
               PERFORM ADD-CSV-FIELD
           END-PERFORM.

       ADD-PRODUCT-COLUMNS.
           PERFORM VARYING CSV-IDX FROM 1 BY 1 UNTIL CSV-IDX > 9
               MOVE MO-R-VALUE(CSV-IDX) TO EDIT-CSV-AMT4
               MOVE EDIT-CSV-AMT4 TO CSV-FIELD
               PERFORM ADD-CSV-FIELD
           END-PERFORM
           PERFORM VARYING CSV-IDX FROM 1 BY 1 UNTIL CSV-IDX > 9
               MOVE MO-N-VALUE(CSV-IDX) TO EDIT-CSV-AMT6
               MOVE EDIT-CSV-AMT6 TO CSV-FIELD
               PERFORM ADD-CSV-FIELD
           END-PERFORM
           PERFORM VARYING CSV-IDX FROM 1 BY 1 UNTIL CSV-IDX > 3
               MOVE MO-X-VALUE(CSV-IDX) TO EDIT-CSV-AMT6
               MOVE EDIT-CSV-AMT6 TO CSV-FIELD
               PERFORM ADD-CSV-FIELD
           END-PERFORM
           MOVE SPACES TO CSV-FIELD
           PERFORM VARYING CSV-IDX FROM 1 BY 1 UNTIL CSV-IDX > 15
               PERFORM ADD-CSV-FIELD
           END-PERFORM.

       WRITE-EXPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "File     Records In    Rows Out  Outcome"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING FILE-IDX FROM 1 BY 1 UNTIL FILE-IDX > 6
               MOVE FC-FILE-NAME(FILE-IDX) TO REPORT-LINE(1:8)
               MOVE FC-RECORDS-READ(FILE-IDX) TO EDIT-EXPORT-COUNT
               MOVE EDIT-EXPORT-COUNT TO REPORT-LINE(13:7)
               MOVE FC-ROWS-WRITTEN(FILE-IDX) TO EDIT-EXPORT-COUNT
               MOVE EDIT-EXPORT-COUNT TO REPORT-LINE(25:7)
               MOVE FC-OUTCOME(FILE-IDX) TO REPORT-LINE(34:30)
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
