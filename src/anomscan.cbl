       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANOMALY-SCAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANOMALY-CARD-FILE ASSIGN TO "ANOMCRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ANOMALY-CARD-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANSACTION-STATUS.
           SELECT TRANSACTION-REJECT-FILE ASSIGN TO "TRANREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANSACTION-REJECT-STATUS.
           SELECT CURRENCY-RATE-FILE ASSIGN TO "CCYRATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CURRENCY-RATE-STATUS.
           SELECT BALANCE-MASTER-FILE ASSIGN TO "BALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-BALANCE-KEY
               FILE STATUS IS BALANCE-MASTER-STATUS.
           SELECT ANOMALY-SORT-FILE ASSIGN TO "ANOMSRT".
           SELECT ANOMALY-EXCEPTION-FILE ASSIGN TO "ANOMEXC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ANOMALY-EXCEPTION-STATUS.
           SELECT ANOMALY-REPORT-FILE ASSIGN TO "ANOMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ANOMALY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANOMALY-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ANOMALY-CARD-RECORD.
           05  AN-MIN-HISTORY-DAYS PIC 9(03).
           05  AN-AMOUNT-SIGMA     PIC 9(02)V9.
           05  AN-COUNT-SIGMA      PIC 9(02)V9.
           05  AN-LOOKBACK-DAYS    PIC 9(04).
           05  AN-ALERT-COUNT      PIC 9(02).

       FD  CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "ctlparm.cpy".

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

       FD  TRANSACTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "tranrec.cpy".

       FD  TRANSACTION-REJECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-REJECT-RECORD.
           05  RJ-REASON-CODE      PIC X(03).
           05  RJ-RECORD-IMAGE     PIC X(40).
           05  RJ-RUN-ID           PIC 9(06).
           05  RJ-REJECT-SEQ       PIC 9(07).

       FD  CURRENCY-RATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "ccyrate.cpy".

       FD  BALANCE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "balmst.cpy".

       SD  ANOMALY-SORT-FILE.
       01  ANOMALY-SORT-RECORD.
           05  AS-ACCOUNT-NUMBER   PIC X(08).
           05  AS-ITEM-SEQ         PIC 9(07).
           05  AS-TRAN-TYPE        PIC X(02).
           05  AS-TRAN-DATE        PIC 9(08).
           05  AS-AMOUNT           PIC S9(9)V99.
           05  AS-RATE-FLAG        PIC X(01).
               88  AS-AMOUNT-BASE      VALUE "B".
               88  AS-AMOUNT-NO-RATE   VALUE "N".

       FD  ANOMALY-EXCEPTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "anomexc.cpy".

       FD  ANOMALY-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ANOMALY-REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  ANOMALY-CARD-STATUS     PIC X(02) VALUE SPACES.
           05  CONTROL-FILE-STATUS     PIC X(02) VALUE SPACES.
           05  RUN-CONTROL-STATUS      PIC X(02) VALUE SPACES.
           05  TRANSACTION-STATUS      PIC X(02) VALUE SPACES.
           05  TRANSACTION-REJECT-STATUS PIC X(02) VALUE SPACES.
           05  BALANCE-MASTER-STATUS   PIC X(02) VALUE SPACES.
           05  CURRENCY-RATE-STATUS    PIC X(02) VALUE SPACES.
           05  ANOMALY-EXCEPTION-STATUS PIC X(02) VALUE SPACES.
           05  ANOMALY-REPORT-STATUS   PIC X(02) VALUE SPACES.
           05  WORK-EOF-FLAG           PIC 9(01) VALUE 0.
               88  WORK-EOF               VALUE 1.
               88  WORK-NOT-EOF           VALUE 0.
           05  SORT-EOF-FLAG           PIC 9(01) VALUE 0.
               88  SORT-EOF               VALUE 1.
               88  SORT-NOT-EOF           VALUE 0.
           05  HISTORY-SCAN-EOF-FLAG   PIC 9(01) VALUE 0.
               88  HISTORY-SCAN-EOF       VALUE 1.
               88  HISTORY-SCAN-MORE      VALUE 0.

       01  ANOMALY-PARAMS.
           05  MIN-HISTORY-DAYS    PIC 9(03) VALUE 20.
           05  AMOUNT-SIGMA        PIC 9(02)V9 VALUE 3.0.
           05  COUNT-SIGMA         PIC 9(02)V9 VALUE 3.0.
           05  LOOKBACK-DAYS       PIC 9(04) VALUE 180.
           05  ALERT-LIMIT         PIC 9(02) VALUE 5.
           05  SCAN-RUN-ID         PIC 9(06) VALUE 0.
           05  SCAN-BUSINESS-DATE  PIC 9(08) VALUE 0.
           05  SCAN-DATE-PARTS REDEFINES SCAN-BUSINESS-DATE.
               10  SCAN-YEAR       PIC 9(04).
               10  SCAN-MONTH      PIC 9(02).
               10  SCAN-DAY        PIC 9(02).
           05  HISTORY-START-DATE  PIC 9(08) VALUE 0.
           05  ANOMALY-RC          PIC 9(02) VALUE 0.

       01  REJECT-IMAGE-TABLE.
           05  REJECT-IMAGE-COUNT  PIC 9(04) VALUE 0.
           05  REJECT-IMAGE-ENTRY OCCURS 1000 TIMES.
               10  RI-RECORD-IMAGE PIC X(40).
               10  RI-MATCHED-FLAG PIC 9(01).
           05  REJECT-IDX          PIC 9(04) VALUE 0.
           05  REJECT-MATCH-IDX    PIC 9(04) VALUE 0.
           05  REJECTS-NOT-LOADED  PIC 9(07) VALUE 0.

       01  CURRENCY-VARS.
           05  RATE-COUNT          PIC 9(03) VALUE 0.
           05  RATE-TABLE.
               10  RATE-ROW OCCURS 500 TIMES.
                   15  RT-CURRENCY-CODE  PIC X(03).
                   15  RT-EFFECTIVE-DATE PIC 9(08).
                   15  RT-RATE           PIC 9(05)V9(06).
           05  RATE-IDX            PIC 9(03) VALUE 0.
           05  RATE-SCAN-IDX       PIC 9(03) VALUE 0.
           05  RATE-TABLE-FULL-FLAG PIC 9(01) VALUE 0.
               88  RATE-TABLE-FULL    VALUE 1.

       01  ACCOUNT-PROFILE.
           05  CURRENT-ACCOUNT     PIC X(08) VALUE SPACES.
           05  PROFILE-DAYS        PIC 9(04) VALUE 0.
           05  PROFILE-AMOUNT-SUM  PIC S9(15)V99 VALUE 0.
           05  PROFILE-AMOUNT-SQ   PIC S9(27)V9(4) VALUE 0.
           05  PROFILE-COUNT-SUM   PIC 9(11) VALUE 0.
           05  PROFILE-COUNT-SQ    PIC 9(15) VALUE 0.
           05  PROFILE-MEAN-AMOUNT PIC S9(11)V99 VALUE 0.
           05  PROFILE-SD-AMOUNT   PIC 9(11)V99 VALUE 0.
           05  PROFILE-MEAN-COUNT  PIC 9(05)V99 VALUE 0.
           05  PROFILE-SD-COUNT    PIC 9(05)V99 VALUE 0.
           05  PROFILE-VARIANCE    PIC S9(23)V9(4) VALUE 0.
           05  PROFILE-DIVISOR     PIC 9(11)V99 VALUE 0.
           05  PROFILE-USABLE-FLAG PIC 9(01) VALUE 0.
               88  PROFILE-USABLE     VALUE 1.
               88  PROFILE-TOO-SHORT  VALUE 0.
           05  DAY-ITEM-COUNT      PIC 9(05) VALUE 0.
           05  DAY-AMOUNT-TOTAL    PIC S9(11)V99 VALUE 0.
           05  ITEM-SCORE          PIC 9(05)V99 VALUE 0.

       01  TOP-ALERT-TABLE.
           05  TOP-ALERT-COUNT     PIC 9(02) VALUE 0.
           05  TOP-ALERT-ENTRY OCCURS 20 TIMES.
               10  TA-SCORE        PIC 9(05)V99.
               10  TA-ACCOUNT      PIC X(08).
               10  TA-TYPE         PIC X(01).
               10  TA-AMOUNT       PIC S9(9)V99.
           05  TOP-IDX             PIC 9(02) VALUE 0.
           05  TOP-INSERT-IDX      PIC 9(02) VALUE 0.

       01  ANOMALY-TOTALS.
           05  DETAILS-READ        PIC 9(07) VALUE 0.
           05  ITEMS-REJECTED      PIC 9(07) VALUE 0.
           05  ITEMS-ACCEPTED      PIC 9(07) VALUE 0.
           05  ITEMS-SCORED        PIC 9(07) VALUE 0.
           05  ITEMS-UNSCORED      PIC 9(07) VALUE 0.
           05  ITEMS-NO-RATE       PIC 9(07) VALUE 0.
           05  ACCOUNTS-SEEN       PIC 9(07) VALUE 0.
           05  ACCOUNTS-PROFILED   PIC 9(07) VALUE 0.
           05  ACCOUNTS-SHORT      PIC 9(07) VALUE 0.
           05  AMOUNT-EXCEPTIONS   PIC 9(07) VALUE 0.
           05  COUNT-EXCEPTIONS    PIC 9(07) VALUE 0.
           05  EDIT-ANOM-COUNT     PIC Z(6)9.
           05  EDIT-ANOM-AMOUNT    PIC -(9)9.99.
           05  EDIT-ANOM-MEAN      PIC -(10)9.99.
           05  EDIT-ANOM-SD        PIC Z(9)9.99.
           05  EDIT-ANOM-DAYS      PIC Z(3)9.
           05  EDIT-ANOM-SCORE     PIC Z(4)9.99.
           05  EDIT-ANOM-SIGMA     PIC Z9.9.

       01  AUDIT-VARS.
           05  AUDIT-PROG          PIC X(20) VALUE "ANOMALY-SCAN".
           05  AUDIT-OPER          PIC X(20) VALUE SPACES.
           05  AUDIT-DETAIL-LINE   PIC X(40) VALUE SPACES.
           05  AUDIT-SEV           PIC X(01) VALUE "I".

       COPY "runinfo.cpy".

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT ANOMALY-REPORT-FILE
           MOVE "----- Account Anomaly Exceptions -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM READ-ANOMALY-PARAMS
           PERFORM FIND-SCAN-RUN
           IF ANOMALY-RC < 8
               PERFORM LOAD-REJECT-IMAGES
           END-IF
           IF ANOMALY-RC < 8
               PERFORM LOAD-CURRENCY-RATES
           END-IF
           IF ANOMALY-RC < 8
               OPEN INPUT BALANCE-MASTER-FILE
               IF BALANCE-MASTER-STATUS NOT = "00"
                   MOVE "BALMST NOT AVAILABLE - STATUS "
                       TO REPORT-LINE
                   MOVE BALANCE-MASTER-STATUS TO REPORT-LINE(31:2)
                   PERFORM WRITE-REPORT-LINE
                   MOVE 12 TO ANOMALY-RC
               END-IF
           END-IF
           IF ANOMALY-RC < 8
               OPEN INPUT TRANSACTION-FILE
               IF TRANSACTION-STATUS NOT = "00"
                   MOVE "TRANFILE NOT AVAILABLE - STATUS "
                       TO REPORT-LINE
                   MOVE TRANSACTION-STATUS TO REPORT-LINE(33:2)
                   PERFORM WRITE-REPORT-LINE
                   CLOSE BALANCE-MASTER-FILE
                   MOVE 12 TO ANOMALY-RC
               END-IF
           END-IF
           IF ANOMALY-RC < 8
               OPEN OUTPUT ANOMALY-EXCEPTION-FILE
               PERFORM WRITE-EXCEPTION-HEADINGS
               SORT ANOMALY-SORT-FILE
                   ON ASCENDING KEY AS-ACCOUNT-NUMBER
                   ON ASCENDING KEY AS-ITEM-SEQ
                   INPUT PROCEDURE IS SELECT-ACCEPTED-ITEMS
                   OUTPUT PROCEDURE IS SCORE-ACCEPTED-ITEMS
               CLOSE TRANSACTION-FILE
               CLOSE BALANCE-MASTER-FILE
               CLOSE ANOMALY-EXCEPTION-FILE
               PERFORM RAISE-TOP-ALERTS
               PERFORM WRITE-ANOMALY-TOTALS
           END-IF
           CLOSE ANOMALY-REPORT-FILE
           MOVE ANOMALY-RC TO RETURN-CODE
           STOP RUN.

       WRITE-REPORT-LINE.
           DISPLAY REPORT-LINE
           MOVE REPORT-LINE TO ANOMALY-REPORT-RECORD
           WRITE ANOMALY-REPORT-RECORD
           MOVE SPACES TO REPORT-LINE.

       READ-ANOMALY-PARAMS.
           OPEN INPUT ANOMALY-CARD-FILE
           IF ANOMALY-CARD-STATUS = "00"
               READ ANOMALY-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AN-MIN-HISTORY-DAYS IS NUMERIC AND
                          AN-MIN-HISTORY-DAYS > 1
                           MOVE AN-MIN-HISTORY-DAYS
                               TO MIN-HISTORY-DAYS
                       END-IF
                       IF AN-AMOUNT-SIGMA IS NUMERIC AND
                          AN-AMOUNT-SIGMA > 0
                           MOVE AN-AMOUNT-SIGMA TO AMOUNT-SIGMA
                       END-IF
                       IF AN-COUNT-SIGMA IS NUMERIC AND
                          AN-COUNT-SIGMA > 0
                           MOVE AN-COUNT-SIGMA TO COUNT-SIGMA
                       END-IF
                       IF AN-LOOKBACK-DAYS IS NUMERIC
                           MOVE AN-LOOKBACK-DAYS TO LOOKBACK-DAYS
                       END-IF
                       IF AN-ALERT-COUNT IS NUMERIC
                           MOVE AN-ALERT-COUNT TO ALERT-LIMIT
                       END-IF
               END-READ
               CLOSE ANOMALY-CARD-FILE
           END-IF
           IF ALERT-LIMIT > 20
               MOVE 20 TO ALERT-LIMIT
           END-IF
           MOVE 0 TO RUN-AUDIT-VERBOSITY
           OPEN INPUT CONTROL-FILE
           IF CONTROL-FILE-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CP-BUSINESS-DATE IS NUMERIC
                           MOVE CP-BUSINESS-DATE TO SCAN-BUSINESS-DATE
                       END-IF
                       IF CP-AUDIT-VERBOSITY IS NUMERIC
                           MOVE CP-AUDIT-VERBOSITY
                               TO RUN-AUDIT-VERBOSITY
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       FIND-SCAN-RUN.
           SET WORK-NOT-EOF TO TRUE
           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS NOT = "00"
               MOVE "RUNCTL NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE RUN-CONTROL-STATUS TO REPORT-LINE(31:2)
               PERFORM WRITE-REPORT-LINE
               MOVE 12 TO ANOMALY-RC
               SET WORK-EOF TO TRUE
           END-IF
           PERFORM UNTIL WORK-EOF
               READ RUN-CONTROL-FILE
                   AT END SET WORK-EOF TO TRUE
                   NOT AT END
                       IF RUN-START-REC
                           MOVE RC-RUN-ID TO SCAN-RUN-ID
                           IF RC-BUSINESS-DATE IS NUMERIC AND
                              RC-BUSINESS-DATE > 0
                               MOVE RC-BUSINESS-DATE
                                   TO SCAN-BUSINESS-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF RUN-CONTROL-STATUS = "00" OR RUN-CONTROL-STATUS = "10"
               CLOSE RUN-CONTROL-FILE
           END-IF
           MOVE SCAN-RUN-ID TO RUN-ID
           IF ANOMALY-RC < 8
               IF SCAN-RUN-ID = 0
                   MOVE "NO RUN ON RUNCTL TO SCAN" TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 8 TO ANOMALY-RC
               END-IF
           END-IF
           IF ANOMALY-RC < 8
               IF SCAN-YEAR < 1601 OR
                  SCAN-MONTH < 1 OR SCAN-MONTH > 12 OR
                  SCAN-DAY < 1 OR SCAN-DAY > 31
                   STRING "BUSINESS DATE NOT VALID: "
                       SCAN-BUSINESS-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 8 TO ANOMALY-RC
               END-IF
           END-IF
           IF ANOMALY-RC < 8
               IF LOOKBACK-DAYS = 0
                   MOVE 0 TO HISTORY-START-DATE
               ELSE
                   COMPUTE HISTORY-START-DATE =
                       FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(SCAN-BUSINESS-DATE)
                       - LOOKBACK-DAYS)
               END-IF
               STRING "Run " SCAN-RUN-ID "  Business Date "
                   SCAN-BUSINESS-DATE "  History From "
                   HISTORY-START-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE MIN-HISTORY-DAYS TO EDIT-ANOM-DAYS
               MOVE AMOUNT-SIGMA TO EDIT-ANOM-SIGMA
               STRING "Minimum History " EDIT-ANOM-DAYS
                   " Days  Amount Limit " EDIT-ANOM-SIGMA " SD"
                   DELIMITED BY SIZE INTO REPORT-LINE
               MOVE COUNT-SIGMA TO EDIT-ANOM-SIGMA
               STRING "  Count Limit " EDIT-ANOM-SIGMA " SD"
                   DELIMITED BY SIZE INTO REPORT-LINE(55:)
               PERFORM WRITE-REPORT-LINE
           END-IF.

       LOAD-REJECT-IMAGES.
           SET WORK-NOT-EOF TO TRUE
           OPEN INPUT TRANSACTION-REJECT-FILE
           IF TRANSACTION-REJECT-STATUS NOT = "00"
               MOVE "TRANREJ NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE TRANSACTION-REJECT-STATUS TO REPORT-LINE(32:2)
               PERFORM WRITE-REPORT-LINE
               MOVE 12 TO ANOMALY-RC
               SET WORK-EOF TO TRUE
           END-IF
           PERFORM UNTIL WORK-EOF
               READ TRANSACTION-REJECT-FILE
                   AT END SET WORK-EOF TO TRUE
                   NOT AT END
                       IF RJ-RUN-ID = SCAN-RUN-ID
                           IF REJECT-IMAGE-COUNT < 1000
                               ADD 1 TO REJECT-IMAGE-COUNT
                               MOVE RJ-RECORD-IMAGE TO
                                   RI-RECORD-IMAGE(REJECT-IMAGE-COUNT)
                               MOVE 0 TO
                                   RI-MATCHED-FLAG(REJECT-IMAGE-COUNT)
                           ELSE
                               ADD 1 TO REJECTS-NOT-LOADED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF TRANSACTION-REJECT-STATUS = "00" OR
              TRANSACTION-REJECT-STATUS = "10"
               CLOSE TRANSACTION-REJECT-FILE
           END-IF
           IF REJECTS-NOT-LOADED > 0
               MOVE REJECTS-NOT-LOADED TO EDIT-ANOM-COUNT
               STRING "*** " EDIT-ANOM-COUNT
                   " REJECTS OVER TABLE LIMIT - MAY BE SCORED ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF ANOMALY-RC < 4
                   MOVE 4 TO ANOMALY-RC
               END-IF
           END-IF.

       LOAD-CURRENCY-RATES.
           SET WORK-NOT-EOF TO TRUE
           OPEN INPUT CURRENCY-RATE-FILE
           IF CURRENCY-RATE-STATUS NOT = "00"
               MOVE "CCYRATE NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE CURRENCY-RATE-STATUS TO REPORT-LINE(32:2)
               PERFORM WRITE-REPORT-LINE
               MOVE "FOREIGN CURRENCY ITEMS WILL NOT BE SCORED"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               SET WORK-EOF TO TRUE
           END-IF
           PERFORM UNTIL WORK-EOF
               READ CURRENCY-RATE-FILE
                   AT END SET WORK-EOF TO TRUE
                   NOT AT END
                       PERFORM STORE-CURRENCY-RATE
               END-READ
           END-PERFORM
           IF CURRENCY-RATE-STATUS = "00" OR
              CURRENCY-RATE-STATUS = "10"
               CLOSE CURRENCY-RATE-FILE
           END-IF
           IF RATE-TABLE-FULL
               MOVE "*** CCYRATE OVER TABLE LIMIT - RATES OMITTED ***"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF ANOMALY-RC < 4
                   MOVE 4 TO ANOMALY-RC
               END-IF
           END-IF.

       STORE-CURRENCY-RATE.
           IF CY-CURRENCY-CODE NOT = SPACES AND
              CY-EFFECTIVE-DATE IS NUMERIC AND
              CY-RATE IS NUMERIC AND CY-RATE > 0
               IF RATE-COUNT < 500
                   ADD 1 TO RATE-COUNT
                   MOVE CY-CURRENCY-CODE
                       TO RT-CURRENCY-CODE(RATE-COUNT)
                   MOVE CY-EFFECTIVE-DATE
                       TO RT-EFFECTIVE-DATE(RATE-COUNT)
                   MOVE CY-RATE TO RT-RATE(RATE-COUNT)
               ELSE
                   SET RATE-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       WRITE-EXCEPTION-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "T Account  Ty Date" TO REPORT-LINE
           MOVE "Amount/Cnt" TO REPORT-LINE(27:10)
           MOVE "Profile Mean" TO REPORT-LINE(40:12)
           MOVE "Std Dev" TO REPORT-LINE(59:7)
           MOVE "Days" TO REPORT-LINE(67:4)
           MOVE "Score" TO REPORT-LINE(75:5)
           PERFORM WRITE-REPORT-LINE.

       SELECT-ACCEPTED-ITEMS.
           SET WORK-NOT-EOF TO TRUE
           PERFORM UNTIL WORK-EOF
               READ TRANSACTION-FILE
                   AT END SET WORK-EOF TO TRUE
                   NOT AT END
                       IF TRAN-DETAIL-REC
                           ADD 1 TO DETAILS-READ
                           PERFORM RELEASE-IF-ACCEPTED
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-IF-ACCEPTED.
           MOVE 0 TO REJECT-MATCH-IDX
           PERFORM VARYING REJECT-IDX FROM 1 BY 1
           UNTIL REJECT-IDX > REJECT-IMAGE-COUNT
               OR REJECT-MATCH-IDX > 0
               IF RI-MATCHED-FLAG(REJECT-IDX) = 0 AND
                  RI-RECORD-IMAGE(REJECT-IDX) = TRANSACTION-RECORD
                   MOVE REJECT-IDX TO REJECT-MATCH-IDX
               END-IF
           END-PERFORM
           IF REJECT-MATCH-IDX > 0 OR TR-AMOUNT IS NOT NUMERIC
               IF REJECT-MATCH-IDX > 0
                   MOVE 1 TO RI-MATCHED-FLAG(REJECT-MATCH-IDX)
               END-IF
               ADD 1 TO ITEMS-REJECTED
           ELSE
               ADD 1 TO ITEMS-ACCEPTED
               MOVE TR-ACCOUNT-NUMBER TO AS-ACCOUNT-NUMBER
               MOVE DETAILS-READ TO AS-ITEM-SEQ
               MOVE TR-TRAN-TYPE TO AS-TRAN-TYPE
               MOVE TR-TRAN-DATE TO AS-TRAN-DATE
               SET AS-AMOUNT-BASE TO TRUE
               IF TR-CURRENCY-CODE = SPACES
                   MOVE TR-AMOUNT TO AS-AMOUNT
               ELSE
                   PERFORM CONVERT-ITEM-AMOUNT
               END-IF
               RELEASE ANOMALY-SORT-RECORD
           END-IF.

       CONVERT-ITEM-AMOUNT.
           MOVE 0 TO AS-AMOUNT
           PERFORM FIND-EXCHANGE-RATE
           IF RATE-IDX = 0
               SET AS-AMOUNT-NO-RATE TO TRUE
           ELSE
               COMPUTE AS-AMOUNT ROUNDED =
                   TR-AMOUNT * RT-RATE(RATE-IDX)
                   ON SIZE ERROR
                       MOVE 0 TO AS-AMOUNT
                       SET AS-AMOUNT-NO-RATE TO TRUE
               END-COMPUTE
           END-IF.

       FIND-EXCHANGE-RATE.
           MOVE 0 TO RATE-IDX
           PERFORM VARYING RATE-SCAN-IDX FROM 1 BY 1
           UNTIL RATE-SCAN-IDX > RATE-COUNT
               IF RT-CURRENCY-CODE(RATE-SCAN-IDX) = TR-CURRENCY-CODE
                  AND TR-TRAN-DATE IS NUMERIC
                  AND RT-EFFECTIVE-DATE(RATE-SCAN-IDX) <= TR-TRAN-DATE
                   IF RATE-IDX = 0
                       MOVE RATE-SCAN-IDX TO RATE-IDX
                   ELSE
                       IF RT-EFFECTIVE-DATE(RATE-SCAN-IDX) >
                          RT-EFFECTIVE-DATE(RATE-IDX)
                           MOVE RATE-SCAN-IDX TO RATE-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       SCORE-ACCEPTED-ITEMS.
           MOVE SPACES TO CURRENT-ACCOUNT
           SET SORT-NOT-EOF TO TRUE
           PERFORM UNTIL SORT-EOF
               RETURN ANOMALY-SORT-FILE
                   AT END SET SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM SCORE-ONE-ITEM
               END-RETURN
           END-PERFORM
           IF ACCOUNTS-SEEN > 0
               PERFORM CHECK-ACCOUNT-COUNT
           END-IF.

       SCORE-ONE-ITEM.
           IF ACCOUNTS-SEEN = 0 OR
              AS-ACCOUNT-NUMBER NOT = CURRENT-ACCOUNT
               IF ACCOUNTS-SEEN > 0
                   PERFORM CHECK-ACCOUNT-COUNT
               END-IF
               ADD 1 TO ACCOUNTS-SEEN
               MOVE AS-ACCOUNT-NUMBER TO CURRENT-ACCOUNT
               MOVE 0 TO DAY-ITEM-COUNT
               MOVE 0 TO DAY-AMOUNT-TOTAL
               PERFORM BUILD-ACCOUNT-PROFILE
           END-IF
           ADD 1 TO DAY-ITEM-COUNT
           ADD AS-AMOUNT TO DAY-AMOUNT-TOTAL
           EVALUATE TRUE
               WHEN AS-AMOUNT-NO-RATE
                   ADD 1 TO ITEMS-NO-RATE
               WHEN PROFILE-TOO-SHORT
                   ADD 1 TO ITEMS-UNSCORED
               WHEN OTHER
                   PERFORM SCORE-ITEM-AMOUNT
           END-EVALUATE.

       SCORE-ITEM-AMOUNT.
           ADD 1 TO ITEMS-SCORED
           MOVE PROFILE-SD-AMOUNT TO PROFILE-DIVISOR
           IF PROFILE-DIVISOR < 1
               MOVE 1 TO PROFILE-DIVISOR
           END-IF
           COMPUTE ITEM-SCORE ROUNDED =
               FUNCTION ABS(AS-AMOUNT - PROFILE-MEAN-AMOUNT)
               / PROFILE-DIVISOR
               ON SIZE ERROR
                   MOVE 99999.99 TO ITEM-SCORE
           END-COMPUTE
           IF ITEM-SCORE > AMOUNT-SIGMA
               ADD 1 TO AMOUNT-EXCEPTIONS
               MOVE SPACES TO ANOMALY-EXCEPTION-RECORD
               SET AE-AMOUNT-EXCEPTION TO TRUE
               MOVE AS-TRAN-TYPE TO AE-TRAN-TYPE
               MOVE AS-TRAN-DATE TO AE-TRAN-DATE
               MOVE AS-AMOUNT TO AE-AMOUNT
               MOVE 1 TO AE-DAY-COUNT
               PERFORM WRITE-ONE-EXCEPTION
           END-IF.

       BUILD-ACCOUNT-PROFILE.
           MOVE 0 TO PROFILE-DAYS
           MOVE 0 TO PROFILE-AMOUNT-SUM
           MOVE 0 TO PROFILE-AMOUNT-SQ
           MOVE 0 TO PROFILE-COUNT-SUM
           MOVE 0 TO PROFILE-COUNT-SQ
           MOVE 0 TO PROFILE-MEAN-AMOUNT
           MOVE 0 TO PROFILE-SD-AMOUNT
           MOVE 0 TO PROFILE-MEAN-COUNT
           MOVE 0 TO PROFILE-SD-COUNT
           SET PROFILE-TOO-SHORT TO TRUE
           MOVE CURRENT-ACCOUNT TO AB-ACCOUNT-NUMBER
           MOVE HISTORY-START-DATE TO AB-BUSINESS-DATE
           SET HISTORY-SCAN-MORE TO TRUE
           START BALANCE-MASTER-FILE KEY >= AB-BALANCE-KEY
               INVALID KEY
                   SET HISTORY-SCAN-EOF TO TRUE
           END-START
           PERFORM UNTIL HISTORY-SCAN-EOF
               READ BALANCE-MASTER-FILE NEXT
                   AT END SET HISTORY-SCAN-EOF TO TRUE
                   NOT AT END
                       IF AB-ACCOUNT-NUMBER NOT = CURRENT-ACCOUNT
                          OR AB-BUSINESS-DATE >= SCAN-BUSINESS-DATE
                           SET HISTORY-SCAN-EOF TO TRUE
                       ELSE
                           ADD 1 TO PROFILE-DAYS
                           ADD AB-AMOUNT-TOTAL TO PROFILE-AMOUNT-SUM
                           COMPUTE PROFILE-AMOUNT-SQ =
                               PROFILE-AMOUNT-SQ +
                               AB-AMOUNT-TOTAL * AB-AMOUNT-TOTAL
                           ADD AB-RECORD-COUNT TO PROFILE-COUNT-SUM
                           COMPUTE PROFILE-COUNT-SQ =
                               PROFILE-COUNT-SQ +
                               AB-RECORD-COUNT * AB-RECORD-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF PROFILE-DAYS < MIN-HISTORY-DAYS
               ADD 1 TO ACCOUNTS-SHORT
           ELSE
               ADD 1 TO ACCOUNTS-PROFILED
               SET PROFILE-USABLE TO TRUE
               COMPUTE PROFILE-MEAN-AMOUNT ROUNDED =
                   PROFILE-AMOUNT-SUM / PROFILE-DAYS
               COMPUTE PROFILE-VARIANCE =
                   (PROFILE-AMOUNT-SQ / PROFILE-DAYS) -
                   ((PROFILE-AMOUNT-SUM / PROFILE-DAYS) ** 2)
               IF PROFILE-VARIANCE > 0
                   COMPUTE PROFILE-SD-AMOUNT ROUNDED =
                       FUNCTION SQRT(PROFILE-VARIANCE)
               END-IF
               COMPUTE PROFILE-MEAN-COUNT ROUNDED =
                   PROFILE-COUNT-SUM / PROFILE-DAYS
               COMPUTE PROFILE-VARIANCE =
                   (PROFILE-COUNT-SQ / PROFILE-DAYS) -
                   ((PROFILE-COUNT-SUM / PROFILE-DAYS) ** 2)
               IF PROFILE-VARIANCE > 0
                   COMPUTE PROFILE-SD-COUNT ROUNDED =
                       FUNCTION SQRT(PROFILE-VARIANCE)
               END-IF
           END-IF.

       CHECK-ACCOUNT-COUNT.
           IF PROFILE-USABLE AND DAY-ITEM-COUNT > PROFILE-MEAN-COUNT
               MOVE PROFILE-SD-COUNT TO PROFILE-DIVISOR
               IF PROFILE-DIVISOR < 1
                   MOVE 1 TO PROFILE-DIVISOR
               END-IF
               COMPUTE ITEM-SCORE ROUNDED =
                   (DAY-ITEM-COUNT - PROFILE-MEAN-COUNT)
                   / PROFILE-DIVISOR
                   ON SIZE ERROR
                       MOVE 99999.99 TO ITEM-SCORE
               END-COMPUTE
               IF ITEM-SCORE > COUNT-SIGMA
                   ADD 1 TO COUNT-EXCEPTIONS
                   MOVE SPACES TO ANOMALY-EXCEPTION-RECORD
                   SET AE-COUNT-EXCEPTION TO TRUE
                   MOVE SPACES TO AE-TRAN-TYPE
                   MOVE SCAN-BUSINESS-DATE TO AE-TRAN-DATE
                   MOVE DAY-AMOUNT-TOTAL TO AE-AMOUNT
                   MOVE DAY-ITEM-COUNT TO AE-DAY-COUNT
                   PERFORM WRITE-ONE-EXCEPTION
               END-IF
           END-IF.

       WRITE-ONE-EXCEPTION.
           MOVE SCAN-RUN-ID TO AE-RUN-ID
           MOVE SCAN-BUSINESS-DATE TO AE-BUSINESS-DATE
           MOVE CURRENT-ACCOUNT TO AE-ACCOUNT-NUMBER
           MOVE PROFILE-MEAN-AMOUNT TO AE-MEAN-AMOUNT
           MOVE PROFILE-SD-AMOUNT TO AE-STDDEV-AMOUNT
           MOVE PROFILE-MEAN-COUNT TO AE-MEAN-COUNT
           MOVE PROFILE-SD-COUNT TO AE-STDDEV-COUNT
           MOVE PROFILE-DAYS TO AE-HISTORY-DAYS
           MOVE ITEM-SCORE TO AE-SCORE
           WRITE ANOMALY-EXCEPTION-RECORD
           MOVE PROFILE-DAYS TO EDIT-ANOM-DAYS
           MOVE ITEM-SCORE TO EDIT-ANOM-SCORE
           IF AE-AMOUNT-EXCEPTION
               MOVE AE-AMOUNT TO EDIT-ANOM-AMOUNT
               MOVE PROFILE-MEAN-AMOUNT TO EDIT-ANOM-MEAN
               MOVE PROFILE-SD-AMOUNT TO EDIT-ANOM-SD
           ELSE
               MOVE AE-DAY-COUNT TO EDIT-ANOM-AMOUNT
               MOVE PROFILE-MEAN-COUNT TO EDIT-ANOM-MEAN
               MOVE PROFILE-SD-COUNT TO EDIT-ANOM-SD
           END-IF
           STRING AE-EXCEPTION-TYPE " " AE-ACCOUNT-NUMBER " "
               AE-TRAN-TYPE " " AE-TRAN-DATE " " EDIT-ANOM-AMOUNT
               " " EDIT-ANOM-MEAN " " EDIT-ANOM-SD " " EDIT-ANOM-DAYS
               " " EDIT-ANOM-SCORE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM RANK-EXCEPTION.

       RANK-EXCEPTION.
           IF ALERT-LIMIT > 0
               MOVE 0 TO TOP-INSERT-IDX
               PERFORM VARYING TOP-IDX FROM 1 BY 1
               UNTIL TOP-IDX > TOP-ALERT-COUNT OR TOP-INSERT-IDX > 0
                   IF AE-SCORE > TA-SCORE(TOP-IDX)
                       MOVE TOP-IDX TO TOP-INSERT-IDX
                   END-IF
               END-PERFORM
               IF TOP-INSERT-IDX = 0 AND TOP-ALERT-COUNT < ALERT-LIMIT
                   COMPUTE TOP-INSERT-IDX = TOP-ALERT-COUNT + 1
               END-IF
               IF TOP-INSERT-IDX > 0
                   IF TOP-ALERT-COUNT < ALERT-LIMIT
                       ADD 1 TO TOP-ALERT-COUNT
                   END-IF
                   PERFORM VARYING TOP-IDX FROM TOP-ALERT-COUNT BY -1
                   UNTIL TOP-IDX <= TOP-INSERT-IDX
                       MOVE TOP-ALERT-ENTRY(TOP-IDX - 1)
                           TO TOP-ALERT-ENTRY(TOP-IDX)
                   END-PERFORM
                   MOVE AE-SCORE TO TA-SCORE(TOP-INSERT-IDX)
                   MOVE AE-ACCOUNT-NUMBER TO TA-ACCOUNT(TOP-INSERT-IDX)
                   MOVE AE-EXCEPTION-TYPE TO TA-TYPE(TOP-INSERT-IDX)
                   MOVE AE-AMOUNT TO TA-AMOUNT(TOP-INSERT-IDX)
               END-IF
           END-IF.

       RAISE-TOP-ALERTS.
           PERFORM VARYING TOP-IDX FROM 1 BY 1
           UNTIL TOP-IDX > TOP-ALERT-COUNT
               MOVE TA-SCORE(TOP-IDX) TO EDIT-ANOM-SCORE
               MOVE TA-AMOUNT(TOP-IDX) TO EDIT-ANOM-AMOUNT
               MOVE SPACES TO AUDIT-DETAIL-LINE
               STRING TA-ACCOUNT(TOP-IDX) " " TA-TYPE(TOP-IDX)
                   " SCORE " EDIT-ANOM-SCORE " "
                   FUNCTION TRIM(EDIT-ANOM-AMOUNT)
                   DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
               MOVE "ACCOUNT-ANOMALY" TO AUDIT-OPER
               MOVE "W" TO AUDIT-SEV
               CALL "AUDIT-LOGGER" USING AUDIT-PROG AUDIT-OPER
                   AUDIT-DETAIL-LINE AUDIT-SEV RUN-IDENT
           END-PERFORM
           MOVE SPACES TO AUDIT-DETAIL-LINE
           MOVE AMOUNT-EXCEPTIONS TO EDIT-ANOM-COUNT
           STRING "AMOUNT " EDIT-ANOM-COUNT
               DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
           MOVE COUNT-EXCEPTIONS TO EDIT-ANOM-COUNT
           STRING " COUNT " EDIT-ANOM-COUNT
               DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE(15:)
           MOVE "ANOMALY-SCAN-DONE" TO AUDIT-OPER
           MOVE "I" TO AUDIT-SEV
           CALL "AUDIT-LOGGER" USING AUDIT-PROG AUDIT-OPER
               AUDIT-DETAIL-LINE AUDIT-SEV RUN-IDENT.

       WRITE-ANOMALY-TOTALS.
           IF AMOUNT-EXCEPTIONS = 0 AND COUNT-EXCEPTIONS = 0
               MOVE "NO ANOMALIES FOUND" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE DETAILS-READ TO EDIT-ANOM-COUNT
           STRING "Details Read:          " EDIT-ANOM-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ITEMS-REJECTED TO EDIT-ANOM-COUNT
           STRING "  Rejected By Edit:    " EDIT-ANOM-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ITEMS-ACCEPTED TO EDIT-ANOM-COUNT
           STRING "  Accepted:            " EDIT-ANOM-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ITEMS-SCORED TO EDIT-ANOM-COUNT
           STRING "  Scored:              " EDIT-ANOM-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ITEMS-UNSCORED TO EDIT-ANOM-COUNT
           STRING "  Short History:       " EDIT-ANOM-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ITEMS-NO-RATE TO EDIT-ANOM-COUNT
           STRING "  No Exchange Rate:    " EDIT-ANOM-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ACCOUNTS-SEEN TO EDIT-ANOM-COUNT
           STRING "Accounts:              " EDIT-ANOM-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ACCOUNTS-PROFILED TO EDIT-ANOM-COUNT
           STRING "  Profiled:            " EDIT-ANOM-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ACCOUNTS-SHORT TO EDIT-ANOM-COUNT
           STRING "  Short History:       " EDIT-ANOM-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE AMOUNT-EXCEPTIONS TO EDIT-ANOM-COUNT
           STRING "Amount Exceptions:     " EDIT-ANOM-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE COUNT-EXCEPTIONS TO EDIT-ANOM-COUNT
           STRING "Count Exceptions:      " EDIT-ANOM-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE TOP-ALERT-COUNT TO EDIT-ANOM-COUNT
           STRING "Alerts Raised:         " EDIT-ANOM-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF AMOUNT-EXCEPTIONS > 0 OR COUNT-EXCEPTIONS > 0 OR
              ITEMS-NO-RATE > 0
               IF ANOMALY-RC < 4
                   MOVE 4 TO ANOMALY-RC
               END-IF
           END-IF.
