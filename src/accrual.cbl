       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEREST-ACCRUAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCRUAL-CARD-FILE ASSIGN TO "ACRCRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACCRUAL-CARD-STATUS.
           SELECT ACCRUAL-RATE-FILE ASSIGN TO "ACRRATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACCRUAL-RATE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BIZCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-CALENDAR-DATE
               FILE STATUS IS BUSINESS-CALENDAR-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT PRODUCT-REFERENCE-FILE ASSIGN TO "PRODREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PRODUCT-CODE
               FILE STATUS IS PRODUCT-REFERENCE-STATUS.
           SELECT BALANCE-MASTER-FILE ASSIGN TO "BALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-BALANCE-KEY
               FILE STATUS IS BALANCE-MASTER-STATUS.
           SELECT ACCRUAL-TRANSACTION-FILE ASSIGN TO "ACRTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACCRUAL-TRANSACTION-STATUS.
           SELECT ACCRUAL-REPORT-FILE ASSIGN TO "ACRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACCRUAL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCRUAL-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ACCRUAL-CARD-RECORD.
           05  AC-BUSINESS-DATE    PIC 9(08).
           05  AC-BATCH-NUMBER     PIC 9(06).
           05  AC-INTEREST-ACCOUNT PIC X(08).
           05  AC-FEE-ACCOUNT      PIC X(08).
           05  AC-MONTH-END-FLAG   PIC X(01).
               88  AC-FORCE-MONTH-END  VALUE "Y".
               88  AC-NO-MONTH-END     VALUE "N".
               88  AC-CALENDAR-MONTH-END VALUE " ".

       FD  ACCRUAL-RATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "acrrate.cpy".

       FD  CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "ctlparm.cpy".

       FD  BUSINESS-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "bizcal.cpy".

       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "acctmst.cpy".

       FD  PRODUCT-REFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "prodref.cpy".

       FD  BALANCE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "balmst.cpy".

       FD  ACCRUAL-TRANSACTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "tranrec.cpy".

       FD  ACCRUAL-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ACCRUAL-REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  ACCRUAL-CARD-STATUS     PIC X(02) VALUE SPACES.
           05  ACCRUAL-RATE-STATUS     PIC X(02) VALUE SPACES.
           05  CONTROL-FILE-STATUS     PIC X(02) VALUE SPACES.
           05  BUSINESS-CALENDAR-STATUS PIC X(02) VALUE SPACES.
           05  ACCOUNT-MASTER-STATUS   PIC X(02) VALUE SPACES.
           05  PRODUCT-REFERENCE-STATUS PIC X(02) VALUE SPACES.
           05  BALANCE-MASTER-STATUS   PIC X(02) VALUE SPACES.
           05  ACCRUAL-TRANSACTION-STATUS PIC X(02) VALUE SPACES.
           05  ACCRUAL-REPORT-STATUS   PIC X(02) VALUE SPACES.
           05  RATE-EOF-FLAG           PIC 9(01) VALUE 0.
               88  RATE-EOF               VALUE 1.
               88  RATE-MORE              VALUE 0.
           05  MASTER-EOF-FLAG         PIC 9(01) VALUE 0.
               88  MASTER-EOF             VALUE 1.
               88  MASTER-NOT-EOF         VALUE 0.
           05  BALANCE-SCAN-EOF-FLAG   PIC 9(01) VALUE 0.
               88  BALANCE-SCAN-EOF       VALUE 1.
               88  BALANCE-SCAN-MORE      VALUE 0.
           05  CALENDAR-SCAN-EOF-FLAG  PIC 9(01) VALUE 0.
               88  CALENDAR-SCAN-EOF      VALUE 1.
               88  CALENDAR-SCAN-MORE     VALUE 0.

       01  PERIOD-VARS.
           05  ACCRUAL-DATE        PIC 9(08) VALUE 0.
           05  ACCRUAL-DATE-PARTS REDEFINES ACCRUAL-DATE.
               10  ACCRUAL-YEAR    PIC 9(04).
               10  ACCRUAL-MONTH   PIC 9(02).
               10  ACCRUAL-DAY     PIC 9(02).
           05  ACCRUAL-BATCH-NUMBER PIC 9(06) VALUE 0.
           05  INTEREST-ACCOUNT    PIC X(08) VALUE SPACES.
           05  FEE-ACCOUNT         PIC X(08) VALUE SPACES.
           05  MONTH-START-DATE    PIC 9(08) VALUE 0.
           05  NEXT-MONTH-START-DATE PIC 9(08) VALUE 0.
           05  NEXT-BUSINESS-DATE  PIC 9(08) VALUE 0.
           05  FIRST-BUSINESS-DATE PIC 9(08) VALUE 0.
           05  PERIOD-START-DATE   PIC 9(08) VALUE 0.
           05  PERIOD-END-DATE     PIC 9(08) VALUE 0.
           05  DATE-WORK-INT       PIC 9(08) VALUE 0.
           05  ACCRUAL-DAYS        PIC 9(03) VALUE 1.
           05  MONTH-END-FLAG      PIC 9(01) VALUE 0.
               88  MONTH-END-RUN      VALUE 1.
               88  DAILY-RUN          VALUE 0.
           05  AMOUNT-TOLERANCE    PIC 9(09) VALUE 999999999.
           05  ACCRUAL-RC          PIC 9(02) VALUE 0.

       01  RATE-VARS.
           05  RATE-COUNT          PIC 9(03) VALUE 0.
           05  RATE-TABLE.
               10  RATE-ROW OCCURS 500 TIMES.
                   15  RT-PRODUCT-CODE PIC X(03).
                   15  RT-EFFECTIVE-DATE PIC 9(08).
                   15  RT-CREDIT-RATE  PIC 9(03)V9(04).
                   15  RT-DEBIT-RATE   PIC 9(03)V9(04).
                   15  RT-DAY-BASIS    PIC 9(03).
                   15  RT-MONTHLY-FEE  PIC 9(05)V99.
                   15  RT-FEE-WAIVE-BALANCE PIC 9(11)V99.
           05  RATE-IDX            PIC 9(03) VALUE 0.
           05  RATE-SCAN-IDX       PIC 9(03) VALUE 0.
           05  RATE-TABLE-FULL-FLAG PIC 9(01) VALUE 0.
               88  RATE-TABLE-FULL    VALUE 1.

       01  ACCRUAL-VARS.
           05  CLOSING-BALANCE     PIC S9(13)V99 VALUE 0.
           05  APPLIED-RATE        PIC 9(03)V9(04) VALUE 0.
           05  DAY-BASIS           PIC 9(03) VALUE 365.
           05  ACCRUED-INTEREST    PIC S9(9)V99 VALUE 0.
           05  DETAIL-ACCOUNT      PIC X(08) VALUE SPACES.
           05  DETAIL-TYPE         PIC X(02) VALUE SPACES.
           05  DETAIL-AMOUNT       PIC S9(9)V99 VALUE 0.
           05  CONTRA-AMOUNT       PIC S9(13)V99 VALUE 0.
           05  ACCRUAL-NOTE        PIC X(20) VALUE SPACES.

       01  ACCRUAL-TOTALS.
           05  ACCOUNTS-READ       PIC 9(07) VALUE 0.
           05  ACCOUNTS-NOT-OPEN   PIC 9(07) VALUE 0.
           05  ACCOUNTS-ACCRUED    PIC 9(07) VALUE 0.
           05  ACCOUNTS-NIL        PIC 9(07) VALUE 0.
           05  ACCOUNTS-EXCEPTED   PIC 9(07) VALUE 0.
           05  FEES-CHARGED        PIC 9(07) VALUE 0.
           05  FEES-WAIVED         PIC 9(07) VALUE 0.
           05  INTEREST-CREDIT-TOTAL PIC S9(13)V99 VALUE 0.
           05  INTEREST-DEBIT-TOTAL PIC S9(13)V99 VALUE 0.
           05  FEE-TOTAL           PIC S9(13)V99 VALUE 0.
           05  DETAIL-COUNT        PIC 9(07) VALUE 0.
           05  BATCH-HASH-TOTAL    PIC S9(13)V99 VALUE 0.
           05  EDIT-ACR-COUNT      PIC Z(6)9.
           05  EDIT-ACR-BALANCE    PIC -(12)9.99.
           05  EDIT-ACR-RATE       PIC ZZ9.9999 BLANK WHEN ZERO.
           05  EDIT-ACR-DAYS       PIC ZZ9 BLANK WHEN ZERO.
           05  EDIT-ACR-AMOUNT     PIC -(9)9.99.

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT ACCRUAL-REPORT-FILE
           MOVE "----- Interest And Fee Accrual -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM READ-ACCRUAL-CARD
           IF ACCRUAL-RC < 8
               PERFORM READ-TOLERANCE-PARAM
               PERFORM SET-ACCRUAL-PERIOD
           END-IF
           IF ACCRUAL-RC < 8
               PERFORM LOAD-ACCRUAL-RATES
           END-IF
           IF ACCRUAL-RC < 8
               PERFORM OPEN-ACCRUAL-MASTERS
           END-IF
           IF ACCRUAL-RC < 8
               PERFORM CHECK-CONTRA-ACCOUNTS
               IF ACCRUAL-RC < 8
                   OPEN OUTPUT ACCRUAL-TRANSACTION-FILE
                   PERFORM WRITE-ACCRUAL-HEADER
                   PERFORM ACCRUE-ALL-ACCOUNTS
                   PERFORM WRITE-CONTRA-ENTRIES
                   PERFORM WRITE-ACCRUAL-TRAILER
                   CLOSE ACCRUAL-TRANSACTION-FILE
               END-IF
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE PRODUCT-REFERENCE-FILE
               CLOSE BALANCE-MASTER-FILE
               IF ACCRUAL-RC < 8
                   PERFORM WRITE-ACCRUAL-TOTALS
               END-IF
           END-IF
           CLOSE ACCRUAL-REPORT-FILE
           MOVE ACCRUAL-RC TO RETURN-CODE
           STOP RUN.

       WRITE-REPORT-LINE.
           DISPLAY REPORT-LINE
           MOVE REPORT-LINE TO ACCRUAL-REPORT-RECORD
           WRITE ACCRUAL-REPORT-RECORD
           MOVE SPACES TO REPORT-LINE.

       READ-ACCRUAL-CARD.
           OPEN INPUT ACCRUAL-CARD-FILE
           IF ACCRUAL-CARD-STATUS NOT = "00"
               MOVE "ACRCRD NOT AVAILABLE - NOTHING ACCRUED"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO ACCRUAL-RC
           ELSE
               READ ACCRUAL-CARD-FILE
                   AT END
                       MOVE "ACRCRD IS EMPTY - NOTHING ACCRUED"
                           TO REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                       MOVE 8 TO ACCRUAL-RC
                   NOT AT END
                       PERFORM EDIT-ACCRUAL-CARD
               END-READ
               CLOSE ACCRUAL-CARD-FILE
           END-IF.

       EDIT-ACCRUAL-CARD.
           IF AC-BUSINESS-DATE IS NUMERIC
               MOVE AC-BUSINESS-DATE TO ACCRUAL-DATE
           END-IF
           IF ACCRUAL-YEAR < 1601 OR
              ACCRUAL-MONTH < 1 OR ACCRUAL-MONTH > 12 OR
              ACCRUAL-DAY < 1 OR ACCRUAL-DAY > 31
               STRING "BUSINESS DATE NOT VALID: " AC-BUSINESS-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO ACCRUAL-RC
           END-IF
           IF AC-BATCH-NUMBER IS NUMERIC AND AC-BATCH-NUMBER > 0
               MOVE AC-BATCH-NUMBER TO ACCRUAL-BATCH-NUMBER
           ELSE
               STRING "BATCH NUMBER NOT VALID: " AC-BATCH-NUMBER
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO ACCRUAL-RC
           END-IF
           IF AC-INTEREST-ACCOUNT = SPACES OR AC-FEE-ACCOUNT = SPACES
               MOVE "INTEREST AND FEE CONTRA ACCOUNTS ARE REQUIRED"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO ACCRUAL-RC
           ELSE
               MOVE AC-INTEREST-ACCOUNT TO INTEREST-ACCOUNT
               MOVE AC-FEE-ACCOUNT TO FEE-ACCOUNT
           END-IF
           IF NOT AC-FORCE-MONTH-END AND NOT AC-NO-MONTH-END AND
              NOT AC-CALENDAR-MONTH-END
               STRING "MONTH-END FLAG NOT Y, N OR BLANK: "
                   AC-MONTH-END-FLAG
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO ACCRUAL-RC
           END-IF
           IF ACCRUAL-RC < 8
               STRING "REQUEST: BUSINESS DATE " ACCRUAL-DATE
                   " BATCH " ACCRUAL-BATCH-NUMBER
                   " CONTRA " INTEREST-ACCOUNT "/" FEE-ACCOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       READ-TOLERANCE-PARAM.
           OPEN INPUT CONTROL-FILE
           IF CONTROL-FILE-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CP-AMOUNT-TOLERANCE IS NUMERIC
                           MOVE CP-AMOUNT-TOLERANCE
                               TO AMOUNT-TOLERANCE
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       SET-ACCRUAL-PERIOD.
           COMPUTE MONTH-START-DATE =
               ACCRUAL-YEAR * 10000 + ACCRUAL-MONTH * 100 + 1
           IF ACCRUAL-MONTH = 12
               COMPUTE NEXT-MONTH-START-DATE =
                   (ACCRUAL-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE NEXT-MONTH-START-DATE = MONTH-START-DATE + 100
           END-IF
           COMPUTE DATE-WORK-INT =
               FUNCTION INTEGER-OF-DATE(ACCRUAL-DATE) + 1
           COMPUTE NEXT-BUSINESS-DATE =
               FUNCTION DATE-OF-INTEGER(DATE-WORK-INT)
           MOVE 0 TO FIRST-BUSINESS-DATE
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF BUSINESS-CALENDAR-STATUS NOT = "00"
               MOVE "BIZCAL NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE BUSINESS-CALENDAR-STATUS TO REPORT-LINE(31:2)
               PERFORM WRITE-REPORT-LINE
               MOVE "ONE DAY ACCRUED; MONTH END FROM THE CALENDAR"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF ACCRUAL-RC < 4
                   MOVE 4 TO ACCRUAL-RC
               END-IF
           ELSE
               MOVE ACCRUAL-DATE TO BC-CALENDAR-DATE
               READ BUSINESS-CALENDAR-FILE
                   INVALID KEY
                       STRING "BUSINESS DATE " ACCRUAL-DATE
                           " IS NOT ON BIZCAL"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                       MOVE 8 TO ACCRUAL-RC
                   NOT INVALID KEY
                       IF NOT BC-BUSINESS-DAY
                           STRING "BUSINESS DATE " ACCRUAL-DATE
                               " IS NOT A BUSINESS DAY ON BIZCAL"
                               DELIMITED BY SIZE INTO REPORT-LINE
                           PERFORM WRITE-REPORT-LINE
                           MOVE 8 TO ACCRUAL-RC
                       END-IF
               END-READ
               IF ACCRUAL-RC < 8
                   PERFORM FIND-NEXT-BUSINESS-DATE
                   PERFORM FIND-FIRST-BUSINESS-DATE
               END-IF
               CLOSE BUSINESS-CALENDAR-FILE
           END-IF
           IF NEXT-BUSINESS-DATE(1:6) NOT = ACCRUAL-DATE(1:6)
               SET MONTH-END-RUN TO TRUE
           END-IF
           IF AC-FORCE-MONTH-END
               SET MONTH-END-RUN TO TRUE
           END-IF
           IF AC-NO-MONTH-END
               SET DAILY-RUN TO TRUE
           END-IF
           MOVE ACCRUAL-DATE TO PERIOD-START-DATE
           IF FIRST-BUSINESS-DATE = ACCRUAL-DATE
               MOVE MONTH-START-DATE TO PERIOD-START-DATE
           END-IF
           IF MONTH-END-RUN
               MOVE NEXT-MONTH-START-DATE TO PERIOD-END-DATE
           ELSE
               MOVE NEXT-BUSINESS-DATE TO PERIOD-END-DATE
           END-IF
           COMPUTE ACCRUAL-DAYS =
               FUNCTION INTEGER-OF-DATE(PERIOD-END-DATE) -
               FUNCTION INTEGER-OF-DATE(PERIOD-START-DATE)
           IF ACCRUAL-DAYS < 1
               MOVE 1 TO ACCRUAL-DAYS
           END-IF
           IF ACCRUAL-RC < 8
               MOVE ACCRUAL-DAYS TO EDIT-ACR-DAYS
               STRING "ACCRUAL PERIOD: " PERIOD-START-DATE
                   " TO " PERIOD-END-DATE " (EXCLUSIVE) DAYS "
                   EDIT-ACR-DAYS
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF MONTH-END-RUN
                   MOVE "MONTH-END RUN - SERVICE FEES CHARGED"
                       TO REPORT-LINE
               ELSE
                   MOVE "DAILY RUN - NO SERVICE FEES" TO REPORT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-IF.

       FIND-NEXT-BUSINESS-DATE.
           MOVE 0 TO NEXT-BUSINESS-DATE
           MOVE ACCRUAL-DATE TO BC-CALENDAR-DATE
           SET CALENDAR-SCAN-MORE TO TRUE
           START BUSINESS-CALENDAR-FILE KEY > BC-CALENDAR-DATE
               INVALID KEY
                   SET CALENDAR-SCAN-EOF TO TRUE
           END-START
           PERFORM UNTIL CALENDAR-SCAN-EOF
               READ BUSINESS-CALENDAR-FILE NEXT
                   AT END SET CALENDAR-SCAN-EOF TO TRUE
                   NOT AT END
                       IF BC-BUSINESS-DAY
                           MOVE BC-CALENDAR-DATE TO NEXT-BUSINESS-DATE
                           SET CALENDAR-SCAN-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF NEXT-BUSINESS-DATE = 0
               COMPUTE DATE-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(ACCRUAL-DATE) + 1
               COMPUTE NEXT-BUSINESS-DATE =
                   FUNCTION DATE-OF-INTEGER(DATE-WORK-INT)
               MOVE "BIZCAL HAS NO LATER BUSINESS DAY - ONE DAY USED"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF ACCRUAL-RC < 4
                   MOVE 4 TO ACCRUAL-RC
               END-IF
           END-IF.

       FIND-FIRST-BUSINESS-DATE.
           MOVE MONTH-START-DATE TO BC-CALENDAR-DATE
           SET CALENDAR-SCAN-MORE TO TRUE
           START BUSINESS-CALENDAR-FILE KEY >= BC-CALENDAR-DATE
               INVALID KEY
                   SET CALENDAR-SCAN-EOF TO TRUE
           END-START
           PERFORM UNTIL CALENDAR-SCAN-EOF
               READ BUSINESS-CALENDAR-FILE NEXT
                   AT END SET CALENDAR-SCAN-EOF TO TRUE
                   NOT AT END
                       IF BC-BUSINESS-DAY
                           MOVE BC-CALENDAR-DATE
                               TO FIRST-BUSINESS-DATE
                           SET CALENDAR-SCAN-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ACCRUAL-RATES.
           MOVE 0 TO RATE-COUNT
           SET RATE-MORE TO TRUE
           OPEN INPUT ACCRUAL-RATE-FILE
           IF ACCRUAL-RATE-STATUS NOT = "00"
               MOVE "ACRRATE NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE ACCRUAL-RATE-STATUS TO REPORT-LINE(32:2)
               PERFORM WRITE-REPORT-LINE
               MOVE 12 TO ACCRUAL-RC
               SET RATE-EOF TO TRUE
           END-IF
           PERFORM UNTIL RATE-EOF
               READ ACCRUAL-RATE-FILE
                   AT END SET RATE-EOF TO TRUE
                   NOT AT END
                       PERFORM STORE-ACCRUAL-RATE
               END-READ
           END-PERFORM
           IF ACCRUAL-RATE-STATUS = "00" OR
              ACCRUAL-RATE-STATUS = "10"
               CLOSE ACCRUAL-RATE-FILE
               IF RATE-COUNT = 0
                   MOVE "ACRRATE HOLDS NO USABLE RATES" TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 8 TO ACCRUAL-RC
               END-IF
               IF RATE-TABLE-FULL
                   MOVE "ACRRATE EXCEEDS 500 ROWS - REST IGNORED"
                       TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   IF ACCRUAL-RC < 4
                       MOVE 4 TO ACCRUAL-RC
                   END-IF
               END-IF
           END-IF.

       STORE-ACCRUAL-RATE.
           IF AR-PRODUCT-CODE NOT = SPACES AND
              AR-EFFECTIVE-DATE IS NUMERIC AND
              AR-CREDIT-RATE IS NUMERIC AND
              AR-DEBIT-RATE IS NUMERIC AND
              AR-MONTHLY-FEE IS NUMERIC AND
              AR-FEE-WAIVE-BALANCE IS NUMERIC
               IF RATE-COUNT < 500
                   ADD 1 TO RATE-COUNT
                   MOVE AR-PRODUCT-CODE TO RT-PRODUCT-CODE(RATE-COUNT)
                   MOVE AR-EFFECTIVE-DATE
                       TO RT-EFFECTIVE-DATE(RATE-COUNT)
                   MOVE AR-CREDIT-RATE TO RT-CREDIT-RATE(RATE-COUNT)
                   MOVE AR-DEBIT-RATE TO RT-DEBIT-RATE(RATE-COUNT)
                   IF AR-DAY-BASIS IS NUMERIC AND AR-DAY-BASIS > 0
                       MOVE AR-DAY-BASIS TO RT-DAY-BASIS(RATE-COUNT)
                   ELSE
                       MOVE 365 TO RT-DAY-BASIS(RATE-COUNT)
                   END-IF
                   MOVE AR-MONTHLY-FEE TO RT-MONTHLY-FEE(RATE-COUNT)
                   MOVE AR-FEE-WAIVE-BALANCE
                       TO RT-FEE-WAIVE-BALANCE(RATE-COUNT)
               ELSE
                   SET RATE-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       OPEN-ACCRUAL-MASTERS.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               MOVE "ACCTMST NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE ACCOUNT-MASTER-STATUS TO REPORT-LINE(32:2)
               PERFORM WRITE-REPORT-LINE
               MOVE 12 TO ACCRUAL-RC
           ELSE
               OPEN INPUT PRODUCT-REFERENCE-FILE
               IF PRODUCT-REFERENCE-STATUS NOT = "00"
                   MOVE "PRODREF NOT AVAILABLE - STATUS "
                       TO REPORT-LINE
                   MOVE PRODUCT-REFERENCE-STATUS TO REPORT-LINE(32:2)
                   PERFORM WRITE-REPORT-LINE
                   CLOSE ACCOUNT-MASTER-FILE
                   MOVE 12 TO ACCRUAL-RC
               ELSE
                   OPEN INPUT BALANCE-MASTER-FILE
                   IF BALANCE-MASTER-STATUS NOT = "00"
                       MOVE "BALMST NOT AVAILABLE - STATUS "
                           TO REPORT-LINE
                       MOVE BALANCE-MASTER-STATUS
                           TO REPORT-LINE(31:2)
                       PERFORM WRITE-REPORT-LINE
                       CLOSE ACCOUNT-MASTER-FILE
                       CLOSE PRODUCT-REFERENCE-FILE
                       MOVE 12 TO ACCRUAL-RC
                   END-IF
               END-IF
           END-IF.

       CHECK-CONTRA-ACCOUNTS.
           MOVE INTEREST-ACCOUNT TO AM-ACCOUNT-NUMBER
           PERFORM CHECK-ONE-CONTRA-ACCOUNT
           MOVE FEE-ACCOUNT TO AM-ACCOUNT-NUMBER
           PERFORM CHECK-ONE-CONTRA-ACCOUNT.

       CHECK-ONE-CONTRA-ACCOUNT.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   STRING "CONTRA ACCOUNT " AM-ACCOUNT-NUMBER
                       " IS NOT ON ACCTMST"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 8 TO ACCRUAL-RC
               NOT INVALID KEY
                   IF NOT ACCOUNT-OPEN
                       STRING "CONTRA ACCOUNT " AM-ACCOUNT-NUMBER
                           " IS NOT OPEN - STATUS " AM-STATUS
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                       MOVE 8 TO ACCRUAL-RC
                   END-IF
           END-READ.

       WRITE-ACCRUAL-HEADER.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE ACCRUAL-BATCH-NUMBER TO TH-BATCH-NUMBER
           MOVE ACCRUAL-DATE TO TH-CREATE-DATE
           SET TRAN-HEADER-REC TO TRUE
           WRITE TRANSACTION-RECORD
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Account  Prd" TO REPORT-LINE
           MOVE "Closing Balance" TO REPORT-LINE(15:15)
           MOVE "Rate Dys Ty" TO REPORT-LINE(35:11)
           MOVE "Amount" TO REPORT-LINE(54:6)
           PERFORM WRITE-REPORT-LINE.

       ACCRUE-ALL-ACCOUNTS.
           MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER
           START ACCOUNT-MASTER-FILE KEY >= AM-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "ACCOUNT MASTER IS EMPTY" TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   SET MASTER-EOF TO TRUE
               NOT INVALID KEY
                   SET MASTER-NOT-EOF TO TRUE
           END-START
           PERFORM UNTIL MASTER-EOF
               READ ACCOUNT-MASTER-FILE NEXT
                   AT END SET MASTER-EOF TO TRUE
                   NOT AT END
                       IF AM-ACCOUNT-NUMBER NOT = INTEREST-ACCOUNT AND
                          AM-ACCOUNT-NUMBER NOT = FEE-ACCOUNT
                           ADD 1 TO ACCOUNTS-READ
                           IF ACCOUNT-OPEN
                               PERFORM ACCRUE-ONE-ACCOUNT
                           ELSE
                               ADD 1 TO ACCOUNTS-NOT-OPEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ACCRUE-ONE-ACCOUNT.
           MOVE AM-PRODUCT-CODE TO PR-PRODUCT-CODE
           READ PRODUCT-REFERENCE-FILE
               INVALID KEY
                   ADD 1 TO ACCOUNTS-EXCEPTED
                   STRING AM-ACCOUNT-NUMBER " " AM-PRODUCT-CODE
                       " PRODUCT NOT ON PRODREF - NOT ACCRUED"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   IF ACCRUAL-RC < 4
                       MOVE 4 TO ACCRUAL-RC
                   END-IF
               NOT INVALID KEY
                   PERFORM FIND-ACCRUAL-RATE
                   IF RATE-IDX = 0
                       ADD 1 TO ACCOUNTS-EXCEPTED
                       STRING AM-ACCOUNT-NUMBER " " AM-PRODUCT-CODE
                           " NO ACRRATE RATE IN EFFECT - NOT ACCRUED"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                       IF ACCRUAL-RC < 4
                           MOVE 4 TO ACCRUAL-RC
                       END-IF
                   ELSE
                       PERFORM SUM-CLOSING-BALANCE
                       PERFORM ACCRUE-ACCOUNT-INTEREST
                       IF MONTH-END-RUN
                           PERFORM CHARGE-MONTHLY-FEE
                       END-IF
                   END-IF
           END-READ.

       FIND-ACCRUAL-RATE.
           MOVE 0 TO RATE-IDX
           PERFORM VARYING RATE-SCAN-IDX FROM 1 BY 1
           UNTIL RATE-SCAN-IDX > RATE-COUNT
               IF RT-PRODUCT-CODE(RATE-SCAN-IDX) = AM-PRODUCT-CODE AND
                  RT-EFFECTIVE-DATE(RATE-SCAN-IDX) <= ACCRUAL-DATE
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

       SUM-CLOSING-BALANCE.
           MOVE 0 TO CLOSING-BALANCE
           MOVE AM-ACCOUNT-NUMBER TO AB-ACCOUNT-NUMBER
           MOVE 0 TO AB-BUSINESS-DATE
           SET BALANCE-SCAN-MORE TO TRUE
           START BALANCE-MASTER-FILE KEY >= AB-BALANCE-KEY
               INVALID KEY
                   SET BALANCE-SCAN-EOF TO TRUE
           END-START
           PERFORM UNTIL BALANCE-SCAN-EOF
               READ BALANCE-MASTER-FILE NEXT
                   AT END SET BALANCE-SCAN-EOF TO TRUE
                   NOT AT END
                       IF AB-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
                          OR AB-BUSINESS-DATE > ACCRUAL-DATE
                           SET BALANCE-SCAN-EOF TO TRUE
                       ELSE
                           ADD AB-AMOUNT-TOTAL TO CLOSING-BALANCE
                       END-IF
               END-READ
           END-PERFORM.

       ACCRUE-ACCOUNT-INTEREST.
           MOVE 0 TO ACCRUED-INTEREST
           MOVE 0 TO APPLIED-RATE
           MOVE "  " TO DETAIL-TYPE
           MOVE RT-DAY-BASIS(RATE-IDX) TO DAY-BASIS
           EVALUATE TRUE
               WHEN CLOSING-BALANCE > 0
                   MOVE RT-CREDIT-RATE(RATE-IDX) TO APPLIED-RATE
                   MOVE "IC" TO DETAIL-TYPE
               WHEN CLOSING-BALANCE < 0
                   MOVE RT-DEBIT-RATE(RATE-IDX) TO APPLIED-RATE
                   MOVE "ID" TO DETAIL-TYPE
           END-EVALUATE
           IF APPLIED-RATE > 0
               COMPUTE ACCRUED-INTEREST ROUNDED =
                   (CLOSING-BALANCE * APPLIED-RATE * ACCRUAL-DAYS)
                   / (100 * DAY-BASIS)
           END-IF
           MOVE APPLIED-RATE TO EDIT-ACR-RATE
           MOVE ACCRUAL-DAYS TO EDIT-ACR-DAYS
           IF ACCRUED-INTEREST = 0
               ADD 1 TO ACCOUNTS-NIL
               MOVE "NO INTEREST" TO ACCRUAL-NOTE
           ELSE
               ADD 1 TO ACCOUNTS-ACCRUED
               MOVE AM-ACCOUNT-NUMBER TO DETAIL-ACCOUNT
               MOVE ACCRUED-INTEREST TO DETAIL-AMOUNT
               PERFORM WRITE-ACCRUAL-DETAIL
               IF ACCRUED-INTEREST > 0
                   ADD ACCRUED-INTEREST TO INTEREST-CREDIT-TOTAL
                   MOVE "CREDIT INTEREST" TO ACCRUAL-NOTE
               ELSE
                   ADD ACCRUED-INTEREST TO INTEREST-DEBIT-TOTAL
                   MOVE "DEBIT INTEREST" TO ACCRUAL-NOTE
               END-IF
           END-IF
           PERFORM REPORT-ACCRUAL-LINE.

       CHARGE-MONTHLY-FEE.
           IF RT-MONTHLY-FEE(RATE-IDX) > 0
               MOVE 0 TO EDIT-ACR-RATE
               MOVE 0 TO EDIT-ACR-DAYS
               MOVE "SF" TO DETAIL-TYPE
               IF RT-FEE-WAIVE-BALANCE(RATE-IDX) > 0 AND
                  CLOSING-BALANCE >= RT-FEE-WAIVE-BALANCE(RATE-IDX)
                   ADD 1 TO FEES-WAIVED
                   MOVE 0 TO ACCRUED-INTEREST
                   MOVE "FEE WAIVED" TO ACCRUAL-NOTE
               ELSE
                   ADD 1 TO FEES-CHARGED
                   COMPUTE ACCRUED-INTEREST =
                       RT-MONTHLY-FEE(RATE-IDX) * -1
                   MOVE AM-ACCOUNT-NUMBER TO DETAIL-ACCOUNT
                   MOVE ACCRUED-INTEREST TO DETAIL-AMOUNT
                   PERFORM WRITE-ACCRUAL-DETAIL
                   ADD ACCRUED-INTEREST TO FEE-TOTAL
                   MOVE "MONTHLY SERVICE FEE" TO ACCRUAL-NOTE
               END-IF
               PERFORM REPORT-ACCRUAL-LINE
           END-IF.

       REPORT-ACCRUAL-LINE.
           MOVE CLOSING-BALANCE TO EDIT-ACR-BALANCE
           MOVE ACCRUED-INTEREST TO EDIT-ACR-AMOUNT
           STRING AM-ACCOUNT-NUMBER " " AM-PRODUCT-CODE " "
               EDIT-ACR-BALANCE " " EDIT-ACR-RATE " " EDIT-ACR-DAYS
               " " DETAIL-TYPE " " EDIT-ACR-AMOUNT " " ACCRUAL-NOTE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-ACCRUAL-DETAIL.
           MOVE SPACES TO TRANSACTION-RECORD
           SET TRAN-DETAIL-REC TO TRUE
           MOVE DETAIL-ACCOUNT TO TR-ACCOUNT-NUMBER
           MOVE DETAIL-TYPE TO TR-TRAN-TYPE
           MOVE ACCRUAL-DATE TO TR-TRAN-DATE
           MOVE DETAIL-AMOUNT TO TR-AMOUNT
           WRITE TRANSACTION-RECORD
           ADD 1 TO DETAIL-COUNT
           ADD DETAIL-AMOUNT TO BATCH-HASH-TOTAL.

       WRITE-CONTRA-ENTRIES.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF INTEREST-CREDIT-TOTAL NOT = 0
               MOVE INTEREST-ACCOUNT TO DETAIL-ACCOUNT
               MOVE "IE" TO DETAIL-TYPE
               MOVE INTEREST-CREDIT-TOTAL TO CONTRA-AMOUNT
               MOVE "CONTRA INTEREST PAID" TO ACCRUAL-NOTE
               PERFORM WRITE-CONTRA-DETAIL
           END-IF
           IF INTEREST-DEBIT-TOTAL NOT = 0
               MOVE INTEREST-ACCOUNT TO DETAIL-ACCOUNT
               MOVE "II" TO DETAIL-TYPE
               MOVE INTEREST-DEBIT-TOTAL TO CONTRA-AMOUNT
               MOVE "CONTRA INTEREST DUE" TO ACCRUAL-NOTE
               PERFORM WRITE-CONTRA-DETAIL
           END-IF
           IF FEE-TOTAL NOT = 0
               MOVE FEE-ACCOUNT TO DETAIL-ACCOUNT
               MOVE "FI" TO DETAIL-TYPE
               MOVE FEE-TOTAL TO CONTRA-AMOUNT
               MOVE "CONTRA FEE INCOME" TO ACCRUAL-NOTE
               PERFORM WRITE-CONTRA-DETAIL
           END-IF.

       WRITE-CONTRA-DETAIL.
           IF FUNCTION ABS(CONTRA-AMOUNT) > 999999999.99
               STRING "CONTRA " DETAIL-TYPE " TOTAL TOO LARGE FOR ONE"
                   " ITEM - BATCH NOT USABLE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO ACCRUAL-RC
           ELSE
               MOVE CONTRA-AMOUNT TO DETAIL-AMOUNT
               PERFORM WRITE-ACCRUAL-DETAIL
               MOVE DETAIL-AMOUNT TO EDIT-ACR-AMOUNT
               STRING DETAIL-ACCOUNT "                              "
                   "     " DETAIL-TYPE " " EDIT-ACR-AMOUNT
                   " " ACCRUAL-NOTE
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF FUNCTION ABS(CONTRA-AMOUNT) > AMOUNT-TOLERANCE
                   STRING "  CONTRA " DETAIL-TYPE
                       " EXCEEDS CTLPARM TOLERANCE - WILL REJECT TOL"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   IF ACCRUAL-RC < 4
                       MOVE 4 TO ACCRUAL-RC
                   END-IF
               END-IF
           END-IF.

       WRITE-ACCRUAL-TRAILER.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE DETAIL-COUNT TO TT-RECORD-COUNT
           MOVE BATCH-HASH-TOTAL TO TT-HASH-TOTAL
           SET TRAN-TRAILER-REC TO TRUE
           WRITE TRANSACTION-RECORD.

       WRITE-ACCRUAL-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ACCOUNTS-READ TO EDIT-ACR-COUNT
           STRING "Accounts Read:        " EDIT-ACR-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ACCOUNTS-NOT-OPEN TO EDIT-ACR-COUNT
           STRING "Accounts Not Open:    " EDIT-ACR-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ACCOUNTS-ACCRUED TO EDIT-ACR-COUNT
           STRING "Accounts Accrued:     " EDIT-ACR-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ACCOUNTS-NIL TO EDIT-ACR-COUNT
           STRING "No Interest Due:      " EDIT-ACR-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF ACCOUNTS-EXCEPTED > 0
               MOVE ACCOUNTS-EXCEPTED TO EDIT-ACR-COUNT
               STRING "Not Accrued (Excpt):  " EDIT-ACR-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE INTEREST-CREDIT-TOTAL TO EDIT-ACR-BALANCE
           STRING "Credit Interest:  " EDIT-ACR-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE INTEREST-DEBIT-TOTAL TO EDIT-ACR-BALANCE
           STRING "Debit Interest:   " EDIT-ACR-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF MONTH-END-RUN
               MOVE FEES-CHARGED TO EDIT-ACR-COUNT
               STRING "Fees Charged:         " EDIT-ACR-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE FEES-WAIVED TO EDIT-ACR-COUNT
               STRING "Fees Waived:          " EDIT-ACR-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE FEE-TOTAL TO EDIT-ACR-BALANCE
               STRING "Fee Total:        " EDIT-ACR-BALANCE
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           STRING "Accrual Batch:        " ACCRUAL-BATCH-NUMBER
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE DETAIL-COUNT TO EDIT-ACR-COUNT
           STRING "Batch Details:        " EDIT-ACR-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE BATCH-HASH-TOTAL TO EDIT-ACR-BALANCE
           STRING "Batch Hash Total: " EDIT-ACR-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.
