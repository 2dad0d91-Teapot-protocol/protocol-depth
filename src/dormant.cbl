       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANT-ACCOUNTS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DORMANCY-CARD-FILE ASSIGN TO "DORMCRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DORMANCY-CARD-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT BALANCE-MASTER-FILE ASSIGN TO "BALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-BALANCE-KEY
               FILE STATUS IS BALANCE-MASTER-STATUS.
           SELECT DORMANT-SORT-FILE ASSIGN TO "DORMSRT".
           SELECT FREEZE-COMMAND-FILE ASSIGN TO "FRZCMDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FREEZE-COMMAND-STATUS.
           SELECT DORMANCY-REPORT-FILE ASSIGN TO "DORMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DORMANCY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DORMANCY-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DORMANCY-CARD-RECORD.
           05  DC-DORMANT-DAYS     PIC 9(04).
           05  DC-AS-OF-DATE       PIC 9(08).
           05  DC-OPERATOR-ID      PIC X(08).

       FD  CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "ctlparm.cpy".

       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "acctmst.cpy".

       FD  BALANCE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "balmst.cpy".

       SD  DORMANT-SORT-FILE.
       01  DORMANT-SORT-RECORD.
           05  DS-AGE-BAND         PIC 9(01).
           05  DS-DAYS-DORMANT     PIC 9(05).
           05  DS-ACCOUNT-NUMBER   PIC X(08).
           05  DS-DESCRIPTION      PIC X(30).
           05  DS-OPEN-DATE        PIC 9(08).
           05  DS-PRODUCT-CODE     PIC X(03).
           05  DS-LAST-DATE        PIC 9(08).
           05  DS-DATE-SOURCE      PIC X(01).
               88  DS-FROM-BALANCE     VALUE "B".
               88  DS-FROM-OPEN-DATE   VALUE "O".

       FD  FREEZE-COMMAND-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FREEZE-COMMAND-RECORD.
           05  FC-ACTION           PIC X(03).
           05  FC-ACCOUNT-NUMBER   PIC X(08).
           05  FC-DESCRIPTION      PIC X(30).
           05  FC-OPEN-DATE        PIC 9(08).
           05  FC-PRODUCT-CODE     PIC X(03).
           05  FC-OPERATOR-ID      PIC X(08).

       FD  DORMANCY-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DORMANCY-REPORT-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  DORMANCY-CARD-STATUS    PIC X(02) VALUE SPACES.
           05  CONTROL-FILE-STATUS     PIC X(02) VALUE SPACES.
           05  ACCOUNT-MASTER-STATUS   PIC X(02) VALUE SPACES.
           05  BALANCE-MASTER-STATUS   PIC X(02) VALUE SPACES.
           05  FREEZE-COMMAND-STATUS   PIC X(02) VALUE SPACES.
           05  DORMANCY-REPORT-STATUS  PIC X(02) VALUE SPACES.
           05  MASTER-EOF-FLAG         PIC 9(01) VALUE 0.
               88  MASTER-EOF             VALUE 1.
               88  MASTER-NOT-EOF         VALUE 0.
           05  BALANCE-SCAN-EOF-FLAG   PIC 9(01) VALUE 0.
               88  BALANCE-SCAN-EOF       VALUE 1.
               88  BALANCE-SCAN-MORE      VALUE 0.
           05  SORT-EOF-FLAG           PIC 9(01) VALUE 0.
               88  SORT-EOF               VALUE 1.
               88  SORT-NOT-EOF           VALUE 0.

       01  DORMANCY-PARAMS.
           05  DORMANT-DAYS        PIC 9(04) VALUE 365.
           05  AS-OF-DATE          PIC 9(08) VALUE 0.
           05  AS-OF-DATE-PARTS REDEFINES AS-OF-DATE.
               10  AS-OF-YEAR      PIC 9(04).
               10  AS-OF-MONTH     PIC 9(02).
               10  AS-OF-DAY       PIC 9(02).
           05  AS-OF-DATE-INT      PIC 9(08) VALUE 0.
           05  FREEZE-OPERATOR-ID  PIC X(08) VALUE SPACES.
           05  DORMANCY-RC         PIC 9(02) VALUE 0.

       01  ACCOUNT-AGE-VARS.
           05  LAST-ACTIVITY-DATE  PIC 9(08) VALUE 0.
           05  LAST-ACTIVITY-PARTS REDEFINES LAST-ACTIVITY-DATE.
               10  LAST-YEAR       PIC 9(04).
               10  LAST-MONTH      PIC 9(02).
               10  LAST-DAY        PIC 9(02).
           05  LAST-ACTIVITY-INT   PIC 9(08) VALUE 0.
           05  DAYS-SINCE-ACTIVITY PIC S9(07) VALUE 0.
           05  ACTIVITY-SOURCE     PIC X(01) VALUE SPACE.
           05  ACTIVITY-DATE-FLAG  PIC 9(01) VALUE 0.
               88  ACTIVITY-DATE-VALID    VALUE 0.
               88  ACTIVITY-DATE-INVALID  VALUE 1.

       01  AGE-BAND-VARS.
           05  AGE-BAND-LIMITS.
               10  FILLER          PIC 9(05) VALUE 179.
               10  FILLER          PIC 9(05) VALUE 364.
               10  FILLER          PIC 9(05) VALUE 729.
               10  FILLER          PIC 9(05) VALUE 99999.
           05  AGE-BAND-LIMIT REDEFINES AGE-BAND-LIMITS
                                   PIC 9(05) OCCURS 4 TIMES.
           05  AGE-BAND-NAMES.
               10  FILLER          PIC X(20) VALUE "Under 180 Days".
               10  FILLER          PIC X(20) VALUE "180 To 364 Days".
               10  FILLER          PIC X(20) VALUE "365 To 729 Days".
               10  FILLER          PIC X(20) VALUE "730 Days And Over".
           05  AGE-BAND-NAME REDEFINES AGE-BAND-NAMES
                                   PIC X(20) OCCURS 4 TIMES.
           05  AGE-BAND-COUNT      PIC 9(07) OCCURS 4 TIMES
                                   VALUE 0.
           05  BAND-IDX            PIC 9(01) VALUE 0.
           05  CURRENT-BAND        PIC 9(01) VALUE 0.

       01  DORMANCY-TOTALS.
           05  ACCOUNTS-READ       PIC 9(07) VALUE 0.
           05  ACCOUNTS-OPEN       PIC 9(07) VALUE 0.
           05  ACCOUNTS-DORMANT    PIC 9(07) VALUE 0.
           05  ACCOUNTS-NEVER-MOVED PIC 9(07) VALUE 0.
           05  ACCOUNTS-BAD-DATE   PIC 9(07) VALUE 0.
           05  FREEZE-CARDS-WRITTEN PIC 9(07) VALUE 0.
           05  EDIT-DORM-COUNT     PIC Z(6)9.
           05  EDIT-DORM-DAYS      PIC Z(4)9.

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT DORMANCY-REPORT-FILE
           MOVE "----- Dormant Account Review -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM READ-DORMANCY-PARAMS
           IF DORMANCY-RC < 8
               PERFORM OPEN-DORMANCY-MASTERS
           END-IF
           IF DORMANCY-RC < 8
               OPEN OUTPUT FREEZE-COMMAND-FILE
               SORT DORMANT-SORT-FILE
                   ON ASCENDING KEY DS-AGE-BAND
                   ON DESCENDING KEY DS-DAYS-DORMANT
                   ON ASCENDING KEY DS-ACCOUNT-NUMBER
                   INPUT PROCEDURE IS SELECT-DORMANT-ACCOUNTS
                   OUTPUT PROCEDURE IS REPORT-DORMANT-ACCOUNTS
               CLOSE FREEZE-COMMAND-FILE
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE BALANCE-MASTER-FILE
               PERFORM WRITE-DORMANCY-TOTALS
           END-IF
           CLOSE DORMANCY-REPORT-FILE
           MOVE DORMANCY-RC TO RETURN-CODE
           STOP RUN.

       WRITE-REPORT-LINE.
           DISPLAY REPORT-LINE
           MOVE REPORT-LINE TO DORMANCY-REPORT-RECORD
           WRITE DORMANCY-REPORT-RECORD
           MOVE SPACES TO REPORT-LINE.

       READ-DORMANCY-PARAMS.
           OPEN INPUT DORMANCY-CARD-FILE
           IF DORMANCY-CARD-STATUS = "00"
               READ DORMANCY-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DC-DORMANT-DAYS IS NUMERIC AND
                          DC-DORMANT-DAYS > 0
                           MOVE DC-DORMANT-DAYS TO DORMANT-DAYS
                       END-IF
                       IF DC-AS-OF-DATE IS NUMERIC
                           MOVE DC-AS-OF-DATE TO AS-OF-DATE
                       END-IF
                       MOVE DC-OPERATOR-ID TO FREEZE-OPERATOR-ID
               END-READ
               CLOSE DORMANCY-CARD-FILE
           END-IF
           IF AS-OF-DATE = 0
               OPEN INPUT CONTROL-FILE
               IF CONTROL-FILE-STATUS = "00"
                   READ CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CP-BUSINESS-DATE IS NUMERIC
                               MOVE CP-BUSINESS-DATE TO AS-OF-DATE
                           END-IF
                   END-READ
                   CLOSE CONTROL-FILE
               END-IF
           END-IF
           IF AS-OF-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO AS-OF-DATE
           END-IF
           IF AS-OF-YEAR < 1601 OR
              AS-OF-MONTH < 1 OR AS-OF-MONTH > 12 OR
              AS-OF-DAY < 1 OR AS-OF-DAY > 31
               STRING "AS-OF DATE NOT VALID: " AS-OF-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO DORMANCY-RC
           ELSE
               COMPUTE AS-OF-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(AS-OF-DATE)
               MOVE DORMANT-DAYS TO EDIT-DORM-DAYS
               STRING "Review As Of " AS-OF-DATE
                   " - No Activity For " EDIT-DORM-DAYS " Days"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       OPEN-DORMANCY-MASTERS.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               MOVE "ACCTMST NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE ACCOUNT-MASTER-STATUS TO REPORT-LINE(32:2)
               PERFORM WRITE-REPORT-LINE
               MOVE 12 TO DORMANCY-RC
           ELSE
               OPEN INPUT BALANCE-MASTER-FILE
               IF BALANCE-MASTER-STATUS NOT = "00"
                   MOVE "BALMST NOT AVAILABLE - STATUS "
                       TO REPORT-LINE
                   MOVE BALANCE-MASTER-STATUS TO REPORT-LINE(31:2)
                   PERFORM WRITE-REPORT-LINE
                   CLOSE ACCOUNT-MASTER-FILE
                   MOVE 12 TO DORMANCY-RC
               END-IF
           END-IF.

       SELECT-DORMANT-ACCOUNTS.
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
                       ADD 1 TO ACCOUNTS-READ
                       IF ACCOUNT-OPEN
                           ADD 1 TO ACCOUNTS-OPEN
                           PERFORM AGE-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       AGE-ONE-ACCOUNT.
           PERFORM FIND-LAST-ACTIVITY
           IF LAST-ACTIVITY-DATE = 0
               MOVE AM-OPEN-DATE TO LAST-ACTIVITY-DATE
               MOVE "O" TO ACTIVITY-SOURCE
           ELSE
               MOVE "B" TO ACTIVITY-SOURCE
           END-IF
           PERFORM CHECK-ACTIVITY-DATE
           IF ACTIVITY-DATE-INVALID
               ADD 1 TO ACCOUNTS-BAD-DATE
               STRING "ACCOUNT " AM-ACCOUNT-NUMBER
                   " HAS NO USABLE ACTIVITY OR OPEN DATE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF DORMANCY-RC < 4
                   MOVE 4 TO DORMANCY-RC
               END-IF
           ELSE
               COMPUTE DAYS-SINCE-ACTIVITY =
                   AS-OF-DATE-INT - LAST-ACTIVITY-INT
               IF DAYS-SINCE-ACTIVITY >= DORMANT-DAYS
                   PERFORM RELEASE-DORMANT-ACCOUNT
               END-IF
           END-IF.

       FIND-LAST-ACTIVITY.
           MOVE 0 TO LAST-ACTIVITY-DATE
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
                          OR AB-BUSINESS-DATE > AS-OF-DATE
                           SET BALANCE-SCAN-EOF TO TRUE
                       ELSE
                           MOVE AB-BUSINESS-DATE TO LAST-ACTIVITY-DATE
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ACTIVITY-DATE.
           SET ACTIVITY-DATE-VALID TO TRUE
           IF LAST-ACTIVITY-DATE IS NOT NUMERIC
               SET ACTIVITY-DATE-INVALID TO TRUE
           ELSE
               IF LAST-YEAR < 1601 OR
                  LAST-MONTH < 1 OR LAST-MONTH > 12 OR
                  LAST-DAY < 1 OR LAST-DAY > 31
                   SET ACTIVITY-DATE-INVALID TO TRUE
               ELSE
                   COMPUTE LAST-ACTIVITY-INT =
                       FUNCTION INTEGER-OF-DATE(LAST-ACTIVITY-DATE)
                   IF LAST-ACTIVITY-INT = 0
                       SET ACTIVITY-DATE-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       RELEASE-DORMANT-ACCOUNT.
           MOVE 1 TO BAND-IDX
           PERFORM UNTIL BAND-IDX = 4 OR
                   DAYS-SINCE-ACTIVITY <= AGE-BAND-LIMIT(BAND-IDX)
               ADD 1 TO BAND-IDX
           END-PERFORM
           MOVE BAND-IDX TO DS-AGE-BAND
           IF DAYS-SINCE-ACTIVITY > 99999
               MOVE 99999 TO DS-DAYS-DORMANT
           ELSE
               MOVE DAYS-SINCE-ACTIVITY TO DS-DAYS-DORMANT
           END-IF
           MOVE AM-ACCOUNT-NUMBER TO DS-ACCOUNT-NUMBER
           MOVE AM-DESCRIPTION TO DS-DESCRIPTION
           MOVE AM-OPEN-DATE TO DS-OPEN-DATE
           MOVE AM-PRODUCT-CODE TO DS-PRODUCT-CODE
           MOVE LAST-ACTIVITY-DATE TO DS-LAST-DATE
           MOVE ACTIVITY-SOURCE TO DS-DATE-SOURCE
           RELEASE DORMANT-SORT-RECORD.

       REPORT-DORMANT-ACCOUNTS.
           MOVE 0 TO CURRENT-BAND
           SET SORT-NOT-EOF TO TRUE
           PERFORM UNTIL SORT-EOF
               RETURN DORMANT-SORT-FILE
                   AT END SET SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM REPORT-ONE-DORMANT-ACCOUNT
               END-RETURN
           END-PERFORM
           IF CURRENT-BAND > 0
               PERFORM WRITE-BAND-TOTAL
           END-IF.

       REPORT-ONE-DORMANT-ACCOUNT.
           IF DS-AGE-BAND NOT = CURRENT-BAND
               IF CURRENT-BAND > 0
                   PERFORM WRITE-BAND-TOTAL
               END-IF
               MOVE DS-AGE-BAND TO CURRENT-BAND
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               STRING "Dormant " AGE-BAND-NAME(CURRENT-BAND)
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "  Account  Description                    "
                   TO REPORT-LINE
               MOVE "Last Date  Src  Days" TO REPORT-LINE(43:20)
               PERFORM WRITE-REPORT-LINE
           END-IF
           ADD 1 TO ACCOUNTS-DORMANT
           ADD 1 TO AGE-BAND-COUNT(CURRENT-BAND)
           IF DS-FROM-OPEN-DATE
               ADD 1 TO ACCOUNTS-NEVER-MOVED
           END-IF
           MOVE DS-DAYS-DORMANT TO EDIT-DORM-DAYS
           STRING "  " DS-ACCOUNT-NUMBER " " DS-DESCRIPTION
               " " DS-LAST-DATE "   " DS-DATE-SOURCE
               "  " EDIT-DORM-DAYS
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "FRZ" TO FC-ACTION
           MOVE DS-ACCOUNT-NUMBER TO FC-ACCOUNT-NUMBER
           MOVE DS-DESCRIPTION TO FC-DESCRIPTION
           MOVE DS-OPEN-DATE TO FC-OPEN-DATE
           MOVE DS-PRODUCT-CODE TO FC-PRODUCT-CODE
           MOVE FREEZE-OPERATOR-ID TO FC-OPERATOR-ID
           WRITE FREEZE-COMMAND-RECORD
           ADD 1 TO FREEZE-CARDS-WRITTEN.

       WRITE-BAND-TOTAL.
           MOVE AGE-BAND-COUNT(CURRENT-BAND) TO EDIT-DORM-COUNT
           STRING "  Accounts In Band: " EDIT-DORM-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-DORMANCY-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Source B = Last BALMST Date, O = Account Open Date"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ACCOUNTS-READ TO EDIT-DORM-COUNT
           STRING "Accounts Read:        " EDIT-DORM-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ACCOUNTS-OPEN TO EDIT-DORM-COUNT
           STRING "Open Accounts:        " EDIT-DORM-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ACCOUNTS-DORMANT TO EDIT-DORM-COUNT
           STRING "Dormant Accounts:     " EDIT-DORM-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 4
               MOVE AGE-BAND-COUNT(BAND-IDX) TO EDIT-DORM-COUNT
               STRING "  " AGE-BAND-NAME(BAND-IDX) EDIT-DORM-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE ACCOUNTS-NEVER-MOVED TO EDIT-DORM-COUNT
           STRING "Never Moved:          " EDIT-DORM-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF ACCOUNTS-BAD-DATE > 0
               MOVE ACCOUNTS-BAD-DATE TO EDIT-DORM-COUNT
               STRING "Unusable Dates:       " EDIT-DORM-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE FREEZE-CARDS-WRITTEN TO EDIT-DORM-COUNT
           STRING "FRZ Commands Written: " EDIT-DORM-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.
