       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-STATEMENT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-CARD-FILE ASSIGN TO "STMTCRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATEMENT-CARD-STATUS.
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
           SELECT STATEMENT-OUTPUT-FILE ASSIGN TO "STMTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATEMENT-OUTPUT-STATUS.
           SELECT STATEMENT-REPORT-FILE ASSIGN TO "STMTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATEMENT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  STATEMENT-CARD-RECORD.
           05  SC-ACCOUNT-NUMBER   PIC X(08).
               88  STATEMENT-ALL-OPEN  VALUE "ALL" SPACES.
           05  SC-FROM-DATE        PIC 9(08).
           05  SC-TO-DATE          PIC 9(08).

       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "acctmst.cpy".

       FD  BALANCE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "balmst.cpy".

       FD  STATEMENT-OUTPUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "stmtrec.cpy".

       FD  STATEMENT-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  STATEMENT-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  STATEMENT-CARD-STATUS   PIC X(02) VALUE SPACES.
           05  ACCOUNT-MASTER-STATUS   PIC X(02) VALUE SPACES.
           05  BALANCE-MASTER-STATUS   PIC X(02) VALUE SPACES.
           05  STATEMENT-OUTPUT-STATUS PIC X(02) VALUE SPACES.
           05  STATEMENT-REPORT-STATUS PIC X(02) VALUE SPACES.
           05  MASTER-EOF-FLAG         PIC 9(01) VALUE 0.
               88  MASTER-EOF             VALUE 1.
               88  MASTER-NOT-EOF         VALUE 0.
           05  BALANCE-SCAN-EOF-FLAG   PIC 9(01) VALUE 0.
               88  BALANCE-SCAN-EOF       VALUE 1.
               88  BALANCE-SCAN-MORE      VALUE 0.

       01  SELECTION-VARS.
           05  STMT-ACCOUNT-NUMBER PIC X(08) VALUE SPACES.
           05  STMT-FROM-DATE      PIC 9(08) VALUE 0.
           05  STMT-TO-DATE        PIC 9(08) VALUE 99999999.
           05  STMT-ALL-FLAG       PIC 9(01) VALUE 0.
               88  STMT-ALL-ACCOUNTS  VALUE 1.
           05  STATEMENT-RC        PIC 9(02) VALUE 0.

       01  BALANCE-VARS.
           05  OPENING-BALANCE     PIC S9(13)V99 VALUE 0.
           05  RUNNING-BALANCE     PIC S9(13)V99 VALUE 0.
           05  PERIOD-MOVEMENT     PIC S9(13)V99 VALUE 0.
           05  PERIOD-ITEM-COUNT   PIC 9(07) VALUE 0.
           05  PERIOD-DAY-COUNT    PIC 9(05) VALUE 0.

       01  STATEMENT-TOTALS.
           05  ACCOUNTS-STATED     PIC 9(07) VALUE 0.
           05  ACCOUNTS-SKIPPED    PIC 9(07) VALUE 0.
           05  MOVEMENT-DAYS-TOTAL PIC 9(07) VALUE 0.
           05  OPENING-GRAND-TOTAL PIC S9(13)V99 VALUE 0.
           05  MOVEMENT-GRAND-TOTAL PIC S9(13)V99 VALUE 0.
           05  CLOSING-GRAND-TOTAL PIC S9(13)V99 VALUE 0.
           05  EDIT-STMT-COUNT     PIC Z(6)9.
           05  EDIT-STMT-AMOUNT    PIC -(12)9.99.
           05  EDIT-STMT-BALANCE   PIC -(12)9.99.

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT STATEMENT-REPORT-FILE
           MOVE "----- Account Statement -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM READ-STATEMENT-CARD
           IF STATEMENT-RC < 8
               PERFORM OPEN-STATEMENT-MASTERS
           END-IF
           IF STATEMENT-RC < 8
               OPEN OUTPUT STATEMENT-OUTPUT-FILE
               IF STATEMENT-OUTPUT-STATUS NOT = "00"
                   MOVE "STMTOUT NOT AVAILABLE - STATUS "
                       TO REPORT-LINE
                   MOVE STATEMENT-OUTPUT-STATUS TO REPORT-LINE(32:2)
                   PERFORM WRITE-REPORT-LINE
                   MOVE 12 TO STATEMENT-RC
               ELSE
                   IF STMT-ALL-ACCOUNTS
                       PERFORM STATE-ALL-OPEN-ACCOUNTS
                   ELSE
                       PERFORM STATE-SELECTED-ACCOUNT
                   END-IF
                   CLOSE STATEMENT-OUTPUT-FILE
               END-IF
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE BALANCE-MASTER-FILE
               IF STATEMENT-RC < 12
                   PERFORM WRITE-STATEMENT-TOTALS
               END-IF
           END-IF
           CLOSE STATEMENT-REPORT-FILE
           MOVE STATEMENT-RC TO RETURN-CODE
           STOP RUN.

       WRITE-REPORT-LINE.
           DISPLAY REPORT-LINE
           MOVE REPORT-LINE TO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           MOVE SPACES TO REPORT-LINE.

       READ-STATEMENT-CARD.
           OPEN INPUT STATEMENT-CARD-FILE
           IF STATEMENT-CARD-STATUS NOT = "00"
               MOVE "STMTCRD NOT AVAILABLE - NOTHING REQUESTED"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO STATEMENT-RC
           ELSE
               READ STATEMENT-CARD-FILE
                   AT END
                       MOVE "STMTCRD IS EMPTY - NOTHING REQUESTED"
                           TO REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                       MOVE 8 TO STATEMENT-RC
                   NOT AT END
                       PERFORM EDIT-STATEMENT-CARD
               END-READ
               CLOSE STATEMENT-CARD-FILE
           END-IF.

       EDIT-STATEMENT-CARD.
           IF STATEMENT-ALL-OPEN
               SET STMT-ALL-ACCOUNTS TO TRUE
           ELSE
               MOVE SC-ACCOUNT-NUMBER TO STMT-ACCOUNT-NUMBER
           END-IF
           IF SC-FROM-DATE IS NUMERIC
               MOVE SC-FROM-DATE TO STMT-FROM-DATE
           ELSE
               IF SC-FROM-DATE NOT = SPACES
                   STRING "FROM DATE NOT NUMERIC: " SC-FROM-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 8 TO STATEMENT-RC
               END-IF
           END-IF
           IF SC-TO-DATE IS NUMERIC AND SC-TO-DATE > 0
               MOVE SC-TO-DATE TO STMT-TO-DATE
           ELSE
               IF SC-TO-DATE NOT = SPACES AND SC-TO-DATE NOT = ZERO
                   STRING "TO DATE NOT NUMERIC: " SC-TO-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 8 TO STATEMENT-RC
               END-IF
           END-IF
           IF STATEMENT-RC < 8 AND STMT-FROM-DATE > STMT-TO-DATE
               STRING "FROM DATE " STMT-FROM-DATE
                   " IS AFTER TO DATE " STMT-TO-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO STATEMENT-RC
           END-IF
           IF STATEMENT-RC < 8
               IF STMT-ALL-ACCOUNTS
                   STRING "REQUEST: ALL OPEN ACCOUNTS FROM "
                       STMT-FROM-DATE " TO " STMT-TO-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "REQUEST: ACCOUNT " STMT-ACCOUNT-NUMBER
                       " FROM " STMT-FROM-DATE " TO " STMT-TO-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-IF.

       OPEN-STATEMENT-MASTERS.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               MOVE "ACCTMST NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE ACCOUNT-MASTER-STATUS TO REPORT-LINE(32:2)
               PERFORM WRITE-REPORT-LINE
               MOVE 12 TO STATEMENT-RC
           ELSE
               OPEN INPUT BALANCE-MASTER-FILE
               IF BALANCE-MASTER-STATUS NOT = "00"
                   MOVE "BALMST NOT AVAILABLE - STATUS "
                       TO REPORT-LINE
                   MOVE BALANCE-MASTER-STATUS TO REPORT-LINE(31:2)
                   PERFORM WRITE-REPORT-LINE
                   CLOSE ACCOUNT-MASTER-FILE
                   MOVE 12 TO STATEMENT-RC
               END-IF
           END-IF.

       STATE-SELECTED-ACCOUNT.
           MOVE STMT-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   STRING "ACCOUNT NOT ON ACCTMST: "
                       STMT-ACCOUNT-NUMBER
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 8 TO STATEMENT-RC
               NOT INVALID KEY
                   PERFORM STATE-ONE-ACCOUNT
           END-READ.

       STATE-ALL-OPEN-ACCOUNTS.
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
                       IF ACCOUNT-OPEN
                           PERFORM STATE-ONE-ACCOUNT
                       ELSE
                           ADD 1 TO ACCOUNTS-SKIPPED
                       END-IF
               END-READ
           END-PERFORM
           IF ACCOUNTS-STATED = 0
               MOVE "NO OPEN ACCOUNTS FOUND ON ACCTMST" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF STATEMENT-RC < 4
                   MOVE 4 TO STATEMENT-RC
               END-IF
           END-IF.

       STATE-ONE-ACCOUNT.
           ADD 1 TO ACCOUNTS-STATED
           MOVE 0 TO OPENING-BALANCE
           MOVE 0 TO PERIOD-MOVEMENT
           MOVE 0 TO PERIOD-ITEM-COUNT
           MOVE 0 TO PERIOD-DAY-COUNT
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING "Account " AM-ACCOUNT-NUMBER " " AM-DESCRIPTION
               " Status " AM-STATUS " Opened " AM-OPEN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM SUM-OPENING-BALANCE
           MOVE OPENING-BALANCE TO RUNNING-BALANCE
           MOVE OPENING-BALANCE TO EDIT-STMT-BALANCE
           STRING "  Opening Balance  " STMT-FROM-DATE
               "                    " EDIT-STMT-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO STATEMENT-RECORD
           SET ST-OPENING-REC TO TRUE
           MOVE STMT-FROM-DATE TO ST-BUSINESS-DATE
           MOVE 0 TO ST-RECORD-COUNT
           MOVE 0 TO ST-MOVEMENT-AMOUNT
           PERFORM WRITE-STATEMENT-OUTPUT
           PERFORM LIST-PERIOD-MOVEMENTS
           MOVE PERIOD-DAY-COUNT TO EDIT-STMT-COUNT
           IF PERIOD-DAY-COUNT = 0
               MOVE "  No Movement In Period" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE PERIOD-MOVEMENT TO EDIT-STMT-AMOUNT
           MOVE RUNNING-BALANCE TO EDIT-STMT-BALANCE
           STRING "  Closing Balance  " STMT-TO-DATE
               " " EDIT-STMT-AMOUNT " " EDIT-STMT-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO STATEMENT-RECORD
           SET ST-CLOSING-REC TO TRUE
           MOVE STMT-TO-DATE TO ST-BUSINESS-DATE
           MOVE PERIOD-ITEM-COUNT TO ST-RECORD-COUNT
           MOVE PERIOD-MOVEMENT TO ST-MOVEMENT-AMOUNT
           PERFORM WRITE-STATEMENT-OUTPUT
           ADD OPENING-BALANCE TO OPENING-GRAND-TOTAL
           ADD PERIOD-MOVEMENT TO MOVEMENT-GRAND-TOTAL
           ADD RUNNING-BALANCE TO CLOSING-GRAND-TOTAL.

       SUM-OPENING-BALANCE.
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
                          OR AB-BUSINESS-DATE >= STMT-FROM-DATE
                           SET BALANCE-SCAN-EOF TO TRUE
                       ELSE
                           ADD AB-AMOUNT-TOTAL TO OPENING-BALANCE
                       END-IF
               END-READ
           END-PERFORM.

       LIST-PERIOD-MOVEMENTS.
           MOVE AM-ACCOUNT-NUMBER TO AB-ACCOUNT-NUMBER
           MOVE STMT-FROM-DATE TO AB-BUSINESS-DATE
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
                          OR AB-BUSINESS-DATE > STMT-TO-DATE
                           SET BALANCE-SCAN-EOF TO TRUE
                       ELSE
                           PERFORM LIST-ONE-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM.

       LIST-ONE-MOVEMENT.
           ADD AB-AMOUNT-TOTAL TO RUNNING-BALANCE
           ADD AB-AMOUNT-TOTAL TO PERIOD-MOVEMENT
           ADD AB-RECORD-COUNT TO PERIOD-ITEM-COUNT
           ADD 1 TO PERIOD-DAY-COUNT
           ADD 1 TO MOVEMENT-DAYS-TOTAL
           MOVE AB-RECORD-COUNT TO EDIT-STMT-COUNT
           MOVE AB-AMOUNT-TOTAL TO EDIT-STMT-AMOUNT
           MOVE RUNNING-BALANCE TO EDIT-STMT-BALANCE
           STRING "  " AB-BUSINESS-DATE " Items " EDIT-STMT-COUNT
               " " EDIT-STMT-AMOUNT " " EDIT-STMT-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO STATEMENT-RECORD
           SET ST-MOVEMENT-REC TO TRUE
           MOVE AB-BUSINESS-DATE TO ST-BUSINESS-DATE
           MOVE AB-RECORD-COUNT TO ST-RECORD-COUNT
           MOVE AB-AMOUNT-TOTAL TO ST-MOVEMENT-AMOUNT
           PERFORM WRITE-STATEMENT-OUTPUT.

       WRITE-STATEMENT-OUTPUT.
           MOVE AM-ACCOUNT-NUMBER TO ST-ACCOUNT-NUMBER
           MOVE RUNNING-BALANCE TO ST-RUNNING-BALANCE
           MOVE AM-STATUS TO ST-ACCOUNT-STATUS
           WRITE STATEMENT-RECORD.

       WRITE-STATEMENT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ACCOUNTS-STATED TO EDIT-STMT-COUNT
           STRING "Accounts Stated:    " EDIT-STMT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF STMT-ALL-ACCOUNTS
               MOVE ACCOUNTS-SKIPPED TO EDIT-STMT-COUNT
               STRING "Accounts Not Open:  " EDIT-STMT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE MOVEMENT-DAYS-TOTAL TO EDIT-STMT-COUNT
           STRING "Movement Days:      " EDIT-STMT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE OPENING-GRAND-TOTAL TO EDIT-STMT-BALANCE
           STRING "Total Opening:  " EDIT-STMT-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE MOVEMENT-GRAND-TOTAL TO EDIT-STMT-BALANCE
           STRING "Total Movement: " EDIT-STMT-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE CLOSING-GRAND-TOTAL TO EDIT-STMT-BALANCE
           STRING "Total Closing:  " EDIT-STMT-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.
