       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-INQUIRY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-CARD-FILE ASSIGN TO "AINQCRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INQUIRY-CARD-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT BALANCE-MASTER-FILE ASSIGN TO "BALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-BALANCE-KEY
               FILE STATUS IS BALANCE-MASTER-STATUS.
           SELECT ACCOUNT-SUMMARY-FILE ASSIGN TO "ACCTSUM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACCOUNT-SUMMARY-STATUS.
           SELECT TRANSACTION-REJECT-FILE ASSIGN TO "TRANREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANSACTION-REJECT-STATUS.
           SELECT SUSPENSE-MASTER-FILE ASSIGN TO "SUSPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS SUSPENSE-MASTER-STATUS.
           SELECT INQUIRY-REPORT-FILE ASSIGN TO "AINQRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INQUIRY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  INQUIRY-CARD-RECORD.
           05  AQ-ACCOUNT-NUMBER   PIC X(08).
           05  AQ-FROM-DATE        PIC 9(08).
           05  AQ-TO-DATE          PIC 9(08).

       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "acctmst.cpy".

       FD  BALANCE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "balmst.cpy".

       FD  ACCOUNT-SUMMARY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "acctsum.cpy".

       FD  TRANSACTION-REJECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-REJECT-RECORD.
           05  RJ-REASON-CODE      PIC X(03).
           05  RJ-RECORD-IMAGE     PIC X(40).
           05  RJ-RUN-ID           PIC 9(06).
           05  RJ-REJECT-SEQ       PIC 9(07).

       FD  SUSPENSE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "suspmst.cpy".

       FD  INQUIRY-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  INQUIRY-REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  INQUIRY-CARD-STATUS     PIC X(02) VALUE SPACES.
           05  ACCOUNT-MASTER-STATUS   PIC X(02) VALUE SPACES.
           05  BALANCE-MASTER-STATUS   PIC X(02) VALUE SPACES.
           05  ACCOUNT-SUMMARY-STATUS  PIC X(02) VALUE SPACES.
           05  TRANSACTION-REJECT-STATUS PIC X(02) VALUE SPACES.
           05  SUSPENSE-MASTER-STATUS  PIC X(02) VALUE SPACES.
           05  INQUIRY-REPORT-STATUS   PIC X(02) VALUE SPACES.
           05  WORK-EOF-FLAG           PIC 9(01) VALUE 0.
               88  WORK-EOF               VALUE 1.
               88  WORK-NOT-EOF           VALUE 0.

       01  SELECTION-VARS.
           05  INQUIRY-ACCOUNT     PIC X(08) VALUE SPACES.
           05  FROM-DATE           PIC 9(08) VALUE 0.
           05  TO-DATE             PIC 9(08) VALUE 99999999.
           05  INQUIRY-RC          PIC 9(02) VALUE 0.
           05  REJECT-IMAGE-WORK.
               10  RI-RECORD-TYPE  PIC X(01).
               10  RI-ACCOUNT-NUMBER PIC X(08).
               10  RI-TRAN-TYPE    PIC X(02).
               10  RI-TRAN-DATE    PIC X(08).
               10  RI-AMOUNT       PIC S9(9)V99.
               10  FILLER          PIC X(10).

       01  BALANCE-HISTORY-VARS.
           05  OPENING-BALANCE     PIC S9(13)V99 VALUE 0.
           05  RUNNING-BALANCE     PIC S9(13)V99 VALUE 0.
           05  PRIOR-DAY-AMOUNT    PIC S9(11)V99 VALUE 0.
           05  DAY-CHANGE          PIC S9(11)V99 VALUE 0.
           05  FIRST-DAY-FLAG      PIC 9(01) VALUE 1.
               88  FIRST-DAY-IN-RANGE VALUE 1.

       01  INQUIRY-TOTALS.
           05  BALANCE-DAYS        PIC 9(07) VALUE 0.
           05  BALANCE-ITEMS       PIC 9(09) VALUE 0.
           05  BALANCE-AMOUNT      PIC S9(13)V99 VALUE 0.
           05  SUMMARY-ROWS        PIC 9(07) VALUE 0.
           05  SUMMARY-ITEMS       PIC 9(09) VALUE 0.
           05  SUMMARY-AMOUNT      PIC S9(13)V99 VALUE 0.
           05  REJECT-ROWS         PIC 9(07) VALUE 0.
           05  REJECT-AMOUNT       PIC S9(13)V99 VALUE 0.
           05  SUSPENSE-ROWS       PIC 9(07) VALUE 0.
           05  SUSPENSE-AMOUNT     PIC S9(13)V99 VALUE 0.
           05  EDIT-INQ-COUNT      PIC Z(6)9.
           05  EDIT-INQ-ITEMS      PIC Z(8)9.
           05  EDIT-INQ-AMOUNT     PIC -(12)9.99.
           05  EDIT-DAY-AMOUNT     PIC -(10)9.99.
           05  EDIT-DAY-CHANGE     PIC -(10)9.99.
           05  EDIT-DAY-ITEMS      PIC Z(6)9.

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT INQUIRY-REPORT-FILE
           MOVE "========== ACCOUNT INQUIRY REPORT ==========="
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM READ-INQUIRY-CARD
           IF INQUIRY-RC < 8
               PERFORM REPORT-ACCOUNT-MASTER-SECTION
           END-IF
           IF INQUIRY-RC < 8
               PERFORM REPORT-BALANCE-SECTION
               PERFORM REPORT-SUMMARY-SECTION
               PERFORM REPORT-REJECT-SECTION
               PERFORM REPORT-SUSPENSE-SECTION
               PERFORM REPORT-INQUIRY-TOTALS
           END-IF
           MOVE "============================================="
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE INQUIRY-REPORT-FILE
           MOVE INQUIRY-RC TO RETURN-CODE
           STOP RUN.

       WRITE-REPORT-LINE.
           DISPLAY REPORT-LINE
           MOVE REPORT-LINE TO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD
           MOVE SPACES TO REPORT-LINE.

       READ-INQUIRY-CARD.
           OPEN INPUT INQUIRY-CARD-FILE
           IF INQUIRY-CARD-STATUS NOT = "00"
               MOVE "AINQCRD NOT AVAILABLE - NOTHING REQUESTED"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO INQUIRY-RC
           ELSE
               READ INQUIRY-CARD-FILE
                   AT END
                       MOVE "AINQCRD IS EMPTY - NOTHING REQUESTED"
                           TO REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                       MOVE 8 TO INQUIRY-RC
                   NOT AT END
                       PERFORM EDIT-INQUIRY-CARD
               END-READ
               CLOSE INQUIRY-CARD-FILE
           END-IF.

       EDIT-INQUIRY-CARD.
           IF AQ-ACCOUNT-NUMBER = SPACES
               MOVE "NO ACCOUNT NUMBER ON AINQCRD" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO INQUIRY-RC
           ELSE
               MOVE AQ-ACCOUNT-NUMBER TO INQUIRY-ACCOUNT
               IF AQ-FROM-DATE IS NUMERIC
                   MOVE AQ-FROM-DATE TO FROM-DATE
               END-IF
               IF AQ-TO-DATE IS NUMERIC AND AQ-TO-DATE > 0
                   MOVE AQ-TO-DATE TO TO-DATE
               END-IF
               IF FROM-DATE > TO-DATE
                   STRING "DATE RANGE REVERSED: " FROM-DATE
                       " TO " TO-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 8 TO INQUIRY-RC
               ELSE
                   STRING "Account: " INQUIRY-ACCOUNT
                       "   From: " FROM-DATE "   To: " TO-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       REPORT-ACCOUNT-MASTER-SECTION.
           MOVE "----- Account Master -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               MOVE "ACCTMST NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE ACCOUNT-MASTER-STATUS TO REPORT-LINE(32:2)
               PERFORM WRITE-REPORT-LINE
               MOVE 12 TO INQUIRY-RC
           ELSE
               MOVE INQUIRY-ACCOUNT TO AM-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       STRING "ACCOUNT " INQUIRY-ACCOUNT
                           " IS NOT ON THE ACCOUNT MASTER"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                       MOVE 4 TO INQUIRY-RC
                   NOT INVALID KEY
                       PERFORM REPORT-ONE-ACCOUNT
               END-READ
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       REPORT-ONE-ACCOUNT.
           STRING "Description:  " AM-DESCRIPTION
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EVALUATE TRUE
               WHEN ACCOUNT-OPEN
                   MOVE "Status:       O (OPEN)" TO REPORT-LINE
               WHEN ACCOUNT-CLOSED
                   MOVE "Status:       C (CLOSED)" TO REPORT-LINE
               WHEN ACCOUNT-FROZEN
                   MOVE "Status:       F (FROZEN)" TO REPORT-LINE
               WHEN OTHER
                   STRING "Status:       " AM-STATUS " (UNKNOWN)"
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE
           STRING "Open Date:    " AM-OPEN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING "Product Code: " AM-PRODUCT-CODE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       REPORT-BALANCE-SECTION.
           MOVE "----- Balance History (BALMST) -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           OPEN INPUT BALANCE-MASTER-FILE
           IF BALANCE-MASTER-STATUS NOT = "00"
               MOVE "BALMST NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE BALANCE-MASTER-STATUS TO REPORT-LINE(31:2)
               PERFORM WRITE-REPORT-LINE
               MOVE 12 TO INQUIRY-RC
           ELSE
               MOVE INQUIRY-ACCOUNT TO AB-ACCOUNT-NUMBER
               MOVE 0 TO AB-BUSINESS-DATE
               SET WORK-NOT-EOF TO TRUE
               START BALANCE-MASTER-FILE KEY >= AB-BALANCE-KEY
                   INVALID KEY
                       SET WORK-EOF TO TRUE
               END-START
               MOVE "  Date      Run      Items      Day Amount"
                   TO REPORT-LINE
               MOVE "Change     Running Bal" TO REPORT-LINE(49:22)
               PERFORM WRITE-REPORT-LINE
               PERFORM UNTIL WORK-EOF
                   READ BALANCE-MASTER-FILE NEXT
                       AT END SET WORK-EOF TO TRUE
                       NOT AT END
                           IF AB-ACCOUNT-NUMBER NOT = INQUIRY-ACCOUNT
                              OR AB-BUSINESS-DATE > TO-DATE
                               SET WORK-EOF TO TRUE
                           ELSE
                               PERFORM REPORT-ONE-BALANCE-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-MASTER-FILE
               IF BALANCE-DAYS = 0
                   MOVE "  NO BALMST ACTIVITY IN THE RANGE"
                       TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               MOVE OPENING-BALANCE TO EDIT-INQ-AMOUNT
               STRING "  Balance Before Range: " EDIT-INQ-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE RUNNING-BALANCE TO EDIT-INQ-AMOUNT
               STRING "  Balance At End:       " EDIT-INQ-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       REPORT-ONE-BALANCE-DAY.
           ADD AB-AMOUNT-TOTAL TO RUNNING-BALANCE
           IF AB-BUSINESS-DATE < FROM-DATE
               ADD AB-AMOUNT-TOTAL TO OPENING-BALANCE
           ELSE
               ADD 1 TO BALANCE-DAYS
               ADD AB-RECORD-COUNT TO BALANCE-ITEMS
               ADD AB-AMOUNT-TOTAL TO BALANCE-AMOUNT
               IF FIRST-DAY-IN-RANGE
                   MOVE 0 TO DAY-CHANGE
                   MOVE 0 TO FIRST-DAY-FLAG
               ELSE
                   COMPUTE DAY-CHANGE =
                       AB-AMOUNT-TOTAL - PRIOR-DAY-AMOUNT
               END-IF
               MOVE AB-AMOUNT-TOTAL TO PRIOR-DAY-AMOUNT
               MOVE AB-RECORD-COUNT TO EDIT-DAY-ITEMS
               MOVE AB-AMOUNT-TOTAL TO EDIT-DAY-AMOUNT
               MOVE DAY-CHANGE TO EDIT-DAY-CHANGE
               MOVE RUNNING-BALANCE TO EDIT-INQ-AMOUNT
               STRING "  " AB-BUSINESS-DATE " " AB-RUN-ID " "
                   EDIT-DAY-ITEMS " " EDIT-DAY-AMOUNT " "
                   EDIT-DAY-CHANGE EDIT-INQ-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       REPORT-SUMMARY-SECTION.
           MOVE "----- Account Summary Rows (ACCTSUM) -----"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           OPEN INPUT ACCOUNT-SUMMARY-FILE
           IF ACCOUNT-SUMMARY-STATUS NOT = "00"
               MOVE "ACCTSUM NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE ACCOUNT-SUMMARY-STATUS TO REPORT-LINE(32:2)
               PERFORM WRITE-REPORT-LINE
               IF INQUIRY-RC < 4
                   MOVE 4 TO INQUIRY-RC
               END-IF
           ELSE
               MOVE "  Run     Date        Items          Amount"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               SET WORK-NOT-EOF TO TRUE
               PERFORM UNTIL WORK-EOF
                   READ ACCOUNT-SUMMARY-FILE
                       AT END SET WORK-EOF TO TRUE
                       NOT AT END
                           IF AX-ACCOUNT-NUMBER = INQUIRY-ACCOUNT AND
                              AX-BUSINESS-DATE >= FROM-DATE AND
                              AX-BUSINESS-DATE <= TO-DATE
                               PERFORM REPORT-ONE-SUMMARY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-SUMMARY-FILE
               IF SUMMARY-ROWS = 0
                   MOVE "  NO ACCTSUM ROWS FOR THE ACCOUNT"
                       TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       REPORT-ONE-SUMMARY-ROW.
           ADD 1 TO SUMMARY-ROWS
           ADD AX-RECORD-COUNT TO SUMMARY-ITEMS
           ADD AX-AMOUNT-TOTAL TO SUMMARY-AMOUNT
           MOVE AX-RECORD-COUNT TO EDIT-DAY-ITEMS
           MOVE AX-AMOUNT-TOTAL TO EDIT-DAY-AMOUNT
           STRING "  " AX-RUN-ID "  " AX-BUSINESS-DATE "  "
               EDIT-DAY-ITEMS " " EDIT-DAY-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       REPORT-REJECT-SECTION.
           MOVE "----- Rejected Transactions (TRANREJ) -----"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           OPEN INPUT TRANSACTION-REJECT-FILE
           IF TRANSACTION-REJECT-STATUS NOT = "00"
               MOVE "TRANREJ NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE TRANSACTION-REJECT-STATUS TO REPORT-LINE(32:2)
               PERFORM WRITE-REPORT-LINE
               IF INQUIRY-RC < 4
                   MOVE 4 TO INQUIRY-RC
               END-IF
           ELSE
               MOVE "  Rsn Run    Item    Type Tran Date         Amount"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               SET WORK-NOT-EOF TO TRUE
               PERFORM UNTIL WORK-EOF
                   READ TRANSACTION-REJECT-FILE
                       AT END SET WORK-EOF TO TRUE
                       NOT AT END
                           MOVE RJ-RECORD-IMAGE TO REJECT-IMAGE-WORK
                           IF RI-ACCOUNT-NUMBER = INQUIRY-ACCOUNT
                               PERFORM REPORT-ONE-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-REJECT-FILE
               IF REJECT-ROWS = 0
                   MOVE "  NO REJECTS FOR THE ACCOUNT" TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       REPORT-ONE-REJECT.
           ADD 1 TO REJECT-ROWS
           IF RI-AMOUNT IS NUMERIC
               ADD RI-AMOUNT TO REJECT-AMOUNT
               MOVE RI-AMOUNT TO EDIT-DAY-AMOUNT
               STRING "  " RJ-REASON-CODE " " RJ-RUN-ID " "
                   RJ-REJECT-SEQ " " RI-TRAN-TYPE "   "
                   RI-TRAN-DATE " " EDIT-DAY-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  " RJ-REASON-CODE " " RJ-RUN-ID " "
                   RJ-REJECT-SEQ " " RI-TRAN-TYPE "   "
                   RI-TRAN-DATE "   AMOUNT NOT NUMERIC"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       REPORT-SUSPENSE-SECTION.
           MOVE "----- Open Suspense Items (SUSPMST) -----"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           OPEN INPUT SUSPENSE-MASTER-FILE
           IF SUSPENSE-MASTER-STATUS NOT = "00"
               MOVE "SUSPMST NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE SUSPENSE-MASTER-STATUS TO REPORT-LINE(32:2)
               PERFORM WRITE-REPORT-LINE
               IF INQUIRY-RC < 4
                   MOVE 4 TO INQUIRY-RC
               END-IF
           ELSE
               SET WORK-NOT-EOF TO TRUE
               PERFORM UNTIL WORK-EOF
                   READ SUSPENSE-MASTER-FILE
                       AT END SET WORK-EOF TO TRUE
                       NOT AT END
                           MOVE SU-RECORD-IMAGE TO REJECT-IMAGE-WORK
                           IF RI-ACCOUNT-NUMBER = INQUIRY-ACCOUNT AND
                              SUSPENSE-OUTSTANDING AND
                              SU-BUSINESS-DATE >= FROM-DATE AND
                              SU-BUSINESS-DATE <= TO-DATE
                               PERFORM REPORT-ONE-SUSPENSE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-MASTER-FILE
               IF SUSPENSE-ROWS = 0
                   MOVE "  NO OPEN SUSPENSE ITEMS FOR THE ACCOUNT"
                       TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       REPORT-ONE-SUSPENSE-ITEM.
           ADD 1 TO SUSPENSE-ROWS
           ADD SU-AMOUNT TO SUSPENSE-AMOUNT
           MOVE SU-AMOUNT TO EDIT-DAY-AMOUNT
           STRING "  " SU-REASON-CODE " " SU-RUN-ID " "
               SU-REJECT-SEQ " " SU-BUSINESS-DATE " "
               SU-ITEM-STATUS " " EDIT-DAY-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       REPORT-INQUIRY-TOTALS.
           MOVE "----- Totals -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE BALANCE-DAYS TO EDIT-INQ-COUNT
           MOVE BALANCE-ITEMS TO EDIT-INQ-ITEMS
           MOVE BALANCE-AMOUNT TO EDIT-INQ-AMOUNT
           STRING "BALMST Days:   " EDIT-INQ-COUNT
               " Items: " EDIT-INQ-ITEMS " Amount: " EDIT-INQ-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SUMMARY-ROWS TO EDIT-INQ-COUNT
           MOVE SUMMARY-ITEMS TO EDIT-INQ-ITEMS
           MOVE SUMMARY-AMOUNT TO EDIT-INQ-AMOUNT
           STRING "ACCTSUM Rows:  " EDIT-INQ-COUNT
               " Items: " EDIT-INQ-ITEMS " Amount: " EDIT-INQ-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE REJECT-ROWS TO EDIT-INQ-COUNT
           MOVE REJECT-AMOUNT TO EDIT-INQ-AMOUNT
           STRING "TRANREJ Rows:  " EDIT-INQ-COUNT
               "                  Amount: " EDIT-INQ-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SUSPENSE-ROWS TO EDIT-INQ-COUNT
           MOVE SUSPENSE-AMOUNT TO EDIT-INQ-AMOUNT
           STRING "Suspense Open: " EDIT-INQ-COUNT
               "                  Amount: " EDIT-INQ-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.
