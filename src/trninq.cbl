       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORY-INQUIRY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-CARD-FILE ASSIGN TO "TINQCRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INQUIRY-CARD-STATUS.
           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO "TRNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HT-HISTORY-KEY
               FILE STATUS IS TRANSACTION-HISTORY-STATUS.
           SELECT BALANCE-MASTER-FILE ASSIGN TO "BALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-BALANCE-KEY
               FILE STATUS IS BALANCE-MASTER-STATUS.
           SELECT INQUIRY-REPORT-FILE ASSIGN TO "TINQRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INQUIRY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  INQUIRY-CARD-RECORD.
           05  TQ-ACCOUNT-NUMBER   PIC X(08).
           05  TQ-FROM-DATE        PIC 9(08).
           05  TQ-TO-DATE          PIC 9(08).

       FD  TRANSACTION-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "trnhist.cpy".

       FD  BALANCE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "balmst.cpy".

       FD  INQUIRY-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  INQUIRY-REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  INQUIRY-CARD-STATUS     PIC X(02) VALUE SPACES.
           05  TRANSACTION-HISTORY-STATUS PIC X(02) VALUE SPACES.
           05  BALANCE-MASTER-STATUS   PIC X(02) VALUE SPACES.
           05  INQUIRY-REPORT-STATUS   PIC X(02) VALUE SPACES.
           05  WORK-EOF-FLAG           PIC 9(01) VALUE 0.
               88  WORK-EOF               VALUE 1.
               88  WORK-NOT-EOF           VALUE 0.

       01  SELECTION-VARS.
           05  INQUIRY-ACCOUNT     PIC X(08) VALUE SPACES.
           05  FROM-DATE           PIC 9(08) VALUE 0.
           05  TO-DATE             PIC 9(08) VALUE 99999999.
           05  INQUIRY-RC          PIC 9(02) VALUE 0.

       01  RECONCILE-TABLE.
           05  RECON-DAY-COUNT     PIC 9(03) VALUE 0.
           05  RECON-DAY-ROW OCCURS 400 TIMES.
               10  RD-BUSINESS-DATE PIC 9(08).
               10  RD-HISTORY-ITEMS PIC 9(07).
               10  RD-HISTORY-AMOUNT PIC S9(13)V99.
               10  RD-BALANCE-FLAG PIC 9(01).
           05  RECON-IDX           PIC 9(03) VALUE 0.
           05  RECON-FOUND-IDX     PIC 9(03) VALUE 0.
           05  RECON-TABLE-FULL-FLAG PIC 9(01) VALUE 0.
               88  RECON-TABLE-FULL   VALUE 1.

       01  INQUIRY-TOTALS.
           05  HISTORY-ITEMS       PIC 9(07) VALUE 0.
           05  HISTORY-AMOUNT      PIC S9(13)V99 VALUE 0.
           05  BALANCE-DAYS        PIC 9(07) VALUE 0.
           05  BALANCE-ITEMS       PIC 9(09) VALUE 0.
           05  BALANCE-AMOUNT      PIC S9(13)V99 VALUE 0.
           05  DAYS-AGREED         PIC 9(07) VALUE 0.
           05  DAYS-DIFFERENT      PIC 9(07) VALUE 0.
           05  DAY-ITEM-DIFF       PIC S9(09) VALUE 0.
           05  DAY-AMOUNT-DIFF     PIC S9(13)V99 VALUE 0.
           05  EDIT-INQ-COUNT      PIC Z(6)9.
           05  EDIT-INQ-AMOUNT     PIC -(12)9.99.
           05  EDIT-ITEM-AMOUNT    PIC -(9)9.99.
           05  EDIT-DAY-ITEMS      PIC Z(6)9.
           05  EDIT-DAY-AMOUNT     PIC -(12)9.99.
           05  EDIT-DIFF-ITEMS     PIC -(7)9.
           05  EDIT-DIFF-AMOUNT    PIC -(10)9.99.

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT INQUIRY-REPORT-FILE
           MOVE "========== TRANSACTION HISTORY INQUIRY ==========="
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM READ-INQUIRY-CARD
           IF INQUIRY-RC < 8
               PERFORM REPORT-HISTORY-SECTION
           END-IF
           IF INQUIRY-RC < 8
               PERFORM REPORT-RECONCILE-SECTION
               PERFORM REPORT-INQUIRY-TOTALS
           END-IF
           MOVE "=================================================="
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
               MOVE "TINQCRD NOT AVAILABLE - NOTHING REQUESTED"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO INQUIRY-RC
           ELSE
               READ INQUIRY-CARD-FILE
                   AT END
                       MOVE "TINQCRD IS EMPTY - NOTHING REQUESTED"
                           TO REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                       MOVE 8 TO INQUIRY-RC
                   NOT AT END
                       PERFORM EDIT-INQUIRY-CARD
               END-READ
               CLOSE INQUIRY-CARD-FILE
           END-IF.

       EDIT-INQUIRY-CARD.
           IF TQ-ACCOUNT-NUMBER = SPACES
               MOVE "NO ACCOUNT NUMBER ON TINQCRD" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO INQUIRY-RC
           ELSE
               MOVE TQ-ACCOUNT-NUMBER TO INQUIRY-ACCOUNT
               IF TQ-FROM-DATE IS NUMERIC
                   MOVE TQ-FROM-DATE TO FROM-DATE
               END-IF
               IF TQ-TO-DATE IS NUMERIC AND TQ-TO-DATE > 0
                   MOVE TQ-TO-DATE TO TO-DATE
               END-IF
               IF FROM-DATE > TO-DATE
                   STRING "DATE RANGE REVERSED: " FROM-DATE
                       " TO " TO-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 8 TO INQUIRY-RC
               ELSE
                   STRING "Account: " INQUIRY-ACCOUNT
                       "   Posted From: " FROM-DATE "   To: " TO-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       REPORT-HISTORY-SECTION.
           MOVE "----- Accepted Items (TRNHIST) -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           OPEN INPUT TRANSACTION-HISTORY-FILE
           IF TRANSACTION-HISTORY-STATUS NOT = "00"
               MOVE "TRNHIST NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE TRANSACTION-HISTORY-STATUS TO REPORT-LINE(32:2)
               PERFORM WRITE-REPORT-LINE
               MOVE 12 TO INQUIRY-RC
           ELSE
               MOVE "  Tran Dt  Batch  Seq     Ty" TO REPORT-LINE
               MOVE "Amount Run    Posted" TO REPORT-LINE(37:20)
               MOVE "Reversal" TO REPORT-LINE(60:8)
               PERFORM WRITE-REPORT-LINE
               MOVE LOW-VALUES TO HT-HISTORY-KEY
               MOVE INQUIRY-ACCOUNT TO HT-ACCOUNT-NUMBER
               SET WORK-NOT-EOF TO TRUE
               START TRANSACTION-HISTORY-FILE
                   KEY >= HT-HISTORY-KEY
                   INVALID KEY
                       SET WORK-EOF TO TRUE
               END-START
               PERFORM UNTIL WORK-EOF
                   READ TRANSACTION-HISTORY-FILE NEXT
                       AT END SET WORK-EOF TO TRUE
                       NOT AT END
                           IF HT-ACCOUNT-NUMBER NOT = INQUIRY-ACCOUNT
                               SET WORK-EOF TO TRUE
                           ELSE
                               IF HT-BUSINESS-DATE >= FROM-DATE AND
                                  HT-BUSINESS-DATE <= TO-DATE
                                   PERFORM REPORT-ONE-HISTORY-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-HISTORY-FILE
               IF HISTORY-ITEMS = 0
                   MOVE "  NO HISTORY ITEMS IN THE RANGE"
                       TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               MOVE HISTORY-ITEMS TO EDIT-INQ-COUNT
               MOVE HISTORY-AMOUNT TO EDIT-INQ-AMOUNT
               STRING "  Items: " EDIT-INQ-COUNT
                   "   Total: " EDIT-INQ-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       REPORT-ONE-HISTORY-ITEM.
           ADD 1 TO HISTORY-ITEMS
           ADD HT-AMOUNT TO HISTORY-AMOUNT
           MOVE HT-AMOUNT TO EDIT-ITEM-AMOUNT
           STRING "  " HT-TRAN-DATE " " HT-BATCH-NUMBER " "
               HT-BATCH-SEQ " " HT-TRAN-TYPE " " EDIT-ITEM-AMOUNT
               " " HT-RUN-ID " " HT-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           EVALUATE TRUE
               WHEN HT-RECORD-IMAGE(1:1) = "R"
                   STRING "OF " HT-RECORD-IMAGE(12:6) "/"
                       HT-RECORD-IMAGE(31:7)
                       DELIMITED BY SIZE INTO REPORT-LINE(60:18)
               WHEN HT-FULLY-REVERSED
                   MOVE "REVERSED" TO REPORT-LINE(60:8)
               WHEN HT-PART-REVERSED
                   MOVE "PART REVERSED" TO REPORT-LINE(60:13)
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE
           PERFORM TALLY-RECONCILE-DAY.

       TALLY-RECONCILE-DAY.
           MOVE 0 TO RECON-FOUND-IDX
           PERFORM VARYING RECON-IDX FROM 1 BY 1
           UNTIL RECON-IDX > RECON-DAY-COUNT OR RECON-FOUND-IDX > 0
               IF RD-BUSINESS-DATE(RECON-IDX) = HT-BUSINESS-DATE
                   MOVE RECON-IDX TO RECON-FOUND-IDX
               END-IF
           END-PERFORM
           IF RECON-FOUND-IDX = 0
               IF RECON-DAY-COUNT < 400
                   ADD 1 TO RECON-DAY-COUNT
                   MOVE RECON-DAY-COUNT TO RECON-FOUND-IDX
                   MOVE HT-BUSINESS-DATE
                       TO RD-BUSINESS-DATE(RECON-FOUND-IDX)
                   MOVE 0 TO RD-HISTORY-ITEMS(RECON-FOUND-IDX)
                   MOVE 0 TO RD-HISTORY-AMOUNT(RECON-FOUND-IDX)
                   MOVE 0 TO RD-BALANCE-FLAG(RECON-FOUND-IDX)
               ELSE
                   SET RECON-TABLE-FULL TO TRUE
               END-IF
           END-IF
           IF RECON-FOUND-IDX > 0
               ADD 1 TO RD-HISTORY-ITEMS(RECON-FOUND-IDX)
               ADD HT-AMOUNT TO RD-HISTORY-AMOUNT(RECON-FOUND-IDX)
           END-IF.

       REPORT-RECONCILE-SECTION.
           MOVE "----- Reconciliation To BALMST -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF RECON-TABLE-FULL
               MOVE "  *** OVER 400 POSTING DATES - NARROW THE RANGE"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF INQUIRY-RC < 4
                   MOVE 4 TO INQUIRY-RC
               END-IF
           END-IF
           OPEN INPUT BALANCE-MASTER-FILE
           IF BALANCE-MASTER-STATUS NOT = "00"
               MOVE "BALMST NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE BALANCE-MASTER-STATUS TO REPORT-LINE(31:2)
               PERFORM WRITE-REPORT-LINE
               MOVE 12 TO INQUIRY-RC
           ELSE
               MOVE "  Posted       Items    BALMST Amount"
                   TO REPORT-LINE
               MOVE "Item Diff    Amount Diff" TO REPORT-LINE(41:24)
               PERFORM WRITE-REPORT-LINE
               MOVE INQUIRY-ACCOUNT TO AB-ACCOUNT-NUMBER
               MOVE FROM-DATE TO AB-BUSINESS-DATE
               SET WORK-NOT-EOF TO TRUE
               START BALANCE-MASTER-FILE KEY >= AB-BALANCE-KEY
                   INVALID KEY
                       SET WORK-EOF TO TRUE
               END-START
               PERFORM UNTIL WORK-EOF
                   READ BALANCE-MASTER-FILE NEXT
                       AT END SET WORK-EOF TO TRUE
                       NOT AT END
                           IF AB-ACCOUNT-NUMBER NOT = INQUIRY-ACCOUNT
                              OR AB-BUSINESS-DATE > TO-DATE
                               SET WORK-EOF TO TRUE
                           ELSE
                               PERFORM RECONCILE-ONE-BALANCE-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-MASTER-FILE
               PERFORM VARYING RECON-IDX FROM 1 BY 1
               UNTIL RECON-IDX > RECON-DAY-COUNT
                   IF RD-BALANCE-FLAG(RECON-IDX) = 0
                       PERFORM REPORT-HISTORY-ONLY-DAY
                   END-IF
               END-PERFORM
           END-IF.

       RECONCILE-ONE-BALANCE-DAY.
           ADD 1 TO BALANCE-DAYS
           ADD AB-RECORD-COUNT TO BALANCE-ITEMS
           ADD AB-AMOUNT-TOTAL TO BALANCE-AMOUNT
           MOVE 0 TO RECON-FOUND-IDX
           PERFORM VARYING RECON-IDX FROM 1 BY 1
           UNTIL RECON-IDX > RECON-DAY-COUNT OR RECON-FOUND-IDX > 0
               IF RD-BUSINESS-DATE(RECON-IDX) = AB-BUSINESS-DATE
                   MOVE RECON-IDX TO RECON-FOUND-IDX
               END-IF
           END-PERFORM
           IF RECON-FOUND-IDX = 0
               COMPUTE DAY-ITEM-DIFF = AB-RECORD-COUNT * -1
               COMPUTE DAY-AMOUNT-DIFF = AB-AMOUNT-TOTAL * -1
           ELSE
               MOVE 1 TO RD-BALANCE-FLAG(RECON-FOUND-IDX)
               COMPUTE DAY-ITEM-DIFF =
                   RD-HISTORY-ITEMS(RECON-FOUND-IDX) - AB-RECORD-COUNT
               COMPUTE DAY-AMOUNT-DIFF =
                   RD-HISTORY-AMOUNT(RECON-FOUND-IDX) - AB-AMOUNT-TOTAL
           END-IF
           MOVE AB-RECORD-COUNT TO EDIT-DAY-ITEMS
           MOVE AB-AMOUNT-TOTAL TO EDIT-DAY-AMOUNT
           PERFORM WRITE-RECONCILE-LINE.

       REPORT-HISTORY-ONLY-DAY.
           MOVE RD-BUSINESS-DATE(RECON-IDX) TO AB-BUSINESS-DATE
           MOVE 0 TO EDIT-DAY-ITEMS
           MOVE 0 TO EDIT-DAY-AMOUNT
           MOVE RD-HISTORY-ITEMS(RECON-IDX) TO DAY-ITEM-DIFF
           MOVE RD-HISTORY-AMOUNT(RECON-IDX) TO DAY-AMOUNT-DIFF
           PERFORM WRITE-RECONCILE-LINE.

       WRITE-RECONCILE-LINE.
           MOVE DAY-AMOUNT-DIFF TO EDIT-DIFF-AMOUNT
           MOVE DAY-ITEM-DIFF TO EDIT-DIFF-ITEMS
           STRING "  " AB-BUSINESS-DATE "  " EDIT-DAY-ITEMS " "
               EDIT-DAY-AMOUNT "     " EDIT-DIFF-ITEMS " "
               EDIT-DIFF-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           IF DAY-ITEM-DIFF = 0 AND DAY-AMOUNT-DIFF = 0
               ADD 1 TO DAYS-AGREED
           ELSE
               ADD 1 TO DAYS-DIFFERENT
               MOVE "***" TO REPORT-LINE(76:3)
           END-IF
           PERFORM WRITE-REPORT-LINE.

       REPORT-INQUIRY-TOTALS.
           MOVE "----- Totals -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE HISTORY-ITEMS TO EDIT-INQ-COUNT
           MOVE HISTORY-AMOUNT TO EDIT-INQ-AMOUNT
           STRING "History Items:  " EDIT-INQ-COUNT
               "  Amount: " EDIT-INQ-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE BALANCE-ITEMS TO EDIT-INQ-COUNT
           MOVE BALANCE-AMOUNT TO EDIT-INQ-AMOUNT
           STRING "BALMST Items:   " EDIT-INQ-COUNT
               "  Amount: " EDIT-INQ-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE DAYS-AGREED TO EDIT-INQ-COUNT
           STRING "Days Agreed:    " EDIT-INQ-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE DAYS-DIFFERENT TO EDIT-INQ-COUNT
           STRING "Days Different: " EDIT-INQ-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF DAYS-DIFFERENT > 0
               MOVE "*** HISTORY DOES NOT AGREE TO BALMST ***"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF INQUIRY-RC < 4
                   MOVE 4 TO INQUIRY-RC
               END-IF
           END-IF.
