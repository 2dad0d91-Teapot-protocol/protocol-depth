       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVERSAL-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANSACTION-STATUS.
           SELECT TRANSACTION-REJECT-FILE ASSIGN TO "TRANREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANSACTION-REJECT-STATUS.
           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO "TRNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HT-HISTORY-KEY
               ALTERNATE RECORD KEY IS HT-ITEM-KEY
               FILE STATUS IS TRANSACTION-HISTORY-STATUS.
           SELECT REVERSAL-REPORT-FILE ASSIGN TO "REVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REVERSAL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  TRANSACTION-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "trnhist.cpy".

       FD  REVERSAL-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REVERSAL-REPORT-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  RUN-CONTROL-STATUS      PIC X(02) VALUE SPACES.
           05  TRANSACTION-STATUS      PIC X(02) VALUE SPACES.
           05  TRANSACTION-REJECT-STATUS PIC X(02) VALUE SPACES.
           05  TRANSACTION-HISTORY-STATUS PIC X(02) VALUE SPACES.
           05  REVERSAL-REPORT-STATUS  PIC X(02) VALUE SPACES.
           05  WORK-EOF-FLAG           PIC 9(01) VALUE 0.
               88  WORK-EOF               VALUE 1.
               88  WORK-NOT-EOF           VALUE 0.

       01  REVERSAL-PARAMS.
           05  REPORT-RUN-ID       PIC 9(06) VALUE 0.
           05  REPORT-BUSINESS-DATE PIC 9(08) VALUE 0.
           05  REPORT-BATCH-NUMBER PIC 9(06) VALUE 0.
           05  REVERSAL-RC         PIC 9(02) VALUE 0.

       01  REJECT-IMAGE-TABLE.
           05  REJECT-IMAGE-COUNT  PIC 9(04) VALUE 0.
           05  REJECT-IMAGE-ENTRY OCCURS 1000 TIMES.
               10  RI-RECORD-IMAGE PIC X(40).
               10  RI-REASON-CODE  PIC X(03).
               10  RI-MATCHED-FLAG PIC 9(01).
           05  REJECT-IDX          PIC 9(04) VALUE 0.
           05  REJECT-MATCH-IDX    PIC 9(04) VALUE 0.
           05  REJECTS-NOT-LOADED  PIC 9(07) VALUE 0.

       01  REVERSAL-WORK.
           05  ITEM-SEQ            PIC 9(07) VALUE 0.
           05  ITEM-OUTCOME        PIC X(14) VALUE SPACES.
           05  ITEM-REASON         PIC X(03) VALUE SPACES.
           05  ORIGINAL-REMAINING  PIC S9(11)V99 VALUE 0.

       01  REVERSAL-TOTALS.
           05  REVERSALS-READ      PIC 9(07) VALUE 0.
           05  REVERSALS-POSTED    PIC 9(07) VALUE 0.
           05  REVERSALS-REJECTED  PIC 9(07) VALUE 0.
           05  REVERSALS-UNPOSTED  PIC 9(07) VALUE 0.
           05  FULL-POSTED         PIC 9(07) VALUE 0.
           05  PARTIAL-POSTED      PIC 9(07) VALUE 0.
           05  ORIGINALS-CLOSED    PIC 9(07) VALUE 0.
           05  ORIGINALS-MISSING   PIC 9(07) VALUE 0.
           05  POSTED-AMOUNT       PIC S9(13)V99 VALUE 0.
           05  REJECT-NOT-FOUND    PIC 9(07) VALUE 0.
           05  REJECT-REVERSED     PIC 9(07) VALUE 0.
           05  REJECT-AMOUNT       PIC 9(07) VALUE 0.
           05  REJECT-ACCOUNT      PIC 9(07) VALUE 0.
           05  REJECT-TYPE         PIC 9(07) VALUE 0.
           05  REJECT-OTHER        PIC 9(07) VALUE 0.
           05  EDIT-REV-COUNT      PIC Z(6)9.
           05  EDIT-REV-AMOUNT     PIC -(9)9.99.
           05  EDIT-REV-TOTAL      PIC -(12)9.99.

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT REVERSAL-REPORT-FILE
           MOVE "----- Reversals And Adjustments -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM FIND-REPORT-RUN
           IF REVERSAL-RC < 8
               PERFORM LOAD-REJECT-IMAGES
           END-IF
           IF REVERSAL-RC < 8
               OPEN INPUT TRANSACTION-HISTORY-FILE
               IF TRANSACTION-HISTORY-STATUS NOT = "00"
                   MOVE "TRNHIST NOT AVAILABLE - STATUS "
                       TO REPORT-LINE
                   MOVE TRANSACTION-HISTORY-STATUS TO REPORT-LINE(32:2)
                   PERFORM WRITE-REPORT-LINE
                   MOVE 12 TO REVERSAL-RC
               END-IF
           END-IF
           IF REVERSAL-RC < 8
               OPEN INPUT TRANSACTION-FILE
               IF TRANSACTION-STATUS NOT = "00"
                   MOVE "TRANFILE NOT AVAILABLE - STATUS "
                       TO REPORT-LINE
                   MOVE TRANSACTION-STATUS TO REPORT-LINE(33:2)
                   PERFORM WRITE-REPORT-LINE
                   CLOSE TRANSACTION-HISTORY-FILE
                   MOVE 12 TO REVERSAL-RC
               END-IF
           END-IF
           IF REVERSAL-RC < 8
               PERFORM LIST-REVERSALS
               CLOSE TRANSACTION-FILE
               CLOSE TRANSACTION-HISTORY-FILE
               PERFORM WRITE-REVERSAL-TOTALS
           END-IF
           CLOSE REVERSAL-REPORT-FILE
           MOVE REVERSAL-RC TO RETURN-CODE
           STOP RUN.

       WRITE-REPORT-LINE.
           DISPLAY REPORT-LINE
           MOVE REPORT-LINE TO REVERSAL-REPORT-RECORD
           WRITE REVERSAL-REPORT-RECORD
           MOVE SPACES TO REPORT-LINE.

       FIND-REPORT-RUN.
           SET WORK-NOT-EOF TO TRUE
           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS NOT = "00"
               MOVE "RUNCTL NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE RUN-CONTROL-STATUS TO REPORT-LINE(31:2)
               PERFORM WRITE-REPORT-LINE
               MOVE 12 TO REVERSAL-RC
               SET WORK-EOF TO TRUE
           END-IF
           PERFORM UNTIL WORK-EOF
               READ RUN-CONTROL-FILE
                   AT END SET WORK-EOF TO TRUE
                   NOT AT END
                       IF RUN-START-REC
                           MOVE RC-RUN-ID TO REPORT-RUN-ID
                           MOVE RC-BUSINESS-DATE
                               TO REPORT-BUSINESS-DATE
                       END-IF
               END-READ
           END-PERFORM
           IF RUN-CONTROL-STATUS = "00" OR RUN-CONTROL-STATUS = "10"
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF REVERSAL-RC < 8
               IF REPORT-RUN-ID = 0
                   MOVE "NO RUN ON RUNCTL TO REPORT" TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 8 TO REVERSAL-RC
               ELSE
                   STRING "Run " REPORT-RUN-ID "  Business Date "
                       REPORT-BUSINESS-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       LOAD-REJECT-IMAGES.
           SET WORK-NOT-EOF TO TRUE
           OPEN INPUT TRANSACTION-REJECT-FILE
           IF TRANSACTION-REJECT-STATUS NOT = "00"
               MOVE "TRANREJ NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE TRANSACTION-REJECT-STATUS TO REPORT-LINE(32:2)
               PERFORM WRITE-REPORT-LINE
               MOVE 12 TO REVERSAL-RC
               SET WORK-EOF TO TRUE
           END-IF
           PERFORM UNTIL WORK-EOF
               READ TRANSACTION-REJECT-FILE
                   AT END SET WORK-EOF TO TRUE
                   NOT AT END
                       IF RJ-RUN-ID = REPORT-RUN-ID AND
                          RJ-RECORD-IMAGE(1:1) = "R"
                           IF REJECT-IMAGE-COUNT < 1000
                               ADD 1 TO REJECT-IMAGE-COUNT
                               MOVE RJ-RECORD-IMAGE TO
                                   RI-RECORD-IMAGE(REJECT-IMAGE-COUNT)
                               MOVE RJ-REASON-CODE TO
                                   RI-REASON-CODE(REJECT-IMAGE-COUNT)
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
               MOVE REJECTS-NOT-LOADED TO EDIT-REV-COUNT
               STRING "*** " EDIT-REV-COUNT
                   " REJECTED REVERSALS OVER TABLE LIMIT ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF REVERSAL-RC < 4
                   MOVE 4 TO REVERSAL-RC
               END-IF
           END-IF.

       LIST-REVERSALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Seq     Account  Ty K" TO REPORT-LINE
           MOVE "Amount Outcome" TO REPORT-LINE(30:14)
           PERFORM WRITE-REPORT-LINE
           MOVE "  > Original Item  Account  Tran Dt  Ty"
               TO REPORT-LINE
           MOVE "Amount Ccy" TO REPORT-LINE(48:10)
           MOVE "Reversed St" TO REPORT-LINE(64:11)
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO ITEM-SEQ
           SET WORK-NOT-EOF TO TRUE
           PERFORM UNTIL WORK-EOF
               READ TRANSACTION-FILE
                   AT END SET WORK-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TRAN-HEADER-REC
                               MOVE TH-BATCH-NUMBER
                                   TO REPORT-BATCH-NUMBER
                           WHEN TRAN-TRAILER-REC
                               CONTINUE
                           WHEN TRAN-REVERSAL-REC
                               ADD 1 TO ITEM-SEQ
                               PERFORM REPORT-ONE-REVERSAL
                           WHEN OTHER
                               ADD 1 TO ITEM-SEQ
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF REVERSALS-READ = 0
               MOVE "NO REVERSALS IN THIS BATCH" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       REPORT-ONE-REVERSAL.
           ADD 1 TO REVERSALS-READ
           PERFORM FIND-REVERSAL-OUTCOME
           IF TR-AMOUNT IS NUMERIC
               MOVE TR-AMOUNT TO EDIT-REV-AMOUNT
           ELSE
               MOVE 0 TO EDIT-REV-AMOUNT
           END-IF
           STRING ITEM-SEQ " " TR-ACCOUNT-NUMBER " " TR-TRAN-TYPE " "
               TV-ADJUST-KIND " " EDIT-REV-AMOUNT " " ITEM-OUTCOME
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM REPORT-REVERSED-ORIGINAL.

       FIND-REVERSAL-OUTCOME.
           MOVE SPACES TO ITEM-OUTCOME
           MOVE SPACES TO ITEM-REASON
           MOVE 0 TO REJECT-MATCH-IDX
           PERFORM VARYING REJECT-IDX FROM 1 BY 1
           UNTIL REJECT-IDX > REJECT-IMAGE-COUNT
               OR REJECT-MATCH-IDX > 0
               IF RI-MATCHED-FLAG(REJECT-IDX) = 0 AND
                  RI-RECORD-IMAGE(REJECT-IDX) = TRANSACTION-RECORD
                   MOVE REJECT-IDX TO REJECT-MATCH-IDX
               END-IF
           END-PERFORM
           IF REJECT-MATCH-IDX > 0
               MOVE 1 TO RI-MATCHED-FLAG(REJECT-MATCH-IDX)
               MOVE RI-REASON-CODE(REJECT-MATCH-IDX) TO ITEM-REASON
               STRING "REJECTED " ITEM-REASON
                   DELIMITED BY SIZE INTO ITEM-OUTCOME
               PERFORM TALLY-REJECT-REASON
           ELSE
               MOVE REPORT-BATCH-NUMBER TO HT-BATCH-NUMBER
               MOVE ITEM-SEQ TO HT-BATCH-SEQ
               READ TRANSACTION-HISTORY-FILE KEY IS HT-ITEM-KEY
                   INVALID KEY
                       MOVE "NOT POSTED" TO ITEM-OUTCOME
                       ADD 1 TO REVERSALS-UNPOSTED
                   NOT INVALID KEY
                       MOVE "POSTED" TO ITEM-OUTCOME
                       ADD 1 TO REVERSALS-POSTED
                       ADD HT-AMOUNT TO POSTED-AMOUNT
                       IF TV-PARTIAL-ADJUST
                           ADD 1 TO PARTIAL-POSTED
                       ELSE
                           ADD 1 TO FULL-POSTED
                       END-IF
               END-READ
           END-IF
           IF ITEM-OUTCOME NOT = "POSTED" AND REVERSAL-RC < 4
               MOVE 4 TO REVERSAL-RC
           END-IF.

       TALLY-REJECT-REASON.
           ADD 1 TO REVERSALS-REJECTED
           EVALUATE ITEM-REASON
               WHEN "RNF"
                   ADD 1 TO REJECT-NOT-FOUND
               WHEN "RAR"
                   ADD 1 TO REJECT-REVERSED
               WHEN "RAM"
                   ADD 1 TO REJECT-AMOUNT
               WHEN "RAC"
                   ADD 1 TO REJECT-ACCOUNT
               WHEN "RTM"
                   ADD 1 TO REJECT-TYPE
               WHEN OTHER
                   ADD 1 TO REJECT-OTHER
           END-EVALUATE.

       REPORT-REVERSED-ORIGINAL.
           IF TV-ORIG-BATCH IS NOT NUMERIC OR
              TV-ORIG-SEQ IS NOT NUMERIC
               MOVE "  > ORIGINAL KEY NOT NUMERIC" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO ORIGINALS-MISSING
           ELSE
               MOVE TV-ORIG-BATCH TO HT-BATCH-NUMBER
               MOVE TV-ORIG-SEQ TO HT-BATCH-SEQ
               READ TRANSACTION-HISTORY-FILE KEY IS HT-ITEM-KEY
                   INVALID KEY
                       STRING "  > " TV-ORIG-BATCH "/" TV-ORIG-SEQ
                           " NOT ON TRANSACTION HISTORY"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                       ADD 1 TO ORIGINALS-MISSING
                   NOT INVALID KEY
                       PERFORM REPORT-ORIGINAL-ITEM
               END-READ
           END-IF.

       REPORT-ORIGINAL-ITEM.
           IF HT-REVERSED-AMOUNT IS NOT NUMERIC
               MOVE 0 TO HT-REVERSED-AMOUNT
           END-IF
           IF HT-ORIGINAL-AMOUNT IS NOT NUMERIC
               MOVE HT-AMOUNT TO HT-ORIGINAL-AMOUNT
           END-IF
           MOVE HT-ORIGINAL-AMOUNT TO EDIT-REV-AMOUNT
           STRING "  > " HT-BATCH-NUMBER "/" HT-BATCH-SEQ " "
               HT-ACCOUNT-NUMBER " " HT-TRAN-DATE " " HT-TRAN-TYPE
               " " EDIT-REV-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           MOVE HT-REVERSED-AMOUNT TO EDIT-REV-AMOUNT
           STRING HT-CURRENCY-CODE " " EDIT-REV-AMOUNT " "
               HT-REVERSAL-STATUS
               DELIMITED BY SIZE INTO REPORT-LINE(55:)
           PERFORM WRITE-REPORT-LINE
           IF ITEM-OUTCOME = "POSTED" AND HT-FULLY-REVERSED AND
              HT-LAST-REVERSAL-RUN = REPORT-RUN-ID
               ADD 1 TO ORIGINALS-CLOSED
           END-IF
           IF ITEM-OUTCOME = "POSTED" AND HT-PART-REVERSED
               COMPUTE ORIGINAL-REMAINING =
                   HT-ORIGINAL-AMOUNT - HT-REVERSED-AMOUNT
               MOVE ORIGINAL-REMAINING TO EDIT-REV-AMOUNT
               STRING "    Remaining After Adjustment: "
                   EDIT-REV-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REVERSAL-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE REVERSALS-READ TO EDIT-REV-COUNT
           STRING "Reversals Read:            " EDIT-REV-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE REVERSALS-POSTED TO EDIT-REV-COUNT
           MOVE POSTED-AMOUNT TO EDIT-REV-TOTAL
           STRING "Reversals Posted:          " EDIT-REV-COUNT
               "  Amount " EDIT-REV-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE FULL-POSTED TO EDIT-REV-COUNT
           STRING "  Full Reversals:          " EDIT-REV-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE PARTIAL-POSTED TO EDIT-REV-COUNT
           STRING "  Partial Adjustments:     " EDIT-REV-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ORIGINALS-CLOSED TO EDIT-REV-COUNT
           STRING "  Originals Now Reversed:  " EDIT-REV-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE REVERSALS-REJECTED TO EDIT-REV-COUNT
           STRING "Reversals Rejected:        " EDIT-REV-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF REVERSALS-REJECTED > 0
               MOVE REJECT-NOT-FOUND TO EDIT-REV-COUNT
               STRING "  RNF Original Not Found:  " EDIT-REV-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE REJECT-REVERSED TO EDIT-REV-COUNT
               STRING "  RAR Already Reversed:    " EDIT-REV-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE REJECT-AMOUNT TO EDIT-REV-COUNT
               STRING "  RAM Amount Mismatch:     " EDIT-REV-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE REJECT-ACCOUNT TO EDIT-REV-COUNT
               STRING "  RAC Account Mismatch:    " EDIT-REV-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE REJECT-TYPE TO EDIT-REV-COUNT
               STRING "  RTM Type Mismatch:       " EDIT-REV-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE REJECT-OTHER TO EDIT-REV-COUNT
               STRING "  Other Edit Reasons:      " EDIT-REV-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF REVERSALS-UNPOSTED > 0
               MOVE REVERSALS-UNPOSTED TO EDIT-REV-COUNT
               STRING "Reversals Not Posted:      " EDIT-REV-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF ORIGINALS-MISSING > 0
               MOVE ORIGINALS-MISSING TO EDIT-REV-COUNT
               STRING "Originals Not On History:  " EDIT-REV-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
