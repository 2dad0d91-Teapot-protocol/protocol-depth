           SELECT CONTROL-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT CHUNK-STATUS-FILE ASSIGN TO "CHKSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHUNK-STATUS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHUNK-INPUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHUNK-INPUT-RECORD      PIC X(32).

       FD  CHUNK-OUTPUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHUNK-OUTPUT-RECORD     PIC X(32).

       FD  CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "ctlparm.cpy".

       FD  CHUNK-STATUS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "chkstat.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  CHUNK-INPUT-STATUS      PIC X(02) VALUE SPACES.
           05  CHUNK-OUTPUT-STATUS     PIC X(02) VALUE SPACES.
           05  CONTROL-FILE-STATUS     PIC X(02) VALUE SPACES.
           05  CHUNK-STATUS-FILE-STATUS PIC X(02) VALUE SPACES.
           05  CHUNK-STATUS-EOF-FLAG   PIC 9(01) VALUE 0.
               88  CHUNK-STATUS-EOF       VALUE 1.
               88  CHUNK-STATUS-NOT-EOF   VALUE 0.
           05  CHUNK-EOF-FLAG          PIC 9(01) VALUE 0.
               88  CHUNK-EOF              VALUE 1.
               88  CHUNK-NOT-EOF          VALUE 0.
           05  WORKER-ERROR-FLAG   PIC 9(1) VALUE 0.
               88  WORKER-ERROR       VALUE 1.
           05  WORKER-RC           PIC 9(2) VALUE 0.
           05  WORKER-SPLIT-MODE   PIC 9(1) VALUE 0.
               88  WORKER-BY-ACCOUNT  VALUE 1.
           05  WORKER-CHUNK-NUMBER PIC 9(2) VALUE 0.
           05  WORKER-PASS         PIC 9(2) VALUE 1.
           05  WORKER-RUN-MODE     PIC 9(1) VALUE 0.
               88  WORKER-FULL-RUN    VALUE 0.
               88  WORKER-RERUN       VALUE 1.

       01  RERUN-STATUS-VARS.
           05  RERUN-STATUS-COUNT  PIC 9(2) VALUE 0.
           05  RERUN-STATUS-TABLE.
               10  RERUN-STATUS-ROW OCCURS 10 TIMES.
                   15  RS-CHUNK-NUMBER   PIC 9(2).
                   15  RS-WORK-PASS      PIC 9(2).
                   15  RS-MERGE-STATUS   PIC X(1).
                       88  RS-VERIFIED       VALUE "V".
           05  RERUN-STATUS-IDX    PIC 9(2) VALUE 0.

       01  ACCOUNT-SUBTOTAL-VARS.
           05  SUBTOTAL-COUNT      PIC 9(4) VALUE 0.
           05  SUBTOTAL-FULL-FLAG  PIC 9(1) VALUE 0.
               88  SUBTOTAL-TABLE-FULL VALUE 1.
           05  SUBTOTAL-TABLE.
               10  SUBTOTAL-ROW OCCURS 2000 TIMES.
                   15  ST-ACCOUNT-NUMBER PIC X(8).
                   15  ST-RECORD-COUNT   PIC 9(7).
                   15  ST-AMOUNT-TOTAL   PIC S9(13)V99.
           05  SUBTOTAL-IDX        PIC 9(4) VALUE 0.
           05  SUBTOTAL-SHIFT-IDX  PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-WORKER-PARAMS
           PERFORM READ-CHUNK-STATUS
           OPEN INPUT CHUNK-INPUT-FILE
           IF CHUNK-INPUT-STATUS NOT = "00"
               DISPLAY "CHUNK-WORKER: CHUNKIN NOT AVAILABLE - STATUS "
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET CHUNK-NOT-EOF TO TRUE
           PERFORM READ-CHUNK-INPUT
           PERFORM IDENTIFY-CHUNK
           IF WORKER-RERUN
               PERFORM CHECK-RERUN-NEEDED
           END-IF
           OPEN OUTPUT CHUNK-OUTPUT-FILE
           PERFORM UNTIL CHUNK-EOF
               PERFORM PROCESS-CHUNK-INPUT
               PERFORM READ-CHUNK-INPUT
           END-PERFORM
           CLOSE CHUNK-INPUT-FILE
           PERFORM VERIFY-INPUT-TRAILER
           IF WORKER-BY-ACCOUNT AND SUBTOTAL-TABLE-FULL
               DISPLAY "CHUNK-WORKER: OVER 2000 ACCOUNTS IN CHUNK - "
                   "ACCOUNT SUBTOTALS INCOMPLETE"
               SET WORKER-ERROR TO TRUE
           END-IF
           IF NOT WORKER-ERROR
               IF WORKER-BY-ACCOUNT
                   PERFORM WRITE-ACCOUNT-SUBTOTALS
               END-IF
               PERFORM WRITE-OUTPUT-TRAILER
           END-IF
           CLOSE CHUNK-OUTPUT-FILE
           ELSE
               DISPLAY "CHUNK-WORKER: " WORKER-OUT-COUNT
                   " RECORDS PROCESSED - INPUT VERIFIED"
               IF WORKER-RERUN
                   DISPLAY "CHUNK-WORKER: CHUNK " WORKER-CHUNK-NUMBER
                       " RERUN AS PASS " WORKER-PASS
               END-IF
               IF WORKER-BY-ACCOUNT
                   DISPLAY "CHUNK-WORKER: " SUBTOTAL-COUNT
                       " ACCOUNT SUBTOTALS WRITTEN"
               END-IF
           END-IF
           MOVE WORKER-RC TO RETURN-CODE
           STOP RUN.
               CLOSE CONTROL-FILE
           END-IF.

       READ-CHUNK-STATUS.
           OPEN INPUT CHUNK-STATUS-FILE
           IF CHUNK-STATUS-FILE-STATUS = "00"
               SET WORKER-RERUN TO TRUE
               SET CHUNK-STATUS-NOT-EOF TO TRUE
               PERFORM UNTIL CHUNK-STATUS-EOF
                   READ CHUNK-STATUS-FILE
                       AT END SET CHUNK-STATUS-EOF TO TRUE
                       NOT AT END
                           IF RERUN-STATUS-COUNT < 10
                               ADD 1 TO RERUN-STATUS-COUNT
                               MOVE CS-CHUNK-NUMBER TO RS-CHUNK-NUMBER(
                                   RERUN-STATUS-COUNT)
                               MOVE CS-WORK-PASS TO RS-WORK-PASS(
                                   RERUN-STATUS-COUNT)
                               MOVE CS-MERGE-STATUS TO RS-MERGE-STATUS(
                                   RERUN-STATUS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHUNK-STATUS-FILE
           END-IF.

       READ-CHUNK-INPUT.
           READ CHUNK-INPUT-FILE
               AT END SET CHUNK-EOF TO TRUE
               NOT AT END
                   MOVE CHUNK-INPUT-RECORD TO CHUNK-RECORD
           END-READ.

       IDENTIFY-CHUNK.
           IF NOT CHUNK-EOF
               IF CHUNK-DETAIL-REC AND CW-CHUNK-NUMBER IS NUMERIC
                   MOVE CW-CHUNK-NUMBER TO WORKER-CHUNK-NUMBER
               END-IF
               IF CHUNK-TRAILER-REC AND CT-CHUNK-NUMBER IS NUMERIC
                   MOVE CT-CHUNK-NUMBER TO WORKER-CHUNK-NUMBER
               END-IF
           END-IF.

       CHECK-RERUN-NEEDED.
           PERFORM VARYING RERUN-STATUS-IDX FROM 1 BY 1
           UNTIL RERUN-STATUS-IDX > RERUN-STATUS-COUNT
           OR RS-CHUNK-NUMBER(RERUN-STATUS-IDX) = WORKER-CHUNK-NUMBER
               CONTINUE
           END-PERFORM
           IF WORKER-CHUNK-NUMBER = 0
           OR RERUN-STATUS-IDX > RERUN-STATUS-COUNT
               DISPLAY "CHUNK-WORKER: CHUNK " WORKER-CHUNK-NUMBER
                   " NOT ON CHKSTAT - RESPLIT REQUIRED"
               CLOSE CHUNK-INPUT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RS-VERIFIED(RERUN-STATUS-IDX)
               DISPLAY "CHUNK-WORKER: CHUNK " WORKER-CHUNK-NUMBER
                   " ALREADY VERIFIED - NOT RERUN"
               CLOSE CHUNK-INPUT-FILE
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RS-WORK-PASS(RERUN-STATUS-IDX) IS NUMERIC AND
              RS-WORK-PASS(RERUN-STATUS-IDX) < 99
               COMPUTE WORKER-PASS =
                   RS-WORK-PASS(RERUN-STATUS-IDX) + 1
           END-IF.

       PROCESS-CHUNK-INPUT.
           EVALUATE TRUE
               WHEN CHUNK-DETAIL-REC
                   ADD 1 TO WORKER-IN-COUNT
                   ADD CW-VALUE TO WORKER-IN-HASH
                   PERFORM ACCUMULATE-ACCOUNT-SUBTOTAL
                   PERFORM PROCESS-CHUNK-VALUE
                   MOVE CHUNK-RECORD TO CHUNK-OUTPUT-RECORD
                   WRITE CHUNK-OUTPUT-RECORD
                   SET INPUT-TRAILER-SEEN TO TRUE
                   MOVE CT-RECORD-COUNT TO TRAILER-COUNT-IN
                   MOVE CT-VALUE-HASH TO TRAILER-HASH-IN
                   IF CT-SPLIT-MODE IS NUMERIC
                       MOVE CT-SPLIT-MODE TO WORKER-SPLIT-MODE
                   END-IF
               WHEN OTHER
                   DISPLAY "CHUNK-WORKER: UNKNOWN RECORD TYPE "
                       CW-RECORD-TYPE
           SET CHUNK-TRAILER-REC TO TRUE
           MOVE WORKER-OUT-COUNT TO CT-RECORD-COUNT
           MOVE WORKER-OUT-HASH TO CT-VALUE-HASH
           MOVE WORKER-SPLIT-MODE TO CT-SPLIT-MODE
           MOVE WORKER-CHUNK-NUMBER TO CT-CHUNK-NUMBER
           MOVE WORKER-PASS TO CT-WORK-PASS
           MOVE CHUNK-RECORD TO CHUNK-OUTPUT-RECORD
           WRITE CHUNK-OUTPUT-RECORD.

       ACCUMULATE-ACCOUNT-SUBTOTAL.
           PERFORM VARYING SUBTOTAL-IDX FROM 1 BY 1
           UNTIL SUBTOTAL-IDX > SUBTOTAL-COUNT
           OR ST-ACCOUNT-NUMBER(SUBTOTAL-IDX) >= CW-ACCOUNT-NUMBER
               CONTINUE
           END-PERFORM
           IF SUBTOTAL-IDX > SUBTOTAL-COUNT
           OR ST-ACCOUNT-NUMBER(SUBTOTAL-IDX) NOT = CW-ACCOUNT-NUMBER
               IF SUBTOTAL-COUNT >= 2000
                   SET SUBTOTAL-TABLE-FULL TO TRUE
                   MOVE 0 TO SUBTOTAL-IDX
               ELSE
                   PERFORM VARYING SUBTOTAL-SHIFT-IDX
                   FROM SUBTOTAL-COUNT BY -1
                   UNTIL SUBTOTAL-SHIFT-IDX < SUBTOTAL-IDX
                       MOVE SUBTOTAL-ROW(SUBTOTAL-SHIFT-IDX)
                           TO SUBTOTAL-ROW(SUBTOTAL-SHIFT-IDX + 1)
                   END-PERFORM
                   ADD 1 TO SUBTOTAL-COUNT
                   MOVE CW-ACCOUNT-NUMBER
                       TO ST-ACCOUNT-NUMBER(SUBTOTAL-IDX)
                   MOVE 0 TO ST-RECORD-COUNT(SUBTOTAL-IDX)
                   MOVE 0 TO ST-AMOUNT-TOTAL(SUBTOTAL-IDX)
               END-IF
           END-IF
           IF SUBTOTAL-IDX > 0
               ADD 1 TO ST-RECORD-COUNT(SUBTOTAL-IDX)
               ADD CW-VALUE TO ST-AMOUNT-TOTAL(SUBTOTAL-IDX)
           END-IF.

       WRITE-ACCOUNT-SUBTOTALS.
           PERFORM VARYING SUBTOTAL-IDX FROM 1 BY 1
           UNTIL SUBTOTAL-IDX > SUBTOTAL-COUNT
               MOVE SPACES TO CHUNK-RECORD
               SET CHUNK-ACCOUNT-REC TO TRUE
               MOVE ST-ACCOUNT-NUMBER(SUBTOTAL-IDX)
                   TO CA-ACCOUNT-NUMBER
               MOVE ST-RECORD-COUNT(SUBTOTAL-IDX) TO CA-RECORD-COUNT
               MOVE ST-AMOUNT-TOTAL(SUBTOTAL-IDX) TO CA-AMOUNT-TOTAL
               MOVE CHUNK-RECORD TO CHUNK-OUTPUT-RECORD
               WRITE CHUNK-OUTPUT-RECORD
           END-PERFORM.

       PROCESS-CHUNK-VALUE.
           EVALUATE WORKER-MAP-OP
               WHEN 2
