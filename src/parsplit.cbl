           SELECT CHUNK-MANIFEST-FILE ASSIGN TO "PARMAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHUNK-MANIFEST-STATUS.
           SELECT CHUNK-STATUS-FILE ASSIGN TO "CHKSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHUNK-STATUS-FILE-STATUS.
           SELECT CHUNK-FILE-01 ASSIGN TO "PARWK01"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHUNK-FILE-STATUS.
           05  PM-ELEMENT-COUNT    PIC 9(07).
           05  PM-VALUE-HASH       PIC S9(13)V99.

       FD  CHUNK-STATUS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "chkstat.cpy".

       FD  CHUNK-FILE-01
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHUNK-RECORD-01         PIC X(32).
       FD  CHUNK-FILE-02
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHUNK-RECORD-02         PIC X(32).
       FD  CHUNK-FILE-03
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHUNK-RECORD-03         PIC X(32).
       FD  CHUNK-FILE-04
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHUNK-RECORD-04         PIC X(32).
       FD  CHUNK-FILE-05
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHUNK-RECORD-05         PIC X(32).
       FD  CHUNK-FILE-06
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHUNK-RECORD-06         PIC X(32).
       FD  CHUNK-FILE-07
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHUNK-RECORD-07         PIC X(32).
       FD  CHUNK-FILE-08
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHUNK-RECORD-08         PIC X(32).
       FD  CHUNK-FILE-09
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHUNK-RECORD-09         PIC X(32).
       FD  CHUNK-FILE-10
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHUNK-RECORD-10         PIC X(32).

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  TRANSACTION-FILE-STATUS PIC X(02) VALUE SPACES.
           05  CONTROL-FILE-STATUS     PIC X(02) VALUE SPACES.
           05  CHUNK-MANIFEST-STATUS   PIC X(02) VALUE SPACES.
           05  CHUNK-STATUS-FILE-STATUS PIC X(02) VALUE SPACES.
           05  CHUNK-FILE-STATUS       PIC X(02) VALUE SPACES.
           05  TRANSACTION-EOF-FLAG    PIC 9(01) VALUE 0.
               88  TRANSACTION-EOF        VALUE 1.

       01  SPLIT-VARS.
           05  SPLIT-THREAD-COUNT  PIC 9(2) VALUE 4.
           05  SPLIT-MODE          PIC 9(1) VALUE 0.
               88  SPLIT-ROUND-ROBIN  VALUE 0.
               88  SPLIT-BY-ACCOUNT   VALUE 1.
           05  SPLIT-ACCOUNT-HASH  PIC 9(7) VALUE 0.
           05  SPLIT-CHAR-IDX      PIC 9(2) VALUE 0.
           05  SPLIT-AMOUNT-TOLERANCE PIC 9(9) VALUE 999999999.
           05  SPLIT-RECORD-COUNT  PIC 9(7) VALUE 0.
           05  SPLIT-CHUNK-NUM     PIC 9(2) VALUE 0.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SPLIT-BY-ACCOUNT
               DISPLAY "PARALLEL-SPLIT: " SPLIT-RECORD-COUNT
                   " RECORDS SPLIT BY ACCOUNT INTO "
                   SPLIT-THREAD-COUNT " CHUNKS"
           ELSE
               DISPLAY "PARALLEL-SPLIT: " SPLIT-RECORD-COUNT
                   " RECORDS SPLIT INTO " SPLIT-THREAD-COUNT " CHUNKS"
           END-IF
           STOP RUN.

       READ-SPLIT-PARAMS.
                           MOVE CP-AMOUNT-TOLERANCE
                               TO SPLIT-AMOUNT-TOLERANCE
                       END-IF
                       IF CP-SPLIT-MODE IS NUMERIC AND
                          CP-SPLIT-MODE <= 1
                           MOVE CP-SPLIT-MODE TO SPLIT-MODE
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       SPLIT-ONE-RECORD.
           ADD 1 TO SPLIT-RECORD-COUNT
           IF SPLIT-BY-ACCOUNT
               PERFORM HASH-ACCOUNT-NUMBER
               COMPUTE SPLIT-CHUNK-NUM = FUNCTION MOD(
                   SPLIT-ACCOUNT-HASH, SPLIT-THREAD-COUNT) + 1
           ELSE
               COMPUTE SPLIT-CHUNK-NUM = FUNCTION MOD(
                   SPLIT-RECORD-COUNT - 1, SPLIT-THREAD-COUNT) + 1
           END-IF
           MOVE SPACES TO CHUNK-RECORD
           SET CHUNK-DETAIL-REC TO TRUE
           MOVE SPLIT-RECORD-COUNT TO CW-SEQUENCE
           MOVE TR-AMOUNT TO CW-VALUE
           MOVE TR-ACCOUNT-NUMBER TO CW-ACCOUNT-NUMBER
           MOVE SPLIT-CHUNK-NUM TO CW-CHUNK-NUMBER
           PERFORM WRITE-CHUNK-RECORD
           ADD 1 TO SC-RECORD-COUNT(SPLIT-CHUNK-NUM)
           ADD TR-AMOUNT TO SC-VALUE-HASH(SPLIT-CHUNK-NUM).

       HASH-ACCOUNT-NUMBER.
           MOVE 0 TO SPLIT-ACCOUNT-HASH
           PERFORM VARYING SPLIT-CHAR-IDX FROM 1 BY 1
           UNTIL SPLIT-CHAR-IDX > 8
               COMPUTE SPLIT-ACCOUNT-HASH = FUNCTION MOD(
                   SPLIT-ACCOUNT-HASH * 31 + FUNCTION ORD(
                   TR-ACCOUNT-NUMBER(SPLIT-CHAR-IDX:1)), 999983)
           END-PERFORM.

       WRITE-CHUNK-TRAILERS.
           OPEN OUTPUT CHUNK-MANIFEST-FILE
           OPEN OUTPUT CHUNK-STATUS-FILE
           IF CHUNK-STATUS-FILE-STATUS NOT = "00"
               DISPLAY "PARALLEL-SPLIT: CHKSTAT NOT AVAILABLE - STATUS "
                   CHUNK-STATUS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING SPLIT-CHUNK-NUM FROM 1 BY 1
           UNTIL SPLIT-CHUNK-NUM > SPLIT-THREAD-COUNT
               MOVE SPACES TO CHUNK-RECORD
               MOVE SC-RECORD-COUNT(SPLIT-CHUNK-NUM)
                   TO CT-RECORD-COUNT
               MOVE SC-VALUE-HASH(SPLIT-CHUNK-NUM) TO CT-VALUE-HASH
               MOVE SPLIT-MODE TO CT-SPLIT-MODE
               MOVE SPLIT-CHUNK-NUM TO CT-CHUNK-NUMBER
               MOVE 0 TO CT-WORK-PASS
               PERFORM WRITE-CHUNK-RECORD
               MOVE SPLIT-CHUNK-NUM TO PM-CHUNK-NUMBER
               MOVE SC-RECORD-COUNT(SPLIT-CHUNK-NUM)
                   TO PM-ELEMENT-COUNT
               MOVE SC-VALUE-HASH(SPLIT-CHUNK-NUM) TO PM-VALUE-HASH
               WRITE CHUNK-MANIFEST-RECORD
               PERFORM WRITE-CHUNK-STATUS
           END-PERFORM
           CLOSE CHUNK-MANIFEST-FILE
           CLOSE CHUNK-STATUS-FILE.

       WRITE-CHUNK-STATUS.
           MOVE SPACES TO CHUNK-STATUS-RECORD
           MOVE SPLIT-CHUNK-NUM TO CS-CHUNK-NUMBER
           SET CS-SPLIT-DONE TO TRUE
           MOVE SPLIT-MODE TO CS-SPLIT-MODE
           MOVE SC-RECORD-COUNT(SPLIT-CHUNK-NUM) TO CS-SPLIT-COUNT
           MOVE SC-VALUE-HASH(SPLIT-CHUNK-NUM) TO CS-SPLIT-HASH
           SET CS-WORK-PENDING TO TRUE
           MOVE 0 TO CS-WORK-PASS
           MOVE 0 TO CS-WORK-COUNT
           MOVE 0 TO CS-WORK-HASH
           SET CS-MERGE-PENDING TO TRUE
           WRITE CHUNK-STATUS-RECORD.

       OPEN-CHUNK-FILES.
           OPEN OUTPUT CHUNK-FILE-01
