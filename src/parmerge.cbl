           SELECT MERGE-OUTPUT-FILE ASSIGN TO "PARMOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MERGE-OUTPUT-STATUS.
           SELECT PARALLEL-ACCOUNT-FILE ASSIGN TO "PARACCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARALLEL-ACCOUNT-STATUS.
           SELECT CHUNK-STATUS-FILE ASSIGN TO "CHKSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHUNK-STATUS-FILE-STATUS.
           SELECT MERGE-REPORT-FILE ASSIGN TO "PARMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MERGE-REPORT-STATUS.
           SELECT CHUNK-OUT-01 ASSIGN TO "CHKOUT01"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHUNK-OUT-STATUS.
       FD  MERGE-OUTPUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MERGE-OUTPUT-RECORD     PIC X(32).

       FD  PARALLEL-ACCOUNT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "paracct.cpy".

       FD  CHUNK-STATUS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "chkstat.cpy".

       FD  MERGE-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MERGE-REPORT-RECORD     PIC X(80).

       FD  CHUNK-OUT-01
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHUNK-OUT-RECORD-01     PIC X(32).
       FD  CHUNK-OUT-02
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHUNK-OUT-RECORD-02     PIC X(32).
       FD  CHUNK-OUT-03
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHUNK-OUT-RECORD-03     PIC X(32).
       FD  CHUNK-OUT-04
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHUNK-OUT-RECORD-04     PIC X(32).
       FD  CHUNK-OUT-05
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHUNK-OUT-RECORD-05     PIC X(32).
       FD  CHUNK-OUT-06
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHUNK-OUT-RECORD-06     PIC X(32).
       FD  CHUNK-OUT-07
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHUNK-OUT-RECORD-07     PIC X(32).
       FD  CHUNK-OUT-08
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHUNK-OUT-RECORD-08     PIC X(32).
       FD  CHUNK-OUT-09
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHUNK-OUT-RECORD-09     PIC X(32).
       FD  CHUNK-OUT-10
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHUNK-OUT-RECORD-10     PIC X(32).

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  CHUNK-MANIFEST-STATUS   PIC X(02) VALUE SPACES.
           05  MERGE-OUTPUT-STATUS     PIC X(02) VALUE SPACES.
           05  PARALLEL-ACCOUNT-STATUS PIC X(02) VALUE SPACES.
           05  CHUNK-OUT-STATUS        PIC X(02) VALUE SPACES.
           05  CHUNK-STATUS-FILE-STATUS PIC X(02) VALUE SPACES.
           05  MERGE-REPORT-STATUS     PIC X(02) VALUE SPACES.
           05  CHUNK-STATUS-EOF-FLAG   PIC 9(01) VALUE 0.
               88  CHUNK-STATUS-EOF       VALUE 1.
               88  CHUNK-STATUS-NOT-EOF   VALUE 0.
           05  MANIFEST-EOF-FLAG       PIC 9(01) VALUE 0.
               88  MANIFEST-EOF           VALUE 1.
               88  MANIFEST-NOT-EOF       VALUE 0.
                   15  MF-ACTIVE-FLAG  PIC 9(1).
                       88  MF-CHUNK-ACTIVE VALUE 1.
                   15  MF-CUR-SEQUENCE PIC 9(7).
                   15  MF-CUR-RECORD   PIC X(32).
                   15  MF-SPLIT-MODE   PIC 9(1).
                       88  MF-ACCOUNT-KEYED VALUE 1.
                   15  MF-ACCT-COUNT   PIC 9(7).
                   15  MF-ACCT-HASH    PIC S9(13)V99.
                   15  MF-LAST-ACCOUNT PIC X(8).
                   15  MF-CUR-ACCOUNT  PIC X(8).
                   15  MF-CUR-ACCT-COUNT PIC 9(7).
                   15  MF-CUR-ACCT-AMOUNT PIC S9(13)V99.
                   15  MF-OUTPUT-FLAG  PIC 9(1).
                       88  MF-OUTPUT-FOUND VALUE 1.
                   15  MF-PRIOR-PASS   PIC 9(2).
                   15  MF-WORK-PASS    PIC 9(2).
                   15  MF-FAIL-REASON  PIC X(20).
           05  TOTAL-EXPECTED      PIC 9(7) VALUE 0.
           05  TOTAL-MERGED        PIC 9(7) VALUE 0.
           05  TOTAL-HASH          PIC S9(13)V99 VALUE 0.
           05  MANIFEST-HASH-TOTAL PIC S9(13)V99 VALUE 0.
           05  MERGE-SPLIT-MODE    PIC 9(1) VALUE 0.
               88  MERGE-BY-ACCOUNT   VALUE 1.
           05  MERGE-ERROR-FLAG    PIC 9(1) VALUE 0.
               88  MERGE-ERROR        VALUE 1.
           05  SPLIT-MODE-FLAG     PIC 9(1) VALUE 0.
               88  SPLIT-MODE-KNOWN   VALUE 1.
           05  FAIL-REASON-TEXT    PIC X(20) VALUE SPACES.
           05  CHUNKS-RERUN        PIC 9(2) VALUE 0.
           05  CHUNKS-FAILED       PIC 9(2) VALUE 0.
           05  MF-IDX              PIC 9(2) VALUE 0.
           05  PICK-IDX            PIC 9(2) VALUE 0.
           05  PICK-SEQUENCE       PIC 9(7) VALUE 0.
           05  PICK-ACCOUNT        PIC X(8) VALUE SPACES.

       01  ACCOUNT-SUMMARY-VARS.
           05  PENDING-FLAG        PIC 9(1) VALUE 0.
               88  PENDING-ACCOUNT-HELD VALUE 1.
           05  PENDING-ACCOUNT     PIC X(8) VALUE SPACES.
           05  PENDING-COUNT       PIC 9(7) VALUE 0.
           05  PENDING-AMOUNT      PIC S9(13)V99 VALUE 0.
           05  SUMMARY-ACCOUNTS    PIC 9(7) VALUE 0.
           05  SUMMARY-RECORDS     PIC 9(7) VALUE 0.
           05  SUMMARY-AMOUNT      PIC S9(13)V99 VALUE 0.
           05  SUMMARY-BALANCE-FLAG PIC 9(1) VALUE 0.
               88  SUMMARY-BALANCED   VALUE 1.

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.
           05  EDIT-CHUNK          PIC Z9.
           05  EDIT-PASS           PIC Z9.
           05  EDIT-COUNT          PIC ZZZZZZ9.
           05  EDIT-AMOUNT         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  EDIT-WORK-STATUS    PIC X(07).
           05  EDIT-MERGE-STATUS   PIC X(08).
           05  EDIT-RERUN          PIC X(05).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT MERGE-REPORT-FILE
           MOVE "----- Parallel Merge Summary -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM LOAD-MANIFEST
           IF MANIFEST-COUNT = 0
               DISPLAY "PARALLEL-MERGE: NO MANIFEST - NOTHING TO MERGE"
               MOVE "No Manifest - Nothing To Merge" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               CLOSE MERGE-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CHUNK-STATUS
           PERFORM VARYING MF-IDX FROM 1 BY 1
           UNTIL MF-IDX > MANIFEST-COUNT
               PERFORM VERIFY-ONE-CHUNK
           END-PERFORM
           PERFORM WRITE-CHUNK-STATUS
           IF MERGE-ERROR
               DISPLAY "PARALLEL-MERGE: CHUNK VERIFICATION FAILED"
                   " - PARMOUT NOT RELEASED"
               PERFORM MERGE-ALL-CHUNKS
               DISPLAY "PARALLEL-MERGE: ALL " TOTAL-MERGED
                   " ELEMENTS RECONCILED - OUTPUT RELEASED"
               PERFORM MERGE-ACCOUNT-SUBTOTALS
           END-IF
           PERFORM REPORT-CHUNK-STATUS
           CLOSE MERGE-REPORT-FILE
           STOP RUN.

       LOAD-MANIFEST.
                       MOVE 0 TO MF-REC-HASH(MANIFEST-COUNT)
                       MOVE 0 TO MF-TRAILER-FLAG(MANIFEST-COUNT)
                       MOVE 0 TO MF-ACTIVE-FLAG(MANIFEST-COUNT)
                       MOVE 0 TO MF-SPLIT-MODE(MANIFEST-COUNT)
                       MOVE 0 TO MF-ACCT-COUNT(MANIFEST-COUNT)
                       MOVE 0 TO MF-ACCT-HASH(MANIFEST-COUNT)
                       MOVE LOW-VALUES
                           TO MF-LAST-ACCOUNT(MANIFEST-COUNT)
                       MOVE 0 TO MF-OUTPUT-FLAG(MANIFEST-COUNT)
                       MOVE 0 TO MF-PRIOR-PASS(MANIFEST-COUNT)
                       MOVE 0 TO MF-WORK-PASS(MANIFEST-COUNT)
                       MOVE SPACES TO MF-FAIL-REASON(MANIFEST-COUNT)
                       ADD PM-ELEMENT-COUNT TO TOTAL-EXPECTED
                       ADD PM-VALUE-HASH TO MANIFEST-HASH-TOTAL
               END-READ
           END-PERFORM
           IF CHUNK-MANIFEST-STATUS = "00" OR
               CLOSE CHUNK-MANIFEST-FILE
           END-IF.

       LOAD-CHUNK-STATUS.
           OPEN INPUT CHUNK-STATUS-FILE
           IF CHUNK-STATUS-FILE-STATUS NOT = "00"
               DISPLAY "PARALLEL-MERGE: CHKSTAT NOT AVAILABLE - STATUS "
                   CHUNK-STATUS-FILE-STATUS
               STRING "CHKSTAT NOT AVAILABLE - STATUS "
                   CHUNK-STATUS-FILE-STATUS
                   " - REBUILT FROM PARMAN"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               SET CHUNK-STATUS-NOT-EOF TO TRUE
               PERFORM UNTIL CHUNK-STATUS-EOF
                   READ CHUNK-STATUS-FILE
                       AT END SET CHUNK-STATUS-EOF TO TRUE
                       NOT AT END
                           PERFORM APPLY-CHUNK-STATUS
                   END-READ
               END-PERFORM
               CLOSE CHUNK-STATUS-FILE
           END-IF.

       APPLY-CHUNK-STATUS.
           IF CS-SPLIT-MODE IS NUMERIC AND NOT SPLIT-MODE-KNOWN
               MOVE CS-SPLIT-MODE TO MERGE-SPLIT-MODE
               SET SPLIT-MODE-KNOWN TO TRUE
           END-IF
           PERFORM VARYING MF-IDX FROM 1 BY 1
           UNTIL MF-IDX > MANIFEST-COUNT
               IF MF-CHUNK-NUMBER(MF-IDX) = CS-CHUNK-NUMBER AND
                  CS-WORK-PASS IS NUMERIC
                   MOVE CS-WORK-PASS TO MF-PRIOR-PASS(MF-IDX)
                   MOVE CS-WORK-PASS TO MF-WORK-PASS(MF-IDX)
               END-IF
           END-PERFORM.

       FLAG-CHUNK-FAILURE.
           SET MERGE-ERROR TO TRUE
           IF MF-FAIL-REASON(MF-IDX) = SPACES
               MOVE FAIL-REASON-TEXT TO MF-FAIL-REASON(MF-IDX)
           END-IF.

       VERIFY-ONE-CHUNK.
           PERFORM OPEN-CHUNK-BY-NUMBER
           IF CHUNK-OUT-STATUS NOT = "00"
               DISPLAY "PARALLEL-MERGE: CHUNK "
                   MF-CHUNK-NUMBER(MF-IDX) " OUTPUT MISSING"
               MOVE "OUTPUT MISSING" TO FAIL-REASON-TEXT
               PERFORM FLAG-CHUNK-FAILURE
           ELSE
               MOVE 1 TO MF-OUTPUT-FLAG(MF-IDX)
               SET CHUNK-NOT-EOF TO TRUE
               PERFORM UNTIL CHUNK-EOF
                   PERFORM READ-CHUNK-BY-NUMBER
               WHEN CHUNK-DETAIL-REC
                   ADD 1 TO MF-RECEIVED(MF-IDX)
                   ADD CW-VALUE TO MF-REC-HASH(MF-IDX)
               WHEN CHUNK-ACCOUNT-REC
                   ADD CA-RECORD-COUNT TO MF-ACCT-COUNT(MF-IDX)
                   ADD CA-AMOUNT-TOTAL TO MF-ACCT-HASH(MF-IDX)
                   IF CA-ACCOUNT-NUMBER NOT > MF-LAST-ACCOUNT(MF-IDX)
                       DISPLAY "PARALLEL-MERGE: CHUNK "
                           MF-CHUNK-NUMBER(MF-IDX)
                           " ACCOUNT SUBTOTAL OUT OF ORDER "
                           CA-ACCOUNT-NUMBER
                       MOVE "ACCOUNT ORDER" TO FAIL-REASON-TEXT
                       PERFORM FLAG-CHUNK-FAILURE
                   END-IF
                   MOVE CA-ACCOUNT-NUMBER TO MF-LAST-ACCOUNT(MF-IDX)
               WHEN CHUNK-TRAILER-REC
                   MOVE 1 TO MF-TRAILER-FLAG(MF-IDX)
                   MOVE CT-RECORD-COUNT TO MF-TRL-COUNT(MF-IDX)
                   MOVE CT-VALUE-HASH TO MF-TRL-HASH(MF-IDX)
                   IF CT-SPLIT-MODE IS NUMERIC
                       MOVE CT-SPLIT-MODE TO MF-SPLIT-MODE(MF-IDX)
                   END-IF
                   IF CT-WORK-PASS IS NUMERIC
                       MOVE CT-WORK-PASS TO MF-WORK-PASS(MF-IDX)
                   END-IF
               WHEN OTHER
                   DISPLAY "PARALLEL-MERGE: CHUNK "
                       MF-CHUNK-NUMBER(MF-IDX)
                       " HAS UNKNOWN RECORD TYPE " CW-RECORD-TYPE
                   MOVE "UNKNOWN RECORD TYPE" TO FAIL-REASON-TEXT
                   PERFORM FLAG-CHUNK-FAILURE
           END-EVALUATE.

       CHECK-CHUNK-TOTALS.
           IF NOT MF-TRAILER-SEEN(MF-IDX)
               DISPLAY "PARALLEL-MERGE: CHUNK "
                   MF-CHUNK-NUMBER(MF-IDX) " TRAILER MISSING"
               MOVE "TRAILER MISSING" TO FAIL-REASON-TEXT
               PERFORM FLAG-CHUNK-FAILURE
           ELSE
               IF MF-TRL-COUNT(MF-IDX) NOT = MF-RECEIVED(MF-IDX) OR
                  MF-TRL-HASH(MF-IDX) NOT = MF-REC-HASH(MF-IDX)
                   DISPLAY "PARALLEL-MERGE: CHUNK "
                       MF-CHUNK-NUMBER(MF-IDX)
                       " TRAILER DOES NOT MATCH ITS RECORDS"
                   MOVE "TRAILER MISMATCH" TO FAIL-REASON-TEXT
                   PERFORM FLAG-CHUNK-FAILURE
               END-IF
           END-IF
           IF MF-RECEIVED(MF-IDX) NOT = MF-COUNT(MF-IDX)
                   MF-CHUNK-NUMBER(MF-IDX) " EXPECTED "
                   MF-COUNT(MF-IDX) " RECEIVED "
                   MF-RECEIVED(MF-IDX)
               MOVE "COUNT NOT MANIFEST" TO FAIL-REASON-TEXT
               PERFORM FLAG-CHUNK-FAILURE
           END-IF
           IF MF-TRAILER-SEEN(MF-IDX)
               IF NOT SPLIT-MODE-KNOWN
                   MOVE MF-SPLIT-MODE(MF-IDX) TO MERGE-SPLIT-MODE
                   SET SPLIT-MODE-KNOWN TO TRUE
               ELSE
                   IF MF-SPLIT-MODE(MF-IDX) NOT = MERGE-SPLIT-MODE
                       DISPLAY "PARALLEL-MERGE: CHUNK "
                           MF-CHUNK-NUMBER(MF-IDX)
                           " SPLIT MODE DIFFERS FROM THE SPLIT"
                       MOVE "SPLIT MODE DIFFERS" TO FAIL-REASON-TEXT
                       PERFORM FLAG-CHUNK-FAILURE
                   END-IF
               END-IF
           END-IF
           IF MF-ACCOUNT-KEYED(MF-IDX) AND MF-TRAILER-SEEN(MF-IDX)
               IF MF-ACCT-COUNT(MF-IDX) NOT = MF-COUNT(MF-IDX) OR
                  MF-ACCT-HASH(MF-IDX) NOT = MF-HASH(MF-IDX)
                   DISPLAY "PARALLEL-MERGE: CHUNK "
                       MF-CHUNK-NUMBER(MF-IDX)
                       " ACCOUNT SUBTOTALS DO NOT BALANCE TO MANIFEST"
                   MOVE "ACCOUNT SUBTOTALS" TO FAIL-REASON-TEXT
                   PERFORM FLAG-CHUNK-FAILURE
               END-IF
           END-IF.

       MERGE-ALL-CHUNKS.
           IF CHUNK-EOF
               MOVE 0 TO MF-ACTIVE-FLAG(MF-IDX)
           ELSE
               IF CHUNK-TRAILER-REC OR CHUNK-ACCOUNT-REC
                   MOVE 0 TO MF-ACTIVE-FLAG(MF-IDX)
               ELSE
                   MOVE CW-SEQUENCE TO MF-CUR-SEQUENCE(MF-IDX)
               END-IF
           END-PERFORM.

       MERGE-ACCOUNT-SUBTOTALS.
           OPEN OUTPUT PARALLEL-ACCOUNT-FILE
           IF NOT MERGE-BY-ACCOUNT
               DISPLAY "PARALLEL-MERGE: CHUNKS SPLIT ROUND-ROBIN"
                   " - NO ACCOUNT SUMMARY"
           ELSE
               MOVE 0 TO PENDING-FLAG
               MOVE 0 TO SUMMARY-ACCOUNTS
               MOVE 0 TO SUMMARY-RECORDS
               MOVE 0 TO SUMMARY-AMOUNT
               PERFORM VARYING MF-IDX FROM 1 BY 1
               UNTIL MF-IDX > MANIFEST-COUNT
                   PERFORM OPEN-CHUNK-BY-NUMBER
                   IF CHUNK-OUT-STATUS = "00"
                       MOVE 1 TO MF-ACTIVE-FLAG(MF-IDX)
                       PERFORM ADVANCE-ACCOUNT-CHUNK
                   END-IF
               END-PERFORM
               PERFORM PICK-LOWEST-ACCOUNT
               PERFORM UNTIL PICK-IDX = 0
                   MOVE PICK-IDX TO MF-IDX
                   IF PENDING-ACCOUNT-HELD AND
                      MF-CUR-ACCOUNT(MF-IDX) NOT = PENDING-ACCOUNT
                       PERFORM WRITE-PENDING-ACCOUNT
                   END-IF
                   IF PENDING-ACCOUNT-HELD
                       ADD MF-CUR-ACCT-COUNT(MF-IDX) TO PENDING-COUNT
                       ADD MF-CUR-ACCT-AMOUNT(MF-IDX) TO PENDING-AMOUNT
                   ELSE
                       SET PENDING-ACCOUNT-HELD TO TRUE
                       MOVE MF-CUR-ACCOUNT(MF-IDX) TO PENDING-ACCOUNT
                       MOVE MF-CUR-ACCT-COUNT(MF-IDX) TO PENDING-COUNT
                       MOVE MF-CUR-ACCT-AMOUNT(MF-IDX)
                           TO PENDING-AMOUNT
                   END-IF
                   PERFORM ADVANCE-ACCOUNT-CHUNK
                   PERFORM PICK-LOWEST-ACCOUNT
               END-PERFORM
               IF PENDING-ACCOUNT-HELD
                   PERFORM WRITE-PENDING-ACCOUNT
               END-IF
               PERFORM VARYING MF-IDX FROM 1 BY 1
               UNTIL MF-IDX > MANIFEST-COUNT
                   PERFORM CLOSE-CHUNK-BY-NUMBER
               END-PERFORM
               IF SUMMARY-RECORDS = TOTAL-EXPECTED AND
                  SUMMARY-AMOUNT = MANIFEST-HASH-TOTAL
                   MOVE SPACES TO PARALLEL-ACCOUNT-RECORD
                   SET PA-TRAILER-REC TO TRUE
                   MOVE SUMMARY-ACCOUNTS TO PT-ACCOUNT-COUNT
                   MOVE SUMMARY-RECORDS TO PT-RECORD-COUNT
                   MOVE SUMMARY-AMOUNT TO PT-AMOUNT-TOTAL
                   WRITE PARALLEL-ACCOUNT-RECORD
                   SET SUMMARY-BALANCED TO TRUE
                   DISPLAY "PARALLEL-MERGE: " SUMMARY-ACCOUNTS
                       " ACCOUNTS SUMMARIZED - BALANCED TO MANIFEST"
               ELSE
                   DISPLAY "PARALLEL-MERGE: ACCOUNT SUMMARY DOES NOT"
                       " BALANCE TO MANIFEST - TRAILER WITHHELD"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE PARALLEL-ACCOUNT-FILE.

       WRITE-CHUNK-STATUS.
           OPEN OUTPUT CHUNK-STATUS-FILE
           IF CHUNK-STATUS-FILE-STATUS NOT = "00"
               DISPLAY "PARALLEL-MERGE: CHKSTAT NOT REWRITTEN - STATUS "
                   CHUNK-STATUS-FILE-STATUS
           ELSE
               PERFORM VARYING MF-IDX FROM 1 BY 1
               UNTIL MF-IDX > MANIFEST-COUNT
                   PERFORM BUILD-CHUNK-STATUS
                   WRITE CHUNK-STATUS-RECORD
               END-PERFORM
               CLOSE CHUNK-STATUS-FILE
           END-IF.

       BUILD-CHUNK-STATUS.
           MOVE SPACES TO CHUNK-STATUS-RECORD
           MOVE MF-CHUNK-NUMBER(MF-IDX) TO CS-CHUNK-NUMBER
           SET CS-SPLIT-DONE TO TRUE
           MOVE MERGE-SPLIT-MODE TO CS-SPLIT-MODE
           MOVE MF-COUNT(MF-IDX) TO CS-SPLIT-COUNT
           MOVE MF-HASH(MF-IDX) TO CS-SPLIT-HASH
           IF MF-TRAILER-SEEN(MF-IDX)
               SET CS-WORK-DONE TO TRUE
               MOVE MF-TRL-COUNT(MF-IDX) TO CS-WORK-COUNT
               MOVE MF-TRL-HASH(MF-IDX) TO CS-WORK-HASH
           ELSE
               IF MF-WORK-PASS(MF-IDX) = 0
                   MOVE 1 TO MF-WORK-PASS(MF-IDX)
               END-IF
               SET CS-WORK-FAILED TO TRUE
               MOVE MF-RECEIVED(MF-IDX) TO CS-WORK-COUNT
               MOVE MF-REC-HASH(MF-IDX) TO CS-WORK-HASH
           END-IF
           IF MF-FAIL-REASON(MF-IDX) = SPACES
               SET CS-MERGE-VERIFIED TO TRUE
           ELSE
               SET CS-MERGE-FAILED TO TRUE
               MOVE MF-FAIL-REASON(MF-IDX) TO CS-FAIL-REASON
           END-IF
           MOVE MF-WORK-PASS(MF-IDX) TO CS-WORK-PASS
           IF MF-PRIOR-PASS(MF-IDX) > 0 AND
              MF-WORK-PASS(MF-IDX) > MF-PRIOR-PASS(MF-IDX)
               SET CS-CHUNK-RERUN TO TRUE
           END-IF.

       REPORT-CHUNK-STATUS.
           IF MERGE-BY-ACCOUNT
               MOVE "Split Mode: Account-Keyed" TO REPORT-LINE
           ELSE
               MOVE "Split Mode: Round-Robin" TO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           STRING "Chunk  Split Items  Pass  Worker  Merge     "
               "Rerun  Reason"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO CHUNKS-RERUN
           MOVE 0 TO CHUNKS-FAILED
           PERFORM VARYING MF-IDX FROM 1 BY 1
           UNTIL MF-IDX > MANIFEST-COUNT
               PERFORM BUILD-CHUNK-STATUS
               PERFORM REPORT-ONE-CHUNK
           END-PERFORM
           MOVE CHUNKS-RERUN TO EDIT-CHUNK
           MOVE CHUNKS-FAILED TO EDIT-PASS
           STRING "Chunks Rerun: " EDIT-CHUNK
               "   Chunks Failed: " EDIT-PASS
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE TOTAL-EXPECTED TO EDIT-COUNT
           STRING "Manifest Items:      " EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE MANIFEST-HASH-TOTAL TO EDIT-AMOUNT
           STRING "Manifest Hash:   " EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE TOTAL-MERGED TO EDIT-COUNT
           STRING "Merged Items:        " EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF MERGE-BY-ACCOUNT AND NOT MERGE-ERROR
               MOVE SUMMARY-AMOUNT TO EDIT-AMOUNT
               STRING "Account Summary: " EDIT-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF NOT MERGE-ERROR AND TOTAL-MERGED = TOTAL-EXPECTED AND
              (SUMMARY-BALANCED OR NOT MERGE-BY-ACCOUNT)
               MOVE "Final Totals Match Manifest - PARMOUT Released"
                   TO REPORT-LINE
           ELSE
               MOVE "Final Totals Not Reconciled - PARMOUT Withheld"
                   TO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       REPORT-ONE-CHUNK.
           MOVE CS-CHUNK-NUMBER TO EDIT-CHUNK
           MOVE CS-SPLIT-COUNT TO EDIT-COUNT
           MOVE CS-WORK-PASS TO EDIT-PASS
           IF CS-WORK-DONE
               MOVE "DONE" TO EDIT-WORK-STATUS
           ELSE
               MOVE "FAILED" TO EDIT-WORK-STATUS
           END-IF
           IF CS-MERGE-VERIFIED
               MOVE "VERIFIED" TO EDIT-MERGE-STATUS
           ELSE
               MOVE "FAILED" TO EDIT-MERGE-STATUS
               ADD 1 TO CHUNKS-FAILED
           END-IF
           IF CS-CHUNK-RERUN
               MOVE "RERUN" TO EDIT-RERUN
               ADD 1 TO CHUNKS-RERUN
           ELSE
               MOVE SPACES TO EDIT-RERUN
           END-IF
           STRING "   " EDIT-CHUNK "      " EDIT-COUNT "    " EDIT-PASS
               "  " EDIT-WORK-STATUS " " EDIT-MERGE-STATUS "  "
               EDIT-RERUN "  " CS-FAIL-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           DISPLAY REPORT-LINE
           MOVE REPORT-LINE TO MERGE-REPORT-RECORD
           WRITE MERGE-REPORT-RECORD
           MOVE SPACES TO REPORT-LINE.

       WRITE-PENDING-ACCOUNT.
           MOVE SPACES TO PARALLEL-ACCOUNT-RECORD
           SET PA-DETAIL-REC TO TRUE
           MOVE PENDING-ACCOUNT TO PA-ACCOUNT-NUMBER
           MOVE PENDING-COUNT TO PA-RECORD-COUNT
           MOVE PENDING-AMOUNT TO PA-AMOUNT-TOTAL
           WRITE PARALLEL-ACCOUNT-RECORD
           ADD 1 TO SUMMARY-ACCOUNTS
           ADD PENDING-COUNT TO SUMMARY-RECORDS
           ADD PENDING-AMOUNT TO SUMMARY-AMOUNT
           MOVE 0 TO PENDING-FLAG.

       ADVANCE-ACCOUNT-CHUNK.
           SET CHUNK-NOT-EOF TO TRUE
           MOVE SPACES TO CHUNK-RECORD
           PERFORM READ-CHUNK-BY-NUMBER
               UNTIL CHUNK-EOF OR CHUNK-ACCOUNT-REC OR
                     CHUNK-TRAILER-REC
           IF CHUNK-EOF OR CHUNK-TRAILER-REC
               MOVE 0 TO MF-ACTIVE-FLAG(MF-IDX)
           ELSE
               MOVE CA-ACCOUNT-NUMBER TO MF-CUR-ACCOUNT(MF-IDX)
               MOVE CA-RECORD-COUNT TO MF-CUR-ACCT-COUNT(MF-IDX)
               MOVE CA-AMOUNT-TOTAL TO MF-CUR-ACCT-AMOUNT(MF-IDX)
           END-IF.

       PICK-LOWEST-ACCOUNT.
           MOVE 0 TO PICK-IDX
           MOVE HIGH-VALUES TO PICK-ACCOUNT
           PERFORM VARYING MF-IDX FROM 1 BY 1
           UNTIL MF-IDX > MANIFEST-COUNT
               IF MF-CHUNK-ACTIVE(MF-IDX) AND
                  (PICK-IDX = 0 OR
                   MF-CUR-ACCOUNT(MF-IDX) < PICK-ACCOUNT)
                   MOVE MF-IDX TO PICK-IDX
                   MOVE MF-CUR-ACCOUNT(MF-IDX) TO PICK-ACCOUNT
               END-IF
           END-PERFORM.

       OPEN-CHUNK-BY-NUMBER.
           EVALUATE MF-CHUNK-NUMBER(MF-IDX)
               WHEN 1 OPEN INPUT CHUNK-OUT-01
