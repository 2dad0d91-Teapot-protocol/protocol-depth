       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSACTION-INTAKE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-CARD-FILE ASSIGN TO "INTKCRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SOURCE-CARD-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCHCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BATCH-CONTROL-STATUS.
           SELECT SOURCE-FILE-01 ASSIGN TO "TRNSRC01"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.
           SELECT SOURCE-FILE-02 ASSIGN TO "TRNSRC02"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.
           SELECT SOURCE-FILE-03 ASSIGN TO "TRNSRC03"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.
           SELECT SOURCE-FILE-04 ASSIGN TO "TRNSRC04"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.
           SELECT SOURCE-FILE-05 ASSIGN TO "TRNSRC05"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANSACTION-FILE-STATUS.
           SELECT QUARANTINE-FILE ASSIGN TO "INTKQUAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS QUARANTINE-FILE-STATUS.
           SELECT INTAKE-REPORT-FILE ASSIGN TO "INTKRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INTAKE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SOURCE-CARD-RECORD.
           05  SC-SOURCE-CODE      PIC X(02).
           05  FILLER              PIC X(01).
           05  SC-SOURCE-SLOT      PIC X(02).
           05  SC-SOURCE-SLOT-NUM REDEFINES SC-SOURCE-SLOT
                                   PIC 9(02).
           05  FILLER              PIC X(01).
           05  SC-SOURCE-NAME      PIC X(20).
           05  FILLER              PIC X(54).

       FD  CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "ctlparm.cpy".

       FD  BATCH-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BATCH-CONTROL-RECORD.
           05  BN-BATCH-NUMBER     PIC 9(06).
           05  BN-PROCESS-DATE     PIC X(08).

       FD  SOURCE-FILE-01
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SOURCE-RECORD-01        PIC X(40).
       FD  SOURCE-FILE-02
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SOURCE-RECORD-02        PIC X(40).
       FD  SOURCE-FILE-03
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SOURCE-RECORD-03        PIC X(40).
       FD  SOURCE-FILE-04
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SOURCE-RECORD-04        PIC X(40).
       FD  SOURCE-FILE-05
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SOURCE-RECORD-05        PIC X(40).

       FD  TRANSACTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "tranrec.cpy".

       FD  QUARANTINE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  QUARANTINE-RECORD.
           05  IQ-SOURCE-CODE      PIC X(02).
           05  IQ-REASON-CODE      PIC X(03).
           05  IQ-BUSINESS-DATE    PIC 9(08).
           05  IQ-RECORD-SEQ       PIC 9(07).
           05  IQ-RECORD-IMAGE     PIC X(40).

       FD  INTAKE-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  INTAKE-REPORT-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  SOURCE-CARD-STATUS      PIC X(02) VALUE SPACES.
           05  CONTROL-FILE-STATUS     PIC X(02) VALUE SPACES.
           05  BATCH-CONTROL-STATUS    PIC X(02) VALUE SPACES.
           05  SOURCE-FILE-STATUS      PIC X(02) VALUE SPACES.
           05  TRANSACTION-FILE-STATUS PIC X(02) VALUE SPACES.
           05  QUARANTINE-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  INTAKE-REPORT-STATUS    PIC X(02) VALUE SPACES.
           05  WORK-EOF-FLAG           PIC 9(01) VALUE 0.
               88  WORK-EOF               VALUE 1.
               88  WORK-NOT-EOF           VALUE 0.
           05  SOURCE-EOF-FLAG         PIC 9(01) VALUE 0.
               88  SOURCE-EOF             VALUE 1.
               88  SOURCE-NOT-EOF         VALUE 0.
           05  SOURCE-OPEN-FLAG        PIC 9(01) VALUE 0.
               88  SOURCE-OPENED          VALUE 1.
               88  SOURCE-NOT-OPENED      VALUE 0.
           05  HEADER-SEEN-FLAG        PIC 9(01) VALUE 0.
               88  SOURCE-HEADER-SEEN     VALUE 1.
               88  SOURCE-NO-HEADER       VALUE 0.
           05  TRAILER-SEEN-FLAG       PIC 9(01) VALUE 0.
               88  SOURCE-TRAILER-SEEN    VALUE 1.
               88  SOURCE-NO-TRAILER      VALUE 0.
           05  TRAILER-NUMERIC-FLAG    PIC 9(01) VALUE 0.
               88  TRAILER-NUMERIC        VALUE 1.
               88  TRAILER-NOT-NUMERIC    VALUE 0.

       01  SOURCE-TABLE.
           05  SOURCE-COUNT        PIC 9(2) VALUE 0.
           05  SOURCE-ROW OCCURS 5 TIMES.
               10  SRC-CODE            PIC X(2).
               10  SRC-SLOT            PIC 9(2).
               10  SRC-NAME            PIC X(20).
               10  SRC-STATE           PIC X(1).
                   88  SOURCE-ACCEPTED     VALUE "A".
                   88  SOURCE-QUARANTINED  VALUE "Q".
                   88  SOURCE-MISSING      VALUE "M".
               10  SRC-REASON          PIC X(3).
               10  SRC-FEED-TODAY      PIC X(1).
                   88  SOURCE-FEED-RECEIVED VALUE "Y".
                   88  SOURCE-FEED-MISSING  VALUE "N".
               10  SRC-BATCH-TEXT      PIC X(6).
               10  SRC-DATE-TEXT       PIC X(8).
               10  SRC-RECORDS-READ    PIC 9(7).
               10  SRC-DETAIL-COUNT    PIC 9(7).
               10  SRC-HASH-TOTAL      PIC S9(13)V99.
           05  SOURCE-IDX          PIC 9(2) VALUE 0.
           05  CHECK-IDX           PIC 9(2) VALUE 0.

       01  CARD-VARS.
           05  CARDS-READ          PIC 9(5) VALUE 0.
           05  CARD-ERROR-COUNT    PIC 9(5) VALUE 0.
           05  EDIT-CARD-NUMBER    PIC Z(4)9.

       01  SOURCE-CHECK-VARS.
           05  RECORDS-READ        PIC 9(7) VALUE 0.
           05  DETAILS-COUNTED     PIC 9(7) VALUE 0.
           05  HASH-COUNTED        PIC S9(13)V99 VALUE 0.
           05  EXTRA-HEADERS       PIC 9(7) VALUE 0.
           05  RECORDS-AFTER-TRAILER PIC 9(7) VALUE 0.
           05  UNKNOWN-TYPE-COUNT  PIC 9(7) VALUE 0.
           05  TRAILER-RECORD-COUNT PIC 9(7) VALUE 0.
           05  TRAILER-HASH-TOTAL  PIC S9(13)V99 VALUE 0.
           05  SOURCE-ERROR-COUNT  PIC 9(5) VALUE 0.
           05  FIRST-REASON        PIC X(3) VALUE SPACES.
           05  ERROR-REASON        PIC X(3) VALUE SPACES.
           05  SOURCE-DD-NAME      PIC X(8) VALUE SPACES.
           05  QUARANTINE-SEQ      PIC 9(7) VALUE 0.

       01  INTAKE-TOTALS.
           05  BUSINESS-DATE       PIC 9(8) VALUE 0.
           05  BUSINESS-DATE-TEXT REDEFINES BUSINESS-DATE PIC X(8).
           05  HIGH-BATCH-NUMBER   PIC 9(6) VALUE 0.
           05  MERGED-BATCH-NUMBER PIC 9(6) VALUE 0.
           05  MERGED-DETAIL-COUNT PIC 9(7) VALUE 0.
           05  MERGED-HASH-TOTAL   PIC S9(13)V99 VALUE 0.
           05  RECEIVED-TOTAL      PIC 9(7) VALUE 0.
           05  ACCEPTED-TOTAL      PIC 9(7) VALUE 0.
           05  QUARANTINED-TOTAL   PIC 9(7) VALUE 0.
           05  SOURCES-ACCEPTED    PIC 9(2) VALUE 0.
           05  SOURCES-QUARANTINED PIC 9(2) VALUE 0.
           05  SOURCES-MISSING     PIC 9(2) VALUE 0.
           05  INTAKE-RC           PIC 9(2) VALUE 0.

       01  AUDIT-VARS.
           05  AUDIT-PROG          PIC X(20) VALUE "TRANSACTION-INTAKE".
           05  AUDIT-OPER          PIC X(20) VALUE SPACES.
           05  AUDIT-DETAIL-LINE   PIC X(40) VALUE SPACES.
           05  AUDIT-SEV           PIC X(01) VALUE "I".

       COPY "runinfo.cpy".

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.
           05  EDIT-COUNT          PIC Z(6)9.
           05  EDIT-COUNT-2        PIC Z(6)9.
           05  EDIT-COUNT-3        PIC Z(6)9.
           05  EDIT-HASH           PIC -(13)9.99.
           05  EDIT-HASH-2         PIC -(13)9.99.
           05  EDIT-SOURCE-COUNT   PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT INTAKE-REPORT-FILE
           IF INTAKE-REPORT-STATUS NOT = "00"
               DISPLAY "TRANSACTION-INTAKE: INTKRPT NOT AVAILABLE - "
                   "STATUS " INTAKE-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "----- Transaction Intake -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           OPEN OUTPUT TRANSACTION-FILE
           IF TRANSACTION-FILE-STATUS NOT = "00"
               MOVE "TRANFILE NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE TRANSACTION-FILE-STATUS TO REPORT-LINE(33:2)
               PERFORM WRITE-REPORT-LINE
               MOVE 12 TO INTAKE-RC
           ELSE
               PERFORM READ-CONTROL-PARAMS
           END-IF
           IF INTAKE-RC < 8
               PERFORM LOAD-SOURCE-CARDS
           END-IF
           IF INTAKE-RC < 8
               PERFORM FIND-NEXT-BATCH-NUMBER
           END-IF
           IF INTAKE-RC < 8
               PERFORM VALIDATE-ONE-SOURCE
                   VARYING SOURCE-IDX FROM 1 BY 1
                   UNTIL SOURCE-IDX > SOURCE-COUNT
               PERFORM MERGE-ACCEPTED-SOURCES
               IF INTAKE-RC < 12
                   PERFORM REPORT-INTAKE-SUMMARY
                   PERFORM LOG-INTAKE-RESULT
               END-IF
           END-IF
           IF INTAKE-RC >= 8
               MOVE "*** NO BATCH BUILT - TRANFILE NOT USABLE ***"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF TRANSACTION-FILE-STATUS = "00"
               CLOSE TRANSACTION-FILE
           END-IF
           CLOSE INTAKE-REPORT-FILE
           MOVE INTAKE-RC TO RETURN-CODE
           STOP RUN.

       WRITE-REPORT-LINE.
           DISPLAY REPORT-LINE
           MOVE REPORT-LINE TO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD
           MOVE SPACES TO REPORT-LINE.

       RAISE-WARNING-RC.
           IF INTAKE-RC < 4
               MOVE 4 TO INTAKE-RC
           END-IF.

       RAISE-ERROR-RC.
           IF INTAKE-RC < 8
               MOVE 8 TO INTAKE-RC
           END-IF.

       WRITE-AUDIT-ENTRY.
           MOVE 0 TO RUN-ID
           MOVE 0 TO RUN-AUDIT-VERBOSITY
           CALL "AUDIT-LOGGER" USING AUDIT-PROG AUDIT-OPER
               AUDIT-DETAIL-LINE AUDIT-SEV RUN-IDENT.

       READ-CONTROL-PARAMS.
           OPEN INPUT CONTROL-FILE
           IF CONTROL-FILE-STATUS NOT = "00"
               MOVE "CTLPARM NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE CONTROL-FILE-STATUS TO REPORT-LINE(32:2)
               PERFORM WRITE-REPORT-LINE
               MOVE 12 TO INTAKE-RC
           ELSE
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CP-BUSINESS-DATE IS NUMERIC
                           MOVE CP-BUSINESS-DATE TO BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
               IF BUSINESS-DATE = 0
                   MOVE "CTLPARM HAS NO BUSINESS DATE" TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 12 TO INTAKE-RC
               ELSE
                   STRING "Business Date: " BUSINESS-DATE-TEXT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       LOAD-SOURCE-CARDS.
           SET WORK-NOT-EOF TO TRUE
           OPEN INPUT SOURCE-CARD-FILE
           IF SOURCE-CARD-STATUS NOT = "00"
               MOVE "INTKCRD NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE SOURCE-CARD-STATUS TO REPORT-LINE(32:2)
               PERFORM WRITE-REPORT-LINE
               PERFORM RAISE-ERROR-RC
               SET WORK-EOF TO TRUE
           END-IF
           PERFORM UNTIL WORK-EOF
               READ SOURCE-CARD-FILE
                   AT END SET WORK-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CARDS-READ
                       PERFORM EDIT-SOURCE-CARD
               END-READ
           END-PERFORM
           IF SOURCE-CARD-STATUS = "00" OR SOURCE-CARD-STATUS = "10"
               CLOSE SOURCE-CARD-FILE
           END-IF
           IF SOURCE-COUNT = 0 AND INTAKE-RC < 8
               MOVE "NO SOURCES DEFINED ON INTKCRD" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM RAISE-ERROR-RC
           END-IF
           IF CARD-ERROR-COUNT > 0
               MOVE "BAD SOURCE CARDS - NOTHING MERGED" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM RAISE-ERROR-RC
           END-IF.

       EDIT-SOURCE-CARD.
           MOVE CARDS-READ TO EDIT-CARD-NUMBER
           EVALUATE TRUE
               WHEN SC-SOURCE-CODE = SPACES
                   STRING "CARD " EDIT-CARD-NUMBER
                       " REJECTED - SOURCE CODE MISSING"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM REPORT-CARD-ERROR
               WHEN SC-SOURCE-SLOT IS NOT NUMERIC
               WHEN SC-SOURCE-SLOT-NUM < 1
               WHEN SC-SOURCE-SLOT-NUM > 5
                   STRING "CARD " EDIT-CARD-NUMBER
                       " REJECTED - DD NUMBER MUST BE 01-05"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM REPORT-CARD-ERROR
               WHEN SOURCE-COUNT >= 5
                   STRING "CARD " EDIT-CARD-NUMBER
                       " REJECTED - MORE THAN 5 SOURCES"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM REPORT-CARD-ERROR
               WHEN OTHER
                   PERFORM CHECK-DUPLICATE-SOURCE
           END-EVALUATE.

       CHECK-DUPLICATE-SOURCE.
           MOVE 0 TO CHECK-IDX
           PERFORM VARYING SOURCE-IDX FROM 1 BY 1
           UNTIL SOURCE-IDX > SOURCE-COUNT
               IF SRC-CODE(SOURCE-IDX) = SC-SOURCE-CODE OR
                  SRC-SLOT(SOURCE-IDX) = SC-SOURCE-SLOT-NUM
                   MOVE SOURCE-IDX TO CHECK-IDX
               END-IF
           END-PERFORM
           IF CHECK-IDX > 0
               STRING "CARD " EDIT-CARD-NUMBER
                   " REJECTED - SOURCE OR DD NUMBER REPEATED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM REPORT-CARD-ERROR
           ELSE
               ADD 1 TO SOURCE-COUNT
               MOVE SOURCE-COUNT TO SOURCE-IDX
               MOVE SC-SOURCE-CODE TO SRC-CODE(SOURCE-IDX)
               MOVE SC-SOURCE-SLOT-NUM TO SRC-SLOT(SOURCE-IDX)
               MOVE SC-SOURCE-NAME TO SRC-NAME(SOURCE-IDX)
               SET SOURCE-MISSING(SOURCE-IDX) TO TRUE
               SET SOURCE-FEED-MISSING(SOURCE-IDX) TO TRUE
               MOVE SPACES TO SRC-REASON(SOURCE-IDX)
               MOVE SPACES TO SRC-BATCH-TEXT(SOURCE-IDX)
               MOVE SPACES TO SRC-DATE-TEXT(SOURCE-IDX)
               MOVE 0 TO SRC-RECORDS-READ(SOURCE-IDX)
               MOVE 0 TO SRC-DETAIL-COUNT(SOURCE-IDX)
               MOVE 0 TO SRC-HASH-TOTAL(SOURCE-IDX)
           END-IF.

       REPORT-CARD-ERROR.
           ADD 1 TO CARD-ERROR-COUNT
           PERFORM WRITE-REPORT-LINE.

       FIND-NEXT-BATCH-NUMBER.
           MOVE 0 TO HIGH-BATCH-NUMBER
           OPEN INPUT BATCH-CONTROL-FILE
           EVALUATE BATCH-CONTROL-STATUS
               WHEN "00"
                   PERFORM UNTIL BATCH-CONTROL-STATUS NOT = "00"
                       READ BATCH-CONTROL-FILE
                           AT END
                               MOVE "10" TO BATCH-CONTROL-STATUS
                           NOT AT END
                               IF BN-BATCH-NUMBER IS NUMERIC AND
                                  BN-BATCH-NUMBER > HIGH-BATCH-NUMBER
                                   MOVE BN-BATCH-NUMBER
                                       TO HIGH-BATCH-NUMBER
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BATCH-CONTROL-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "BATCHCTL NOT AVAILABLE - STATUS "
                       TO REPORT-LINE
                   MOVE BATCH-CONTROL-STATUS TO REPORT-LINE(33:2)
                   PERFORM WRITE-REPORT-LINE
                   MOVE 12 TO INTAKE-RC
           END-EVALUATE
           IF INTAKE-RC < 8
               IF HIGH-BATCH-NUMBER = 999999
                   MOVE "BATCH NUMBERS EXHAUSTED ON BATCHCTL"
                       TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   PERFORM RAISE-ERROR-RC
               ELSE
                   COMPUTE MERGED-BATCH-NUMBER = HIGH-BATCH-NUMBER + 1
               END-IF
           END-IF.

       VALIDATE-ONE-SOURCE.
           MOVE 0 TO RECORDS-READ
           MOVE 0 TO DETAILS-COUNTED
           MOVE 0 TO HASH-COUNTED
           MOVE 0 TO EXTRA-HEADERS
           MOVE 0 TO RECORDS-AFTER-TRAILER
           MOVE 0 TO UNKNOWN-TYPE-COUNT
           MOVE 0 TO TRAILER-RECORD-COUNT
           MOVE 0 TO TRAILER-HASH-TOTAL
           MOVE 0 TO SOURCE-ERROR-COUNT
           MOVE SPACES TO FIRST-REASON
           SET SOURCE-NO-HEADER TO TRUE
           SET SOURCE-NO-TRAILER TO TRUE
           SET TRAILER-NOT-NUMERIC TO TRUE
           MOVE "TRNSRC0" TO SOURCE-DD-NAME
           MOVE SRC-SLOT(SOURCE-IDX) TO SOURCE-DD-NAME(7:2)
           STRING "Source " SRC-CODE(SOURCE-IDX) "  "
               SRC-NAME(SOURCE-IDX) "  (" SOURCE-DD-NAME ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM OPEN-SOURCE-FILE
           IF SOURCE-NOT-OPENED
               MOVE "  NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE SOURCE-FILE-STATUS TO REPORT-LINE(26:2)
               PERFORM WRITE-REPORT-LINE
           ELSE
               SET SOURCE-NOT-EOF TO TRUE
               PERFORM READ-SOURCE-FILE
               PERFORM UNTIL SOURCE-EOF
                   ADD 1 TO RECORDS-READ
                   PERFORM COUNT-SOURCE-RECORD
                   PERFORM READ-SOURCE-FILE
               END-PERFORM
               IF SOURCE-FILE-STATUS NOT = "10"
                   MOVE "  READ ERROR - STATUS " TO REPORT-LINE
                   MOVE SOURCE-FILE-STATUS TO REPORT-LINE(23:2)
                   MOVE "IOE" TO ERROR-REASON
                   PERFORM REPORT-SOURCE-ERROR
               END-IF
               PERFORM CLOSE-SOURCE-FILE
           END-IF
           MOVE RECORDS-READ TO SRC-RECORDS-READ(SOURCE-IDX)
           MOVE DETAILS-COUNTED TO SRC-DETAIL-COUNT(SOURCE-IDX)
           MOVE HASH-COUNTED TO SRC-HASH-TOTAL(SOURCE-IDX)
           IF RECORDS-READ = 0
               SET SOURCE-MISSING(SOURCE-IDX) TO TRUE
               SET SOURCE-FEED-MISSING(SOURCE-IDX) TO TRUE
               MOVE "MIS" TO SRC-REASON(SOURCE-IDX)
               STRING "  MISSING - NO FEED RECEIVED FOR "
                   BUSINESS-DATE-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM CHECK-SOURCE-CONTROLS
           END-IF.

       COUNT-SOURCE-RECORD.
           EVALUATE TRUE
               WHEN SOURCE-TRAILER-SEEN
                   ADD 1 TO RECORDS-AFTER-TRAILER
               WHEN TRAN-HEADER-REC
                   IF RECORDS-READ > 1
                       ADD 1 TO EXTRA-HEADERS
                   ELSE
                       SET SOURCE-HEADER-SEEN TO TRUE
                       MOVE TRANSACTION-RECORD(2:6)
                           TO SRC-BATCH-TEXT(SOURCE-IDX)
                       MOVE TRANSACTION-RECORD(8:8)
                           TO SRC-DATE-TEXT(SOURCE-IDX)
                   END-IF
               WHEN TRAN-DETAIL-REC
               WHEN TRAN-REVERSAL-REC
                   ADD 1 TO DETAILS-COUNTED
                   IF TR-AMOUNT IS NUMERIC
                       ADD TR-AMOUNT TO HASH-COUNTED
                   END-IF
               WHEN TRAN-TRAILER-REC
                   SET SOURCE-TRAILER-SEEN TO TRUE
                   IF TT-RECORD-COUNT IS NUMERIC AND
                      TT-HASH-TOTAL IS NUMERIC
                       SET TRAILER-NUMERIC TO TRUE
                       MOVE TT-RECORD-COUNT TO TRAILER-RECORD-COUNT
                       MOVE TT-HASH-TOTAL TO TRAILER-HASH-TOTAL
                   END-IF
               WHEN OTHER
                   ADD 1 TO UNKNOWN-TYPE-COUNT
           END-EVALUATE.

       CHECK-SOURCE-CONTROLS.
           MOVE RECORDS-READ TO EDIT-COUNT
           MOVE DETAILS-COUNTED TO EDIT-COUNT-2
           STRING "  Batch: " SRC-BATCH-TEXT(SOURCE-IDX)
               "  Created: " SRC-DATE-TEXT(SOURCE-IDX)
               "  Records: " EDIT-COUNT "  Details: " EDIT-COUNT-2
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF SOURCE-HEADER-SEEN
               IF SRC-BATCH-TEXT(SOURCE-IDX) IS NOT NUMERIC OR
                  SRC-DATE-TEXT(SOURCE-IDX) IS NOT NUMERIC
                   MOVE "  HEADER BATCH OR DATE NOT NUMERIC"
                       TO REPORT-LINE
                   MOVE "HDR" TO ERROR-REASON
                   PERFORM REPORT-SOURCE-ERROR
               ELSE
                   IF SRC-DATE-TEXT(SOURCE-IDX) NOT = BUSINESS-DATE-TEXT
                       MOVE "  HEADER DATE IS NOT THE BUSINESS DATE"
                           TO REPORT-LINE
                       MOVE "DTE" TO ERROR-REASON
                       PERFORM REPORT-SOURCE-ERROR
                   ELSE
                       SET SOURCE-FEED-RECEIVED(SOURCE-IDX) TO TRUE
                   END-IF
               END-IF
           ELSE
               MOVE "  FIRST RECORD IS NOT A HEADER" TO REPORT-LINE
               MOVE "HDR" TO ERROR-REASON
               PERFORM REPORT-SOURCE-ERROR
           END-IF
           IF EXTRA-HEADERS > 0
               MOVE EXTRA-HEADERS TO EDIT-COUNT
               STRING "  MORE THAN ONE HEADER RECORD - EXTRA "
                   EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               MOVE "HDR" TO ERROR-REASON
               PERFORM REPORT-SOURCE-ERROR
           END-IF
           IF UNKNOWN-TYPE-COUNT > 0
               MOVE UNKNOWN-TYPE-COUNT TO EDIT-COUNT
               STRING "  RECORDS OF UNKNOWN TYPE: " EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               MOVE "TYP" TO ERROR-REASON
               PERFORM REPORT-SOURCE-ERROR
           END-IF
           IF RECORDS-AFTER-TRAILER > 0
               MOVE RECORDS-AFTER-TRAILER TO EDIT-COUNT
               STRING "  RECORDS AFTER THE TRAILER: " EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               MOVE "TRL" TO ERROR-REASON
               PERFORM REPORT-SOURCE-ERROR
           END-IF
           EVALUATE TRUE
               WHEN SOURCE-NO-TRAILER
                   MOVE "  NO TRAILER RECORD" TO REPORT-LINE
                   MOVE "TRL" TO ERROR-REASON
                   PERFORM REPORT-SOURCE-ERROR
               WHEN TRAILER-NOT-NUMERIC
                   MOVE "  TRAILER COUNT OR HASH NOT NUMERIC"
                       TO REPORT-LINE
                   MOVE "TRL" TO ERROR-REASON
                   PERFORM REPORT-SOURCE-ERROR
               WHEN OTHER
                   PERFORM CHECK-TRAILER-TOTALS
           END-EVALUATE
           IF SOURCE-ERROR-COUNT > 0
               SET SOURCE-QUARANTINED(SOURCE-IDX) TO TRUE
               MOVE FIRST-REASON TO SRC-REASON(SOURCE-IDX)
               STRING "  QUARANTINED - REASON " FIRST-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               SET SOURCE-ACCEPTED(SOURCE-IDX) TO TRUE
               MOVE "  ACCEPTED - HEADER AND TRAILER AGREE"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       CHECK-TRAILER-TOTALS.
           MOVE TRAILER-RECORD-COUNT TO EDIT-COUNT
           MOVE TRAILER-HASH-TOTAL TO EDIT-HASH
           STRING "  Trailer Count: " EDIT-COUNT "  Hash: " EDIT-HASH
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE DETAILS-COUNTED TO EDIT-COUNT
           MOVE HASH-COUNTED TO EDIT-HASH
           STRING "  Counted:       " EDIT-COUNT "  Hash: " EDIT-HASH
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF TRAILER-RECORD-COUNT NOT = DETAILS-COUNTED
               MOVE "  TRAILER COUNT DOES NOT MATCH DETAILS READ"
                   TO REPORT-LINE
               MOVE "CNT" TO ERROR-REASON
               PERFORM REPORT-SOURCE-ERROR
           END-IF
           IF TRAILER-HASH-TOTAL NOT = HASH-COUNTED
               MOVE "  TRAILER HASH DOES NOT MATCH AMOUNTS READ"
                   TO REPORT-LINE
               MOVE "HSH" TO ERROR-REASON
               PERFORM REPORT-SOURCE-ERROR
           END-IF.

       REPORT-SOURCE-ERROR.
           ADD 1 TO SOURCE-ERROR-COUNT
           IF FIRST-REASON = SPACES
               MOVE ERROR-REASON TO FIRST-REASON
           END-IF
           PERFORM WRITE-REPORT-LINE.

       OPEN-SOURCE-FILE.
           EVALUATE SRC-SLOT(SOURCE-IDX)
               WHEN 1
                   OPEN INPUT SOURCE-FILE-01
               WHEN 2
                   OPEN INPUT SOURCE-FILE-02
               WHEN 3
                   OPEN INPUT SOURCE-FILE-03
               WHEN 4
                   OPEN INPUT SOURCE-FILE-04
               WHEN 5
                   OPEN INPUT SOURCE-FILE-05
           END-EVALUATE
           IF SOURCE-FILE-STATUS = "00"
               SET SOURCE-OPENED TO TRUE
           ELSE
               SET SOURCE-NOT-OPENED TO TRUE
           END-IF.

       READ-SOURCE-FILE.
           EVALUATE SRC-SLOT(SOURCE-IDX)
               WHEN 1
                   READ SOURCE-FILE-01 INTO TRANSACTION-RECORD
                       AT END SET SOURCE-EOF TO TRUE
                   END-READ
               WHEN 2
                   READ SOURCE-FILE-02 INTO TRANSACTION-RECORD
                       AT END SET SOURCE-EOF TO TRUE
                   END-READ
               WHEN 3
                   READ SOURCE-FILE-03 INTO TRANSACTION-RECORD
                       AT END SET SOURCE-EOF TO TRUE
                   END-READ
               WHEN 4
                   READ SOURCE-FILE-04 INTO TRANSACTION-RECORD
                       AT END SET SOURCE-EOF TO TRUE
                   END-READ
               WHEN 5
                   READ SOURCE-FILE-05 INTO TRANSACTION-RECORD
                       AT END SET SOURCE-EOF TO TRUE
                   END-READ
           END-EVALUATE
           IF SOURCE-FILE-STATUS NOT = "00"
               SET SOURCE-EOF TO TRUE
           END-IF.

       CLOSE-SOURCE-FILE.
           EVALUATE SRC-SLOT(SOURCE-IDX)
               WHEN 1
                   CLOSE SOURCE-FILE-01
               WHEN 2
                   CLOSE SOURCE-FILE-02
               WHEN 3
                   CLOSE SOURCE-FILE-03
               WHEN 4
                   CLOSE SOURCE-FILE-04
               WHEN 5
                   CLOSE SOURCE-FILE-05
           END-EVALUATE.

       MERGE-ACCEPTED-SOURCES.
           PERFORM VARYING SOURCE-IDX FROM 1 BY 1
           UNTIL SOURCE-IDX > SOURCE-COUNT
               EVALUATE TRUE
                   WHEN SOURCE-ACCEPTED(SOURCE-IDX)
                       ADD 1 TO SOURCES-ACCEPTED
                   WHEN SOURCE-QUARANTINED(SOURCE-IDX)
                       ADD 1 TO SOURCES-QUARANTINED
                   WHEN OTHER
                       ADD 1 TO SOURCES-MISSING
               END-EVALUATE
           END-PERFORM
           OPEN OUTPUT QUARANTINE-FILE
           IF QUARANTINE-FILE-STATUS NOT = "00"
               MOVE "INTKQUAR NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE QUARANTINE-FILE-STATUS TO REPORT-LINE(33:2)
               PERFORM WRITE-REPORT-LINE
               MOVE 12 TO INTAKE-RC
           END-IF
           IF INTAKE-RC < 12 AND SOURCES-ACCEPTED > 0
               PERFORM WRITE-MERGED-HEADER
           END-IF
           IF INTAKE-RC < 12
               PERFORM VARYING SOURCE-IDX FROM 1 BY 1
               UNTIL SOURCE-IDX > SOURCE-COUNT
                   IF SOURCE-ACCEPTED(SOURCE-IDX) OR
                      SOURCE-QUARANTINED(SOURCE-IDX)
                       PERFORM COPY-ONE-SOURCE
                   END-IF
               END-PERFORM
           END-IF
           IF INTAKE-RC < 12 AND SOURCES-ACCEPTED > 0
               PERFORM WRITE-MERGED-TRAILER
           END-IF
           IF QUARANTINE-FILE-STATUS = "00"
               CLOSE QUARANTINE-FILE
           END-IF
           IF SOURCES-QUARANTINED > 0 OR SOURCES-MISSING > 0
               PERFORM RAISE-WARNING-RC
           END-IF
           IF SOURCES-ACCEPTED = 0
               PERFORM RAISE-ERROR-RC
           END-IF.

       WRITE-MERGED-HEADER.
           MOVE SPACES TO TRANSACTION-RECORD
           SET TRAN-HEADER-REC TO TRUE
           MOVE MERGED-BATCH-NUMBER TO TH-BATCH-NUMBER
           MOVE BUSINESS-DATE TO TH-CREATE-DATE
           WRITE TRANSACTION-RECORD.

       WRITE-MERGED-TRAILER.
           MOVE SPACES TO TRANSACTION-RECORD
           SET TRAN-TRAILER-REC TO TRUE
           MOVE MERGED-DETAIL-COUNT TO TT-RECORD-COUNT
           MOVE MERGED-HASH-TOTAL TO TT-HASH-TOTAL
           WRITE TRANSACTION-RECORD.

       COPY-ONE-SOURCE.
           MOVE 0 TO QUARANTINE-SEQ
           PERFORM OPEN-SOURCE-FILE
           IF SOURCE-OPENED
               SET SOURCE-NOT-EOF TO TRUE
               PERFORM READ-SOURCE-FILE
               PERFORM UNTIL SOURCE-EOF
                   IF SOURCE-ACCEPTED(SOURCE-IDX)
                       PERFORM MERGE-SOURCE-RECORD
                   ELSE
                       PERFORM QUARANTINE-SOURCE-RECORD
                   END-IF
                   PERFORM READ-SOURCE-FILE
               END-PERFORM
               PERFORM CLOSE-SOURCE-FILE
           END-IF.

       MERGE-SOURCE-RECORD.
           IF TRAN-DETAIL-REC OR TRAN-REVERSAL-REC
               MOVE SRC-CODE(SOURCE-IDX) TO TR-SOURCE-CODE
               ADD 1 TO MERGED-DETAIL-COUNT
               IF TR-AMOUNT IS NUMERIC
                   ADD TR-AMOUNT TO MERGED-HASH-TOTAL
               END-IF
               WRITE TRANSACTION-RECORD
           END-IF.

       QUARANTINE-SOURCE-RECORD.
           ADD 1 TO QUARANTINE-SEQ
           MOVE SRC-CODE(SOURCE-IDX) TO IQ-SOURCE-CODE
           MOVE SRC-REASON(SOURCE-IDX) TO IQ-REASON-CODE
           MOVE BUSINESS-DATE TO IQ-BUSINESS-DATE
           MOVE QUARANTINE-SEQ TO IQ-RECORD-SEQ
           MOVE TRANSACTION-RECORD TO IQ-RECORD-IMAGE
           WRITE QUARANTINE-RECORD.

       REPORT-INTAKE-SUMMARY.
           STRING "----- Intake Summary For " BUSINESS-DATE-TEXT
               " -----"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Src Name" TO REPORT-LINE
           MOVE "Received" TO REPORT-LINE(26:8)
           MOVE "Accepted" TO REPORT-LINE(36:8)
           MOVE "Quarantined" TO REPORT-LINE(45:11)
           MOVE "Feed Today" TO REPORT-LINE(58:10)
           MOVE "Reason" TO REPORT-LINE(70:6)
           PERFORM WRITE-REPORT-LINE
           PERFORM REPORT-ONE-SOURCE-ROW
               VARYING SOURCE-IDX FROM 1 BY 1
               UNTIL SOURCE-IDX > SOURCE-COUNT
           MOVE "Total" TO REPORT-LINE
           MOVE RECEIVED-TOTAL TO EDIT-COUNT
           MOVE EDIT-COUNT TO REPORT-LINE(27:7)
           MOVE ACCEPTED-TOTAL TO EDIT-COUNT
           MOVE EDIT-COUNT TO REPORT-LINE(37:7)
           MOVE QUARANTINED-TOTAL TO EDIT-COUNT
           MOVE EDIT-COUNT TO REPORT-LINE(47:7)
           PERFORM WRITE-REPORT-LINE
           MOVE SOURCES-ACCEPTED TO EDIT-SOURCE-COUNT
           STRING "Sources Accepted: " EDIT-SOURCE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           MOVE SOURCES-QUARANTINED TO EDIT-SOURCE-COUNT
           MOVE "Quarantined: " TO REPORT-LINE(24:13)
           MOVE EDIT-SOURCE-COUNT TO REPORT-LINE(37:2)
           MOVE SOURCES-MISSING TO EDIT-SOURCE-COUNT
           MOVE "Missing: " TO REPORT-LINE(43:9)
           MOVE EDIT-SOURCE-COUNT TO REPORT-LINE(52:2)
           PERFORM WRITE-REPORT-LINE
           IF SOURCES-ACCEPTED > 0 AND INTAKE-RC < 12
               MOVE MERGED-DETAIL-COUNT TO EDIT-COUNT
               MOVE MERGED-HASH-TOTAL TO EDIT-HASH
               STRING "Merged Batch: " MERGED-BATCH-NUMBER
                   "  Details: " EDIT-COUNT "  Hash: " EDIT-HASH
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       REPORT-ONE-SOURCE-ROW.
           MOVE SRC-CODE(SOURCE-IDX) TO REPORT-LINE(1:2)
           MOVE SRC-NAME(SOURCE-IDX) TO REPORT-LINE(5:20)
           MOVE SRC-DETAIL-COUNT(SOURCE-IDX) TO EDIT-COUNT
           MOVE EDIT-COUNT TO REPORT-LINE(27:7)
           ADD SRC-DETAIL-COUNT(SOURCE-IDX) TO RECEIVED-TOTAL
           MOVE 0 TO EDIT-COUNT-2
           MOVE 0 TO EDIT-COUNT-3
           EVALUATE TRUE
               WHEN SOURCE-ACCEPTED(SOURCE-IDX)
                   MOVE SRC-DETAIL-COUNT(SOURCE-IDX) TO EDIT-COUNT-2
                   ADD SRC-DETAIL-COUNT(SOURCE-IDX) TO ACCEPTED-TOTAL
               WHEN SOURCE-QUARANTINED(SOURCE-IDX)
                   MOVE SRC-DETAIL-COUNT(SOURCE-IDX) TO EDIT-COUNT-3
                   ADD SRC-DETAIL-COUNT(SOURCE-IDX)
                       TO QUARANTINED-TOTAL
                   MOVE SRC-REASON(SOURCE-IDX) TO REPORT-LINE(71:3)
           END-EVALUATE
           MOVE EDIT-COUNT-2 TO REPORT-LINE(37:7)
           MOVE EDIT-COUNT-3 TO REPORT-LINE(47:7)
           IF SOURCE-FEED-RECEIVED(SOURCE-IDX)
               MOVE "RECEIVED" TO REPORT-LINE(59:8)
           ELSE
               MOVE "MISSING" TO REPORT-LINE(59:7)
           END-IF
           PERFORM WRITE-REPORT-LINE.

       LOG-INTAKE-RESULT.
           PERFORM VARYING SOURCE-IDX FROM 1 BY 1
           UNTIL SOURCE-IDX > SOURCE-COUNT
               MOVE SPACES TO AUDIT-DETAIL-LINE
               EVALUATE TRUE
                   WHEN SOURCE-QUARANTINED(SOURCE-IDX)
                       MOVE "SOURCE-QUARANTINED" TO AUDIT-OPER
                       MOVE "W" TO AUDIT-SEV
                       MOVE SRC-DETAIL-COUNT(SOURCE-IDX) TO EDIT-COUNT
                       STRING "SRC " SRC-CODE(SOURCE-IDX)
                           " REASON " SRC-REASON(SOURCE-IDX)
                           " ITEMS " EDIT-COUNT
                           DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
                       PERFORM WRITE-AUDIT-ENTRY
                   WHEN SOURCE-MISSING(SOURCE-IDX)
                       MOVE "SOURCE-MISSING" TO AUDIT-OPER
                       MOVE "W" TO AUDIT-SEV
                       STRING "SRC " SRC-CODE(SOURCE-IDX)
                           " NO FEED FOR " BUSINESS-DATE-TEXT
                           DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
                       PERFORM WRITE-AUDIT-ENTRY
               END-EVALUATE
           END-PERFORM
           IF SOURCES-ACCEPTED > 0 AND INTAKE-RC < 12
               MOVE "INTAKE-MERGED" TO AUDIT-OPER
               MOVE "I" TO AUDIT-SEV
               MOVE SPACES TO AUDIT-DETAIL-LINE
               MOVE MERGED-DETAIL-COUNT TO EDIT-COUNT
               MOVE SOURCES-ACCEPTED TO EDIT-SOURCE-COUNT
               STRING "BATCH " MERGED-BATCH-NUMBER " ITEMS " EDIT-COUNT
                   " SOURCES " EDIT-SOURCE-COUNT
                   DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.
