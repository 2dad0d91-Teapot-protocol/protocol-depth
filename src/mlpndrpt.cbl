       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATRIX-PENDING-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "MLPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MP-PENDING-KEY
               FILE STATUS IS PENDING-CHANGE-STATUS.
           SELECT PENDING-REPORT-FILE ASSIGN TO "MLPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PENDING-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "mlpend.cpy".

       FD  PENDING-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PENDING-REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  PENDING-CHANGE-STATUS   PIC X(02) VALUE SPACES.
           05  PENDING-REPORT-STATUS   PIC X(02) VALUE SPACES.
           05  PENDING-EOF-FLAG        PIC 9(01) VALUE 0.
               88  PENDING-EOF            VALUE 1.
               88  PENDING-NOT-EOF        VALUE 0.

       COPY "matlib.cpy".

       01  PENDING-PARAMS.
           05  RUN-TIMESTAMP       PIC X(21) VALUE SPACES.
           05  AS-OF-DATE          PIC 9(08) VALUE 0.
           05  AS-OF-DATE-INT      PIC 9(08) VALUE 0.
           05  PENDING-RC          PIC 9(02) VALUE 0.

       01  PENDING-AGE-VARS.
           05  REQUEST-DATE        PIC 9(08) VALUE 0.
           05  REQUEST-DATE-PARTS REDEFINES REQUEST-DATE.
               10  REQUEST-YEAR    PIC 9(04).
               10  REQUEST-MONTH   PIC 9(02).
               10  REQUEST-DAY     PIC 9(02).
           05  DAYS-WAITING        PIC S9(07) VALUE 0.
           05  OLDEST-DAYS         PIC S9(07) VALUE 0.
           05  OLDEST-KEY          PIC X(16) VALUE SPACES.

       01  PENDING-TOTALS.
           05  PENDING-COUNT       PIC 9(07) VALUE 0.
           05  PENDING-ADDS        PIC 9(07) VALUE 0.
           05  PENDING-REPLACES    PIC 9(07) VALUE 0.
           05  PENDING-DELETES     PIC 9(07) VALUE 0.
           05  PENDING-BAD-DATES   PIC 9(07) VALUE 0.
           05  EDIT-PEND-COUNT     PIC Z(6)9.
           05  EDIT-PEND-DAYS      PIC Z(4)9.
           05  EDIT-PEND-TIME      PIC 99B99B99.

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8) TO AS-OF-DATE
           COMPUTE AS-OF-DATE-INT =
               FUNCTION INTEGER-OF-DATE(AS-OF-DATE)
           OPEN OUTPUT PENDING-REPORT-FILE
           MOVE "----- Matrix Library Changes Awaiting Approval -----"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING "Pending As Of " AS-OF-DATE " " RUN-TIMESTAMP(9:6)
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           OPEN INPUT PENDING-CHANGE-FILE
           IF PENDING-CHANGE-STATUS = "35"
               MOVE "NO CHANGES PENDING" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               IF PENDING-CHANGE-STATUS NOT = "00"
                   MOVE "MLPEND NOT AVAILABLE - STATUS "
                       TO REPORT-LINE
                   MOVE PENDING-CHANGE-STATUS TO REPORT-LINE(31:2)
                   PERFORM WRITE-REPORT-LINE
                   MOVE 12 TO PENDING-RC
               ELSE
                   PERFORM LIST-PENDING-CHANGES
                   CLOSE PENDING-CHANGE-FILE
                   PERFORM WRITE-PENDING-TOTALS
               END-IF
           END-IF
           CLOSE PENDING-REPORT-FILE
           MOVE PENDING-RC TO RETURN-CODE
           STOP RUN.

       WRITE-REPORT-LINE.
           DISPLAY REPORT-LINE
           MOVE REPORT-LINE TO PENDING-REPORT-RECORD
           WRITE PENDING-REPORT-RECORD
           MOVE SPACES TO REPORT-LINE.

       LIST-PENDING-CHANGES.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Matrix   Eff Date Act By  Requested         Days"
               TO REPORT-LINE
           MOVE "Description" TO REPORT-LINE(52:11)
           PERFORM WRITE-REPORT-LINE
           SET PENDING-NOT-EOF TO TRUE
           PERFORM UNTIL PENDING-EOF
               READ PENDING-CHANGE-FILE
                   AT END SET PENDING-EOF TO TRUE
                   NOT AT END
                       PERFORM LIST-ONE-PENDING-CHANGE
               END-READ
           END-PERFORM
           IF PENDING-COUNT = 0
               MOVE "NO CHANGES PENDING" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       LIST-ONE-PENDING-CHANGE.
           ADD 1 TO PENDING-COUNT
           EVALUATE TRUE
               WHEN PENDING-ADD
                   ADD 1 TO PENDING-ADDS
               WHEN PENDING-REPLACE
                   ADD 1 TO PENDING-REPLACES
               WHEN PENDING-DELETE
                   ADD 1 TO PENDING-DELETES
           END-EVALUATE
           MOVE MP-REQUEST-DATE TO REQUEST-DATE
           MOVE 0 TO DAYS-WAITING
           IF REQUEST-DATE IS NOT NUMERIC OR
              REQUEST-YEAR < 1601 OR
              REQUEST-MONTH < 1 OR REQUEST-MONTH > 12 OR
              REQUEST-DAY < 1 OR REQUEST-DAY > 31
               ADD 1 TO PENDING-BAD-DATES
               IF PENDING-RC < 4
                   MOVE 4 TO PENDING-RC
               END-IF
           ELSE
               COMPUTE DAYS-WAITING = AS-OF-DATE-INT -
                   FUNCTION INTEGER-OF-DATE(REQUEST-DATE)
               IF DAYS-WAITING < 0
                   MOVE 0 TO DAYS-WAITING
               END-IF
           END-IF
           IF PENDING-COUNT = 1 OR DAYS-WAITING > OLDEST-DAYS
               MOVE DAYS-WAITING TO OLDEST-DAYS
               MOVE MP-PENDING-KEY TO OLDEST-KEY
           END-IF
           MOVE MP-PROPOSED-IMAGE TO MATRIX-LIBRARY-RECORD
           MOVE MP-REQUEST-TIME TO EDIT-PEND-TIME
           MOVE DAYS-WAITING TO EDIT-PEND-DAYS
           STRING MP-MATRIX-ID " " MP-EFFECTIVE-DATE " " MP-ACTION
               " " MP-REQUESTER " " MP-REQUEST-DATE " " EDIT-PEND-TIME
               " " EDIT-PEND-DAYS "  " ML-DESCRIPTION
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-PENDING-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE PENDING-COUNT TO EDIT-PEND-COUNT
           STRING "Changes Awaiting Approval: " EDIT-PEND-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE PENDING-ADDS TO EDIT-PEND-COUNT
           STRING "  Adds:                    " EDIT-PEND-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE PENDING-REPLACES TO EDIT-PEND-COUNT
           STRING "  Replaces:                " EDIT-PEND-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE PENDING-DELETES TO EDIT-PEND-COUNT
           STRING "  Deletes:                 " EDIT-PEND-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF PENDING-COUNT > 0
               MOVE OLDEST-DAYS TO EDIT-PEND-DAYS
               STRING "Oldest Waiting:            " EDIT-PEND-DAYS
                   " Days " OLDEST-KEY(1:8) " EFF " OLDEST-KEY(9:8)
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF PENDING-BAD-DATES > 0
               MOVE PENDING-BAD-DATES TO EDIT-PEND-COUNT
               STRING "Unusable Request Dates:    " EDIT-PEND-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
