       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT SUSPENSE-MASTER-FILE ASSIGN TO "SUSPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS SUSPENSE-MASTER-STATUS.
           SELECT SUSPENSE-SORT-FILE ASSIGN TO "SUSPSRT".
           SELECT SUSPENSE-REPORT-FILE ASSIGN TO "SUSPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUSPENSE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "ctlparm.cpy".

       FD  SUSPENSE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "suspmst.cpy".

       SD  SUSPENSE-SORT-FILE.
       01  SUSPENSE-SORT-RECORD.
           05  SS-REASON-CODE      PIC X(03).
           05  SS-DAYS-OPEN        PIC 9(05).
           05  SS-RUN-ID           PIC 9(06).
           05  SS-REJECT-SEQ       PIC 9(07).
           05  SS-BUSINESS-DATE    PIC 9(08).
           05  SS-ACCOUNT-NUMBER   PIC X(08).
           05  SS-AMOUNT           PIC S9(9)V99.
           05  SS-ITEM-STATUS      PIC X(01).
           05  SS-RESUB-BATCH      PIC 9(06).
           05  SS-CURRENCY-CODE    PIC X(03).

       FD  SUSPENSE-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-REPORT-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  CONTROL-FILE-STATUS     PIC X(02) VALUE SPACES.
           05  SUSPENSE-MASTER-STATUS  PIC X(02) VALUE SPACES.
           05  SUSPENSE-REPORT-STATUS  PIC X(02) VALUE SPACES.
           05  MASTER-EOF-FLAG         PIC 9(01) VALUE 0.
               88  MASTER-EOF             VALUE 1.
               88  MASTER-NOT-EOF         VALUE 0.
           05  SORT-EOF-FLAG           PIC 9(01) VALUE 0.
               88  SORT-EOF               VALUE 1.
               88  SORT-NOT-EOF           VALUE 0.

       01  SUSPENSE-PARAMS.
           05  AS-OF-DATE          PIC 9(08) VALUE 0.
           05  AS-OF-DATE-PARTS REDEFINES AS-OF-DATE.
               10  AS-OF-YEAR      PIC 9(04).
               10  AS-OF-MONTH     PIC 9(02).
               10  AS-OF-DAY       PIC 9(02).
           05  AS-OF-DATE-INT      PIC 9(08) VALUE 0.
           05  SUSPENSE-RC         PIC 9(02) VALUE 0.

       01  ITEM-AGE-VARS.
           05  ITEM-DATE           PIC 9(08) VALUE 0.
           05  ITEM-DATE-PARTS REDEFINES ITEM-DATE.
               10  ITEM-YEAR       PIC 9(04).
               10  ITEM-MONTH      PIC 9(02).
               10  ITEM-DAY        PIC 9(02).
           05  ITEM-DATE-INT       PIC 9(08) VALUE 0.
           05  DAYS-IN-SUSPENSE    PIC S9(07) VALUE 0.
           05  ITEM-IMAGE-WORK.
               10  II-RECORD-TYPE  PIC X(01).
               10  II-ACCOUNT-NUMBER PIC X(08).
               10  FILLER          PIC X(31).

       01  AGE-BAND-VARS.
           05  AGE-BAND-LIMITS.
               10  FILLER          PIC 9(05) VALUE 1.
               10  FILLER          PIC 9(05) VALUE 7.
               10  FILLER          PIC 9(05) VALUE 30.
               10  FILLER          PIC 9(05) VALUE 90.
               10  FILLER          PIC 9(05) VALUE 99999.
           05  AGE-BAND-LIMIT REDEFINES AGE-BAND-LIMITS
                                   PIC 9(05) OCCURS 5 TIMES.
           05  AGE-BAND-NAMES.
               10  FILLER          PIC X(20) VALUE "0 To 1 Days".
               10  FILLER          PIC X(20) VALUE "2 To 7 Days".
               10  FILLER          PIC X(20) VALUE "8 To 30 Days".
               10  FILLER          PIC X(20) VALUE "31 To 90 Days".
               10  FILLER          PIC X(20) VALUE "Over 90 Days".
           05  AGE-BAND-NAME REDEFINES AGE-BAND-NAMES
                                   PIC X(20) OCCURS 5 TIMES.
           05  AGE-BAND-TOTALS OCCURS 5 TIMES.
               10  AGE-BAND-COUNT  PIC 9(07).
               10  AGE-BAND-AMOUNT PIC S9(13)V99.
           05  BAND-IDX            PIC 9(01) VALUE 0.

       01  SUSPENSE-TOTALS.
           05  ITEMS-READ          PIC 9(07) VALUE 0.
           05  ITEMS-OUTSTANDING   PIC 9(07) VALUE 0.
           05  ITEMS-RESUBMITTED   PIC 9(07) VALUE 0.
           05  ITEMS-CLOSED        PIC 9(07) VALUE 0.
           05  ITEMS-BAD-DATE      PIC 9(07) VALUE 0.
           05  OUTSTANDING-AMOUNT  PIC S9(13)V99 VALUE 0.
           05  CURRENT-REASON      PIC X(03) VALUE SPACES.
           05  REASON-COUNT        PIC 9(07) VALUE 0.
           05  REASON-AMOUNT       PIC S9(13)V99 VALUE 0.
           05  EDIT-SUSP-COUNT     PIC Z(6)9.
           05  EDIT-SUSP-DAYS      PIC Z(4)9.
           05  EDIT-SUSP-AMOUNT    PIC -(12)9.99.
           05  EDIT-ITEM-AMOUNT    PIC -(9)9.99.

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT SUSPENSE-REPORT-FILE
           MOVE "----- Open Suspense Items -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM ESTABLISH-AS-OF-DATE
           IF SUSPENSE-RC < 8
               OPEN INPUT SUSPENSE-MASTER-FILE
               IF SUSPENSE-MASTER-STATUS NOT = "00"
                   MOVE "SUSPMST NOT AVAILABLE - STATUS "
                       TO REPORT-LINE
                   MOVE SUSPENSE-MASTER-STATUS TO REPORT-LINE(32:2)
                   PERFORM WRITE-REPORT-LINE
                   MOVE 12 TO SUSPENSE-RC
               END-IF
           END-IF
           IF SUSPENSE-RC < 8
               PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 5
                   MOVE 0 TO AGE-BAND-COUNT(BAND-IDX)
                   MOVE 0 TO AGE-BAND-AMOUNT(BAND-IDX)
               END-PERFORM
               SORT SUSPENSE-SORT-FILE
                   ON ASCENDING KEY SS-REASON-CODE
                   ON DESCENDING KEY SS-DAYS-OPEN
                   ON ASCENDING KEY SS-RUN-ID
                   ON ASCENDING KEY SS-REJECT-SEQ
                   INPUT PROCEDURE IS SELECT-OPEN-ITEMS
                   OUTPUT PROCEDURE IS REPORT-OPEN-ITEMS
               CLOSE SUSPENSE-MASTER-FILE
               PERFORM WRITE-AGE-SUMMARY
               PERFORM WRITE-SUSPENSE-TOTALS
           END-IF
           CLOSE SUSPENSE-REPORT-FILE
           MOVE SUSPENSE-RC TO RETURN-CODE
           STOP RUN.

       WRITE-REPORT-LINE.
           DISPLAY REPORT-LINE
           MOVE REPORT-LINE TO SUSPENSE-REPORT-RECORD
           WRITE SUSPENSE-REPORT-RECORD
           MOVE SPACES TO REPORT-LINE.

       ESTABLISH-AS-OF-DATE.
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
           IF AS-OF-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO AS-OF-DATE
           END-IF
           IF AS-OF-YEAR < 1601 OR
              AS-OF-MONTH < 1 OR AS-OF-MONTH > 12 OR
              AS-OF-DAY < 1 OR AS-OF-DAY > 31
               STRING "AS-OF DATE NOT VALID: " AS-OF-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO SUSPENSE-RC
           ELSE
               COMPUTE AS-OF-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(AS-OF-DATE)
               STRING "Suspense As Of " AS-OF-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       SELECT-OPEN-ITEMS.
           SET MASTER-NOT-EOF TO TRUE
           PERFORM UNTIL MASTER-EOF
               READ SUSPENSE-MASTER-FILE
                   AT END SET MASTER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO ITEMS-READ
                       IF SUSPENSE-OUTSTANDING
                           PERFORM RELEASE-OPEN-ITEM
                       ELSE
                           ADD 1 TO ITEMS-CLOSED
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-OPEN-ITEM.
           MOVE SU-BUSINESS-DATE TO ITEM-DATE
           MOVE 0 TO DAYS-IN-SUSPENSE
           IF ITEM-DATE IS NOT NUMERIC OR
              ITEM-YEAR < 1601 OR
              ITEM-MONTH < 1 OR ITEM-MONTH > 12 OR
              ITEM-DAY < 1 OR ITEM-DAY > 31
               ADD 1 TO ITEMS-BAD-DATE
               STRING "ITEM " SU-RUN-ID "/" SU-REJECT-SEQ
                   " HAS NO USABLE BUSINESS DATE - AGED AS 0"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF SUSPENSE-RC < 4
                   MOVE 4 TO SUSPENSE-RC
               END-IF
           ELSE
               COMPUTE ITEM-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(ITEM-DATE)
               COMPUTE DAYS-IN-SUSPENSE =
                   AS-OF-DATE-INT - ITEM-DATE-INT
               IF DAYS-IN-SUSPENSE < 0
                   MOVE 0 TO DAYS-IN-SUSPENSE
               END-IF
           END-IF
           IF DAYS-IN-SUSPENSE > 99999
               MOVE 99999 TO SS-DAYS-OPEN
           ELSE
               MOVE DAYS-IN-SUSPENSE TO SS-DAYS-OPEN
           END-IF
           MOVE SU-REASON-CODE TO SS-REASON-CODE
           MOVE SU-RUN-ID TO SS-RUN-ID
           MOVE SU-REJECT-SEQ TO SS-REJECT-SEQ
           MOVE SU-BUSINESS-DATE TO SS-BUSINESS-DATE
           MOVE SU-RECORD-IMAGE TO ITEM-IMAGE-WORK
           MOVE II-ACCOUNT-NUMBER TO SS-ACCOUNT-NUMBER
           MOVE SU-AMOUNT TO SS-AMOUNT
           MOVE SU-ITEM-STATUS TO SS-ITEM-STATUS
           MOVE SU-RESUB-BATCH TO SS-RESUB-BATCH
           MOVE SU-CURRENCY-CODE TO SS-CURRENCY-CODE
           RELEASE SUSPENSE-SORT-RECORD.

       REPORT-OPEN-ITEMS.
           MOVE SPACES TO CURRENT-REASON
           SET SORT-NOT-EOF TO TRUE
           PERFORM UNTIL SORT-EOF
               RETURN SUSPENSE-SORT-FILE
                   AT END SET SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM REPORT-ONE-OPEN-ITEM
               END-RETURN
           END-PERFORM
           IF ITEMS-OUTSTANDING > 0
               PERFORM WRITE-REASON-TOTAL
           END-IF.

       REPORT-ONE-OPEN-ITEM.
           IF ITEMS-OUTSTANDING = 0 OR
              SS-REASON-CODE NOT = CURRENT-REASON
               IF ITEMS-OUTSTANDING > 0
                   PERFORM WRITE-REASON-TOTAL
               END-IF
               MOVE SS-REASON-CODE TO CURRENT-REASON
               MOVE 0 TO REASON-COUNT
               MOVE 0 TO REASON-AMOUNT
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               STRING "Reason " CURRENT-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "  Run    Item    Date     Account   Days"
                   TO REPORT-LINE
               MOVE "Amount  St Resub" TO REPORT-LINE(49:16)
               MOVE "Ccy" TO REPORT-LINE(68:3)
               PERFORM WRITE-REPORT-LINE
           END-IF
           ADD 1 TO ITEMS-OUTSTANDING
           ADD 1 TO REASON-COUNT
           ADD SS-AMOUNT TO REASON-AMOUNT
           ADD SS-AMOUNT TO OUTSTANDING-AMOUNT
           IF SS-ITEM-STATUS = "R"
               ADD 1 TO ITEMS-RESUBMITTED
           END-IF
           MOVE 1 TO BAND-IDX
           PERFORM UNTIL BAND-IDX = 5 OR
                   SS-DAYS-OPEN <= AGE-BAND-LIMIT(BAND-IDX)
               ADD 1 TO BAND-IDX
           END-PERFORM
           ADD 1 TO AGE-BAND-COUNT(BAND-IDX)
           ADD SS-AMOUNT TO AGE-BAND-AMOUNT(BAND-IDX)
           MOVE SS-DAYS-OPEN TO EDIT-SUSP-DAYS
           MOVE SS-AMOUNT TO EDIT-ITEM-AMOUNT
           STRING "  " SS-RUN-ID " " SS-REJECT-SEQ " " SS-BUSINESS-DATE
               " " SS-ACCOUNT-NUMBER " " EDIT-SUSP-DAYS
               " " EDIT-ITEM-AMOUNT "  " SS-ITEM-STATUS
               DELIMITED BY SIZE INTO REPORT-LINE
           IF SS-ITEM-STATUS = "R"
               MOVE SS-RESUB-BATCH TO REPORT-LINE(60:6)
           END-IF
           MOVE SS-CURRENCY-CODE TO REPORT-LINE(68:3)
           PERFORM WRITE-REPORT-LINE.

       WRITE-REASON-TOTAL.
           MOVE REASON-COUNT TO EDIT-SUSP-COUNT
           MOVE REASON-AMOUNT TO EDIT-SUSP-AMOUNT
           STRING "  Items: " EDIT-SUSP-COUNT
               "  Amount: " EDIT-SUSP-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-AGE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Open Items By Age" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 5
               MOVE AGE-BAND-COUNT(BAND-IDX) TO EDIT-SUSP-COUNT
               MOVE AGE-BAND-AMOUNT(BAND-IDX) TO EDIT-SUSP-AMOUNT
               STRING "  " AGE-BAND-NAME(BAND-IDX) EDIT-SUSP-COUNT
                   "  " EDIT-SUSP-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       WRITE-SUSPENSE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Status O = Open, R = Resubmitted Awaiting Run"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ITEMS-READ TO EDIT-SUSP-COUNT
           STRING "Suspense Items Read:  " EDIT-SUSP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ITEMS-CLOSED TO EDIT-SUSP-COUNT
           STRING "Closed Items:         " EDIT-SUSP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ITEMS-RESUBMITTED TO EDIT-SUSP-COUNT
           STRING "Awaiting Resubmission:" EDIT-SUSP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF ITEMS-BAD-DATE > 0
               MOVE ITEMS-BAD-DATE TO EDIT-SUSP-COUNT
               STRING "Unusable Dates:       " EDIT-SUSP-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE ITEMS-OUTSTANDING TO EDIT-SUSP-COUNT
           STRING "Items In Suspense:    " EDIT-SUSP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE OUTSTANDING-AMOUNT TO EDIT-SUSP-AMOUNT
           STRING "Total In Suspense:    " EDIT-SUSP-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.
