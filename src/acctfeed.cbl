       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-FEED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FEED-FILE ASSIGN TO "ACCTFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACCOUNT-FEED-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT PRODUCT-REFERENCE-FILE ASSIGN TO "PRODREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PRODUCT-CODE
               FILE STATUS IS PRODUCT-REFERENCE-STATUS.
           SELECT BALANCE-MASTER-FILE ASSIGN TO "BALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AB-BALANCE-KEY
               FILE STATUS IS BALANCE-MASTER-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.
           SELECT FEED-LIST-FILE ASSIGN TO "AFLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FEED-LIST-STATUS.
           SELECT FEED-EXCEPTION-FILE ASSIGN TO "AFEXCP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FEED-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FEED-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "acctfeed.cpy".

       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "acctmst.cpy".

       FD  PRODUCT-REFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "prodref.cpy".

       FD  BALANCE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "balmst.cpy".

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "auditrec.cpy".

       FD  FEED-LIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FEED-LIST-RECORD        PIC X(80).

       FD  FEED-EXCEPTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FEED-EXCEPTION-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  ACCOUNT-FEED-STATUS     PIC X(02) VALUE SPACES.
           05  ACCOUNT-MASTER-STATUS   PIC X(02) VALUE SPACES.
           05  PRODUCT-REFERENCE-STATUS PIC X(02) VALUE SPACES.
           05  BALANCE-MASTER-STATUS   PIC X(02) VALUE SPACES.
           05  AUDIT-LOG-STATUS        PIC X(02) VALUE SPACES.
           05  FEED-LIST-STATUS        PIC X(02) VALUE SPACES.
           05  FEED-EXCEPTION-STATUS   PIC X(02) VALUE SPACES.
           05  WORK-EOF-FLAG           PIC 9(01) VALUE 0.
               88  WORK-EOF               VALUE 1.
               88  WORK-NOT-EOF           VALUE 0.
           05  PRODUCT-REFERENCE-FLAG  PIC 9(01) VALUE 0.
               88  PRODUCT-REFERENCE-OPEN   VALUE 1.
               88  PRODUCT-REFERENCE-CLOSED VALUE 0.
           05  BALANCE-MASTER-FLAG     PIC 9(01) VALUE 0.
               88  BALANCE-MASTER-OPEN      VALUE 1.
               88  BALANCE-MASTER-CLOSED    VALUE 0.
           05  ACCOUNT-FOUND-FLAG      PIC 9(01) VALUE 0.
               88  ACCOUNT-FOUND            VALUE 1.
               88  ACCOUNT-NOT-FOUND        VALUE 0.
           05  MANUAL-CHANGE-FLAG      PIC 9(01) VALUE 0.
               88  MANUAL-CHANGED           VALUE 1.
               88  MANUAL-NOT-CHANGED       VALUE 0.
           05  MOVEMENT-FLAG           PIC 9(01) VALUE 0.
               88  MOVED-TODAY              VALUE 1.
               88  NOT-MOVED-TODAY          VALUE 0.
           05  IN-LINE-FLAG            PIC 9(01) VALUE 0.
               88  FEED-IN-LINE             VALUE 1.
               88  FEED-NOT-IN-LINE         VALUE 0.
           05  HEADER-SEEN-FLAG        PIC 9(01) VALUE 0.
               88  FEED-HEADER-SEEN         VALUE 1.
           05  TRAILER-SEEN-FLAG       PIC 9(01) VALUE 0.
               88  FEED-TRAILER-SEEN        VALUE 1.
           05  MANUAL-CHECK-FLAG       PIC 9(01) VALUE 0.
               88  MANUAL-CHECK-AVAILABLE   VALUE 1.
               88  MANUAL-CHECK-UNAVAILABLE VALUE 0.
           05  MANUAL-FULL-FLAG        PIC 9(01) VALUE 0.
               88  MANUAL-TABLE-FULL        VALUE 1.
           05  RECON-FLAG              PIC 9(01) VALUE 0.
               88  RECON-AGREES             VALUE 0.
               88  RECON-BREAK              VALUE 1.

       01  FEED-CONTROL.
           05  FEED-SOURCE         PIC X(8) VALUE SPACES.
           05  FEED-DATE           PIC 9(8) VALUE 0.
           05  FEED-DATE-TEXT REDEFINES FEED-DATE PIC X(8).
           05  FEED-SEQUENCE       PIC 9(6) VALUE 0.
           05  FEED-RECORDS-READ   PIC 9(7) VALUE 0.
           05  EXTRA-HEADERS       PIC 9(7) VALUE 0.
           05  RECORDS-AFTER-TRAILER PIC 9(7) VALUE 0.
           05  UNKNOWN-TYPE-COUNT  PIC 9(7) VALUE 0.
           05  DETAILS-COUNTED     PIC 9(7) VALUE 0.
           05  ADDS-COUNTED        PIC 9(7) VALUE 0.
           05  DESCRIPTIONS-COUNTED PIC 9(7) VALUE 0.
           05  STATUSES-COUNTED    PIC 9(7) VALUE 0.
           05  CLOSES-COUNTED      PIC 9(7) VALUE 0.
           05  TRAILER-RECORD-COUNT PIC 9(7) VALUE 0.
           05  TRAILER-ADD-COUNT   PIC 9(7) VALUE 0.
           05  TRAILER-DESCRIPTION-COUNT PIC 9(7) VALUE 0.
           05  TRAILER-STATUS-COUNT PIC 9(7) VALUE 0.
           05  TRAILER-CLOSE-COUNT PIC 9(7) VALUE 0.
           05  TRAILER-OPEN-ACCOUNTS PIC 9(7) VALUE 0.
           05  FEED-ERROR-COUNT    PIC 9(5) VALUE 0.
           05  CONTROL-LABEL       PIC X(12) VALUE SPACES.
           05  CONTROL-EXPECTED    PIC 9(7) VALUE 0.
           05  CONTROL-ACTUAL      PIC 9(7) VALUE 0.

       01  MANUAL-CHANGE-TABLE.
           05  MANUAL-COUNT        PIC 9(4) VALUE 0.
           05  MANUAL-ROW OCCURS 1000 TIMES.
               10  MC-ACCOUNT      PIC X(8).
               10  MC-ACTION       PIC X(3).
           05  MC-IDX              PIC 9(4) VALUE 0.
           05  SEARCH-ACCOUNT      PIC X(8) VALUE SPACES.
           05  MANUAL-ACTION       PIC X(3) VALUE SPACES.

       01  FEED-TOTALS.
           05  DETAILS-READ        PIC 9(7) VALUE 0.
           05  CHANGES-APPLIED     PIC 9(7) VALUE 0.
           05  ADDS-APPLIED        PIC 9(7) VALUE 0.
           05  DESCRIPTIONS-APPLIED PIC 9(7) VALUE 0.
           05  STATUSES-APPLIED    PIC 9(7) VALUE 0.
           05  CLOSES-APPLIED      PIC 9(7) VALUE 0.
           05  ALREADY-IN-LINE     PIC 9(7) VALUE 0.
           05  EXCEPTION-COUNT     PIC 9(7) VALUE 0.
           05  RECON-IN-LINE       PIC 9(7) VALUE 0.
           05  RECON-NOT-IN-LINE   PIC 9(7) VALUE 0.
           05  MASTER-OPEN         PIC 9(7) VALUE 0.
           05  MASTER-FROZEN       PIC 9(7) VALUE 0.
           05  MASTER-CLOSED       PIC 9(7) VALUE 0.
           05  MASTER-NOT-CLOSED   PIC 9(7) VALUE 0.
           05  OPEN-DIFFERENCE     PIC S9(7) VALUE 0.
           05  FEED-RC             PIC 9(2) VALUE 0.

       01  APPLY-VARS.
           05  EXCEPTION-REASON    PIC X(40) VALUE SPACES.
           05  APPLIED-NAME        PIC X(9) VALUE SPACES.

       01  AUDIT-VARS.
           05  AUDIT-PROG          PIC X(20) VALUE "ACCOUNT-FEED".
           05  AUDIT-OPER          PIC X(20) VALUE SPACES.
           05  AUDIT-DETAIL-LINE   PIC X(40) VALUE SPACES.
           05  AUDIT-SEV           PIC X(01) VALUE "I".

       COPY "runinfo.cpy".

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.
           05  EDIT-COUNT          PIC Z(6)9.
           05  EDIT-COUNT-2        PIC Z(6)9.
           05  EDIT-DIFFERENCE     PIC -(7)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT FEED-LIST-FILE
           OPEN OUTPUT FEED-EXCEPTION-FILE
           MOVE "----- Account Feed From Customer System -----"
               TO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE "----- Account Feed Exceptions -----" TO REPORT-LINE
           PERFORM WRITE-EXCEPTION-LINE
           PERFORM VALIDATE-FEED
           IF FEED-RC < 8
               PERFORM LOAD-MANUAL-CHANGES
               PERFORM OPEN-ACCOUNT-MASTER
           END-IF
           IF FEED-RC < 8
               PERFORM OPEN-REFERENCE-FILES
               PERFORM APPLY-FEED
               PERFORM RECONCILE-FEED
               CLOSE ACCOUNT-MASTER-FILE
               PERFORM CLOSE-REFERENCE-FILES
               PERFORM WRITE-FEED-TOTALS
               PERFORM LOG-FEED-RESULT
           ELSE
               MOVE "FEED NOT APPLIED - SEE AFLIST" TO REPORT-LINE
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           CLOSE FEED-LIST-FILE
           CLOSE FEED-EXCEPTION-FILE
           MOVE FEED-RC TO RETURN-CODE
           STOP RUN.

       WRITE-LISTING-LINE.
           DISPLAY REPORT-LINE
           MOVE REPORT-LINE TO FEED-LIST-RECORD
           WRITE FEED-LIST-RECORD
           MOVE SPACES TO REPORT-LINE.

       WRITE-EXCEPTION-LINE.
           DISPLAY REPORT-LINE
           MOVE REPORT-LINE TO FEED-EXCEPTION-RECORD
           WRITE FEED-EXCEPTION-RECORD
           MOVE SPACES TO REPORT-LINE.

       RAISE-WARNING-RC.
           IF FEED-RC < 4
               MOVE 4 TO FEED-RC
           END-IF.

       WRITE-AUDIT-ENTRY.
           MOVE 0 TO RUN-ID
           MOVE 0 TO RUN-AUDIT-VERBOSITY
           CALL "AUDIT-LOGGER" USING AUDIT-PROG AUDIT-OPER
               AUDIT-DETAIL-LINE AUDIT-SEV RUN-IDENT.

       VALIDATE-FEED.
           SET WORK-NOT-EOF TO TRUE
           OPEN INPUT ACCOUNT-FEED-FILE
           IF ACCOUNT-FEED-STATUS NOT = "00"
               MOVE "ACCTFEED NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE ACCOUNT-FEED-STATUS TO REPORT-LINE(33:2)
               PERFORM WRITE-LISTING-LINE
               MOVE 8 TO FEED-RC
               SET WORK-EOF TO TRUE
           END-IF
           PERFORM UNTIL WORK-EOF
               READ ACCOUNT-FEED-FILE
                   AT END SET WORK-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO FEED-RECORDS-READ
                       PERFORM COUNT-FEED-RECORD
               END-READ
           END-PERFORM
           IF ACCOUNT-FEED-STATUS = "00" OR ACCOUNT-FEED-STATUS = "10"
               CLOSE ACCOUNT-FEED-FILE
           END-IF
           IF FEED-RC < 8
               PERFORM CHECK-FEED-CONTROLS
           END-IF.

       COUNT-FEED-RECORD.
           EVALUATE TRUE
               WHEN FEED-TRAILER-SEEN
                   ADD 1 TO RECORDS-AFTER-TRAILER
               WHEN FEED-HEADER-REC
                   IF FEED-RECORDS-READ > 1
                       ADD 1 TO EXTRA-HEADERS
                   ELSE
                       SET FEED-HEADER-SEEN TO TRUE
                       MOVE FH-SOURCE-SYSTEM TO FEED-SOURCE
                       MOVE FH-FEED-DATE TO FEED-DATE-TEXT
                       MOVE FH-FEED-SEQUENCE TO FEED-SEQUENCE
                   END-IF
               WHEN FEED-DETAIL-REC
                   ADD 1 TO DETAILS-COUNTED
                   EVALUATE TRUE
                       WHEN FEED-ADD
                           ADD 1 TO ADDS-COUNTED
                       WHEN FEED-DESCRIPTION
                           ADD 1 TO DESCRIPTIONS-COUNTED
                       WHEN FEED-STATUS
                           ADD 1 TO STATUSES-COUNTED
                       WHEN FEED-CLOSE
                           ADD 1 TO CLOSES-COUNTED
                   END-EVALUATE
               WHEN FEED-TRAILER-REC
                   SET FEED-TRAILER-SEEN TO TRUE
                   IF FT-RECORD-COUNT IS NUMERIC AND
                      FT-ADD-COUNT IS NUMERIC AND
                      FT-DESCRIPTION-COUNT IS NUMERIC AND
                      FT-STATUS-COUNT IS NUMERIC AND
                      FT-CLOSE-COUNT IS NUMERIC AND
                      FT-OPEN-ACCOUNTS IS NUMERIC
                       MOVE FT-RECORD-COUNT TO TRAILER-RECORD-COUNT
                       MOVE FT-ADD-COUNT TO TRAILER-ADD-COUNT
                       MOVE FT-DESCRIPTION-COUNT
                           TO TRAILER-DESCRIPTION-COUNT
                       MOVE FT-STATUS-COUNT TO TRAILER-STATUS-COUNT
                       MOVE FT-CLOSE-COUNT TO TRAILER-CLOSE-COUNT
                       MOVE FT-OPEN-ACCOUNTS TO TRAILER-OPEN-ACCOUNTS
                   ELSE
                       MOVE "TRAILER COUNTS NOT NUMERIC" TO REPORT-LINE
                       PERFORM REPORT-FEED-ERROR
                   END-IF
               WHEN OTHER
                   ADD 1 TO UNKNOWN-TYPE-COUNT
           END-EVALUATE.

       REPORT-FEED-ERROR.
           ADD 1 TO FEED-ERROR-COUNT
           PERFORM WRITE-LISTING-LINE.

       CHECK-FEED-CONTROLS.
           IF FEED-HEADER-SEEN
               STRING "Source: " FEED-SOURCE "   Feed Date: "
                   FEED-DATE-TEXT "   Sequence: " FEED-SEQUENCE
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-LISTING-LINE
               STRING "Source: " FEED-SOURCE "   Feed Date: "
                   FEED-DATE-TEXT "   Sequence: " FEED-SEQUENCE
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-EXCEPTION-LINE
               IF FEED-DATE-TEXT IS NOT NUMERIC
                   MOVE "HEADER FEED DATE NOT NUMERIC" TO REPORT-LINE
                   PERFORM REPORT-FEED-ERROR
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(FEED-DATE) NOT = 0
                       MOVE "HEADER FEED DATE NOT A VALID DATE"
                           TO REPORT-LINE
                       PERFORM REPORT-FEED-ERROR
                   END-IF
               END-IF
           ELSE
               IF FEED-RECORDS-READ = 0
                   MOVE "ACCTFEED IS EMPTY" TO REPORT-LINE
               ELSE
                   MOVE "FIRST RECORD IS NOT A HEADER" TO REPORT-LINE
               END-IF
               PERFORM REPORT-FEED-ERROR
           END-IF
           IF EXTRA-HEADERS > 0
               MOVE EXTRA-HEADERS TO EDIT-COUNT
               STRING "MORE THAN ONE HEADER RECORD - EXTRA "
                   EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM REPORT-FEED-ERROR
           END-IF
           IF UNKNOWN-TYPE-COUNT > 0
               MOVE UNKNOWN-TYPE-COUNT TO EDIT-COUNT
               STRING "RECORDS OF UNKNOWN TYPE: " EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM REPORT-FEED-ERROR
           END-IF
           IF RECORDS-AFTER-TRAILER > 0
               MOVE RECORDS-AFTER-TRAILER TO EDIT-COUNT
               STRING "RECORDS AFTER THE TRAILER: " EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM REPORT-FEED-ERROR
           END-IF
           IF FEED-TRAILER-SEEN
               MOVE "DETAILS" TO CONTROL-LABEL
               MOVE TRAILER-RECORD-COUNT TO CONTROL-EXPECTED
               MOVE DETAILS-COUNTED TO CONTROL-ACTUAL
               PERFORM CHECK-ONE-CONTROL
               MOVE "ADD" TO CONTROL-LABEL
               MOVE TRAILER-ADD-COUNT TO CONTROL-EXPECTED
               MOVE ADDS-COUNTED TO CONTROL-ACTUAL
               PERFORM CHECK-ONE-CONTROL
               MOVE "DSC" TO CONTROL-LABEL
               MOVE TRAILER-DESCRIPTION-COUNT TO CONTROL-EXPECTED
               MOVE DESCRIPTIONS-COUNTED TO CONTROL-ACTUAL
               PERFORM CHECK-ONE-CONTROL
               MOVE "STS" TO CONTROL-LABEL
               MOVE TRAILER-STATUS-COUNT TO CONTROL-EXPECTED
               MOVE STATUSES-COUNTED TO CONTROL-ACTUAL
               PERFORM CHECK-ONE-CONTROL
               MOVE "CLS" TO CONTROL-LABEL
               MOVE TRAILER-CLOSE-COUNT TO CONTROL-EXPECTED
               MOVE CLOSES-COUNTED TO CONTROL-ACTUAL
               PERFORM CHECK-ONE-CONTROL
           ELSE
               MOVE "NO TRAILER RECORD" TO REPORT-LINE
               PERFORM REPORT-FEED-ERROR
           END-IF
           IF FEED-ERROR-COUNT > 0
               MOVE "FEED REJECTED - NOTHING APPLIED TO ACCTMST"
                   TO REPORT-LINE
               PERFORM WRITE-LISTING-LINE
               MOVE 8 TO FEED-RC
               MOVE "FEED-REJECTED" TO AUDIT-OPER
               MOVE "E" TO AUDIT-SEV
               MOVE SPACES TO AUDIT-DETAIL-LINE
               STRING "SOURCE " FEED-SOURCE " DATE " FEED-DATE-TEXT
                   " SEQ " FEED-SEQUENCE
                   DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
               PERFORM WRITE-AUDIT-ENTRY
           ELSE
               MOVE DETAILS-COUNTED TO EDIT-COUNT
               STRING "Header And Trailer Agree - Details: "
                   EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-LISTING-LINE
           END-IF.

       CHECK-ONE-CONTROL.
           IF CONTROL-EXPECTED NOT = CONTROL-ACTUAL
               MOVE CONTROL-EXPECTED TO EDIT-COUNT
               MOVE CONTROL-ACTUAL TO EDIT-COUNT-2
               STRING "TRAILER " DELIMITED BY SIZE
                   CONTROL-LABEL DELIMITED BY SPACE
                   " COUNT " EDIT-COUNT " BUT FEED HAS " EDIT-COUNT-2
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM REPORT-FEED-ERROR
           END-IF.

       LOAD-MANUAL-CHANGES.
           SET WORK-NOT-EOF TO TRUE
           SET MANUAL-CHECK-AVAILABLE TO TRUE
           OPEN INPUT AUDIT-LOG-FILE
           IF AUDIT-LOG-STATUS NOT = "00"
               MOVE "AUDITLOG NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE AUDIT-LOG-STATUS TO REPORT-LINE(33:2)
               PERFORM WRITE-LISTING-LINE
               MOVE "SAME-DAY ACCTMNT CHANGES NOT CHECKED"
                   TO REPORT-LINE
               PERFORM WRITE-LISTING-LINE
               SET MANUAL-CHECK-UNAVAILABLE TO TRUE
               PERFORM RAISE-WARNING-RC
               SET WORK-EOF TO TRUE
           END-IF
           PERFORM UNTIL WORK-EOF
               READ AUDIT-LOG-FILE
                   AT END SET WORK-EOF TO TRUE
                   NOT AT END
                       IF AL-PROGRAM-NAME = "ACCOUNT-MAINT" AND
                          AL-OPERATION = "ACCOUNT-CHANGE" AND
                          AL-TIMESTAMP(1:8) = FEED-DATE-TEXT
                           PERFORM RECORD-MANUAL-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           IF AUDIT-LOG-STATUS = "00" OR AUDIT-LOG-STATUS = "10"
               CLOSE AUDIT-LOG-FILE
           END-IF
           IF MANUAL-CHECK-AVAILABLE
               MOVE MANUAL-COUNT TO EDIT-COUNT
               STRING "Accounts Changed By ACCTMNT On Feed Date: "
                   EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-LISTING-LINE
           END-IF
           IF MANUAL-TABLE-FULL
               MOVE "OVER 1000 ACCTMNT CHANGES - LATER ONES NOT CHECKED"
                   TO REPORT-LINE
               PERFORM WRITE-LISTING-LINE
               PERFORM RAISE-WARNING-RC
           END-IF.

       RECORD-MANUAL-CHANGE.
           MOVE AL-DETAIL(5:8) TO SEARCH-ACCOUNT
           PERFORM FIND-MANUAL-ROW
           IF MC-IDX <= MANUAL-COUNT
               MOVE AL-DETAIL(1:3) TO MC-ACTION(MC-IDX)
           ELSE
               IF MANUAL-COUNT < 1000
                   ADD 1 TO MANUAL-COUNT
                   MOVE SEARCH-ACCOUNT TO MC-ACCOUNT(MANUAL-COUNT)
                   MOVE AL-DETAIL(1:3) TO MC-ACTION(MANUAL-COUNT)
               ELSE
                   SET MANUAL-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       FIND-MANUAL-ROW.
           PERFORM VARYING MC-IDX FROM 1 BY 1
           UNTIL MC-IDX > MANUAL-COUNT
           OR MC-ACCOUNT(MC-IDX) = SEARCH-ACCOUNT
               CONTINUE
           END-PERFORM.

       OPEN-ACCOUNT-MASTER.
           OPEN I-O ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS = "35"
               OPEN OUTPUT ACCOUNT-MASTER-FILE
               CLOSE ACCOUNT-MASTER-FILE
               OPEN I-O ACCOUNT-MASTER-FILE
           END-IF
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               MOVE "ACCTMST NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE ACCOUNT-MASTER-STATUS TO REPORT-LINE(32:2)
               PERFORM WRITE-LISTING-LINE
               MOVE 12 TO FEED-RC
           END-IF.

       OPEN-REFERENCE-FILES.
           OPEN INPUT PRODUCT-REFERENCE-FILE
           IF PRODUCT-REFERENCE-STATUS = "00"
               SET PRODUCT-REFERENCE-OPEN TO TRUE
           ELSE
               SET PRODUCT-REFERENCE-CLOSED TO TRUE
               MOVE "PRODREF NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE PRODUCT-REFERENCE-STATUS TO REPORT-LINE(32:2)
               PERFORM WRITE-LISTING-LINE
               MOVE "PRODUCT CODES ACCEPTED WITHOUT VALIDATION"
                   TO REPORT-LINE
               PERFORM WRITE-LISTING-LINE
           END-IF
           OPEN INPUT BALANCE-MASTER-FILE
           IF BALANCE-MASTER-STATUS = "00"
               SET BALANCE-MASTER-OPEN TO TRUE
           ELSE
               SET BALANCE-MASTER-CLOSED TO TRUE
               MOVE "BALMST NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE BALANCE-MASTER-STATUS TO REPORT-LINE(31:2)
               PERFORM WRITE-LISTING-LINE
               MOVE "CLOSURES HELD AS EXCEPTIONS" TO REPORT-LINE
               PERFORM WRITE-LISTING-LINE
               PERFORM RAISE-WARNING-RC
           END-IF.

       CLOSE-REFERENCE-FILES.
           IF PRODUCT-REFERENCE-OPEN
               CLOSE PRODUCT-REFERENCE-FILE
           END-IF
           IF BALANCE-MASTER-OPEN
               CLOSE BALANCE-MASTER-FILE
           END-IF.

       APPLY-FEED.
           MOVE "----- Changes Applied To ACCTMST -----" TO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           SET WORK-NOT-EOF TO TRUE
           OPEN INPUT ACCOUNT-FEED-FILE
           PERFORM UNTIL WORK-EOF
               READ ACCOUNT-FEED-FILE
                   AT END SET WORK-EOF TO TRUE
                   NOT AT END
                       IF FEED-DETAIL-REC
                           ADD 1 TO DETAILS-READ
                           PERFORM APPLY-FEED-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FEED-FILE.

       APPLY-FEED-DETAIL.
           MOVE SPACES TO EXCEPTION-REASON
           MOVE AF-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET ACCOUNT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ACCOUNT-FOUND TO TRUE
           END-READ
           PERFORM CHECK-MANUAL-CHANGE
           EVALUATE TRUE
               WHEN FEED-ADD
                   PERFORM APPLY-FEED-ADD
               WHEN FEED-DESCRIPTION
                   PERFORM APPLY-FEED-DESCRIPTION
               WHEN FEED-STATUS
                   PERFORM APPLY-FEED-STATUS
               WHEN FEED-CLOSE
                   PERFORM APPLY-FEED-CLOSE
               WHEN OTHER
                   MOVE "UNKNOWN FEED ACTION" TO EXCEPTION-REASON
           END-EVALUATE
           IF EXCEPTION-REASON NOT = SPACES
               PERFORM WRITE-FEED-EXCEPTION
           END-IF.

       CHECK-MANUAL-CHANGE.
           SET MANUAL-NOT-CHANGED TO TRUE
           MOVE AF-ACCOUNT-NUMBER TO SEARCH-ACCOUNT
           PERFORM FIND-MANUAL-ROW
           IF MC-IDX <= MANUAL-COUNT
               SET MANUAL-CHANGED TO TRUE
               MOVE MC-ACTION(MC-IDX) TO MANUAL-ACTION
           END-IF.

       SET-MANUAL-CONFLICT.
           STRING "CONFLICTS WITH ACCTMNT " MANUAL-ACTION
               " ON FEED DATE"
               DELIMITED BY SIZE INTO EXCEPTION-REASON.

       APPLY-FEED-ADD.
           EVALUATE TRUE
               WHEN ACCOUNT-FOUND AND NOT ACCOUNT-CLOSED AND
                    AM-DESCRIPTION = AF-DESCRIPTION AND
                    AM-PRODUCT-CODE = AF-PRODUCT-CODE
                   ADD 1 TO ALREADY-IN-LINE
               WHEN ACCOUNT-FOUND AND ACCOUNT-CLOSED
                   MOVE "ALREADY ON ACCTMST AS CLOSED"
                       TO EXCEPTION-REASON
               WHEN ACCOUNT-FOUND
                   MOVE "ALREADY ON ACCTMST WITH OTHER DETAILS"
                       TO EXCEPTION-REASON
               WHEN MANUAL-CHANGED
                   PERFORM SET-MANUAL-CONFLICT
               WHEN AF-OPEN-DATE IS NOT NUMERIC
                   MOVE "OPEN DATE NOT NUMERIC" TO EXCEPTION-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(AF-OPEN-DATE) NOT = 0
                   MOVE "OPEN DATE NOT A VALID DATE"
                       TO EXCEPTION-REASON
               WHEN OTHER
                   PERFORM CHECK-FEED-PRODUCT
                   IF EXCEPTION-REASON = SPACES
                       PERFORM ADD-FEED-ACCOUNT
                   END-IF
           END-EVALUATE.

       CHECK-FEED-PRODUCT.
           IF AF-PRODUCT-CODE NOT = SPACES AND PRODUCT-REFERENCE-OPEN
               MOVE AF-PRODUCT-CODE TO PR-PRODUCT-CODE
               READ PRODUCT-REFERENCE-FILE
                   INVALID KEY
                       STRING "PRODUCT " AF-PRODUCT-CODE
                           " NOT ON PRODREF"
                           DELIMITED BY SIZE INTO EXCEPTION-REASON
               END-READ
           END-IF.

       ADD-FEED-ACCOUNT.
           MOVE SPACES TO ACCOUNT-MASTER-RECORD
           MOVE AF-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           SET ACCOUNT-OPEN TO TRUE
           MOVE AF-DESCRIPTION TO AM-DESCRIPTION
           MOVE AF-OPEN-DATE TO AM-OPEN-DATE
           MOVE AF-PRODUCT-CODE TO AM-PRODUCT-CODE
           WRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   STRING "ACCTMST WRITE FAILED - STATUS "
                       ACCOUNT-MASTER-STATUS
                       DELIMITED BY SIZE INTO EXCEPTION-REASON
               NOT INVALID KEY
                   MOVE "ADDED:" TO APPLIED-NAME
                   PERFORM RECORD-APPLIED-CHANGE
           END-WRITE.

       APPLY-FEED-DESCRIPTION.
           EVALUATE TRUE
               WHEN ACCOUNT-NOT-FOUND
                   MOVE "NOT ON ACCTMST" TO EXCEPTION-REASON
               WHEN AM-DESCRIPTION = AF-DESCRIPTION
                   ADD 1 TO ALREADY-IN-LINE
               WHEN MANUAL-CHANGED
                   PERFORM SET-MANUAL-CONFLICT
               WHEN OTHER
                   MOVE AF-DESCRIPTION TO AM-DESCRIPTION
                   MOVE "RENAMED:" TO APPLIED-NAME
                   PERFORM REWRITE-FEED-ACCOUNT
           END-EVALUATE.

       APPLY-FEED-STATUS.
           EVALUATE TRUE
               WHEN NOT FEED-STATUS-VALID
                   STRING "INVALID NEW STATUS " AF-NEW-STATUS
                       DELIMITED BY SIZE INTO EXCEPTION-REASON
               WHEN ACCOUNT-NOT-FOUND
                   MOVE "NOT ON ACCTMST" TO EXCEPTION-REASON
               WHEN AM-STATUS = AF-NEW-STATUS
                   ADD 1 TO ALREADY-IN-LINE
               WHEN MANUAL-CHANGED
                   PERFORM SET-MANUAL-CONFLICT
               WHEN AF-NEW-STATUS = "O" AND ACCOUNT-FROZEN
                   MOVE "FROZEN - REOPEN ONLY THROUGH ACCTMNT"
                       TO EXCEPTION-REASON
               WHEN OTHER
                   MOVE AF-NEW-STATUS TO AM-STATUS
                   IF ACCOUNT-OPEN
                       MOVE "REOPENED:" TO APPLIED-NAME
                   ELSE
                       MOVE "FROZEN:" TO APPLIED-NAME
                   END-IF
                   PERFORM REWRITE-FEED-ACCOUNT
           END-EVALUATE.

       APPLY-FEED-CLOSE.
           EVALUATE TRUE
               WHEN ACCOUNT-NOT-FOUND
                   MOVE "NOT ON ACCTMST" TO EXCEPTION-REASON
               WHEN ACCOUNT-CLOSED
                   ADD 1 TO ALREADY-IN-LINE
               WHEN MANUAL-CHANGED
                   PERFORM SET-MANUAL-CONFLICT
               WHEN BALANCE-MASTER-CLOSED
                   MOVE "BALMST NOT AVAILABLE - MOVEMENT UNCHECKED"
                       TO EXCEPTION-REASON
               WHEN OTHER
                   PERFORM CHECK-TODAY-MOVEMENT
                   IF MOVED-TODAY
                       MOVE "MOVED ON FEED DATE IN BALMST"
                           TO EXCEPTION-REASON
                   ELSE
                       SET ACCOUNT-CLOSED TO TRUE
                       MOVE "CLOSED:" TO APPLIED-NAME
                       PERFORM REWRITE-FEED-ACCOUNT
                   END-IF
           END-EVALUATE.

       CHECK-TODAY-MOVEMENT.
           SET NOT-MOVED-TODAY TO TRUE
           MOVE AF-ACCOUNT-NUMBER TO AB-ACCOUNT-NUMBER
           MOVE FEED-DATE TO AB-BUSINESS-DATE
           READ BALANCE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AB-RECORD-COUNT > 0
                       SET MOVED-TODAY TO TRUE
                   END-IF
           END-READ.

       REWRITE-FEED-ACCOUNT.
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   STRING "ACCTMST REWRITE FAILED - STATUS "
                       ACCOUNT-MASTER-STATUS
                       DELIMITED BY SIZE INTO EXCEPTION-REASON
               NOT INVALID KEY
                   PERFORM RECORD-APPLIED-CHANGE
           END-REWRITE.

       RECORD-APPLIED-CHANGE.
           ADD 1 TO CHANGES-APPLIED
           EVALUATE TRUE
               WHEN FEED-ADD
                   ADD 1 TO ADDS-APPLIED
               WHEN FEED-DESCRIPTION
                   ADD 1 TO DESCRIPTIONS-APPLIED
               WHEN FEED-STATUS
                   ADD 1 TO STATUSES-APPLIED
               WHEN FEED-CLOSE
                   ADD 1 TO CLOSES-APPLIED
           END-EVALUATE
           STRING APPLIED-NAME " " AF-ACCOUNT-NUMBER " " AM-STATUS " "
               AM-DESCRIPTION " " AM-PRODUCT-CODE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE "ACCOUNT-CHANGE" TO AUDIT-OPER
           MOVE "I" TO AUDIT-SEV
           MOVE SPACES TO AUDIT-DETAIL-LINE
           STRING AF-ACTION " " AF-ACCOUNT-NUMBER " FEED " FEED-SOURCE
               " APPLIED"
               DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
           PERFORM WRITE-AUDIT-ENTRY.

       WRITE-FEED-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT
           STRING AF-ACTION " " AF-ACCOUNT-NUMBER " " AF-NEW-STATUS " "
               AF-DESCRIPTION(1:20) " " EXCEPTION-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-EXCEPTION-LINE.

       RECONCILE-FEED.
           MOVE "----- Reconciliation With The Feed -----"
               TO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           SET WORK-NOT-EOF TO TRUE
           OPEN INPUT ACCOUNT-FEED-FILE
           PERFORM UNTIL WORK-EOF
               READ ACCOUNT-FEED-FILE
                   AT END SET WORK-EOF TO TRUE
                   NOT AT END
                       IF FEED-DETAIL-REC
                           PERFORM CHECK-ACCOUNT-IN-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FEED-FILE
           PERFORM COUNT-MASTER-ACCOUNTS
           COMPUTE OPEN-DIFFERENCE =
               MASTER-NOT-CLOSED - TRAILER-OPEN-ACCOUNTS
           MOVE RECON-IN-LINE TO EDIT-COUNT
           STRING "Feed Records In Line With ACCTMST:  " EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE RECON-NOT-IN-LINE TO EDIT-COUNT
           STRING "Feed Records Not In Line:           " EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE MASTER-OPEN TO EDIT-COUNT
           MOVE MASTER-FROZEN TO EDIT-COUNT-2
           STRING "ACCTMST Open: " EDIT-COUNT "   Frozen: "
               EDIT-COUNT-2
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE MASTER-NOT-CLOSED TO EDIT-COUNT
           STRING "ACCTMST Open Accounts (With Frozen): " EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE TRAILER-OPEN-ACCOUNTS TO EDIT-COUNT
           STRING "Feed Open Accounts (Trailer):        " EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE OPEN-DIFFERENCE TO EDIT-DIFFERENCE
           STRING "Difference:                         "
               EDIT-DIFFERENCE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           IF OPEN-DIFFERENCE = 0 AND RECON-NOT-IN-LINE = 0
               SET RECON-AGREES TO TRUE
               MOVE "ACCTMST AGREES WITH THE FEED'S OPEN ACCOUNTS"
                   TO REPORT-LINE
           ELSE
               SET RECON-BREAK TO TRUE
               MOVE "ACCTMST DOES NOT AGREE WITH THE FEED - SEE AFEXCP"
                   TO REPORT-LINE
               PERFORM RAISE-WARNING-RC
           END-IF
           PERFORM WRITE-LISTING-LINE.

       CHECK-ACCOUNT-IN-LINE.
           SET FEED-NOT-IN-LINE TO TRUE
           MOVE AF-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "-" TO AM-STATUS
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN FEED-ADD
                           SET FEED-IN-LINE TO TRUE
                       WHEN FEED-DESCRIPTION AND
                            AM-DESCRIPTION = AF-DESCRIPTION
                           SET FEED-IN-LINE TO TRUE
                       WHEN FEED-STATUS AND AM-STATUS = AF-NEW-STATUS
                           SET FEED-IN-LINE TO TRUE
                       WHEN FEED-CLOSE AND ACCOUNT-CLOSED
                           SET FEED-IN-LINE TO TRUE
                   END-EVALUATE
           END-READ
           IF FEED-IN-LINE
               ADD 1 TO RECON-IN-LINE
           ELSE
               ADD 1 TO RECON-NOT-IN-LINE
               STRING "NOT IN LINE: " AF-ACTION " " AF-ACCOUNT-NUMBER
                   " FEED STATUS " AF-NEW-STATUS
                   " ACCTMST STATUS " AM-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-LISTING-LINE
           END-IF.

       COUNT-MASTER-ACCOUNTS.
           SET WORK-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER
           START ACCOUNT-MASTER-FILE KEY >= AM-ACCOUNT-NUMBER
               INVALID KEY
                   SET WORK-EOF TO TRUE
           END-START
           PERFORM UNTIL WORK-EOF
               READ ACCOUNT-MASTER-FILE NEXT
                   AT END SET WORK-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN ACCOUNT-OPEN
                               ADD 1 TO MASTER-OPEN
                           WHEN ACCOUNT-FROZEN
                               ADD 1 TO MASTER-FROZEN
                           WHEN OTHER
                               ADD 1 TO MASTER-CLOSED
                       END-EVALUATE
               END-READ
           END-PERFORM
           COMPUTE MASTER-NOT-CLOSED = MASTER-OPEN + MASTER-FROZEN.

       WRITE-FEED-TOTALS.
           MOVE "----- Feed Totals -----" TO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE DETAILS-READ TO EDIT-COUNT
           STRING "Feed Details Read:      " EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE CHANGES-APPLIED TO EDIT-COUNT
           STRING "Changes Applied:        " EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE ADDS-APPLIED TO EDIT-COUNT
           MOVE DESCRIPTIONS-APPLIED TO EDIT-COUNT-2
           STRING "  Added:    " EDIT-COUNT "   Renamed: " EDIT-COUNT-2
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE STATUSES-APPLIED TO EDIT-COUNT
           MOVE CLOSES-APPLIED TO EDIT-COUNT-2
           STRING "  Status:   " EDIT-COUNT "   Closed:  " EDIT-COUNT-2
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE ALREADY-IN-LINE TO EDIT-COUNT
           STRING "Already In Line:        " EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE EXCEPTION-COUNT TO EDIT-COUNT
           STRING "Exceptions (AFEXCP):    " EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE EXCEPTION-COUNT TO EDIT-COUNT
           STRING "Exceptions: " EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-EXCEPTION-LINE.

       LOG-FEED-RESULT.
           MOVE "FEED-APPLIED" TO AUDIT-OPER
           MOVE "I" TO AUDIT-SEV
           MOVE SPACES TO AUDIT-DETAIL-LINE
           MOVE CHANGES-APPLIED TO EDIT-COUNT
           STRING "DATE " FEED-DATE-TEXT " SEQ " FEED-SEQUENCE
               " CHANGES " EDIT-COUNT
               DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
           PERFORM WRITE-AUDIT-ENTRY
           IF EXCEPTION-COUNT > 0
               PERFORM RAISE-WARNING-RC
               MOVE "FEED-EXCEPTIONS" TO AUDIT-OPER
               MOVE "W" TO AUDIT-SEV
               MOVE SPACES TO AUDIT-DETAIL-LINE
               MOVE EXCEPTION-COUNT TO EDIT-COUNT
               STRING "DATE " FEED-DATE-TEXT " EXCEPTIONS " EDIT-COUNT
                   DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
               PERFORM WRITE-AUDIT-ENTRY
           END-IF
           IF RECON-BREAK
               MOVE "FEED-RECON-BREAK" TO AUDIT-OPER
               MOVE "W" TO AUDIT-SEV
               MOVE SPACES TO AUDIT-DETAIL-LINE
               MOVE OPEN-DIFFERENCE TO EDIT-DIFFERENCE
               MOVE RECON-NOT-IN-LINE TO EDIT-COUNT
               STRING "OPEN DIFF " EDIT-DIFFERENCE " NOT IN LINE "
                   EDIT-COUNT
                   DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.
