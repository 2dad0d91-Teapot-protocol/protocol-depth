       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HO-HOLD-KEY
               FILE STATUS IS HOLD-MASTER-STATUS.
           SELECT HOLD-SORT-FILE ASSIGN TO "HOLDSRT".
           SELECT HOLD-REPORT-FILE ASSIGN TO "HOLDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOLD-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "ctlparm.cpy".

       FD  HOLD-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "holdmst.cpy".

       SD  HOLD-SORT-FILE.
       01  HOLD-SORT-RECORD.
           05  HS-ITEM-STATUS      PIC X(01).
           05  HS-DAYS-HELD        PIC 9(05).
           05  HS-RUN-ID           PIC 9(06).
           05  HS-HOLD-SEQ         PIC 9(07).
           05  HS-BUSINESS-DATE    PIC 9(08).
           05  HS-ACCOUNT-NUMBER   PIC X(08).
           05  HS-AMOUNT           PIC S9(9)V99.
           05  HS-ACTION-OPERATOR  PIC X(08).
           05  HS-OVERDUE-FLAG     PIC X(01).

       FD  HOLD-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HOLD-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  CONTROL-FILE-STATUS     PIC X(02) VALUE SPACES.
           05  HOLD-MASTER-STATUS      PIC X(02) VALUE SPACES.
           05  HOLD-REPORT-STATUS      PIC X(02) VALUE SPACES.
           05  MASTER-EOF-FLAG         PIC 9(01) VALUE 0.
               88  MASTER-EOF             VALUE 1.
               88  MASTER-NOT-EOF         VALUE 0.
           05  SORT-EOF-FLAG           PIC 9(01) VALUE 0.
               88  SORT-EOF               VALUE 1.
               88  SORT-NOT-EOF           VALUE 0.

       01  HOLD-PARAMS.
           05  AS-OF-DATE          PIC 9(08) VALUE 0.
           05  AS-OF-DATE-PARTS REDEFINES AS-OF-DATE.
               10  AS-OF-YEAR      PIC 9(04).
               10  AS-OF-MONTH     PIC 9(02).
               10  AS-OF-DAY       PIC 9(02).
           05  AS-OF-DATE-INT      PIC 9(08) VALUE 0.
           05  ALERT-DAYS          PIC 9(03) VALUE 5.
           05  HOLD-RC             PIC 9(02) VALUE 0.

       01  ITEM-AGE-VARS.
           05  ITEM-DATE           PIC 9(08) VALUE 0.
           05  ITEM-DATE-PARTS REDEFINES ITEM-DATE.
               10  ITEM-YEAR       PIC 9(04).
               10  ITEM-MONTH      PIC 9(02).
               10  ITEM-DAY        PIC 9(02).
           05  ITEM-DATE-INT       PIC 9(08) VALUE 0.
           05  DAYS-ON-HOLD        PIC S9(07) VALUE 0.
           05  ITEM-IMAGE-WORK.
               10  II-RECORD-TYPE  PIC X(01).
               10  II-ACCOUNT-NUMBER PIC X(08).
               10  FILLER          PIC X(31).

       01  HOLD-TOTALS.
           05  ITEMS-READ          PIC 9(07) VALUE 0.
           05  ITEMS-CLOSED        PIC 9(07) VALUE 0.
           05  ITEMS-OUTSTANDING   PIC 9(07) VALUE 0.
           05  OUTSTANDING-AMOUNT  PIC S9(13)V99 VALUE 0.
           05  ITEMS-PENDING       PIC 9(07) VALUE 0.
           05  PENDING-AMOUNT      PIC S9(13)V99 VALUE 0.
           05  ITEMS-RELEASED      PIC 9(07) VALUE 0.
           05  RELEASED-AMOUNT     PIC S9(13)V99 VALUE 0.
           05  ITEMS-DECLINED      PIC 9(07) VALUE 0.
           05  DECLINED-AMOUNT     PIC S9(13)V99 VALUE 0.
           05  ITEMS-OVERDUE       PIC 9(07) VALUE 0.
           05  OVERDUE-AMOUNT      PIC S9(13)V99 VALUE 0.
           05  ITEMS-BAD-DATE      PIC 9(07) VALUE 0.
           05  EDIT-HOLD-COUNT     PIC Z(6)9.
           05  EDIT-HOLD-DAYS      PIC Z(4)9.
           05  EDIT-HOLD-AMOUNT    PIC -(12)9.99.
           05  EDIT-ITEM-AMOUNT    PIC -(9)9.99.

       01  AUDIT-VARS.
           05  AUDIT-PROG          PIC X(20) VALUE "HOLD-REPORT".
           05  AUDIT-OPER          PIC X(20) VALUE SPACES.
           05  AUDIT-DETAIL-LINE   PIC X(40) VALUE SPACES.
           05  AUDIT-SEV           PIC X(01) VALUE "I".

       COPY "runinfo.cpy".

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT HOLD-REPORT-FILE
           MOVE "----- Large Value Items On Hold -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM ESTABLISH-AS-OF-DATE
           IF HOLD-RC < 8
               OPEN INPUT HOLD-MASTER-FILE
               IF HOLD-MASTER-STATUS NOT = "00"
                   MOVE "HOLDMST NOT AVAILABLE - STATUS "
                       TO REPORT-LINE
                   MOVE HOLD-MASTER-STATUS TO REPORT-LINE(32:2)
                   PERFORM WRITE-REPORT-LINE
                   MOVE 12 TO HOLD-RC
               END-IF
           END-IF
           IF HOLD-RC < 8
               SORT HOLD-SORT-FILE
                   ON ASCENDING KEY HS-ITEM-STATUS
                   ON DESCENDING KEY HS-DAYS-HELD
                   ON ASCENDING KEY HS-RUN-ID
                   ON ASCENDING KEY HS-HOLD-SEQ
                   INPUT PROCEDURE IS SELECT-HELD-ITEMS
                   OUTPUT PROCEDURE IS REPORT-HELD-ITEMS
               CLOSE HOLD-MASTER-FILE
               PERFORM WRITE-HOLD-TOTALS
           END-IF
           CLOSE HOLD-REPORT-FILE
           MOVE HOLD-RC TO RETURN-CODE
           STOP RUN.

       WRITE-REPORT-LINE.
           DISPLAY REPORT-LINE
           MOVE REPORT-LINE TO HOLD-REPORT-RECORD
           WRITE HOLD-REPORT-RECORD
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
                       IF CP-HOLD-ALERT-DAYS IS NUMERIC AND
                          CP-HOLD-ALERT-DAYS > 0
                           MOVE CP-HOLD-ALERT-DAYS TO ALERT-DAYS
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
               MOVE 8 TO HOLD-RC
           ELSE
               COMPUTE AS-OF-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(AS-OF-DATE)
               STRING "Holds As Of " AS-OF-DATE
                   "  Alert After " ALERT-DAYS " Days"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       SELECT-HELD-ITEMS.
           SET MASTER-NOT-EOF TO TRUE
           PERFORM UNTIL MASTER-EOF
               READ HOLD-MASTER-FILE
                   AT END SET MASTER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO ITEMS-READ
                       IF HOLD-OUTSTANDING
                           PERFORM RELEASE-HELD-ITEM
                       ELSE
                           ADD 1 TO ITEMS-CLOSED
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-HELD-ITEM.
           MOVE HO-BUSINESS-DATE TO ITEM-DATE
           MOVE 0 TO DAYS-ON-HOLD
           IF ITEM-DATE IS NOT NUMERIC OR
              ITEM-YEAR < 1601 OR
              ITEM-MONTH < 1 OR ITEM-MONTH > 12 OR
              ITEM-DAY < 1 OR ITEM-DAY > 31
               ADD 1 TO ITEMS-BAD-DATE
               STRING "ITEM " HO-RUN-ID "/" HO-HOLD-SEQ
                   " HAS NO USABLE BUSINESS DATE - AGED AS 0"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF HOLD-RC < 4
                   MOVE 4 TO HOLD-RC
               END-IF
           ELSE
               COMPUTE ITEM-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(ITEM-DATE)
               COMPUTE DAYS-ON-HOLD = AS-OF-DATE-INT - ITEM-DATE-INT
               IF DAYS-ON-HOLD < 0
                   MOVE 0 TO DAYS-ON-HOLD
               END-IF
           END-IF
           IF DAYS-ON-HOLD > 99999
               MOVE 99999 TO HS-DAYS-HELD
           ELSE
               MOVE DAYS-ON-HOLD TO HS-DAYS-HELD
           END-IF
           MOVE HO-ITEM-STATUS TO HS-ITEM-STATUS
           MOVE HO-RUN-ID TO HS-RUN-ID
           MOVE HO-HOLD-SEQ TO HS-HOLD-SEQ
           MOVE HO-BUSINESS-DATE TO HS-BUSINESS-DATE
           MOVE HO-RECORD-IMAGE TO ITEM-IMAGE-WORK
           MOVE II-ACCOUNT-NUMBER TO HS-ACCOUNT-NUMBER
           MOVE HO-AMOUNT TO HS-AMOUNT
           MOVE HO-ACTION-OPERATOR TO HS-ACTION-OPERATOR
           MOVE SPACE TO HS-OVERDUE-FLAG
           IF HOLD-PENDING AND DAYS-ON-HOLD > ALERT-DAYS
               MOVE "*" TO HS-OVERDUE-FLAG
               PERFORM RAISE-OVERDUE-ALERT
           END-IF
           RELEASE HOLD-SORT-RECORD.

       RAISE-OVERDUE-ALERT.
           ADD 1 TO ITEMS-OVERDUE
           ADD HO-AMOUNT TO OVERDUE-AMOUNT
           MOVE HS-DAYS-HELD TO EDIT-HOLD-DAYS
           MOVE 0 TO RUN-ID
           MOVE 0 TO RUN-AUDIT-VERBOSITY
           MOVE "HOLD-OVERDUE" TO AUDIT-OPER
           MOVE "W" TO AUDIT-SEV
           MOVE SPACES TO AUDIT-DETAIL-LINE
           STRING "ITEM " HO-RUN-ID "/" HO-HOLD-SEQ " HELD "
               EDIT-HOLD-DAYS " DAYS"
               DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
           CALL "AUDIT-LOGGER" USING AUDIT-PROG AUDIT-OPER
               AUDIT-DETAIL-LINE AUDIT-SEV RUN-IDENT
           IF HOLD-RC < 4
               MOVE 4 TO HOLD-RC
           END-IF.

       REPORT-HELD-ITEMS.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "  Run    Item    Date     Account   Days"
               TO REPORT-LINE
           MOVE "Amount  St Operator" TO REPORT-LINE(49:19)
           PERFORM WRITE-REPORT-LINE
           SET SORT-NOT-EOF TO TRUE
           PERFORM UNTIL SORT-EOF
               RETURN HOLD-SORT-FILE
                   AT END SET SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM REPORT-ONE-HELD-ITEM
               END-RETURN
           END-PERFORM.

       REPORT-ONE-HELD-ITEM.
           ADD 1 TO ITEMS-OUTSTANDING
           ADD HS-AMOUNT TO OUTSTANDING-AMOUNT
           EVALUATE HS-ITEM-STATUS
               WHEN "H"
                   ADD 1 TO ITEMS-PENDING
                   ADD HS-AMOUNT TO PENDING-AMOUNT
               WHEN "R"
                   ADD 1 TO ITEMS-RELEASED
                   ADD HS-AMOUNT TO RELEASED-AMOUNT
               WHEN "D"
                   ADD 1 TO ITEMS-DECLINED
                   ADD HS-AMOUNT TO DECLINED-AMOUNT
           END-EVALUATE
           MOVE HS-DAYS-HELD TO EDIT-HOLD-DAYS
           MOVE HS-AMOUNT TO EDIT-ITEM-AMOUNT
           STRING "  " HS-RUN-ID " " HS-HOLD-SEQ " " HS-BUSINESS-DATE
               " " HS-ACCOUNT-NUMBER " " EDIT-HOLD-DAYS
               " " EDIT-ITEM-AMOUNT "  " HS-ITEM-STATUS
               HS-OVERDUE-FLAG
               DELIMITED BY SIZE INTO REPORT-LINE
           IF HS-ITEM-STATUS NOT = "H"
               MOVE HS-ACTION-OPERATOR TO REPORT-LINE(60:8)
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-HOLD-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Status H = Held, R = Released Awaiting Run,"
               TO REPORT-LINE
           MOVE " D = Declined Awaiting Run" TO REPORT-LINE(44:26)
           PERFORM WRITE-REPORT-LINE
           MOVE "* = Held Longer Than The Alert Limit" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ITEMS-READ TO EDIT-HOLD-COUNT
           STRING "Hold Items Read:      " EDIT-HOLD-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ITEMS-CLOSED TO EDIT-HOLD-COUNT
           STRING "Closed Items:         " EDIT-HOLD-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ITEMS-PENDING TO EDIT-HOLD-COUNT
           MOVE PENDING-AMOUNT TO EDIT-HOLD-AMOUNT
           STRING "Awaiting Decision:    " EDIT-HOLD-COUNT
               "  " EDIT-HOLD-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ITEMS-RELEASED TO EDIT-HOLD-COUNT
           MOVE RELEASED-AMOUNT TO EDIT-HOLD-AMOUNT
           STRING "Released, To Post:    " EDIT-HOLD-COUNT
               "  " EDIT-HOLD-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ITEMS-DECLINED TO EDIT-HOLD-COUNT
           MOVE DECLINED-AMOUNT TO EDIT-HOLD-AMOUNT
           STRING "Declined, To Reject:  " EDIT-HOLD-COUNT
               "  " EDIT-HOLD-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF ITEMS-OVERDUE > 0
               MOVE ITEMS-OVERDUE TO EDIT-HOLD-COUNT
               MOVE OVERDUE-AMOUNT TO EDIT-HOLD-AMOUNT
               STRING "Held Past Alert Limit:" EDIT-HOLD-COUNT
                   "  " EDIT-HOLD-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF ITEMS-BAD-DATE > 0
               MOVE ITEMS-BAD-DATE TO EDIT-HOLD-COUNT
               STRING "Unusable Dates:       " EDIT-HOLD-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE ITEMS-OUTSTANDING TO EDIT-HOLD-COUNT
           STRING "Items Outstanding:    " EDIT-HOLD-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE OUTSTANDING-AMOUNT TO EDIT-HOLD-AMOUNT
           STRING "Total Outstanding:    " EDIT-HOLD-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.
