       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-RELEASE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-CARD-FILE ASSIGN TO "HOLDCRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOLD-CARD-STATUS.
           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HO-HOLD-KEY
               FILE STATUS IS HOLD-MASTER-STATUS.
           SELECT RELEASE-FILE ASSIGN TO "HOLDTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELEASE-STATUS.
           SELECT RELEASE-REPORT-FILE ASSIGN TO "HOLDRLS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELEASE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HOLD-CARD-RECORD.
           05  HC-ACTION           PIC X(03).
               88  RELEASE-CARD        VALUE "REL".
               88  DECLINE-CARD        VALUE "DEC".
               88  BATCH-CARD          VALUE "BAT".
           05  HC-CARD-DATA.
               10  HC-RUN-ID       PIC 9(06).
               10  HC-HOLD-SEQ     PIC 9(07).
               10  FILLER          PIC X(01).
           05  HC-BATCH-DATA REDEFINES HC-CARD-DATA.
               10  HC-BATCH-NUMBER PIC 9(06).
               10  HC-BATCH-DATE   PIC 9(08).
           05  HC-OPERATOR-ID      PIC X(08).

       FD  HOLD-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "holdmst.cpy".

       FD  RELEASE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "tranrec.cpy".

       FD  RELEASE-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RELEASE-REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  HOLD-CARD-STATUS        PIC X(02) VALUE SPACES.
           05  HOLD-MASTER-STATUS      PIC X(02) VALUE SPACES.
           05  RELEASE-STATUS          PIC X(02) VALUE SPACES.
           05  RELEASE-REPORT-STATUS   PIC X(02) VALUE SPACES.
           05  HOLD-CARD-EOF-FLAG      PIC 9(01) VALUE 0.
               88  HOLD-CARD-EOF          VALUE 1.
               88  HOLD-CARD-NOT-EOF      VALUE 0.

       01  ACTION-TABLE-VARS.
           05  ACTION-COUNT        PIC 9(3) VALUE 0.
           05  ACTION-TABLE.
               10  ACTION-ROW OCCURS 200 TIMES.
                   15  AT-ACTION       PIC X(3).
                   15  AT-RUN-ID       PIC 9(6).
                   15  AT-HOLD-SEQ     PIC 9(7).
                   15  AT-OPERATOR-ID  PIC X(8).
           05  AT-IDX              PIC 9(3) VALUE 0.
           05  ACTION-FULL-FLAG    PIC 9(1) VALUE 0.
               88  ACTION-TABLE-FULL  VALUE 1.

       01  RELEASE-VARS.
           05  RELEASE-BATCH-NUMBER PIC 9(6) VALUE 0.
           05  RELEASE-BATCH-DATE  PIC 9(8) VALUE 0.
           05  BATCH-CARD-FLAG     PIC 9(1) VALUE 0.
               88  BATCH-CARD-SEEN    VALUE 1.
           05  CARDS-READ          PIC 9(5) VALUE 0.
           05  ITEMS-RELEASED      PIC 9(5) VALUE 0.
           05  RELEASED-AMOUNT     PIC S9(13)V99 VALUE 0.
           05  ITEMS-DECLINED      PIC 9(5) VALUE 0.
           05  DECLINED-AMOUNT     PIC S9(13)V99 VALUE 0.
           05  ITEMS-NOT-FOUND     PIC 9(5) VALUE 0.
           05  ITEMS-NOT-PENDING   PIC 9(5) VALUE 0.
           05  REFUSED-CARDS       PIC 9(3) VALUE 0.
           05  RELEASE-HASH-TOTAL  PIC S9(13)V99 VALUE 0.
           05  RELEASE-RC          PIC 9(2) VALUE 0.
           05  RUN-TIMESTAMP       PIC X(21) VALUE SPACES.
           05  EDIT-RELEASE-COUNT  PIC Z(4)9.
           05  EDIT-RELEASE-AMOUNT PIC -(12)9.99.
           05  EDIT-HOLD-AMOUNT    PIC -(9)9.99.

       COPY "oprchk.cpy".

       01  AUDIT-VARS.
           05  AUDIT-PROG          PIC X(20) VALUE "HOLD-RELEASE".
           05  AUDIT-OPER          PIC X(20) VALUE SPACES.
           05  AUDIT-DETAIL-LINE   PIC X(40) VALUE SPACES.
           05  AUDIT-SEV           PIC X(01) VALUE "I".

       COPY "runinfo.cpy".

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           OPEN OUTPUT RELEASE-REPORT-FILE
           MOVE "----- Large Value Hold Release -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM LOAD-HOLD-CARDS
           IF NOT BATCH-CARD-SEEN
               MOVE "NO BAT CARD - RELEASE BATCH NUMBER MISSING"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO RELEASE-RC
           END-IF
           IF RELEASE-RC < 8
               OPEN I-O HOLD-MASTER-FILE
               IF HOLD-MASTER-STATUS NOT = "00"
                   MOVE "HOLDMST NOT AVAILABLE - STATUS " TO REPORT-LINE
                   MOVE HOLD-MASTER-STATUS TO REPORT-LINE(32:2)
                   PERFORM WRITE-REPORT-LINE
                   MOVE 12 TO RELEASE-RC
               ELSE
                   OPEN OUTPUT RELEASE-FILE
                   PERFORM WRITE-RELEASE-HEADER
                   PERFORM VARYING AT-IDX FROM 1 BY 1
                   UNTIL AT-IDX > ACTION-COUNT
                       PERFORM APPLY-ONE-ACTION
                   END-PERFORM
                   PERFORM WRITE-RELEASE-TRAILER
                   CLOSE RELEASE-FILE
                   CLOSE HOLD-MASTER-FILE
                   PERFORM WRITE-RELEASE-TOTALS
               END-IF
           END-IF
           CLOSE RELEASE-REPORT-FILE
           MOVE RELEASE-RC TO RETURN-CODE
           STOP RUN.

       WRITE-REPORT-LINE.
           DISPLAY REPORT-LINE
           MOVE REPORT-LINE TO RELEASE-REPORT-RECORD
           WRITE RELEASE-REPORT-RECORD
           MOVE SPACES TO REPORT-LINE.

       LOAD-HOLD-CARDS.
           SET HOLD-CARD-NOT-EOF TO TRUE
           OPEN INPUT HOLD-CARD-FILE
           IF HOLD-CARD-STATUS NOT = "00"
               MOVE "HOLDCRD NOT AVAILABLE - NOTHING TO RELEASE"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO RELEASE-RC
               SET HOLD-CARD-EOF TO TRUE
           END-IF
           PERFORM UNTIL HOLD-CARD-EOF
               READ HOLD-CARD-FILE
                   AT END SET HOLD-CARD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CARDS-READ
                       PERFORM STORE-ONE-CARD
               END-READ
           END-PERFORM
           IF HOLD-CARD-STATUS = "00" OR
              HOLD-CARD-STATUS = "10"
               CLOSE HOLD-CARD-FILE
           END-IF.

       STORE-ONE-CARD.
           IF BATCH-CARD OR RELEASE-CARD OR DECLINE-CARD
               PERFORM CHECK-OPERATOR-AUTHORITY
           END-IF
           EVALUATE TRUE
               WHEN (BATCH-CARD OR RELEASE-CARD OR DECLINE-CARD)
                    AND NOT OC-AUTHORIZED
                   CONTINUE
               WHEN BATCH-CARD
                   IF BATCH-CARD-SEEN
                       MOVE "MORE THAN ONE BAT CARD IN HOLDCRD"
                           TO REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                       MOVE 8 TO RELEASE-RC
                   END-IF
                   IF HC-BATCH-NUMBER IS NOT NUMERIC OR
                      HC-BATCH-DATE IS NOT NUMERIC
                       MOVE "BAT CARD BATCH NUMBER OR DATE NOT NUMERIC"
                           TO REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                       MOVE 8 TO RELEASE-RC
                   ELSE
                       SET BATCH-CARD-SEEN TO TRUE
                       MOVE HC-BATCH-NUMBER TO RELEASE-BATCH-NUMBER
                       MOVE HC-BATCH-DATE TO RELEASE-BATCH-DATE
                       MOVE SPACES TO AUDIT-DETAIL-LINE
                       STRING "BAT " HC-BATCH-NUMBER " OPERATOR "
                           HC-OPERATOR-ID
                           DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
                       PERFORM LOG-ACCEPTED-ACTION
                   END-IF
               WHEN RELEASE-CARD OR DECLINE-CARD
                   IF HC-RUN-ID IS NOT NUMERIC OR
                      HC-HOLD-SEQ IS NOT NUMERIC
                       STRING HC-ACTION " CARD " CARDS-READ
                           " HOLD KEY NOT NUMERIC"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                       MOVE 8 TO RELEASE-RC
                   ELSE
                       IF ACTION-COUNT < 200
                           ADD 1 TO ACTION-COUNT
                           MOVE HC-ACTION TO AT-ACTION(ACTION-COUNT)
                           MOVE HC-RUN-ID TO AT-RUN-ID(ACTION-COUNT)
                           MOVE HC-HOLD-SEQ
                               TO AT-HOLD-SEQ(ACTION-COUNT)
                           MOVE HC-OPERATOR-ID
                               TO AT-OPERATOR-ID(ACTION-COUNT)
                       ELSE
                           SET ACTION-TABLE-FULL TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   STRING "UNKNOWN HOLD ACTION: " HC-ACTION
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 8 TO RELEASE-RC
           END-EVALUATE.

       CHECK-OPERATOR-AUTHORITY.
           MOVE HC-OPERATOR-ID TO OC-OPERATOR-ID
           MOVE "HOLDREL" TO OC-PROGRAM-NAME
           MOVE HC-ACTION TO OC-ACTION
           CALL "OPERATOR-CHECK" USING OPERATOR-CHECK-AREA
           IF NOT OC-AUTHORIZED
               ADD 1 TO REFUSED-CARDS
               STRING HC-ACTION " CARD " CARDS-READ " REFUSED ("
                   OC-REASON-TEXT ") OPERATOR " HC-OPERATOR-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF RELEASE-RC < 4
                   MOVE 4 TO RELEASE-RC
               END-IF
               MOVE 0 TO RUN-ID
               MOVE 0 TO RUN-AUDIT-VERBOSITY
               MOVE "AUTH-REFUSED" TO AUDIT-OPER
               MOVE "E" TO AUDIT-SEV
               MOVE SPACES TO AUDIT-DETAIL-LINE
               STRING HC-ACTION " CARD " CARDS-READ " OPERATOR "
                   HC-OPERATOR-ID " " OC-RESULT
                   DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
               CALL "AUDIT-LOGGER" USING AUDIT-PROG AUDIT-OPER
                   AUDIT-DETAIL-LINE AUDIT-SEV RUN-IDENT
           END-IF.

       LOG-ACCEPTED-ACTION.
           MOVE 0 TO RUN-ID
           MOVE 0 TO RUN-AUDIT-VERBOSITY
           MOVE "HOLD-ACTION" TO AUDIT-OPER
           MOVE "I" TO AUDIT-SEV
           CALL "AUDIT-LOGGER" USING AUDIT-PROG AUDIT-OPER
               AUDIT-DETAIL-LINE AUDIT-SEV RUN-IDENT.

       APPLY-ONE-ACTION.
           MOVE AT-RUN-ID(AT-IDX) TO HO-RUN-ID
           MOVE AT-HOLD-SEQ(AT-IDX) TO HO-HOLD-SEQ
           READ HOLD-MASTER-FILE
               INVALID KEY
                   ADD 1 TO ITEMS-NOT-FOUND
                   STRING AT-ACTION(AT-IDX) " RUN " AT-RUN-ID(AT-IDX)
                       " ITEM " AT-HOLD-SEQ(AT-IDX)
                       " NOT ON HOLDMST"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               NOT INVALID KEY
                   IF HOLD-PENDING
                       PERFORM ACTION-PENDING-ITEM
                   ELSE
                       ADD 1 TO ITEMS-NOT-PENDING
                       STRING AT-ACTION(AT-IDX) " RUN "
                           AT-RUN-ID(AT-IDX) " ITEM "
                           AT-HOLD-SEQ(AT-IDX) " NOT PENDING - STATUS "
                           HO-ITEM-STATUS
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
           END-READ.

       ACTION-PENDING-ITEM.
           MOVE AT-OPERATOR-ID(AT-IDX) TO HO-ACTION-OPERATOR
           MOVE RUN-TIMESTAMP(1:8) TO HO-ACTION-DATE
           MOVE HO-AMOUNT TO EDIT-HOLD-AMOUNT
           IF AT-ACTION(AT-IDX) = "REL"
               ADD 1 TO ITEMS-RELEASED
               ADD HO-AMOUNT TO RELEASED-AMOUNT
               MOVE HO-RECORD-IMAGE TO TRANSACTION-RECORD
               IF TR-AMOUNT IS NUMERIC
                   ADD TR-AMOUNT TO RELEASE-HASH-TOTAL
               END-IF
               STRING "RELEASED RUN " HO-RUN-ID " ITEM " HO-HOLD-SEQ
                   " ACCOUNT " TR-ACCOUNT-NUMBER " "
                   EDIT-HOLD-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE TRANSACTION-RECORD
               SET HOLD-RELEASED TO TRUE
               MOVE RELEASE-BATCH-NUMBER TO HO-RELEASE-BATCH
               MOVE ITEMS-RELEASED TO HO-RELEASE-SEQ
           ELSE
               ADD 1 TO ITEMS-DECLINED
               ADD HO-AMOUNT TO DECLINED-AMOUNT
               SET HOLD-DECLINED TO TRUE
               STRING "DECLINED RUN " HO-RUN-ID " ITEM " HO-HOLD-SEQ
                   " " EDIT-HOLD-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           REWRITE HOLD-RECORD
           MOVE SPACES TO AUDIT-DETAIL-LINE
           STRING AT-ACTION(AT-IDX) " " HO-RUN-ID "/" HO-HOLD-SEQ
               " OPR " AT-OPERATOR-ID(AT-IDX)
               DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
           PERFORM LOG-ACCEPTED-ACTION.

       WRITE-RELEASE-HEADER.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE RELEASE-BATCH-NUMBER TO TH-BATCH-NUMBER
           MOVE RELEASE-BATCH-DATE TO TH-CREATE-DATE
           SET TRAN-HEADER-REC TO TRUE
           WRITE TRANSACTION-RECORD.

       WRITE-RELEASE-TRAILER.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE ITEMS-RELEASED TO TT-RECORD-COUNT
           MOVE RELEASE-HASH-TOTAL TO TT-HASH-TOTAL
           SET TRAN-TRAILER-REC TO TRUE
           WRITE TRANSACTION-RECORD.

       WRITE-RELEASE-TOTALS.
           IF ACTION-TABLE-FULL
               MOVE "HOLDCRD EXCEEDS TABLE - EXTRA CARDS IGNORED"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF REFUSED-CARDS > 0
               MOVE REFUSED-CARDS TO EDIT-RELEASE-COUNT
               STRING "Cards Refused:       " EDIT-RELEASE-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           STRING "Release Batch:       " RELEASE-BATCH-NUMBER
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE CARDS-READ TO EDIT-RELEASE-COUNT
           STRING "Cards Read:          " EDIT-RELEASE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ITEMS-RELEASED TO EDIT-RELEASE-COUNT
           MOVE RELEASED-AMOUNT TO EDIT-RELEASE-AMOUNT
           STRING "Items Released:      " EDIT-RELEASE-COUNT
               " Amount: " EDIT-RELEASE-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ITEMS-DECLINED TO EDIT-RELEASE-COUNT
           MOVE DECLINED-AMOUNT TO EDIT-RELEASE-AMOUNT
           STRING "Items Declined:      " EDIT-RELEASE-COUNT
               " Amount: " EDIT-RELEASE-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF ITEMS-NOT-FOUND > 0
               MOVE ITEMS-NOT-FOUND TO EDIT-RELEASE-COUNT
               STRING "Not On HOLDMST:      " EDIT-RELEASE-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF ITEMS-NOT-PENDING > 0
               MOVE ITEMS-NOT-PENDING TO EDIT-RELEASE-COUNT
               STRING "Not Pending:         " EDIT-RELEASE-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF ITEMS-NOT-FOUND > 0 OR ITEMS-NOT-PENDING > 0 OR
              ACTION-TABLE-FULL
               IF RELEASE-RC < 4
                   MOVE 4 TO RELEASE-RC
               END-IF
           END-IF.
