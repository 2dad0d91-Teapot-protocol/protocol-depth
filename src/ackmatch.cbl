       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELIVERY-ACK-MATCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-CARD-FILE ASSIGN TO "ACKCRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACK-CARD-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "DISTMAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.
           SELECT DIST-ACK-FILE ASSIGN TO "DISTACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DIST-ACK-STATUS.
           SELECT DELIVERY-MASTER-FILE ASSIGN TO "DLVMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DELIVERY-MASTER-STATUS.
           SELECT DELIVERY-MASTER-NEW ASSIGN TO "DLVNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DELIVERY-NEW-STATUS.
           SELECT ACK-REPORT-FILE ASSIGN TO "ACKRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ACK-CARD-RECORD.
           05  AC-OVERDUE-HOURS    PIC 9(03).
           05  AC-RETAIN-DAYS      PIC 9(03).
           05  FILLER              PIC X(74).

       FD  MANIFEST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MANIFEST-RECORD.
           05  DM-RUN-ID           PIC 9(06).
           05  DM-BUSINESS-DATE    PIC 9(08).
           05  DM-P-COUNT          PIC 9(07).
           05  DM-S-COUNT          PIC 9(07).
           05  DM-HASH-TOTAL       PIC S9(13)V99.
           05  DM-SHIP-TIMESTAMP   PIC X(21).
           05  DM-STATUS           PIC X(02).
               88  DM-SHIPPED-OK       VALUE "OK".
               88  DM-SHIPPED-ERROR    VALUE "ER".

       FD  DIST-ACK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "distack.cpy".

       FD  DELIVERY-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DELIVERY-MASTER-RECORD  PIC X(160).

       FD  DELIVERY-MASTER-NEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DELIVERY-MASTER-NEW-RECORD PIC X(160).

       FD  ACK-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ACK-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  ACK-CARD-STATUS         PIC X(02) VALUE SPACES.
           05  MANIFEST-STATUS         PIC X(02) VALUE SPACES.
           05  DIST-ACK-STATUS         PIC X(02) VALUE SPACES.
           05  DELIVERY-MASTER-STATUS  PIC X(02) VALUE SPACES.
           05  DELIVERY-NEW-STATUS     PIC X(02) VALUE SPACES.
           05  ACK-REPORT-STATUS       PIC X(02) VALUE SPACES.
           05  WORK-EOF-FLAG           PIC 9(01) VALUE 0.
               88  WORK-EOF               VALUE 1.
               88  WORK-NOT-EOF           VALUE 0.

       COPY "dlvmst.cpy".

       01  MATCH-PARAMS.
           05  OVERDUE-HOURS       PIC 9(3) VALUE 24.
           05  RETAIN-DAYS         PIC 9(3) VALUE 30.

       01  DELIVERY-TABLE-VARS.
           05  DELIVERY-COUNT      PIC 9(4) VALUE 0.
           05  DELIVERY-TABLE.
               10  DELIVERY-ROW OCCURS 2000 TIMES.
                   15  DS-RUN-ID       PIC 9(6).
                   15  DS-CHANGED-FLAG PIC 9(1).
                       88  DS-CHANGED-TODAY VALUE 1.
                   15  DS-HOURS-OUT    PIC 9(5).
                   15  DS-RECORD       PIC X(160).
           05  DS-IDX              PIC 9(4) VALUE 0.
           05  DS-SHIFT-IDX        PIC 9(4) VALUE 0.
           05  DELIVERY-FULL-FLAG  PIC 9(1) VALUE 0.
               88  DELIVERY-TABLE-FULL VALUE 1.

       01  MATCH-TOTALS.
           05  MASTER-RECORDS-READ PIC 9(5) VALUE 0.
           05  NEW-SETS-COUNT      PIC 9(5) VALUE 0.
           05  RESHIPPED-COUNT     PIC 9(5) VALUE 0.
           05  ACKS-READ           PIC 9(5) VALUE 0.
           05  ACKS-REPEATED       PIC 9(5) VALUE 0.
           05  ACKS-UNMATCHED      PIC 9(5) VALUE 0.
           05  CONFIRMED-COUNT     PIC 9(5) VALUE 0.
           05  MISMATCH-COUNT      PIC 9(5) VALUE 0.
           05  REJECTED-COUNT      PIC 9(5) VALUE 0.
           05  OVERDUE-COUNT       PIC 9(5) VALUE 0.
           05  AWAITING-COUNT      PIC 9(5) VALUE 0.
           05  NOT-SHIPPED-COUNT   PIC 9(5) VALUE 0.
           05  PURGED-COUNT        PIC 9(5) VALUE 0.
           05  MATCH-RC            PIC 9(2) VALUE 0.

       01  AGEING-VARS.
           05  RUN-TIMESTAMP       PIC X(21) VALUE SPACES.
           05  TODAY-DATE          PIC 9(8) VALUE 0.
           05  TODAY-INT           PIC 9(7) VALUE 0.
           05  NOW-MINUTES         PIC 9(4) VALUE 0.
           05  SHIP-DATE           PIC 9(8) VALUE 0.
           05  SHIP-HOUR           PIC 9(2) VALUE 0.
           05  SHIP-MINUTE         PIC 9(2) VALUE 0.
           05  ELAPSED-MINUTES     PIC S9(9) VALUE 0.
           05  ELAPSED-HOURS       PIC 9(5) VALUE 0.
           05  STATUS-DATE-INT     PIC 9(7) VALUE 0.
           05  NOW-HOUR            PIC 9(2) VALUE 0.
           05  NOW-MINUTE          PIC 9(2) VALUE 0.

       01  AUDIT-VARS.
           05  AUDIT-PROG          PIC X(20)
                   VALUE "DELIVERY-ACK-MATCH".
           05  AUDIT-OPER          PIC X(20) VALUE SPACES.
           05  AUDIT-DETAIL-LINE   PIC X(40) VALUE SPACES.
           05  AUDIT-SEV           PIC X(01) VALUE "I".

       COPY "runinfo.cpy".

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.
           05  STATUS-TEXT         PIC X(24) VALUE SPACES.
           05  EDIT-COUNT          PIC Z(4)9.
           05  EDIT-HOURS          PIC ZZZZ9.
           05  EDIT-ITEMS          PIC Z(6)9.
           05  EDIT-ITEMS-2        PIC Z(6)9.
           05  EDIT-AMOUNT         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8) TO TODAY-DATE
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-DATE)
           MOVE RUN-TIMESTAMP(9:2) TO NOW-HOUR
           MOVE RUN-TIMESTAMP(11:2) TO NOW-MINUTE
           COMPUTE NOW-MINUTES = NOW-HOUR * 60 + NOW-MINUTE
           OPEN OUTPUT ACK-REPORT-FILE
           MOVE "----- Delivery Acknowledgment Match -----"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM READ-ACK-CARD
           PERFORM LOAD-DELIVERY-MASTER
           IF MATCH-RC < 12
               PERFORM LOAD-DIST-MANIFEST
               PERFORM APPLY-ACKNOWLEDGMENTS
               PERFORM CHECK-OVERDUE-SETS
               PERFORM REPORT-DELIVERY-STATUS
               PERFORM WRITE-DELIVERY-MASTER
               PERFORM WRITE-MATCH-TOTALS
           END-IF
           CLOSE ACK-REPORT-FILE
           MOVE MATCH-RC TO RETURN-CODE
           STOP RUN.

       WRITE-REPORT-LINE.
           DISPLAY REPORT-LINE
           MOVE REPORT-LINE TO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD
           MOVE SPACES TO REPORT-LINE.

       RAISE-WARNING-RC.
           IF MATCH-RC < 4
               MOVE 4 TO MATCH-RC
           END-IF.

       WRITE-AUDIT-ENTRY.
           MOVE 0 TO RUN-AUDIT-VERBOSITY
           CALL "AUDIT-LOGGER" USING AUDIT-PROG AUDIT-OPER
               AUDIT-DETAIL-LINE AUDIT-SEV RUN-IDENT.

       READ-ACK-CARD.
           OPEN INPUT ACK-CARD-FILE
           IF ACK-CARD-STATUS = "00"
               READ ACK-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AC-OVERDUE-HOURS IS NUMERIC AND
                          AC-OVERDUE-HOURS > 0
                           MOVE AC-OVERDUE-HOURS TO OVERDUE-HOURS
                       END-IF
                       IF AC-RETAIN-DAYS IS NUMERIC AND
                          AC-RETAIN-DAYS > 0
                           MOVE AC-RETAIN-DAYS TO RETAIN-DAYS
                       END-IF
               END-READ
               CLOSE ACK-CARD-FILE
           END-IF
           MOVE OVERDUE-HOURS TO EDIT-HOURS
           MOVE RETAIN-DAYS TO EDIT-COUNT
           STRING "Overdue After Hours: " EDIT-HOURS
               "   Confirmed Sets Kept Days: " EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       LOAD-DELIVERY-MASTER.
           SET WORK-NOT-EOF TO TRUE
           OPEN INPUT DELIVERY-MASTER-FILE
           IF DELIVERY-MASTER-STATUS = "35"
               MOVE "DLVMST EMPTY - DELIVERY STATUS STARTED TODAY"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               SET WORK-EOF TO TRUE
           ELSE
               IF DELIVERY-MASTER-STATUS NOT = "00"
                   MOVE "DLVMST NOT AVAILABLE - STATUS " TO REPORT-LINE
                   MOVE DELIVERY-MASTER-STATUS TO REPORT-LINE(31:2)
                   PERFORM WRITE-REPORT-LINE
                   MOVE 12 TO MATCH-RC
                   SET WORK-EOF TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL WORK-EOF
               READ DELIVERY-MASTER-FILE
                   AT END SET WORK-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO MASTER-RECORDS-READ
                       MOVE DELIVERY-MASTER-RECORD
                           TO DELIVERY-STATUS-RECORD
                       PERFORM FIND-DELIVERY-ROW
                       PERFORM INSERT-DELIVERY-ROW
               END-READ
           END-PERFORM
           IF DELIVERY-MASTER-STATUS = "00" OR
              DELIVERY-MASTER-STATUS = "10"
               CLOSE DELIVERY-MASTER-FILE
           END-IF
           IF DELIVERY-TABLE-FULL
               MOVE "DLVMST OVER 2000 SETS - MASTER NOT REWRITTEN"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 12 TO MATCH-RC
           END-IF.

       FIND-DELIVERY-ROW.
           PERFORM VARYING DS-IDX FROM 1 BY 1
           UNTIL DS-IDX > DELIVERY-COUNT
           OR DS-RUN-ID(DS-IDX) >= DV-RUN-ID
               CONTINUE
           END-PERFORM.

       INSERT-DELIVERY-ROW.
           IF DELIVERY-COUNT >= 2000
               SET DELIVERY-TABLE-FULL TO TRUE
               MOVE 0 TO DS-IDX
           ELSE
               PERFORM VARYING DS-SHIFT-IDX
               FROM DELIVERY-COUNT BY -1
               UNTIL DS-SHIFT-IDX < DS-IDX
                   MOVE DELIVERY-ROW(DS-SHIFT-IDX)
                       TO DELIVERY-ROW(DS-SHIFT-IDX + 1)
               END-PERFORM
               ADD 1 TO DELIVERY-COUNT
               MOVE DV-RUN-ID TO DS-RUN-ID(DS-IDX)
               MOVE 0 TO DS-CHANGED-FLAG(DS-IDX)
               MOVE 0 TO DS-HOURS-OUT(DS-IDX)
               MOVE DELIVERY-STATUS-RECORD TO DS-RECORD(DS-IDX)
           END-IF.

       LOAD-DIST-MANIFEST.
           SET WORK-NOT-EOF TO TRUE
           OPEN INPUT MANIFEST-FILE
           IF MANIFEST-STATUS NOT = "00"
               MOVE "DISTMAN NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE MANIFEST-STATUS TO REPORT-LINE(32:2)
               PERFORM WRITE-REPORT-LINE
               PERFORM RAISE-WARNING-RC
               SET WORK-EOF TO TRUE
           END-IF
           PERFORM UNTIL WORK-EOF
               READ MANIFEST-FILE
                   AT END SET WORK-EOF TO TRUE
                   NOT AT END
                       PERFORM RECORD-SHIPPED-SET
               END-READ
           END-PERFORM
           IF MANIFEST-STATUS = "00" OR MANIFEST-STATUS = "10"
               CLOSE MANIFEST-FILE
           END-IF.

       RECORD-SHIPPED-SET.
           MOVE DM-RUN-ID TO DV-RUN-ID
           PERFORM FIND-DELIVERY-ROW
           IF DS-IDX <= DELIVERY-COUNT AND
              DS-RUN-ID(DS-IDX) = DM-RUN-ID
               MOVE DS-RECORD(DS-IDX) TO DELIVERY-STATUS-RECORD
               IF DV-SHIP-TIMESTAMP NOT = DM-SHIP-TIMESTAMP
                   ADD 1 TO RESHIPPED-COUNT
                   STRING "RUN " DM-RUN-ID " SHIPPED AGAIN "
                       DM-SHIP-TIMESTAMP(1:14)
                       " - AWAITING A NEW ACK"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   PERFORM BUILD-SHIPPED-SET
                   MOVE DELIVERY-STATUS-RECORD TO DS-RECORD(DS-IDX)
                   MOVE 1 TO DS-CHANGED-FLAG(DS-IDX)
               END-IF
           ELSE
               PERFORM BUILD-SHIPPED-SET
               PERFORM INSERT-DELIVERY-ROW
               IF DS-IDX > 0
                   ADD 1 TO NEW-SETS-COUNT
                   MOVE 1 TO DS-CHANGED-FLAG(DS-IDX)
               ELSE
                   STRING "RUN " DM-RUN-ID
                       " NOT TRACKED - DLVMST FULL"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 12 TO MATCH-RC
               END-IF
           END-IF.

       BUILD-SHIPPED-SET.
           MOVE SPACES TO DELIVERY-STATUS-RECORD
           MOVE DM-RUN-ID TO DV-RUN-ID
           MOVE DM-BUSINESS-DATE TO DV-BUSINESS-DATE
           MOVE DM-P-COUNT TO DV-P-COUNT
           MOVE DM-S-COUNT TO DV-S-COUNT
           MOVE DM-HASH-TOTAL TO DV-HASH-TOTAL
           MOVE DM-SHIP-TIMESTAMP TO DV-SHIP-TIMESTAMP
           MOVE DM-STATUS TO DV-SHIP-STATUS
           IF DM-SHIPPED-OK
               SET DV-AWAITING TO TRUE
           ELSE
               SET DV-NOT-SHIPPED TO TRUE
           END-IF
           MOVE 0 TO DV-ACK-P-COUNT
           MOVE 0 TO DV-ACK-S-COUNT
           MOVE 0 TO DV-ACK-HASH-TOTAL
           MOVE TODAY-DATE TO DV-STATUS-DATE
           MOVE 0 TO DV-ALERT-DATE.

       APPLY-ACKNOWLEDGMENTS.
           SET WORK-NOT-EOF TO TRUE
           OPEN INPUT DIST-ACK-FILE
           IF DIST-ACK-STATUS NOT = "00"
               MOVE "DISTACK NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE DIST-ACK-STATUS TO REPORT-LINE(32:2)
               PERFORM WRITE-REPORT-LINE
               SET WORK-EOF TO TRUE
           END-IF
           PERFORM UNTIL WORK-EOF
               READ DIST-ACK-FILE
                   AT END SET WORK-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO ACKS-READ
                       PERFORM MATCH-ONE-ACK
               END-READ
           END-PERFORM
           IF DIST-ACK-STATUS = "00" OR DIST-ACK-STATUS = "10"
               CLOSE DIST-ACK-FILE
           END-IF.

       MATCH-ONE-ACK.
           MOVE DA-RUN-ID TO DV-RUN-ID
           PERFORM FIND-DELIVERY-ROW
           IF DS-IDX > DELIVERY-COUNT OR
              DS-RUN-ID(DS-IDX) NOT = DA-RUN-ID
               ADD 1 TO ACKS-UNMATCHED
               STRING "ACK FOR RUN " DA-RUN-ID " FROM " DA-SYSTEM-ID
                   " MATCHES NO SHIPPED SET"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM RAISE-WARNING-RC
               MOVE DA-RUN-ID TO RUN-ID
               MOVE "ACK-UNMATCHED" TO AUDIT-OPER
               MOVE "W" TO AUDIT-SEV
               MOVE SPACES TO AUDIT-DETAIL-LINE
               STRING "NO DISTMAN SET, SYSTEM " DA-SYSTEM-ID
                   DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
               PERFORM WRITE-AUDIT-ENTRY
           ELSE
               MOVE DS-RECORD(DS-IDX) TO DELIVERY-STATUS-RECORD
               IF DA-ACK-TIMESTAMP NOT > DV-ACK-TIMESTAMP
                   ADD 1 TO ACKS-REPEATED
               ELSE
                   PERFORM RECORD-ACK-RESULT
                   MOVE DELIVERY-STATUS-RECORD TO DS-RECORD(DS-IDX)
                   MOVE 1 TO DS-CHANGED-FLAG(DS-IDX)
               END-IF
           END-IF.

       RECORD-ACK-RESULT.
           MOVE DA-ACK-TIMESTAMP TO DV-ACK-TIMESTAMP
           MOVE DA-SYSTEM-ID TO DV-ACK-SYSTEM-ID
           MOVE DA-P-COUNT TO DV-ACK-P-COUNT
           MOVE DA-S-COUNT TO DV-ACK-S-COUNT
           MOVE DA-HASH-TOTAL TO DV-ACK-HASH-TOTAL
           MOVE TODAY-DATE TO DV-STATUS-DATE
           MOVE SPACES TO DV-REASON
           MOVE DV-RUN-ID TO RUN-ID
           MOVE SPACES TO AUDIT-DETAIL-LINE
           EVALUATE TRUE
               WHEN DA-REJECTED
                   SET DV-REJECTED TO TRUE
                   MOVE DA-REASON TO DV-REASON
                   MOVE "ACK-REJECTED" TO AUDIT-OPER
                   MOVE "E" TO AUDIT-SEV
                   STRING DA-SYSTEM-ID " " DA-REASON
                       DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
               WHEN NOT DA-ACCEPTED
                   SET DV-MISMATCH TO TRUE
                   MOVE "INVALID ACK CODE" TO DV-REASON
                   MOVE "ACK-MISMATCH" TO AUDIT-OPER
                   MOVE "E" TO AUDIT-SEV
                   STRING DA-SYSTEM-ID " INVALID ACK CODE "
                       DA-ACK-CODE
                       DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
               WHEN DA-P-COUNT NOT = DV-P-COUNT OR
                    DA-S-COUNT NOT = DV-S-COUNT
                   SET DV-MISMATCH TO TRUE
                   MOVE "COUNT MISMATCH" TO DV-REASON
                   MOVE "ACK-MISMATCH" TO AUDIT-OPER
                   MOVE "E" TO AUDIT-SEV
                   STRING DA-SYSTEM-ID " LOADED P " DA-P-COUNT
                       " S " DA-S-COUNT
                       DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
               WHEN DA-HASH-TOTAL NOT = DV-HASH-TOTAL
                   SET DV-MISMATCH TO TRUE
                   MOVE "HASH MISMATCH" TO DV-REASON
                   MOVE "ACK-MISMATCH" TO AUDIT-OPER
                   MOVE "E" TO AUDIT-SEV
                   STRING DA-SYSTEM-ID " LOADED HASH DIFFERS"
                       DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
               WHEN OTHER
                   IF DV-OVERDUE
                       MOVE "CONFIRMED LATE" TO DV-REASON
                   END-IF
                   SET DV-CONFIRMED TO TRUE
                   MOVE "ACK-CONFIRMED" TO AUDIT-OPER
                   MOVE "I" TO AUDIT-SEV
                   STRING DA-SYSTEM-ID " COUNTS AND HASH AGREE"
                       DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
           END-EVALUATE
           PERFORM WRITE-AUDIT-ENTRY.

       CHECK-OVERDUE-SETS.
           PERFORM VARYING DS-IDX FROM 1 BY 1
           UNTIL DS-IDX > DELIVERY-COUNT
               MOVE DS-RECORD(DS-IDX) TO DELIVERY-STATUS-RECORD
               IF DV-AWAITING OR DV-OVERDUE
                   PERFORM COMPUTE-HOURS-OUT
                   MOVE ELAPSED-HOURS TO DS-HOURS-OUT(DS-IDX)
                   IF ELAPSED-HOURS >= OVERDUE-HOURS
                       PERFORM RAISE-OVERDUE-SET
                       MOVE DELIVERY-STATUS-RECORD TO DS-RECORD(DS-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       COMPUTE-HOURS-OUT.
           MOVE 0 TO ELAPSED-HOURS
           IF DV-SHIP-TIMESTAMP(1:12) IS NUMERIC
               MOVE DV-SHIP-TIMESTAMP(1:8) TO SHIP-DATE
               MOVE DV-SHIP-TIMESTAMP(9:2) TO SHIP-HOUR
               MOVE DV-SHIP-TIMESTAMP(11:2) TO SHIP-MINUTE
               COMPUTE ELAPSED-MINUTES =
                   (TODAY-INT - FUNCTION INTEGER-OF-DATE(SHIP-DATE))
                   * 1440 + NOW-MINUTES
                   - (SHIP-HOUR * 60 + SHIP-MINUTE)
               IF ELAPSED-MINUTES > 0
                   COMPUTE ELAPSED-HOURS = ELAPSED-MINUTES / 60
               END-IF
           END-IF.

       RAISE-OVERDUE-SET.
           IF DV-AWAITING
               SET DV-OVERDUE TO TRUE
               MOVE TODAY-DATE TO DV-STATUS-DATE
               MOVE 1 TO DS-CHANGED-FLAG(DS-IDX)
           END-IF
           IF DV-ALERT-DATE NOT = TODAY-DATE
               MOVE TODAY-DATE TO DV-ALERT-DATE
               MOVE DV-RUN-ID TO RUN-ID
               MOVE "ACK-OVERDUE" TO AUDIT-OPER
               MOVE "W" TO AUDIT-SEV
               MOVE ELAPSED-HOURS TO EDIT-HOURS
               MOVE SPACES TO AUDIT-DETAIL-LINE
               STRING "NO ACK AFTER " EDIT-HOURS " HOURS, DATE "
                   DV-BUSINESS-DATE
                   DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.

       REPORT-DELIVERY-STATUS.
           MOVE "----- Run Sets -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING DS-IDX FROM 1 BY 1
           UNTIL DS-IDX > DELIVERY-COUNT
               MOVE DS-RECORD(DS-IDX) TO DELIVERY-STATUS-RECORD
               PERFORM COUNT-DELIVERY-STATUS
               IF DS-CHANGED-TODAY(DS-IDX) OR
                  NOT (DV-CONFIRMED OR DV-NOT-SHIPPED)
                   PERFORM REPORT-ONE-SET
               END-IF
           END-PERFORM.

       COUNT-DELIVERY-STATUS.
           EVALUATE TRUE
               WHEN DV-CONFIRMED
                   ADD 1 TO CONFIRMED-COUNT
                   MOVE "CONFIRMED" TO STATUS-TEXT
               WHEN DV-MISMATCH
                   ADD 1 TO MISMATCH-COUNT
                   MOVE "COUNT/HASH MISMATCH" TO STATUS-TEXT
               WHEN DV-REJECTED
                   ADD 1 TO REJECTED-COUNT
                   MOVE "REJECTED DOWNSTREAM" TO STATUS-TEXT
               WHEN DV-OVERDUE
                   ADD 1 TO OVERDUE-COUNT
                   MOVE "UNACKNOWLEDGED - OVERDUE" TO STATUS-TEXT
               WHEN DV-NOT-SHIPPED
                   ADD 1 TO NOT-SHIPPED-COUNT
                   MOVE "NOT SHIPPED (ER)" TO STATUS-TEXT
               WHEN OTHER
                   ADD 1 TO AWAITING-COUNT
                   MOVE "AWAITING ACK" TO STATUS-TEXT
           END-EVALUATE.

       REPORT-ONE-SET.
           EVALUATE TRUE
               WHEN DV-AWAITING OR DV-OVERDUE
                   MOVE DS-HOURS-OUT(DS-IDX) TO EDIT-HOURS
                   STRING "RUN " DV-RUN-ID " DATE " DV-BUSINESS-DATE
                       " " STATUS-TEXT " HOURS OUT " EDIT-HOURS
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   STRING "RUN " DV-RUN-ID " DATE " DV-BUSINESS-DATE
                       " " STATUS-TEXT " " DV-REASON
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE
           IF DV-MISMATCH
               MOVE DV-P-COUNT TO EDIT-ITEMS
               MOVE DV-S-COUNT TO EDIT-ITEMS-2
               MOVE DV-HASH-TOTAL TO EDIT-AMOUNT
               STRING "    SHIPPED  P " EDIT-ITEMS " S " EDIT-ITEMS-2
                   "  HASH " EDIT-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE DV-ACK-P-COUNT TO EDIT-ITEMS
               MOVE DV-ACK-S-COUNT TO EDIT-ITEMS-2
               MOVE DV-ACK-HASH-TOTAL TO EDIT-AMOUNT
               STRING "    LOADED   P " EDIT-ITEMS " S " EDIT-ITEMS-2
                   "  HASH " EDIT-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-DELIVERY-MASTER.
           OPEN OUTPUT DELIVERY-MASTER-NEW
           IF DELIVERY-NEW-STATUS NOT = "00"
               MOVE "DLVNEW NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE DELIVERY-NEW-STATUS TO REPORT-LINE(31:2)
               PERFORM WRITE-REPORT-LINE
               MOVE 12 TO MATCH-RC
           ELSE
               PERFORM VARYING DS-IDX FROM 1 BY 1
               UNTIL DS-IDX > DELIVERY-COUNT
                   MOVE DS-RECORD(DS-IDX) TO DELIVERY-STATUS-RECORD
                   IF (DV-CONFIRMED OR DV-NOT-SHIPPED) AND
                      NOT DS-CHANGED-TODAY(DS-IDX) AND
                      DV-STATUS-DATE IS NUMERIC AND
                      DV-STATUS-DATE > 0
                       COMPUTE STATUS-DATE-INT =
                           FUNCTION INTEGER-OF-DATE(DV-STATUS-DATE)
                   ELSE
                       MOVE TODAY-INT TO STATUS-DATE-INT
                   END-IF
                   IF TODAY-INT - STATUS-DATE-INT > RETAIN-DAYS
                       ADD 1 TO PURGED-COUNT
                   ELSE
                       MOVE DELIVERY-STATUS-RECORD
                           TO DELIVERY-MASTER-NEW-RECORD
                       WRITE DELIVERY-MASTER-NEW-RECORD
                   END-IF
               END-PERFORM
               CLOSE DELIVERY-MASTER-NEW
           END-IF.

       WRITE-MATCH-TOTALS.
           MOVE "----- Totals -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE NEW-SETS-COUNT TO EDIT-COUNT
           STRING "New Sets From DISTMAN:   " EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF RESHIPPED-COUNT > 0
               MOVE RESHIPPED-COUNT TO EDIT-COUNT
               STRING "Sets Shipped Again:      " EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE ACKS-READ TO EDIT-COUNT
           STRING "Acknowledgments Read:    " EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ACKS-REPEATED TO EDIT-COUNT
           STRING "Already Applied:         " EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ACKS-UNMATCHED TO EDIT-COUNT
           STRING "Unmatched:               " EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE CONFIRMED-COUNT TO EDIT-COUNT
           STRING "Confirmed:               " EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE MISMATCH-COUNT TO EDIT-COUNT
           STRING "Count/Hash Mismatch:     " EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE REJECTED-COUNT TO EDIT-COUNT
           STRING "Rejected Downstream:     " EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE OVERDUE-COUNT TO EDIT-COUNT
           STRING "Unacknowledged Overdue:  " EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE AWAITING-COUNT TO EDIT-COUNT
           STRING "Awaiting Ack:            " EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE NOT-SHIPPED-COUNT TO EDIT-COUNT
           STRING "Not Shipped (ER):        " EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE PURGED-COUNT TO EDIT-COUNT
           STRING "Dropped From DLVMST:     " EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF MISMATCH-COUNT > 0 OR REJECTED-COUNT > 0 OR
              OVERDUE-COUNT > 0
               MOVE "*** DELIVERIES NEED ATTENTION ***" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM RAISE-WARNING-RC
           ELSE
               MOVE "All Shipped Sets Confirmed Or Within Time"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
