           SELECT RESUBMIT-FILE ASSIGN TO "RESUBTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RESUBMIT-STATUS.
           SELECT SUSPENSE-MASTER-FILE ASSIGN TO "SUSPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS SUSPENSE-MASTER-STATUS.
           SELECT REPAIR-REPORT-FILE ASSIGN TO "REJRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPAIR-REPORT-STATUS.
       01  TRANSACTION-REJECT-RECORD.
           05  RJ-REASON-CODE      PIC X(03).
           05  RJ-RECORD-IMAGE     PIC X(40).
           05  RJ-RUN-ID           PIC 9(06).
           05  RJ-REJECT-SEQ       PIC 9(07).

       FD  CORRECTION-FILE
           RECORDING MODE IS F
               10  RF-BATCH-NUMBER PIC 9(06).
               10  RF-BATCH-DATE   PIC 9(08).
               10  FILLER          PIC X(05).
           05  RF-OPERATOR-ID      PIC X(08).

       FD  RESUBMIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "tranrec.cpy".

       FD  SUSPENSE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "suspmst.cpy".

       FD  REPAIR-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           05  CORRECTION-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  RESUBMIT-STATUS         PIC X(02) VALUE SPACES.
           05  REPAIR-REPORT-STATUS    PIC X(02) VALUE SPACES.
           05  SUSPENSE-MASTER-STATUS  PIC X(02) VALUE SPACES.
           05  SUSPENSE-MASTER-FLAG    PIC 9(01) VALUE 0.
               88  SUSPENSE-MASTER-OPEN   VALUE 1.
               88  SUSPENSE-MASTER-CLOSED VALUE 0.
           05  CORRECTION-EOF-FLAG     PIC 9(01) VALUE 0.
               88  CORRECTION-EOF         VALUE 1.
               88  CORRECTION-NOT-EOF     VALUE 0.
                   15  CT-NEW-ACCOUNT  PIC X(8).
                   15  CT-NEW-AMOUNT   PIC S9(9)V99.
                   15  CT-USED-FLAG    PIC 9(1).
                   15  CT-OPERATOR-ID  PIC X(8).
           05  CT-IDX              PIC 9(3) VALUE 0.
           05  CORRECTION-FULL-FLAG PIC 9(1) VALUE 0.
               88  CORRECTION-TABLE-FULL VALUE 1.
           05  RECORDS-RESUBMITTED PIC 9(5) VALUE 0.
           05  RECORDS-DROPPED     PIC 9(5) VALUE 0.
           05  RECORDS-UNTOUCHED   PIC 9(5) VALUE 0.
           05  SUSPENSE-MARKED     PIC 9(5) VALUE 0.
           05  SUSPENSE-NOT-FOUND  PIC 9(5) VALUE 0.
           05  UNUSED-COMMANDS     PIC 9(3) VALUE 0.
           05  REFUSED-COMMANDS    PIC 9(3) VALUE 0.
           05  RESUB-HASH-TOTAL    PIC S9(13)V99 VALUE 0.
           05  REPAIR-RC           PIC 9(2) VALUE 0.
           05  RUN-TIMESTAMP       PIC X(21) VALUE SPACES.
           05  EDIT-REPAIR-COUNT   PIC Z(4)9.

       COPY "oprchk.cpy".

       01  AUDIT-VARS.
           05  AUDIT-PROG          PIC X(20) VALUE "REJECT-REPAIR".
           05  AUDIT-OPER          PIC X(20) VALUE SPACES.
           05  AUDIT-DETAIL-LINE   PIC X(40) VALUE SPACES.
           05  AUDIT-SEV           PIC X(01) VALUE "I".

       COPY "runinfo.cpy".

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.

               MOVE 8 TO REPAIR-RC
           END-IF
           IF REPAIR-RC < 8
               PERFORM OPEN-SUSPENSE-MASTER
               PERFORM REPAIR-ALL-REJECTS
               IF SUSPENSE-MASTER-OPEN
                   CLOSE SUSPENSE-MASTER-FILE
               END-IF
               PERFORM WRITE-REPAIR-TOTALS
           END-IF
           CLOSE REPAIR-REPORT-FILE
           WRITE REPAIR-REPORT-RECORD
           MOVE SPACES TO REPORT-LINE.

       OPEN-SUSPENSE-MASTER.
           OPEN I-O SUSPENSE-MASTER-FILE
           IF SUSPENSE-MASTER-STATUS = "00"
               SET SUSPENSE-MASTER-OPEN TO TRUE
           ELSE
               MOVE "SUSPMST NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE SUSPENSE-MASTER-STATUS TO REPORT-LINE(32:2)
               PERFORM WRITE-REPORT-LINE
               MOVE "SUSPENSE ITEMS WILL NOT BE MARKED" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF REPAIR-RC < 4
                   MOVE 4 TO REPAIR-RC
               END-IF
           END-IF.

       LOAD-CORRECTION-COMMANDS.
           SET CORRECTION-NOT-EOF TO TRUE
           OPEN INPUT CORRECTION-FILE
           END-IF.

       STORE-ONE-COMMAND.
           IF BATCH-CARD OR FIX-AMOUNT OR FIX-ACCOUNT OR DROP-REJECT
               PERFORM CHECK-OPERATOR-AUTHORITY
           END-IF
           EVALUATE TRUE
               WHEN (BATCH-CARD OR FIX-AMOUNT OR FIX-ACCOUNT OR
                     DROP-REJECT) AND NOT OC-AUTHORIZED
                   CONTINUE
               WHEN BATCH-CARD
                   SET BATCH-CARD-SEEN TO TRUE
                   MOVE 0 TO RUN-ID
                   MOVE SPACES TO AUDIT-DETAIL-LINE
                   STRING "BAT " RF-BATCH-NUMBER " OPERATOR "
                       RF-OPERATOR-ID
                       DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
                   PERFORM LOG-ACCEPTED-CORRECTION
                   MOVE RF-BATCH-NUMBER TO RESUB-BATCH-NUMBER
                   MOVE RF-BATCH-DATE TO RESUB-BATCH-DATE
               WHEN FIX-AMOUNT OR FIX-ACCOUNT OR DROP-REJECT
                       MOVE RF-NEW-AMOUNT
                           TO CT-NEW-AMOUNT(CORRECTION-COUNT)
                       MOVE 0 TO CT-USED-FLAG(CORRECTION-COUNT)
                       MOVE RF-OPERATOR-ID
                           TO CT-OPERATOR-ID(CORRECTION-COUNT)
                   ELSE
                       SET CORRECTION-TABLE-FULL TO TRUE
                   END-IF
                   MOVE 8 TO REPAIR-RC
           END-EVALUATE.

       CHECK-OPERATOR-AUTHORITY.
           MOVE RF-OPERATOR-ID TO OC-OPERATOR-ID
           MOVE "REJFIX" TO OC-PROGRAM-NAME
           MOVE RF-ACTION TO OC-ACTION
           CALL "OPERATOR-CHECK" USING OPERATOR-CHECK-AREA
           IF NOT OC-AUTHORIZED
               ADD 1 TO REFUSED-COMMANDS
               STRING RF-ACTION " SEQ " RF-SEQUENCE " REFUSED ("
                   OC-REASON-TEXT ") OPERATOR " RF-OPERATOR-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF REPAIR-RC < 4
                   MOVE 4 TO REPAIR-RC
               END-IF
               MOVE 0 TO RUN-ID
               MOVE 0 TO RUN-AUDIT-VERBOSITY
               MOVE "AUTH-REFUSED" TO AUDIT-OPER
               MOVE "E" TO AUDIT-SEV
               MOVE SPACES TO AUDIT-DETAIL-LINE
               STRING RF-ACTION " SEQ " RF-SEQUENCE " OPERATOR "
                   RF-OPERATOR-ID " " OC-RESULT
                   DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
               CALL "AUDIT-LOGGER" USING AUDIT-PROG AUDIT-OPER
                   AUDIT-DETAIL-LINE AUDIT-SEV RUN-IDENT
           END-IF.

       LOG-ACCEPTED-CORRECTION.
           MOVE 0 TO RUN-AUDIT-VERBOSITY
           MOVE "REJECT-CORRECTION" TO AUDIT-OPER
           MOVE "I" TO AUDIT-SEV
           CALL "AUDIT-LOGGER" USING AUDIT-PROG AUDIT-OPER
               AUDIT-DETAIL-LINE AUDIT-SEV RUN-IDENT.

       REPAIR-ALL-REJECTS.
           SET REJECT-NOT-EOF TO TRUE
           OPEN INPUT TRANSACTION-REJECT-FILE
                       " REASON " RJ-REASON-CODE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   IF SUSPENSE-MASTER-OPEN
                       PERFORM MARK-SUSPENSE-ITEM
                   END-IF
               WHEN RECORD-FIXED
                   ADD 1 TO RECORDS-RESUBMITTED
                   IF TR-AMOUNT IS NUMERIC
                       " ACCOUNT " TR-ACCOUNT-NUMBER
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   IF SUSPENSE-MASTER-OPEN
                       PERFORM MARK-SUSPENSE-ITEM
                   END-IF
               WHEN OTHER
                   ADD 1 TO RECORDS-UNTOUCHED
           END-EVALUATE.

       MARK-SUSPENSE-ITEM.
           MOVE RJ-RUN-ID TO SU-RUN-ID
           MOVE RJ-REJECT-SEQ TO SU-REJECT-SEQ
           READ SUSPENSE-MASTER-FILE
               INVALID KEY
                   ADD 1 TO SUSPENSE-NOT-FOUND
                   STRING "SEQ " REJECT-SEQUENCE
                       " NOT IN SUSPENSE - RUN " RJ-RUN-ID
                       " ITEM " RJ-REJECT-SEQ
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               NOT INVALID KEY
                   IF SUSPENSE-OUTSTANDING
                       PERFORM UPDATE-SUSPENSE-ITEM
                   END-IF
           END-READ.

       UPDATE-SUSPENSE-ITEM.
           IF RECORD-DROPPED
               SET SUSPENSE-DROPPED TO TRUE
               MOVE 0 TO SU-RESUB-BATCH
               MOVE 0 TO SU-RESUB-SEQ
               MOVE 0 TO SU-CLOSED-RUN-ID
               MOVE RUN-TIMESTAMP(1:8) TO SU-CLOSED-DATE
           ELSE
               SET SUSPENSE-RESUBMITTED TO TRUE
               MOVE RESUB-BATCH-NUMBER TO SU-RESUB-BATCH
               MOVE RECORDS-RESUBMITTED TO SU-RESUB-SEQ
           END-IF
           REWRITE SUSPENSE-RECORD
           ADD 1 TO SUSPENSE-MARKED.

       APPLY-ONE-CORRECTION.
           MOVE RJ-RUN-ID TO RUN-ID
           MOVE SPACES TO AUDIT-DETAIL-LINE
           STRING CT-ACTION(CT-IDX) " SEQ " CT-SEQUENCE(CT-IDX)
               " ITEM " RJ-REJECT-SEQ " OPR " CT-OPERATOR-ID(CT-IDX)
               DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
           PERFORM LOG-ACCEPTED-CORRECTION
           EVALUATE CT-ACTION(CT-IDX)
               WHEN "DRP"
                   SET RECORD-DROPPED TO TRUE
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF REFUSED-COMMANDS > 0
               MOVE REFUSED-COMMANDS TO EDIT-REPAIR-COUNT
               STRING "Commands Refused:    " EDIT-REPAIR-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           STRING "Resubmission Batch:  " RESUB-BATCH-NUMBER
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING "Records Left Alone:  " EDIT-REPAIR-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SUSPENSE-MARKED TO EDIT-REPAIR-COUNT
           STRING "Suspense Marked:     " EDIT-REPAIR-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF SUSPENSE-NOT-FOUND > 0
               MOVE SUSPENSE-NOT-FOUND TO EDIT-REPAIR-COUNT
               STRING "Not In Suspense:     " EDIT-REPAIR-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF UNUSED-COMMANDS > 0 OR CORRECTION-TABLE-FULL
              OR SUSPENSE-NOT-FOUND > 0
               IF REPAIR-RC < 4
                   MOVE 4 TO REPAIR-RC
               END-IF
