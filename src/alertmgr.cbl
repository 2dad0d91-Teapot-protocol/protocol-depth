           05  AL-KEY-RUN-ID       PIC 9(06).
           05  AL-ACK-INITIALS     PIC X(03).
           05  AL-ACK-DISPOSITION  PIC X(02).
           05  AL-OPERATOR-ID      PIC X(08).

       FD  ALERT-REPORT-FILE
           RECORDING MODE IS F
                   15  AK-CMD-RUN-ID      PIC 9(6).
                   15  AK-CMD-INITIALS    PIC X(3).
                   15  AK-CMD-DISPOSITION PIC X(2).
                   15  AK-CMD-OPERATOR-ID PIC X(8).
                   15  AK-CMD-USED-FLAG   PIC 9(1).
           05  AK-IDX              PIC 9(3) VALUE 0.
           05  ACK-TABLE-FULL-FLAG PIC 9(1) VALUE 0.
           05  UNACKED-COUNT       PIC 9(7) VALUE 0.
           05  UNACKED-ERROR-COUNT PIC 9(7) VALUE 0.
           05  UNUSED-ACK-COUNT    PIC 9(3) VALUE 0.
           05  REFUSED-ACK-COUNT   PIC 9(3) VALUE 0.
           05  MANAGER-RC          PIC 9(2) VALUE 0.

       01  AGEING-VARS.
           05  AGE-BUCKET-LABEL    PIC X(14) VALUE SPACES.
           05  EDIT-ALERT-COUNT    PIC Z(4)9.

       COPY "oprchk.cpy".

       01  AUDIT-VARS.
           05  AUDIT-PROG          PIC X(20) VALUE "ALERT-MANAGER".
           05  AUDIT-OPER          PIC X(20) VALUE SPACES.
           05  AUDIT-DETAIL-LINE   PIC X(40) VALUE SPACES.
           05  AUDIT-SEV           PIC X(01) VALUE "I".

       COPY "runinfo.cpy".

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.

               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO MANAGER-RC
           ELSE
               PERFORM CHECK-OPERATOR-AUTHORITY
           END-IF
           IF ACTION-ACK AND OC-AUTHORIZED
               IF ACK-COMMAND-COUNT < 100
                   ADD 1 TO ACK-COMMAND-COUNT
                   MOVE AL-KEY-TIMESTAMP
                       TO AK-CMD-INITIALS(ACK-COMMAND-COUNT)
                   MOVE AL-ACK-DISPOSITION
                       TO AK-CMD-DISPOSITION(ACK-COMMAND-COUNT)
                   MOVE AL-OPERATOR-ID
                       TO AK-CMD-OPERATOR-ID(ACK-COMMAND-COUNT)
                   MOVE 0 TO AK-CMD-USED-FLAG(ACK-COMMAND-COUNT)
               ELSE
                   SET ACK-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       CHECK-OPERATOR-AUTHORITY.
           MOVE AL-OPERATOR-ID TO OC-OPERATOR-ID
           MOVE "ALERTMGR" TO OC-PROGRAM-NAME
           MOVE AL-ACTION TO OC-ACTION
           CALL "OPERATOR-CHECK" USING OPERATOR-CHECK-AREA
           IF OC-AUTHORIZED AND
              AL-ACK-INITIALS NOT = OC-OPERATOR-INITIALS
               SET OC-NOT-AUTHORIZED TO TRUE
               MOVE "INITIALS MISMATCH" TO OC-REASON-TEXT
           END-IF
           IF NOT OC-AUTHORIZED
               ADD 1 TO REFUSED-ACK-COUNT
               STRING "ACK REFUSED (" OC-REASON-TEXT "): "
                   AL-KEY-TIMESTAMP(1:14) " OPERATOR " AL-OPERATOR-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "AUTH-REFUSED" TO AUDIT-OPER
               MOVE "E" TO AUDIT-SEV
               MOVE SPACES TO AUDIT-DETAIL-LINE
               STRING "ACK " AL-KEY-TIMESTAMP(1:14) " OPERATOR "
                   AL-OPERATOR-ID " " OC-RESULT
                   DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.

       WRITE-AUDIT-ENTRY.
           MOVE 0 TO RUN-ID
           MOVE 0 TO RUN-AUDIT-VERBOSITY
           CALL "AUDIT-LOGGER" USING AUDIT-PROG AUDIT-OPER
               AUDIT-DETAIL-LINE AUDIT-SEV RUN-IDENT.

       CARRY-MASTER-FORWARD.
           SET WORK-NOT-EOF TO TRUE
           OPEN INPUT ALERT-MASTER-FILE
                           TO AK-ACK-DISPOSITION
                       MOVE TODAY-DATE TO AK-ACK-DATE
                       ADD 1 TO ALERTS-ACKED
                       PERFORM LOG-ACCEPTED-ACK
                   END-IF
               END-PERFORM
           END-IF.

       LOG-ACCEPTED-ACK.
           MOVE "ALERT-ACK" TO AUDIT-OPER
           MOVE "I" TO AUDIT-SEV
           MOVE SPACES TO AUDIT-DETAIL-LINE
           STRING "ACK " AK-TIMESTAMP(1:14) " " AK-RUN-ID
               " OPERATOR " AK-CMD-OPERATOR-ID(AK-IDX)
               DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
           PERFORM WRITE-AUDIT-ENTRY.

       WRITE-MASTER-RECORD.
           IF ALERT-UNACKED
               PERFORM TALLY-UNACKED-ALERT
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF REFUSED-ACK-COUNT > 0
               MOVE REFUSED-ACK-COUNT TO EDIT-ALERT-COUNT
               STRING "ACK COMMANDS REFUSED:  " EDIT-ALERT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF (UNUSED-ACK-COUNT > 0 OR ACK-TABLE-FULL OR
               REFUSED-ACK-COUNT > 0) AND
              MANAGER-RC < 4
               MOVE 4 TO MANAGER-RC
           END-IF.
