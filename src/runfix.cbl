           05  RF-RUN-ID           PIC 9(06).
           05  RF-OPERATOR-CODE    PIC X(02).
           05  RF-REASON           PIC X(40).
           05  RF-OPERATOR-ID      PIC X(08).

       FD  RECOVERY-REPORT-FILE
           RECORDING MODE IS F
           05  COMMANDS-READ       PIC 9(3) VALUE 0.
           05  RUNS-FORCED-CLOSED  PIC 9(3) VALUE 0.
           05  COMMANDS-FAILED     PIC 9(3) VALUE 0.
           05  COMMANDS-REFUSED    PIC 9(3) VALUE 0.
           05  RUNS-STILL-OPEN     PIC 9(2) VALUE 0.
           05  RECOVERY-RC         PIC 9(2) VALUE 0.
           05  EDIT-RECOVERY-COUNT PIC Z(4)9.

       COPY "runinfo.cpy".

       COPY "oprchk.cpy".

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.

               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO RECOVERY-RC
           ELSE
               PERFORM CHECK-OPERATOR-AUTHORITY
           END-IF
           IF ACTION-CLOSE AND OC-AUTHORIZED
               PERFORM FIND-OPEN-RUN
               IF OR-IDX > OPEN-RUN-COUNT
                   ADD 1 TO COMMANDS-FAILED
               END-IF
           END-IF.

       CHECK-OPERATOR-AUTHORITY.
           MOVE RF-OPERATOR-ID TO OC-OPERATOR-ID
           MOVE "RUNFIX" TO OC-PROGRAM-NAME
           MOVE RF-ACTION TO OC-ACTION
           CALL "OPERATOR-CHECK" USING OPERATOR-CHECK-AREA
           IF NOT OC-AUTHORIZED
               ADD 1 TO COMMANDS-FAILED
               ADD 1 TO COMMANDS-REFUSED
               STRING "CLS " RF-RUN-ID " REFUSED (" OC-REASON-TEXT
                   ") OPERATOR " RF-OPERATOR-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF RECOVERY-RC < 4
                   MOVE 4 TO RECOVERY-RC
               END-IF
               MOVE RF-RUN-ID TO RUN-ID
               MOVE 0 TO RUN-AUDIT-VERBOSITY
               MOVE "AUTH-REFUSED" TO AUDIT-OPER
               MOVE "E" TO AUDIT-SEV
               MOVE SPACES TO AUDIT-DETAIL-LINE
               STRING "CLS " RF-RUN-ID " OPERATOR " RF-OPERATOR-ID
                   " " OC-RESULT
                   DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
               CALL "AUDIT-LOGGER" USING AUDIT-PROG AUDIT-OPER
                   AUDIT-DETAIL-LINE AUDIT-SEV RUN-IDENT
           END-IF.

       FIND-OPEN-RUN.
           PERFORM VARYING OR-IDX FROM 1 BY 1
           UNTIL OR-IDX > OPEN-RUN-COUNT
           PERFORM WRITE-REPORT-LINE
           MOVE RF-RUN-ID TO RUN-ID
           MOVE 0 TO RUN-AUDIT-VERBOSITY
           MOVE "FORCED-CLOSE" TO AUDIT-OPER
           MOVE "W" TO AUDIT-SEV
           MOVE SPACES TO AUDIT-DETAIL-LINE
           STRING RF-OPERATOR-ID " END " RF-OPERATOR-CODE " "
               RF-REASON(1:24)
               DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
           CALL "AUDIT-LOGGER" USING AUDIT-PROG AUDIT-OPER
               AUDIT-DETAIL-LINE AUDIT-SEV RUN-IDENT.
           STRING "Runs Forced Closed: " EDIT-RECOVERY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE COMMANDS-REFUSED TO EDIT-RECOVERY-COUNT
           STRING "Commands Refused:   " EDIT-RECOVERY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE RUNS-STILL-OPEN TO EDIT-RECOVERY-COUNT
           STRING "Runs Still Open:    " EDIT-RECOVERY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
