       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-AUTHORITY-FILE ASSIGN TO "OPRAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-OPERATOR-ID
               FILE STATUS IS OPERATOR-AUTHORITY-STATUS.
           SELECT COMMAND-FILE ASSIGN TO "OPCMDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COMMAND-FILE-STATUS.
           SELECT LISTING-FILE ASSIGN TO "OPLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LISTING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-AUTHORITY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "oprauth.cpy".

       FD  COMMAND-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  COMMAND-RECORD.
           05  OM-ACTION           PIC X(03).
               88  ACTION-ADD          VALUE "ADD".
               88  ACTION-GRANT        VALUE "GRT".
               88  ACTION-REVOKE       VALUE "RVK".
               88  ACTION-SUSPEND      VALUE "SUS".
               88  ACTION-RESTORE      VALUE "RST".
               88  ACTION-DELETE       VALUE "DEL".
               88  ACTION-LIST         VALUE "LST".
           05  OM-REQUESTER-ID     PIC X(08).
           05  OM-OPERATOR-ID      PIC X(08).
           05  OM-OPERATOR-NAME    PIC X(30).
           05  OM-INITIALS         PIC X(03).
           05  OM-GRANT-PROGRAM    PIC X(08).
           05  OM-GRANT-ACTION     PIC X(03).

       FD  LISTING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  LISTING-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  OPERATOR-AUTHORITY-STATUS PIC X(02) VALUE SPACES.
           05  COMMAND-FILE-STATUS     PIC X(02) VALUE SPACES.
           05  LISTING-FILE-STATUS     PIC X(02) VALUE SPACES.
           05  COMMAND-EOF-FLAG        PIC 9(01) VALUE 0.
               88  COMMAND-EOF            VALUE 1.
               88  COMMAND-NOT-EOF        VALUE 0.
           05  LIST-EOF-FLAG           PIC 9(01) VALUE 0.
               88  LIST-EOF               VALUE 1.
               88  LIST-NOT-EOF           VALUE 0.

       01  AUTHORITY-VARS.
           05  BOOTSTRAP-FLAG      PIC 9(1) VALUE 0.
               88  BOOTSTRAP-MODE     VALUE 1.
           05  REQUEST-OK-FLAG     PIC 9(1) VALUE 0.
               88  REQUEST-ALLOWED    VALUE 1.
               88  REQUEST-REFUSED    VALUE 0.
           05  REFUSAL-REASON      PIC X(20) VALUE SPACES.
           05  GRANT-IDX           PIC 9(2) VALUE 0.
           05  SHIFT-IDX           PIC 9(2) VALUE 0.
           05  GRANT-FOUND-FLAG    PIC 9(1) VALUE 0.
               88  GRANT-FOUND        VALUE 1.
               88  GRANT-MISSING      VALUE 0.
           05  ADMIN-COUNT         PIC 9(5) VALUE 0.
           05  SEARCH-PROGRAM      PIC X(8) VALUE SPACES.
           05  NEW-STATUS-VALUE    PIC X(1) VALUE SPACE.
           05  RUN-TIMESTAMP       PIC X(21) VALUE SPACES.
           05  MAINT-RUN-DATE      PIC 9(8) VALUE 0.

       01  MAINT-COUNTERS.
           05  COMMANDS-READ       PIC 9(5) VALUE 0.
           05  COMMANDS-FAILED     PIC 9(5) VALUE 0.
           05  COMMANDS-REFUSED    PIC 9(5) VALUE 0.
           05  MAINT-RC            PIC 9(2) VALUE 0.
           05  EDIT-MAINT-COUNT    PIC Z(4)9.
           05  EDIT-GRANT-COUNT    PIC Z9.

       01  AUDIT-VARS.
           05  AUDIT-PROG          PIC X(20) VALUE "OPERATOR-MAINT".
           05  AUDIT-OPER          PIC X(20) VALUE SPACES.
           05  AUDIT-DETAIL-LINE   PIC X(40) VALUE SPACES.
           05  AUDIT-SEV           PIC X(01) VALUE "I".

       COPY "runinfo.cpy".

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8) TO MAINT-RUN-DATE
           OPEN OUTPUT LISTING-FILE
           MOVE "----- Operator Authority Maintenance -----"
               TO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           OPEN I-O OPERATOR-AUTHORITY-FILE
           IF OPERATOR-AUTHORITY-STATUS = "35"
               OPEN OUTPUT OPERATOR-AUTHORITY-FILE
               CLOSE OPERATOR-AUTHORITY-FILE
               OPEN I-O OPERATOR-AUTHORITY-FILE
           END-IF
           IF OPERATOR-AUTHORITY-STATUS NOT = "00"
               MOVE "OPRAUTH NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE OPERATOR-AUTHORITY-STATUS TO REPORT-LINE(32:2)
               PERFORM WRITE-LISTING-LINE
               MOVE 12 TO MAINT-RC
           ELSE
               PERFORM COUNT-AUTHORITY-ADMINS
               PERFORM PROCESS-ALL-COMMANDS
               CLOSE OPERATOR-AUTHORITY-FILE
           END-IF
           MOVE COMMANDS-READ TO EDIT-MAINT-COUNT
           STRING "Commands Processed: " EDIT-MAINT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE COMMANDS-FAILED TO EDIT-MAINT-COUNT
           STRING "Commands Failed:    " EDIT-MAINT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE COMMANDS-REFUSED TO EDIT-MAINT-COUNT
           STRING "Commands Refused:   " EDIT-MAINT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           IF COMMANDS-FAILED > 0 AND MAINT-RC < 4
               MOVE 4 TO MAINT-RC
           END-IF
           CLOSE LISTING-FILE
           MOVE MAINT-RC TO RETURN-CODE
           STOP RUN.

       WRITE-LISTING-LINE.
           DISPLAY REPORT-LINE
           MOVE REPORT-LINE TO LISTING-RECORD
           WRITE LISTING-RECORD
           MOVE SPACES TO REPORT-LINE.

       COUNT-AUTHORITY-ADMINS.
           MOVE 0 TO ADMIN-COUNT
           MOVE LOW-VALUES TO OA-OPERATOR-ID
           START OPERATOR-AUTHORITY-FILE KEY >= OA-OPERATOR-ID
               INVALID KEY
                   SET LIST-EOF TO TRUE
               NOT INVALID KEY
                   SET LIST-NOT-EOF TO TRUE
           END-START
           PERFORM UNTIL LIST-EOF
               READ OPERATOR-AUTHORITY-FILE NEXT
                   AT END SET LIST-EOF TO TRUE
                   NOT AT END
                       IF OA-ACTIVE
                           MOVE "OPRMNT" TO SEARCH-PROGRAM
                           PERFORM FIND-PROGRAM-GRANT
                           IF GRANT-FOUND
                               ADD 1 TO ADMIN-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF ADMIN-COUNT = 0
               SET BOOTSTRAP-MODE TO TRUE
               MOVE "NO ACTIVE OPERATOR HOLDS AN OPRMNT GRANT"
                   TO REPORT-LINE
               PERFORM WRITE-LISTING-LINE
               MOVE "COMMANDS ACCEPTED WITHOUT AUTHORITY CHECK"
                   TO REPORT-LINE
               PERFORM WRITE-LISTING-LINE
               IF MAINT-RC < 4
                   MOVE 4 TO MAINT-RC
               END-IF
           END-IF.

       FIND-PROGRAM-GRANT.
           SET GRANT-MISSING TO TRUE
           PERFORM VARYING GRANT-IDX FROM 1 BY 1
               UNTIL GRANT-IDX > OA-GRANT-COUNT OR
                     GRANT-IDX > 20 OR GRANT-FOUND
               IF OA-GRANT-PROGRAM(GRANT-IDX) = SEARCH-PROGRAM
                   SET GRANT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF GRANT-FOUND
               SUBTRACT 1 FROM GRANT-IDX
           END-IF.

       FIND-EXACT-GRANT.
           SET GRANT-MISSING TO TRUE
           PERFORM VARYING GRANT-IDX FROM 1 BY 1
               UNTIL GRANT-IDX > OA-GRANT-COUNT OR
                     GRANT-IDX > 20 OR GRANT-FOUND
               IF OA-GRANT-PROGRAM(GRANT-IDX) = OM-GRANT-PROGRAM AND
                  OA-GRANT-ACTION(GRANT-IDX) = OM-GRANT-ACTION
                   SET GRANT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF GRANT-FOUND
               SUBTRACT 1 FROM GRANT-IDX
           END-IF.

       PROCESS-ALL-COMMANDS.
           OPEN INPUT COMMAND-FILE
           IF COMMAND-FILE-STATUS NOT = "00"
               MOVE "OPCMDS NOT AVAILABLE - NOTHING TO DO"
                   TO REPORT-LINE
               PERFORM WRITE-LISTING-LINE
               MOVE 4 TO MAINT-RC
           ELSE
               SET COMMAND-NOT-EOF TO TRUE
               PERFORM UNTIL COMMAND-EOF
                   READ COMMAND-FILE
                       AT END SET COMMAND-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO COMMANDS-READ
                           PERFORM PROCESS-ONE-COMMAND
                   END-READ
               END-PERFORM
               CLOSE COMMAND-FILE
           END-IF.

       PROCESS-ONE-COMMAND.
           PERFORM CHECK-REQUESTER-AUTHORITY
           IF REQUEST-ALLOWED
               PERFORM APPLY-ONE-COMMAND
           ELSE
               ADD 1 TO COMMANDS-FAILED
               ADD 1 TO COMMANDS-REFUSED
               STRING OM-ACTION " REFUSED (" REFUSAL-REASON "): "
                   OM-OPERATOR-ID " BY " OM-REQUESTER-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-LISTING-LINE
               MOVE "AUTH-REFUSED" TO AUDIT-OPER
               MOVE "E" TO AUDIT-SEV
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.

       CHECK-REQUESTER-AUTHORITY.
           SET REQUEST-REFUSED TO TRUE
           MOVE SPACES TO REFUSAL-REASON
           EVALUATE TRUE
               WHEN BOOTSTRAP-MODE
                   SET REQUEST-ALLOWED TO TRUE
               WHEN OM-REQUESTER-ID = SPACES
                   MOVE "NO OPERATOR ID" TO REFUSAL-REASON
               WHEN OM-REQUESTER-ID = OM-OPERATOR-ID AND
                    NOT ACTION-LIST
                   MOVE "OWN AUTHORITY" TO REFUSAL-REASON
               WHEN OTHER
                   MOVE OM-REQUESTER-ID TO OA-OPERATOR-ID
                   READ OPERATOR-AUTHORITY-FILE
                       INVALID KEY
                           MOVE "UNKNOWN OPERATOR" TO REFUSAL-REASON
                       NOT INVALID KEY
                           PERFORM CHECK-REQUESTER-GRANT
                   END-READ
           END-EVALUATE.

       CHECK-REQUESTER-GRANT.
           IF NOT OA-ACTIVE
               MOVE "OPERATOR SUSPENDED" TO REFUSAL-REASON
           ELSE
               SET GRANT-MISSING TO TRUE
               PERFORM VARYING GRANT-IDX FROM 1 BY 1
                   UNTIL GRANT-IDX > OA-GRANT-COUNT OR
                         GRANT-IDX > 20 OR GRANT-FOUND
                   IF OA-GRANT-PROGRAM(GRANT-IDX) = "OPRMNT"
                      AND (OA-GRANT-ACTION(GRANT-IDX) = "***" OR
                           OA-GRANT-ACTION(GRANT-IDX) = OM-ACTION)
                       SET GRANT-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF GRANT-FOUND
                   SET REQUEST-ALLOWED TO TRUE
               ELSE
                   MOVE "NOT AUTHORIZED" TO REFUSAL-REASON
               END-IF
           END-IF.

       APPLY-ONE-COMMAND.
           EVALUATE TRUE
               WHEN ACTION-ADD
                   PERFORM ADD-OPERATOR-ENTRY
               WHEN ACTION-GRANT
                   PERFORM GRANT-OPERATOR-ACTION
               WHEN ACTION-REVOKE
                   PERFORM REVOKE-OPERATOR-ACTION
               WHEN ACTION-SUSPEND
                   MOVE "S" TO NEW-STATUS-VALUE
                   PERFORM CHANGE-OPERATOR-STATUS
               WHEN ACTION-RESTORE
                   MOVE "A" TO NEW-STATUS-VALUE
                   PERFORM CHANGE-OPERATOR-STATUS
               WHEN ACTION-DELETE
                   PERFORM DELETE-OPERATOR-ENTRY
               WHEN ACTION-LIST
                   PERFORM LIST-OPERATOR-ENTRIES
               WHEN OTHER
                   ADD 1 TO COMMANDS-FAILED
                   STRING "UNKNOWN ACTION: " OM-ACTION
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
           END-EVALUATE.

       LOG-ACCEPTED-CHANGE.
           MOVE "OPERATOR-CHANGE" TO AUDIT-OPER
           IF BOOTSTRAP-MODE
               MOVE "W" TO AUDIT-SEV
           ELSE
               MOVE "I" TO AUDIT-SEV
           END-IF
           PERFORM WRITE-AUDIT-ENTRY.

       WRITE-AUDIT-ENTRY.
           MOVE 0 TO RUN-ID
           MOVE 0 TO RUN-AUDIT-VERBOSITY
           MOVE SPACES TO AUDIT-DETAIL-LINE
           STRING OM-ACTION " " OM-OPERATOR-ID " " OM-GRANT-PROGRAM
               " " OM-GRANT-ACTION " BY " OM-REQUESTER-ID
               DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
           CALL "AUDIT-LOGGER" USING AUDIT-PROG AUDIT-OPER
               AUDIT-DETAIL-LINE AUDIT-SEV RUN-IDENT.

       STAMP-OPERATOR-CHANGE.
           MOVE MAINT-RUN-DATE TO OA-LAST-CHANGED
           MOVE OM-REQUESTER-ID TO OA-CHANGED-BY.

       ADD-OPERATOR-ENTRY.
           IF OM-OPERATOR-ID = SPACES OR OM-INITIALS = SPACES
               ADD 1 TO COMMANDS-FAILED
               STRING "ADD FAILED (ID AND INITIALS REQUIRED): "
                   OM-OPERATOR-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-LISTING-LINE
           ELSE
               MOVE SPACES TO OPERATOR-AUTHORITY-RECORD
               MOVE OM-OPERATOR-ID TO OA-OPERATOR-ID
               MOVE OM-OPERATOR-NAME TO OA-OPERATOR-NAME
               MOVE OM-INITIALS TO OA-INITIALS
               SET OA-ACTIVE TO TRUE
               MOVE 0 TO OA-GRANT-COUNT
               PERFORM STAMP-OPERATOR-CHANGE
               WRITE OPERATOR-AUTHORITY-RECORD
                   INVALID KEY
                       ADD 1 TO COMMANDS-FAILED
                       STRING "ADD FAILED (DUPLICATE?): "
                           OM-OPERATOR-ID
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM WRITE-LISTING-LINE
                   NOT INVALID KEY
                       STRING "ADDED:    " OM-OPERATOR-ID " "
                           OM-INITIALS " " OM-OPERATOR-NAME
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM WRITE-LISTING-LINE
                       PERFORM LOG-ACCEPTED-CHANGE
               END-WRITE
           END-IF.

       READ-TARGET-OPERATOR.
           MOVE OM-OPERATOR-ID TO OA-OPERATOR-ID
           READ OPERATOR-AUTHORITY-FILE
               INVALID KEY
                   ADD 1 TO COMMANDS-FAILED
                   STRING OM-ACTION " FAILED (NOT FOUND): "
                       OM-OPERATOR-ID
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
           END-READ.

       GRANT-OPERATOR-ACTION.
           PERFORM READ-TARGET-OPERATOR
           IF OPERATOR-AUTHORITY-STATUS = "00"
               PERFORM FIND-EXACT-GRANT
               EVALUATE TRUE
                   WHEN OM-GRANT-PROGRAM = SPACES OR
                        OM-GRANT-ACTION = SPACES
                       ADD 1 TO COMMANDS-FAILED
                       STRING "GRT FAILED (PROGRAM AND ACTION "
                           "REQUIRED): " OM-OPERATOR-ID
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM WRITE-LISTING-LINE
                   WHEN GRANT-FOUND
                       ADD 1 TO COMMANDS-FAILED
                       STRING "GRT FAILED (ALREADY HELD): "
                           OM-OPERATOR-ID " " OM-GRANT-PROGRAM " "
                           OM-GRANT-ACTION
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM WRITE-LISTING-LINE
                   WHEN OA-GRANT-COUNT NOT < 20
                       ADD 1 TO COMMANDS-FAILED
                       STRING "GRT FAILED (20 GRANTS HELD): "
                           OM-OPERATOR-ID
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM WRITE-LISTING-LINE
                   WHEN OTHER
                       ADD 1 TO OA-GRANT-COUNT
                       MOVE OM-GRANT-PROGRAM
                           TO OA-GRANT-PROGRAM(OA-GRANT-COUNT)
                       MOVE OM-GRANT-ACTION
                           TO OA-GRANT-ACTION(OA-GRANT-COUNT)
                       PERFORM STAMP-OPERATOR-CHANGE
                       REWRITE OPERATOR-AUTHORITY-RECORD
                       STRING "GRANTED:  " OM-OPERATOR-ID " "
                           OM-GRANT-PROGRAM " " OM-GRANT-ACTION
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM WRITE-LISTING-LINE
                       PERFORM LOG-ACCEPTED-CHANGE
               END-EVALUATE
           END-IF.

       REVOKE-OPERATOR-ACTION.
           PERFORM READ-TARGET-OPERATOR
           IF OPERATOR-AUTHORITY-STATUS = "00"
               PERFORM FIND-EXACT-GRANT
               IF GRANT-MISSING
                   ADD 1 TO COMMANDS-FAILED
                   STRING "RVK FAILED (NOT HELD): "
                       OM-OPERATOR-ID " " OM-GRANT-PROGRAM " "
                       OM-GRANT-ACTION
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
               ELSE
                   PERFORM VARYING SHIFT-IDX FROM GRANT-IDX BY 1
                       UNTIL SHIFT-IDX >= OA-GRANT-COUNT
                       MOVE OA-GRANT(SHIFT-IDX + 1)
                           TO OA-GRANT(SHIFT-IDX)
                   END-PERFORM
                   MOVE SPACES TO OA-GRANT(OA-GRANT-COUNT)
                   SUBTRACT 1 FROM OA-GRANT-COUNT
                   PERFORM STAMP-OPERATOR-CHANGE
                   REWRITE OPERATOR-AUTHORITY-RECORD
                   STRING "REVOKED:  " OM-OPERATOR-ID " "
                       OM-GRANT-PROGRAM " " OM-GRANT-ACTION
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
                   PERFORM LOG-ACCEPTED-CHANGE
               END-IF
           END-IF.

       CHANGE-OPERATOR-STATUS.
           PERFORM READ-TARGET-OPERATOR
           IF OPERATOR-AUTHORITY-STATUS = "00"
               MOVE NEW-STATUS-VALUE TO OA-STATUS
               PERFORM STAMP-OPERATOR-CHANGE
               REWRITE OPERATOR-AUTHORITY-RECORD
               IF OA-SUSPENDED
                   STRING "SUSPENDED: " OM-OPERATOR-ID " "
                       OA-OPERATOR-NAME
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "RESTORED: " OM-OPERATOR-ID " "
                       OA-OPERATOR-NAME
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               PERFORM WRITE-LISTING-LINE
               PERFORM LOG-ACCEPTED-CHANGE
           END-IF.

       DELETE-OPERATOR-ENTRY.
           MOVE OM-OPERATOR-ID TO OA-OPERATOR-ID
           DELETE OPERATOR-AUTHORITY-FILE
               INVALID KEY
                   ADD 1 TO COMMANDS-FAILED
                   STRING "DELETE FAILED (NOT FOUND): "
                       OM-OPERATOR-ID
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
               NOT INVALID KEY
                   STRING "DELETED:  " OM-OPERATOR-ID
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
                   PERFORM LOG-ACCEPTED-CHANGE
           END-DELETE.

       LIST-OPERATOR-ENTRIES.
           MOVE "----- Operator Authority Contents -----"
               TO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE LOW-VALUES TO OA-OPERATOR-ID
           START OPERATOR-AUTHORITY-FILE KEY >= OA-OPERATOR-ID
               INVALID KEY
                   MOVE "OPERATOR AUTHORITY FILE IS EMPTY"
                       TO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
                   SET LIST-EOF TO TRUE
               NOT INVALID KEY
                   SET LIST-NOT-EOF TO TRUE
           END-START
           PERFORM UNTIL LIST-EOF
               READ OPERATOR-AUTHORITY-FILE NEXT
                   AT END SET LIST-EOF TO TRUE
                   NOT AT END
                       PERFORM LIST-ONE-OPERATOR
               END-READ
           END-PERFORM.

       LIST-ONE-OPERATOR.
           MOVE OA-GRANT-COUNT TO EDIT-GRANT-COUNT
           STRING OA-OPERATOR-ID " " OA-STATUS " " OA-INITIALS " "
               OA-OPERATOR-NAME " GRANTS " EDIT-GRANT-COUNT
               " " OA-LAST-CHANGED
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           PERFORM VARYING GRANT-IDX FROM 1 BY 1
               UNTIL GRANT-IDX > OA-GRANT-COUNT OR GRANT-IDX > 20
               STRING "          " OA-GRANT-PROGRAM(GRANT-IDX) " "
                   OA-GRANT-ACTION(GRANT-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-LISTING-LINE
           END-PERFORM.
