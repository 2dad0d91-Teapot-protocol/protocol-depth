           SELECT JOURNAL-FILE ASSIGN TO "MLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "MLPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-PENDING-KEY
               FILE STATUS IS PENDING-CHANGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
               88  ACTION-DELETE       VALUE "DEL".
               88  ACTION-LIST         VALUE "LST".
               88  ACTION-HISTORY      VALUE "HST".
               88  ACTION-APPROVE      VALUE "APR".
               88  ACTION-REJECT       VALUE "RJT".
           05  MC-MATRIX-ID        PIC X(08).
           05  MC-DESCRIPTION      PIC X(30).
           05  MC-DIMENSION        PIC 9(02).
           05  MC-EFFECTIVE-DATE   PIC 9(08).
           05  MC-VALUES.
               10  MC-VALUE OCCURS 9 TIMES PIC S9(4)V99.
           05  MC-INITIALS         PIC X(03).
           05  MC-OPERATOR-ID      PIC X(08).

       FD  LISTING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "mljrnl.cpy".

       FD  PENDING-CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "mlpend.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  MATRIX-LIBRARY-STATUS   PIC X(02) VALUE SPACES.
           05  COMMAND-FILE-STATUS     PIC X(02) VALUE SPACES.
           05  LISTING-FILE-STATUS     PIC X(02) VALUE SPACES.
           05  JOURNAL-FILE-STATUS     PIC X(02) VALUE SPACES.
           05  PENDING-CHANGE-STATUS   PIC X(02) VALUE SPACES.
           05  JOURNAL-EOF-FLAG        PIC 9(01) VALUE 0.
               88  JOURNAL-EOF            VALUE 1.
               88  JOURNAL-NOT-EOF        VALUE 0.
           05  AFTER-IMAGE-WORK    PIC X(102) VALUE SPACES.
           05  HISTORY-SHOWN-COUNT PIC 9(5) VALUE 0.

       01  DUAL-CONTROL-VARS.
           05  LIBRARY-ENTRY-FLAG  PIC 9(1) VALUE 0.
               88  LIBRARY-ENTRY-FOUND    VALUE 1.
               88  LIBRARY-ENTRY-MISSING  VALUE 0.
           05  FAILED-BEFORE-APPLY PIC 9(5) VALUE 0.
           05  CHANGES-PENDED      PIC 9(5) VALUE 0.
           05  CHANGES-APPROVED    PIC 9(5) VALUE 0.
           05  CHANGES-REJECTED    PIC 9(5) VALUE 0.

       01  MAINT-COUNTERS.
           05  COMMANDS-READ       PIC 9(5) VALUE 0.
           05  COMMANDS-FAILED     PIC 9(5) VALUE 0.
           05  COMMANDS-REFUSED    PIC 9(5) VALUE 0.
           05  MAINT-RC            PIC 9(2) VALUE 0.
           05  I                   PIC 9(2) VALUE 0.
           05  J                   PIC 9(2) VALUE 0.
           05  EDIT-MAINT-COUNT    PIC Z(4)9.
           05  EDIT-ML-VALUE       PIC -(4)9.99.

       COPY "oprchk.cpy".

       01  AUDIT-VARS.
           05  AUDIT-PROG          PIC X(20) VALUE "MATRIX-LIBRARY".
           05  AUDIT-OPER          PIC X(20) VALUE SPACES.
           05  AUDIT-DETAIL-LINE   PIC X(40) VALUE SPACES.
           05  AUDIT-SEV           PIC X(01) VALUE "I".

       COPY "runinfo.cpy".

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.

               PERFORM WRITE-LISTING-LINE
               MOVE 12 TO MAINT-RC
           ELSE
               OPEN I-O PENDING-CHANGE-FILE
               IF PENDING-CHANGE-STATUS = "35"
                   OPEN OUTPUT PENDING-CHANGE-FILE
                   CLOSE PENDING-CHANGE-FILE
                   OPEN I-O PENDING-CHANGE-FILE
               END-IF
               IF PENDING-CHANGE-STATUS NOT = "00"
                   MOVE "MLPEND NOT AVAILABLE - STATUS "
                       TO REPORT-LINE
                   MOVE PENDING-CHANGE-STATUS TO REPORT-LINE(31:2)
                   PERFORM WRITE-LISTING-LINE
                   MOVE 12 TO MAINT-RC
               ELSE
                   PERFORM PROCESS-ALL-COMMANDS
                   CLOSE PENDING-CHANGE-FILE
               END-IF
               CLOSE MATRIX-LIBRARY-FILE
           END-IF
           MOVE COMMANDS-READ TO EDIT-MAINT-COUNT
           STRING "Commands Processed: " EDIT-MAINT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE CHANGES-PENDED TO EDIT-MAINT-COUNT
           STRING "Changes Pending:    " EDIT-MAINT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE CHANGES-APPROVED TO EDIT-MAINT-COUNT
           STRING "Changes Approved:   " EDIT-MAINT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE CHANGES-REJECTED TO EDIT-MAINT-COUNT
           STRING "Changes Rejected:   " EDIT-MAINT-COUNT
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
           END-IF.

       PROCESS-ONE-COMMAND.
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF OC-AUTHORIZED
               PERFORM APPLY-ONE-COMMAND
           END-IF.

       CHECK-OPERATOR-AUTHORITY.
           MOVE MC-OPERATOR-ID TO OC-OPERATOR-ID
           MOVE "MATLIB" TO OC-PROGRAM-NAME
           MOVE MC-ACTION TO OC-ACTION
           CALL "OPERATOR-CHECK" USING OPERATOR-CHECK-AREA
           IF OC-AUTHORIZED AND
              (ACTION-ADD OR ACTION-REPLACE OR ACTION-DELETE OR
               ACTION-APPROVE OR ACTION-REJECT) AND
              MC-INITIALS NOT = OC-OPERATOR-INITIALS
               SET OC-NOT-AUTHORIZED TO TRUE
               MOVE "INITIALS MISMATCH" TO OC-REASON-TEXT
           END-IF
           IF NOT OC-AUTHORIZED
               ADD 1 TO COMMANDS-FAILED
               ADD 1 TO COMMANDS-REFUSED
               STRING MC-ACTION " REFUSED (" OC-REASON-TEXT "): "
                   MC-MATRIX-ID " OPERATOR " MC-OPERATOR-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-LISTING-LINE
               MOVE "AUTH-REFUSED" TO AUDIT-OPER
               MOVE "E" TO AUDIT-SEV
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.

       LOG-ACCEPTED-CHANGE.
           MOVE "LIBRARY-CHANGE" TO AUDIT-OPER
           MOVE "I" TO AUDIT-SEV
           PERFORM WRITE-AUDIT-ENTRY.

       WRITE-AUDIT-ENTRY.
           MOVE 0 TO RUN-ID
           MOVE 0 TO RUN-AUDIT-VERBOSITY
           MOVE SPACES TO AUDIT-DETAIL-LINE
           STRING MC-ACTION " " MC-MATRIX-ID " " MC-EFFECTIVE-DATE
               " OPERATOR " MC-OPERATOR-ID
               DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
           CALL "AUDIT-LOGGER" USING AUDIT-PROG AUDIT-OPER
               AUDIT-DETAIL-LINE AUDIT-SEV RUN-IDENT.

       APPLY-ONE-COMMAND.
           EVALUATE TRUE
               WHEN ACTION-ADD
               WHEN ACTION-REPLACE
               WHEN ACTION-DELETE
                   PERFORM REQUEST-LIBRARY-CHANGE
               WHEN ACTION-APPROVE
                   PERFORM APPROVE-PENDING-CHANGE
               WHEN ACTION-REJECT
                   PERFORM REJECT-PENDING-CHANGE
               WHEN ACTION-LIST
                   PERFORM LIST-LIBRARY-ENTRIES
               WHEN ACTION-HISTORY
               MOVE MC-VALUE(I) TO ML-VALUE(I)
           END-PERFORM.

       MOVE-RECORD-TO-COMMAND.
           MOVE ML-MATRIX-ID TO MC-MATRIX-ID
           MOVE ML-DESCRIPTION TO MC-DESCRIPTION
           MOVE ML-DIMENSION TO MC-DIMENSION
           MOVE ML-EFFECTIVE-DATE TO MC-EFFECTIVE-DATE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 9
               MOVE ML-VALUE(I) TO MC-VALUE(I)
           END-PERFORM.

       REQUEST-LIBRARY-CHANGE.
           IF MC-INITIALS = SPACES
               ADD 1 TO COMMANDS-FAILED
               STRING MC-ACTION " REFUSED (NO REQUESTER INITIALS): "
                   MC-MATRIX-ID " EFF " MC-EFFECTIVE-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-LISTING-LINE
           ELSE
               MOVE MC-MATRIX-ID TO ML-MATRIX-ID
               MOVE MC-EFFECTIVE-DATE TO ML-EFFECTIVE-DATE
               READ MATRIX-LIBRARY-FILE
                   INVALID KEY
                       SET LIBRARY-ENTRY-MISSING TO TRUE
                   NOT INVALID KEY
                       SET LIBRARY-ENTRY-FOUND TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN ACTION-ADD AND LIBRARY-ENTRY-FOUND
                       ADD 1 TO COMMANDS-FAILED
                       STRING "ADD REFUSED (ALREADY ON LIBRARY): "
                           MC-MATRIX-ID " EFF " MC-EFFECTIVE-DATE
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM WRITE-LISTING-LINE
                   WHEN NOT ACTION-ADD AND LIBRARY-ENTRY-MISSING
                       ADD 1 TO COMMANDS-FAILED
                       STRING MC-ACTION " REFUSED (NOT FOUND): "
                           MC-MATRIX-ID " EFF " MC-EFFECTIVE-DATE
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM WRITE-LISTING-LINE
                   WHEN OTHER
                       PERFORM WRITE-PENDING-CHANGE
               END-EVALUATE
           END-IF.

       WRITE-PENDING-CHANGE.
           MOVE SPACES TO MATRIX-PENDING-RECORD
           MOVE MC-MATRIX-ID TO MP-MATRIX-ID
           MOVE MC-EFFECTIVE-DATE TO MP-EFFECTIVE-DATE
           MOVE MC-ACTION TO MP-ACTION
           MOVE MC-INITIALS TO MP-REQUESTER
           MOVE MAINT-RUN-DATE TO MP-REQUEST-DATE
           MOVE RUN-TIMESTAMP(9:6) TO MP-REQUEST-TIME
           IF ACTION-DELETE
               MOVE MATRIX-LIBRARY-RECORD TO MP-PROPOSED-IMAGE
           ELSE
               PERFORM MOVE-COMMAND-TO-RECORD
               MOVE MATRIX-LIBRARY-RECORD TO MP-PROPOSED-IMAGE
           END-IF
           WRITE MATRIX-PENDING-RECORD
               INVALID KEY
                   ADD 1 TO COMMANDS-FAILED
                   STRING MC-ACTION " REFUSED (ALREADY PENDING): "
                       MC-MATRIX-ID " EFF " MC-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
               NOT INVALID KEY
                   ADD 1 TO CHANGES-PENDED
                   STRING "PENDING:  " MC-ACTION " " MC-MATRIX-ID
                       " EFF " MC-EFFECTIVE-DATE " BY " MC-INITIALS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
                   PERFORM LOG-ACCEPTED-CHANGE
           END-WRITE.

       READ-PENDING-CHANGE.
           MOVE MC-MATRIX-ID TO MP-MATRIX-ID
           MOVE MC-EFFECTIVE-DATE TO MP-EFFECTIVE-DATE
           READ PENDING-CHANGE-FILE
               INVALID KEY
                   ADD 1 TO COMMANDS-FAILED
                   STRING MC-ACTION " FAILED (NOTHING PENDING): "
                       MC-MATRIX-ID " EFF " MC-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
           END-READ
           IF PENDING-CHANGE-STATUS = "00"
               IF MC-INITIALS = SPACES OR
                  MC-INITIALS = MP-REQUESTER
                   ADD 1 TO COMMANDS-FAILED
                   STRING MC-ACTION " REFUSED (NEEDS SECOND PERSON): "
                       MC-MATRIX-ID " EFF " MC-EFFECTIVE-DATE
                       " RAISED BY " MP-REQUESTER
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
                   MOVE "XX" TO PENDING-CHANGE-STATUS
               END-IF
           END-IF.

       APPROVE-PENDING-CHANGE.
           PERFORM READ-PENDING-CHANGE
           IF PENDING-CHANGE-STATUS = "00"
               MOVE MP-PROPOSED-IMAGE TO MATRIX-LIBRARY-RECORD
               PERFORM MOVE-RECORD-TO-COMMAND
               MOVE MP-ACTION TO MC-ACTION
               MOVE COMMANDS-FAILED TO FAILED-BEFORE-APPLY
               EVALUATE TRUE
                   WHEN ACTION-ADD
                       PERFORM ADD-LIBRARY-ENTRY
                   WHEN ACTION-REPLACE
                       PERFORM REPLACE-LIBRARY-ENTRY
                   WHEN ACTION-DELETE
                       PERFORM DELETE-LIBRARY-ENTRY
               END-EVALUATE
               MOVE "APR" TO MC-ACTION
               IF COMMANDS-FAILED = FAILED-BEFORE-APPLY
                   DELETE PENDING-CHANGE-FILE
                   ADD 1 TO CHANGES-APPROVED
                   STRING "APPROVED: " MP-ACTION " " MP-MATRIX-ID
                       " EFF " MP-EFFECTIVE-DATE " BY " MC-INITIALS
                       " RAISED BY " MP-REQUESTER
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
                   PERFORM LOG-ACCEPTED-CHANGE
               ELSE
                   STRING "APPROVAL NOT APPLIED - STILL PENDING: "
                       MP-MATRIX-ID " EFF " MP-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
               END-IF
           END-IF.

       REJECT-PENDING-CHANGE.
           PERFORM READ-PENDING-CHANGE
           IF PENDING-CHANGE-STATUS = "00"
               DELETE PENDING-CHANGE-FILE
               ADD 1 TO CHANGES-REJECTED
               STRING "REJECTED: " MP-ACTION " " MP-MATRIX-ID
                   " EFF " MP-EFFECTIVE-DATE " BY " MC-INITIALS
                   " RAISED BY " MP-REQUESTER
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-LISTING-LINE
               PERFORM LOG-ACCEPTED-CHANGE
           END-IF.

       ADD-LIBRARY-ENTRY.
           PERFORM MOVE-COMMAND-TO-RECORD
           WRITE MATRIX-LIBRARY-RECORD
