               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT PRODUCT-REFERENCE-FILE ASSIGN TO "PRODREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PRODUCT-CODE
               FILE STATUS IS PRODUCT-REFERENCE-STATUS.
           SELECT COMMAND-FILE ASSIGN TO "ACCMDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COMMAND-FILE-STATUS.
           LABEL RECORDS ARE STANDARD.
       COPY "acctmst.cpy".

       FD  PRODUCT-REFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "prodref.cpy".

       FD  COMMAND-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           05  AC-ACCOUNT-NUMBER   PIC X(08).
           05  AC-DESCRIPTION      PIC X(30).
           05  AC-OPEN-DATE        PIC 9(08).
           05  AC-PRODUCT-CODE     PIC X(03).
           05  AC-OPERATOR-ID      PIC X(08).

       FD  LISTING-FILE
           RECORDING MODE IS F
           05  ACCOUNT-MASTER-STATUS   PIC X(02) VALUE SPACES.
           05  COMMAND-FILE-STATUS     PIC X(02) VALUE SPACES.
           05  LISTING-FILE-STATUS     PIC X(02) VALUE SPACES.
           05  PRODUCT-REFERENCE-STATUS PIC X(02) VALUE SPACES.
           05  PRODUCT-REFERENCE-FLAG  PIC 9(01) VALUE 0.
               88  PRODUCT-REFERENCE-OPEN   VALUE 1.
               88  PRODUCT-REFERENCE-CLOSED VALUE 0.
           05  PRODUCT-CHECK-FLAG      PIC 9(01) VALUE 0.
               88  PRODUCT-CODE-VALID       VALUE 0.
               88  PRODUCT-CODE-INVALID     VALUE 1.
           05  COMMAND-EOF-FLAG        PIC 9(01) VALUE 0.
               88  COMMAND-EOF            VALUE 1.
               88  COMMAND-NOT-EOF        VALUE 0.
       01  MAINT-COUNTERS.
           05  COMMANDS-READ       PIC 9(5) VALUE 0.
           05  COMMANDS-FAILED     PIC 9(5) VALUE 0.
           05  COMMANDS-REFUSED    PIC 9(5) VALUE 0.
           05  MAINT-RC            PIC 9(2) VALUE 0.
           05  EDIT-MAINT-COUNT    PIC Z(4)9.

           05  NEW-STATUS-VALUE    PIC X(1) VALUE SPACE.
           05  STATUS-ACTION-NAME  PIC X(8) VALUE SPACES.

       COPY "oprchk.cpy".

       01  AUDIT-VARS.
           05  AUDIT-PROG          PIC X(20) VALUE "ACCOUNT-MAINT".
           05  AUDIT-OPER          PIC X(20) VALUE SPACES.
           05  AUDIT-DETAIL-LINE   PIC X(40) VALUE SPACES.
           05  AUDIT-SEV           PIC X(01) VALUE "I".

       COPY "runinfo.cpy".

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.

               PERFORM WRITE-LISTING-LINE
               MOVE 12 TO MAINT-RC
           ELSE
               PERFORM OPEN-PRODUCT-REFERENCE
               PERFORM PROCESS-ALL-COMMANDS
               CLOSE ACCOUNT-MASTER-FILE
               IF PRODUCT-REFERENCE-OPEN
                   CLOSE PRODUCT-REFERENCE-FILE
               END-IF
           END-IF
           MOVE COMMANDS-READ TO EDIT-MAINT-COUNT
           STRING "Commands Processed: " EDIT-MAINT-COUNT
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
           WRITE LISTING-RECORD
           MOVE SPACES TO REPORT-LINE.

       OPEN-PRODUCT-REFERENCE.
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
           END-IF.

       CHECK-PRODUCT-CODE.
           SET PRODUCT-CODE-VALID TO TRUE
           IF AC-PRODUCT-CODE NOT = SPACES AND PRODUCT-REFERENCE-OPEN
               MOVE AC-PRODUCT-CODE TO PR-PRODUCT-CODE
               READ PRODUCT-REFERENCE-FILE
                   INVALID KEY
                       SET PRODUCT-CODE-INVALID TO TRUE
                       ADD 1 TO COMMANDS-FAILED
                       STRING AC-ACTION " FAILED (NO PRODUCT "
                           AC-PRODUCT-CODE "): " AC-ACCOUNT-NUMBER
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM WRITE-LISTING-LINE
               END-READ
           END-IF.

       PROCESS-ALL-COMMANDS.
           OPEN INPUT COMMAND-FILE
           IF COMMAND-FILE-STATUS NOT = "00"
           END-IF.

       PROCESS-ONE-COMMAND.
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF OC-AUTHORIZED
               PERFORM APPLY-ONE-COMMAND
           END-IF.

       CHECK-OPERATOR-AUTHORITY.
           MOVE AC-OPERATOR-ID TO OC-OPERATOR-ID
           MOVE "ACCTMNT" TO OC-PROGRAM-NAME
           MOVE AC-ACTION TO OC-ACTION
           CALL "OPERATOR-CHECK" USING OPERATOR-CHECK-AREA
           IF NOT OC-AUTHORIZED
               ADD 1 TO COMMANDS-FAILED
               ADD 1 TO COMMANDS-REFUSED
               STRING AC-ACTION " REFUSED (" OC-REASON-TEXT "): "
                   AC-ACCOUNT-NUMBER " OPERATOR " AC-OPERATOR-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-LISTING-LINE
               MOVE "AUTH-REFUSED" TO AUDIT-OPER
               MOVE "E" TO AUDIT-SEV
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.

       LOG-ACCEPTED-CHANGE.
           MOVE "ACCOUNT-CHANGE" TO AUDIT-OPER
           MOVE "I" TO AUDIT-SEV
           PERFORM WRITE-AUDIT-ENTRY.

       WRITE-AUDIT-ENTRY.
           MOVE 0 TO RUN-ID
           MOVE 0 TO RUN-AUDIT-VERBOSITY
           MOVE SPACES TO AUDIT-DETAIL-LINE
           STRING AC-ACTION " " AC-ACCOUNT-NUMBER " OPERATOR "
               AC-OPERATOR-ID " " OC-RESULT
               DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
           CALL "AUDIT-LOGGER" USING AUDIT-PROG AUDIT-OPER
               AUDIT-DETAIL-LINE AUDIT-SEV RUN-IDENT.

       APPLY-ONE-COMMAND.
           EVALUATE TRUE
               WHEN ACTION-ADD
                   PERFORM CHECK-PRODUCT-CODE
                   IF PRODUCT-CODE-VALID
                       PERFORM ADD-MASTER-ENTRY
                   END-IF
               WHEN ACTION-REPLACE
                   PERFORM CHECK-PRODUCT-CODE
                   IF PRODUCT-CODE-VALID
                       PERFORM REPLACE-MASTER-ENTRY
                   END-IF
               WHEN ACTION-CLOSE
                   MOVE "C" TO NEW-STATUS-VALUE
                   MOVE "CLOSED" TO STATUS-ACTION-NAME
           SET ACCOUNT-OPEN TO TRUE
           MOVE AC-DESCRIPTION TO AM-DESCRIPTION
           MOVE AC-OPEN-DATE TO AM-OPEN-DATE
           MOVE AC-PRODUCT-CODE TO AM-PRODUCT-CODE
           WRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO COMMANDS-FAILED
                   PERFORM WRITE-LISTING-LINE
               NOT INVALID KEY
                   STRING "ADDED:    " AC-ACCOUNT-NUMBER " "
                       AC-DESCRIPTION " " AC-PRODUCT-CODE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
                   PERFORM LOG-ACCEPTED-CHANGE
           END-WRITE.

       REPLACE-MASTER-ENTRY.
               NOT INVALID KEY
                   MOVE AC-DESCRIPTION TO AM-DESCRIPTION
                   MOVE AC-OPEN-DATE TO AM-OPEN-DATE
                   MOVE AC-PRODUCT-CODE TO AM-PRODUCT-CODE
                   REWRITE ACCOUNT-MASTER-RECORD
                   STRING "REPLACED: " AC-ACCOUNT-NUMBER " "
                       AC-DESCRIPTION " " AC-PRODUCT-CODE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
                   PERFORM LOG-ACCEPTED-CHANGE
           END-READ.

       CHANGE-ACCOUNT-STATUS.
                       " " AM-DESCRIPTION
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
                   PERFORM LOG-ACCEPTED-CHANGE
           END-READ.

       DELETE-MASTER-ENTRY.
                   STRING "DELETED:  " AC-ACCOUNT-NUMBER
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
                   PERFORM LOG-ACCEPTED-CHANGE
           END-DELETE.

       LIST-MASTER-ENTRIES.
       LIST-ONE-ENTRY.
           STRING AM-ACCOUNT-NUMBER " " AM-STATUS " "
               AM-DESCRIPTION " OPENED " AM-OPEN-DATE
               " PRODUCT " AM-PRODUCT-CODE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE.
