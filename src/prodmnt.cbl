       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCT-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-REFERENCE-FILE ASSIGN TO "PRODREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PRODUCT-CODE
               FILE STATUS IS PRODUCT-REFERENCE-STATUS.
           SELECT COMMAND-FILE ASSIGN TO "PRCMDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COMMAND-FILE-STATUS.
           SELECT LISTING-FILE ASSIGN TO "PRLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LISTING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-REFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "prodref.cpy".

       FD  COMMAND-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  COMMAND-RECORD.
           05  PC-ACTION           PIC X(03).
               88  ACTION-ADD          VALUE "ADD".
               88  ACTION-REPLACE      VALUE "REP".
               88  ACTION-DELETE       VALUE "DEL".
               88  ACTION-LIST         VALUE "LST".
           05  PC-PRODUCT-CODE     PIC X(03).
           05  PC-DESCRIPTION      PIC X(30).
           05  PC-CREDIT-LIMIT     PIC 9(11)V99.
           05  PC-ITEM-MAXIMUM     PIC 9(09)V99.
           05  PC-OPERATOR-ID      PIC X(08).

       FD  LISTING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  LISTING-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  PRODUCT-REFERENCE-STATUS PIC X(02) VALUE SPACES.
           05  COMMAND-FILE-STATUS     PIC X(02) VALUE SPACES.
           05  LISTING-FILE-STATUS     PIC X(02) VALUE SPACES.
           05  COMMAND-EOF-FLAG        PIC 9(01) VALUE 0.
               88  COMMAND-EOF            VALUE 1.
               88  COMMAND-NOT-EOF        VALUE 0.
           05  LIST-EOF-FLAG           PIC 9(01) VALUE 0.
               88  LIST-EOF               VALUE 1.
               88  LIST-NOT-EOF           VALUE 0.

       01  MAINT-COUNTERS.
           05  COMMANDS-READ       PIC 9(5) VALUE 0.
           05  COMMANDS-FAILED     PIC 9(5) VALUE 0.
           05  COMMANDS-REFUSED    PIC 9(5) VALUE 0.
           05  PRODUCTS-LISTED     PIC 9(5) VALUE 0.
           05  MAINT-RC            PIC 9(2) VALUE 0.
           05  EDIT-MAINT-COUNT    PIC Z(4)9.

       01  LISTING-VARS.
           05  EDIT-CREDIT-LIMIT   PIC Z(10)9.99.
           05  EDIT-ITEM-MAXIMUM   PIC Z(8)9.99.

       COPY "oprchk.cpy".

       01  AUDIT-VARS.
           05  AUDIT-PROG          PIC X(20) VALUE "PRODUCT-MAINT".
           05  AUDIT-OPER          PIC X(20) VALUE SPACES.
           05  AUDIT-DETAIL-LINE   PIC X(40) VALUE SPACES.
           05  AUDIT-SEV           PIC X(01) VALUE "I".

       COPY "runinfo.cpy".

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT LISTING-FILE
           MOVE "----- Product Reference Maintenance -----"
               TO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           OPEN I-O PRODUCT-REFERENCE-FILE
           IF PRODUCT-REFERENCE-STATUS = "35"
               OPEN OUTPUT PRODUCT-REFERENCE-FILE
               CLOSE PRODUCT-REFERENCE-FILE
               OPEN I-O PRODUCT-REFERENCE-FILE
           END-IF
           IF PRODUCT-REFERENCE-STATUS NOT = "00"
               MOVE "PRODREF NOT AVAILABLE - STATUS " TO REPORT-LINE
               MOVE PRODUCT-REFERENCE-STATUS TO REPORT-LINE(32:2)
               PERFORM WRITE-LISTING-LINE
               MOVE 12 TO MAINT-RC
           ELSE
               PERFORM PROCESS-ALL-COMMANDS
               CLOSE PRODUCT-REFERENCE-FILE
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

       PROCESS-ALL-COMMANDS.
           OPEN INPUT COMMAND-FILE
           IF COMMAND-FILE-STATUS NOT = "00"
               MOVE "PRCMDS NOT AVAILABLE - NOTHING TO DO"
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
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF OC-AUTHORIZED
               PERFORM APPLY-ONE-COMMAND
           END-IF.

       CHECK-OPERATOR-AUTHORITY.
           MOVE PC-OPERATOR-ID TO OC-OPERATOR-ID
           MOVE "PRODMNT" TO OC-PROGRAM-NAME
           MOVE PC-ACTION TO OC-ACTION
           CALL "OPERATOR-CHECK" USING OPERATOR-CHECK-AREA
           IF NOT OC-AUTHORIZED
               ADD 1 TO COMMANDS-FAILED
               ADD 1 TO COMMANDS-REFUSED
               STRING PC-ACTION " REFUSED (" OC-REASON-TEXT "): "
                   PC-PRODUCT-CODE " OPERATOR " PC-OPERATOR-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-LISTING-LINE
               MOVE "AUTH-REFUSED" TO AUDIT-OPER
               MOVE "E" TO AUDIT-SEV
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.

       LOG-ACCEPTED-CHANGE.
           MOVE "PRODUCT-CHANGE" TO AUDIT-OPER
           MOVE "I" TO AUDIT-SEV
           PERFORM WRITE-AUDIT-ENTRY.

       WRITE-AUDIT-ENTRY.
           MOVE 0 TO RUN-ID
           MOVE 0 TO RUN-AUDIT-VERBOSITY
           MOVE SPACES TO AUDIT-DETAIL-LINE
           STRING PC-ACTION " " PC-PRODUCT-CODE " OPERATOR "
               PC-OPERATOR-ID " " OC-RESULT
               DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
           CALL "AUDIT-LOGGER" USING AUDIT-PROG AUDIT-OPER
               AUDIT-DETAIL-LINE AUDIT-SEV RUN-IDENT.

       APPLY-ONE-COMMAND.
           EVALUATE TRUE
               WHEN ACTION-ADD OR ACTION-REPLACE
                   IF PC-PRODUCT-CODE = SPACES OR
                      PC-CREDIT-LIMIT IS NOT NUMERIC OR
                      PC-ITEM-MAXIMUM IS NOT NUMERIC
                       ADD 1 TO COMMANDS-FAILED
                       STRING PC-ACTION " FAILED (BAD CODE OR LIMIT): "
                           PC-PRODUCT-CODE
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM WRITE-LISTING-LINE
                   ELSE
                       IF ACTION-ADD
                           PERFORM ADD-PRODUCT-ENTRY
                       ELSE
                           PERFORM REPLACE-PRODUCT-ENTRY
                       END-IF
                   END-IF
               WHEN ACTION-DELETE
                   PERFORM DELETE-PRODUCT-ENTRY
               WHEN ACTION-LIST
                   PERFORM LIST-PRODUCT-ENTRIES
               WHEN OTHER
                   ADD 1 TO COMMANDS-FAILED
                   STRING "UNKNOWN ACTION: " PC-ACTION
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
           END-EVALUATE.

       ADD-PRODUCT-ENTRY.
           MOVE SPACES TO PRODUCT-REFERENCE-RECORD
           MOVE PC-PRODUCT-CODE TO PR-PRODUCT-CODE
           MOVE PC-DESCRIPTION TO PR-DESCRIPTION
           MOVE PC-CREDIT-LIMIT TO PR-CREDIT-LIMIT
           MOVE PC-ITEM-MAXIMUM TO PR-ITEM-MAXIMUM
           WRITE PRODUCT-REFERENCE-RECORD
               INVALID KEY
                   ADD 1 TO COMMANDS-FAILED
                   STRING "ADD FAILED (DUPLICATE?): " PC-PRODUCT-CODE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
               NOT INVALID KEY
                   STRING "ADDED:    " PC-PRODUCT-CODE " "
                       PC-DESCRIPTION
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
                   PERFORM LOG-ACCEPTED-CHANGE
           END-WRITE.

       REPLACE-PRODUCT-ENTRY.
           MOVE PC-PRODUCT-CODE TO PR-PRODUCT-CODE
           READ PRODUCT-REFERENCE-FILE
               INVALID KEY
                   ADD 1 TO COMMANDS-FAILED
                   STRING "REPLACE FAILED (NOT FOUND): "
                       PC-PRODUCT-CODE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
               NOT INVALID KEY
                   MOVE PC-DESCRIPTION TO PR-DESCRIPTION
                   MOVE PC-CREDIT-LIMIT TO PR-CREDIT-LIMIT
                   MOVE PC-ITEM-MAXIMUM TO PR-ITEM-MAXIMUM
                   REWRITE PRODUCT-REFERENCE-RECORD
                   STRING "REPLACED: " PC-PRODUCT-CODE " "
                       PC-DESCRIPTION
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
                   PERFORM LOG-ACCEPTED-CHANGE
           END-READ.

       DELETE-PRODUCT-ENTRY.
           MOVE PC-PRODUCT-CODE TO PR-PRODUCT-CODE
           DELETE PRODUCT-REFERENCE-FILE
               INVALID KEY
                   ADD 1 TO COMMANDS-FAILED
                   STRING "DELETE FAILED (NOT FOUND): "
                       PC-PRODUCT-CODE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
               NOT INVALID KEY
                   STRING "DELETED:  " PC-PRODUCT-CODE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
                   PERFORM LOG-ACCEPTED-CHANGE
           END-DELETE.

       LIST-PRODUCT-ENTRIES.
           MOVE "----- Product Reference Contents -----" TO REPORT-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE "COD DESCRIPTION                      CREDIT LIMIT"
               TO REPORT-LINE
           MOVE "ITEM MAXIMUM" TO REPORT-LINE(51:12)
           PERFORM WRITE-LISTING-LINE
           MOVE 0 TO PRODUCTS-LISTED
           MOVE LOW-VALUES TO PR-PRODUCT-CODE
           START PRODUCT-REFERENCE-FILE KEY >= PR-PRODUCT-CODE
               INVALID KEY
                   MOVE "PRODUCT REFERENCE IS EMPTY" TO REPORT-LINE
                   PERFORM WRITE-LISTING-LINE
                   MOVE 1 TO LIST-EOF-FLAG
               NOT INVALID KEY
                   SET LIST-NOT-EOF TO TRUE
           END-START
           PERFORM UNTIL LIST-EOF
               READ PRODUCT-REFERENCE-FILE NEXT
                   AT END SET LIST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO PRODUCTS-LISTED
                       PERFORM LIST-ONE-ENTRY
               END-READ
           END-PERFORM
           MOVE PRODUCTS-LISTED TO EDIT-MAINT-COUNT
           STRING "Products Listed:    " EDIT-MAINT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE.

       LIST-ONE-ENTRY.
           MOVE PR-CREDIT-LIMIT TO EDIT-CREDIT-LIMIT
           MOVE PR-ITEM-MAXIMUM TO EDIT-ITEM-MAXIMUM
           STRING PR-PRODUCT-CODE " " PR-DESCRIPTION " "
               EDIT-CREDIT-LIMIT " " EDIT-ITEM-MAXIMUM
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-LISTING-LINE.
