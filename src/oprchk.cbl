       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-CHECK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-AUTHORITY-FILE ASSIGN TO "OPRAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OA-OPERATOR-ID
               FILE STATUS IS OPERATOR-AUTHORITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-AUTHORITY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "oprauth.cpy".

       WORKING-STORAGE SECTION.
       01  OPERATOR-AUTHORITY-STATUS PIC X(02) VALUE SPACES.
       01  CHECK-WORK-VARS.
           05  GRANT-IDX           PIC 9(02) VALUE 0.
           05  GRANT-FOUND-FLAG    PIC 9(01) VALUE 0.
               88  GRANT-FOUND        VALUE 1.
               88  GRANT-MISSING      VALUE 0.

       LINKAGE SECTION.
       COPY "oprchk.cpy".

       PROCEDURE DIVISION USING OPERATOR-CHECK-AREA.
       MAIN-PROCEDURE.
           MOVE SPACES TO OC-OPERATOR-INITIALS
           MOVE SPACES TO OC-REASON-TEXT
           IF OC-OPERATOR-ID = SPACES
               SET OC-NO-OPERATOR-ID TO TRUE
               MOVE "NO OPERATOR ID" TO OC-REASON-TEXT
               GOBACK
           END-IF
           OPEN INPUT OPERATOR-AUTHORITY-FILE
           IF OPERATOR-AUTHORITY-STATUS NOT = "00"
               MOVE OPERATOR-AUTHORITY-STATUS TO OC-RESULT
               STRING "OPRAUTH STATUS " OPERATOR-AUTHORITY-STATUS
                   DELIMITED BY SIZE INTO OC-REASON-TEXT
               GOBACK
           END-IF
           MOVE OC-OPERATOR-ID TO OA-OPERATOR-ID
           READ OPERATOR-AUTHORITY-FILE
               INVALID KEY
                   SET OC-UNKNOWN-OPERATOR TO TRUE
                   MOVE "UNKNOWN OPERATOR" TO OC-REASON-TEXT
               NOT INVALID KEY
                   PERFORM CHECK-OPERATOR-GRANTS
           END-READ
           CLOSE OPERATOR-AUTHORITY-FILE
           GOBACK.

       CHECK-OPERATOR-GRANTS.
           MOVE OA-INITIALS TO OC-OPERATOR-INITIALS
           IF NOT OA-ACTIVE
               SET OC-OPERATOR-SUSPENDED TO TRUE
               MOVE "OPERATOR SUSPENDED" TO OC-REASON-TEXT
           ELSE
               SET GRANT-MISSING TO TRUE
               PERFORM VARYING GRANT-IDX FROM 1 BY 1
                   UNTIL GRANT-IDX > OA-GRANT-COUNT OR
                         GRANT-IDX > 20 OR GRANT-FOUND
                   IF OA-GRANT-PROGRAM(GRANT-IDX) = OC-PROGRAM-NAME
                      AND (OA-GRANT-ACTION(GRANT-IDX) = "***" OR
                           OA-GRANT-ACTION(GRANT-IDX) = OC-ACTION)
                       SET GRANT-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF GRANT-FOUND
                   SET OC-AUTHORIZED TO TRUE
               ELSE
                   SET OC-NOT-AUTHORIZED TO TRUE
                   MOVE "NOT AUTHORIZED" TO OC-REASON-TEXT
               END-IF
           END-IF.
