       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATRIX-USAGE-XREF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-CARD-FILE ASSIGN TO "MXCRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS XREF-CARD-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT MATRIX-LIBRARY-FILE ASSIGN TO "MATLIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ML-LIBRARY-KEY
               FILE STATUS IS MATRIX-LIBRARY-STATUS.
           SELECT MATRIX-USAGE-FILE ASSIGN TO "MATUSE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MATRIX-USAGE-STATUS.
           SELECT USAGE-SORT-FILE ASSIGN TO "MXSORT".
           SELECT XREF-REPORT-FILE ASSIGN TO "MXRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS XREF-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XREF-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XREF-CARD-RECORD.
           05  XC-UNUSED-DAYS      PIC 9(04).
           05  XC-AS-OF-DATE       PIC 9(08).

       FD  CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "ctlparm.cpy".

       FD  MATRIX-LIBRARY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "matlib.cpy".

       FD  MATRIX-USAGE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "matuse.cpy".

       SD  USAGE-SORT-FILE.
       01  USAGE-SORT-RECORD.
           05  XS-USAGE-KEY.
               10  XS-MATRIX-ID    PIC X(08).
               10  XS-EFFECTIVE-DATE PIC 9(08).
           05  XS-RUN-ID           PIC 9(06).
           05  XS-BUSINESS-DATE    PIC 9(08).
           05  XS-PAIR-SEQUENCE    PIC 9(04).
           05  XS-MATRIX-SIDE      PIC X(01).

       FD  XREF-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XREF-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  XREF-CARD-STATUS        PIC X(02) VALUE SPACES.
           05  CONTROL-FILE-STATUS     PIC X(02) VALUE SPACES.
           05  MATRIX-LIBRARY-STATUS   PIC X(02) VALUE SPACES.
           05  MATRIX-USAGE-STATUS     PIC X(02) VALUE SPACES.
           05  XREF-REPORT-STATUS      PIC X(02) VALUE SPACES.
           05  USAGE-FILE-FLAG         PIC 9(01) VALUE 0.
               88  USAGE-FILE-OPEN        VALUE 1.
               88  USAGE-FILE-CLOSED      VALUE 0.
           05  USAGE-EOF-FLAG          PIC 9(01) VALUE 0.
               88  USAGE-EOF              VALUE 1.
               88  USAGE-NOT-EOF          VALUE 0.

       01  XREF-PARAMS.
           05  UNUSED-DAYS         PIC 9(04) VALUE 90.
           05  AS-OF-DATE          PIC 9(08) VALUE 0.
           05  AS-OF-DATE-PARTS REDEFINES AS-OF-DATE.
               10  AS-OF-YEAR      PIC 9(04).
               10  AS-OF-MONTH     PIC 9(02).
               10  AS-OF-DAY       PIC 9(02).
           05  AS-OF-DATE-INT      PIC 9(08) VALUE 0.
           05  XREF-RC             PIC 9(02) VALUE 0.

       01  MATCH-KEYS.
           05  LIBRARY-MATCH-KEY.
               10  LM-MATRIX-ID    PIC X(08).
               10  LM-EFFECTIVE-DATE PIC X(08).
           05  USAGE-MATCH-KEY.
               10  UM-MATRIX-ID    PIC X(08).
               10  UM-EFFECTIVE-DATE PIC X(08).
           05  CURRENT-MATRIX-ID   PIC X(08) VALUE SPACES.
           05  CURRENT-VERSION-KEY PIC X(16) VALUE SPACES.

       01  VERSION-VARS.
           05  VERSION-FETCHES     PIC 9(07) VALUE 0.
           05  VERSION-RUNS        PIC 9(07) VALUE 0.
           05  VERSION-LAST-USED   PIC 9(08) VALUE 0.
           05  VERSION-LAST-RUN    PIC 9(06) VALUE 0.
           05  VERSION-DAYS-UNUSED PIC S9(07) VALUE 0.
           05  RUN-LINE-ID         PIC 9(06) VALUE 0.
           05  RUN-LINE-DATE       PIC 9(08) VALUE 0.
           05  RUN-LINE-FETCHES    PIC 9(05) VALUE 0.
           05  RUN-LINE-SIDES      PIC X(20) VALUE SPACES.
           05  RUN-LINE-PTR        PIC 9(03) VALUE 0.
           05  LAST-USED-WORK      PIC 9(08) VALUE 0.
           05  LAST-USED-PARTS REDEFINES LAST-USED-WORK.
               10  LAST-USED-YEAR  PIC 9(04).
               10  LAST-USED-MONTH PIC 9(02).
               10  LAST-USED-DAY   PIC 9(02).

       01  CANDIDATE-TABLE.
           05  CANDIDATE-COUNT     PIC 9(04) VALUE 0.
           05  CANDIDATE-OVERFLOW  PIC 9(07) VALUE 0.
           05  CANDIDATE-ENTRY OCCURS 1000 TIMES.
               10  CE-MATRIX-ID    PIC X(08).
               10  CE-EFFECTIVE-DATE PIC 9(08).
               10  CE-LAST-USED    PIC 9(08).
               10  CE-DAYS-UNUSED  PIC 9(07).
               10  CE-DESCRIPTION  PIC X(30).
           05  CANDIDATE-IDX       PIC 9(04) VALUE 0.

       01  XREF-TOTALS.
           05  LIBRARY-READ        PIC 9(07) VALUE 0.
           05  USAGE-READ          PIC 9(07) VALUE 0.
           05  MATRIX-IDS-SEEN     PIC 9(07) VALUE 0.
           05  VERSIONS-USED       PIC 9(07) VALUE 0.
           05  VERSIONS-NEVER-USED PIC 9(07) VALUE 0.
           05  VERSIONS-STALE      PIC 9(07) VALUE 0.
           05  VERSIONS-NOT-DUE    PIC 9(07) VALUE 0.
           05  ORPHAN-VERSIONS     PIC 9(07) VALUE 0.
           05  BAD-USAGE-DATES     PIC 9(07) VALUE 0.
           05  EDIT-XREF-COUNT     PIC Z(6)9.
           05  EDIT-XREF-DAYS      PIC Z(6)9.
           05  EDIT-XREF-FETCHES   PIC Z(4)9.

       01  REPORT-VARS.
           05  REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT XREF-REPORT-FILE
           MOVE "----- Matrix Library Usage Cross-Reference -----"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM READ-XREF-PARAMS
           IF XREF-RC < 8
               OPEN INPUT MATRIX-LIBRARY-FILE
               IF MATRIX-LIBRARY-STATUS NOT = "00"
                   MOVE "MATLIB NOT AVAILABLE - STATUS "
                       TO REPORT-LINE
                   MOVE MATRIX-LIBRARY-STATUS TO REPORT-LINE(31:2)
                   PERFORM WRITE-REPORT-LINE
                   MOVE 12 TO XREF-RC
               END-IF
           END-IF
           IF XREF-RC < 8
               OPEN INPUT MATRIX-USAGE-FILE
               IF MATRIX-USAGE-STATUS = "00"
                   SET USAGE-FILE-OPEN TO TRUE
               ELSE
                   MOVE "MATUSE NOT AVAILABLE - STATUS "
                       TO REPORT-LINE
                   MOVE MATRIX-USAGE-STATUS TO REPORT-LINE(31:2)
                   PERFORM WRITE-REPORT-LINE
                   MOVE "NO USAGE HISTORY - ALL VERSIONS SHOWN UNUSED"
                       TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 4 TO XREF-RC
               END-IF
               SORT USAGE-SORT-FILE
                   ON ASCENDING KEY XS-MATRIX-ID
                   ON ASCENDING KEY XS-EFFECTIVE-DATE
                   ON ASCENDING KEY XS-RUN-ID
                   ON ASCENDING KEY XS-PAIR-SEQUENCE
                   ON ASCENDING KEY XS-MATRIX-SIDE
                   INPUT PROCEDURE IS SELECT-USAGE-RECORDS
                   OUTPUT PROCEDURE IS CROSS-REFERENCE-LIBRARY
               IF USAGE-FILE-OPEN
                   CLOSE MATRIX-USAGE-FILE
               END-IF
               CLOSE MATRIX-LIBRARY-FILE
               PERFORM WRITE-CANDIDATE-LIST
               PERFORM WRITE-XREF-TOTALS
           END-IF
           CLOSE XREF-REPORT-FILE
           MOVE XREF-RC TO RETURN-CODE
           STOP RUN.

       WRITE-REPORT-LINE.
           DISPLAY REPORT-LINE
           MOVE REPORT-LINE TO XREF-REPORT-RECORD
           WRITE XREF-REPORT-RECORD
           MOVE SPACES TO REPORT-LINE.

       READ-XREF-PARAMS.
           OPEN INPUT XREF-CARD-FILE
           IF XREF-CARD-STATUS = "00"
               READ XREF-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF XC-UNUSED-DAYS IS NUMERIC AND
                          XC-UNUSED-DAYS > 0
                           MOVE XC-UNUSED-DAYS TO UNUSED-DAYS
                       END-IF
                       IF XC-AS-OF-DATE IS NUMERIC
                           MOVE XC-AS-OF-DATE TO AS-OF-DATE
                       END-IF
               END-READ
               CLOSE XREF-CARD-FILE
           END-IF
           IF AS-OF-DATE = 0
               OPEN INPUT CONTROL-FILE
               IF CONTROL-FILE-STATUS = "00"
                   READ CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CP-BUSINESS-DATE IS NUMERIC
                               MOVE CP-BUSINESS-DATE TO AS-OF-DATE
                           END-IF
                   END-READ
                   CLOSE CONTROL-FILE
               END-IF
           END-IF
           IF AS-OF-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO AS-OF-DATE
           END-IF
           IF AS-OF-YEAR < 1601 OR
              AS-OF-MONTH < 1 OR AS-OF-MONTH > 12 OR
              AS-OF-DAY < 1 OR AS-OF-DAY > 31
               STRING "AS-OF DATE NOT VALID: " AS-OF-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO XREF-RC
           ELSE
               COMPUTE AS-OF-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(AS-OF-DATE)
               MOVE UNUSED-DAYS TO EDIT-XREF-DAYS
               STRING "Usage As Of " AS-OF-DATE
                   " - Unused Limit " EDIT-XREF-DAYS " Days"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       SELECT-USAGE-RECORDS.
           IF USAGE-FILE-OPEN
               SET USAGE-NOT-EOF TO TRUE
               PERFORM UNTIL USAGE-EOF
                   READ MATRIX-USAGE-FILE
                       AT END SET USAGE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO USAGE-READ
                           MOVE MU-MATRIX-ID TO XS-MATRIX-ID
                           MOVE MU-EFFECTIVE-DATE TO XS-EFFECTIVE-DATE
                           MOVE MU-RUN-ID TO XS-RUN-ID
                           MOVE MU-BUSINESS-DATE TO XS-BUSINESS-DATE
                           MOVE MU-PAIR-SEQUENCE TO XS-PAIR-SEQUENCE
                           MOVE MU-MATRIX-SIDE TO XS-MATRIX-SIDE
                           RELEASE USAGE-SORT-RECORD
                   END-READ
               END-PERFORM
           END-IF.

       CROSS-REFERENCE-LIBRARY.
           PERFORM READ-NEXT-LIBRARY
           PERFORM RETURN-NEXT-USAGE
           PERFORM UNTIL LIBRARY-MATCH-KEY = HIGH-VALUES AND
                         USAGE-MATCH-KEY = HIGH-VALUES
               IF LIBRARY-MATCH-KEY <= USAGE-MATCH-KEY
                   PERFORM REPORT-LIBRARY-VERSION
               ELSE
                   PERFORM REPORT-ORPHAN-VERSION
               END-IF
           END-PERFORM.

       READ-NEXT-LIBRARY.
           READ MATRIX-LIBRARY-FILE
               AT END
                   MOVE HIGH-VALUES TO LIBRARY-MATCH-KEY
               NOT AT END
                   ADD 1 TO LIBRARY-READ
                   MOVE ML-LIBRARY-KEY TO LIBRARY-MATCH-KEY
           END-READ.

       RETURN-NEXT-USAGE.
           RETURN USAGE-SORT-FILE
               AT END
                   MOVE HIGH-VALUES TO USAGE-MATCH-KEY
               NOT AT END
                   MOVE XS-USAGE-KEY TO USAGE-MATCH-KEY
           END-RETURN.

       START-MATRIX-GROUP.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING "Matrix " CURRENT-MATRIX-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO MATRIX-IDS-SEEN.

       REPORT-LIBRARY-VERSION.
           IF LM-MATRIX-ID NOT = CURRENT-MATRIX-ID
               MOVE LM-MATRIX-ID TO CURRENT-MATRIX-ID
               PERFORM START-MATRIX-GROUP
           END-IF
           STRING "  Version EFF " ML-EFFECTIVE-DATE " "
               ML-DESCRIPTION
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE LIBRARY-MATCH-KEY TO CURRENT-VERSION-KEY
           PERFORM LIST-VERSION-USAGE
           IF ML-EFFECTIVE-DATE > AS-OF-DATE
               ADD 1 TO VERSIONS-NOT-DUE
               IF VERSION-FETCHES = 0
                   MOVE "    Not Yet Effective" TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   PERFORM WRITE-LAST-USED-LINE
               END-IF
           ELSE
               IF VERSION-FETCHES = 0
                   ADD 1 TO VERSIONS-NEVER-USED
                   MOVE "    Never Used" TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 0 TO VERSION-LAST-USED
                   MOVE 0 TO VERSION-DAYS-UNUSED
                   PERFORM ADD-DELETION-CANDIDATE
               ELSE
                   ADD 1 TO VERSIONS-USED
                   PERFORM WRITE-LAST-USED-LINE
                   IF VERSION-DAYS-UNUSED > UNUSED-DAYS
                       ADD 1 TO VERSIONS-STALE
                       PERFORM ADD-DELETION-CANDIDATE
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-LIBRARY.

       REPORT-ORPHAN-VERSION.
           IF UM-MATRIX-ID NOT = CURRENT-MATRIX-ID
               MOVE UM-MATRIX-ID TO CURRENT-MATRIX-ID
               PERFORM START-MATRIX-GROUP
           END-IF
           STRING "  Version EFF " XS-EFFECTIVE-DATE
               " NOT ON LIBRARY"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO ORPHAN-VERSIONS
           IF XREF-RC < 4
               MOVE 4 TO XREF-RC
           END-IF
           MOVE USAGE-MATCH-KEY TO CURRENT-VERSION-KEY
           PERFORM LIST-VERSION-USAGE
           PERFORM WRITE-LAST-USED-LINE.

       LIST-VERSION-USAGE.
           MOVE 0 TO VERSION-FETCHES
           MOVE 0 TO VERSION-RUNS
           MOVE 0 TO VERSION-LAST-USED
           MOVE 0 TO VERSION-LAST-RUN
           MOVE 0 TO VERSION-DAYS-UNUSED
           MOVE 0 TO RUN-LINE-FETCHES
           PERFORM UNTIL USAGE-MATCH-KEY NOT = CURRENT-VERSION-KEY
               IF RUN-LINE-FETCHES > 0 AND
                  XS-RUN-ID NOT = RUN-LINE-ID
                   PERFORM WRITE-RUN-USAGE-LINE
               END-IF
               IF RUN-LINE-FETCHES = 0
                   MOVE XS-RUN-ID TO RUN-LINE-ID
                   MOVE XS-BUSINESS-DATE TO RUN-LINE-DATE
                   MOVE SPACES TO RUN-LINE-SIDES
                   MOVE 1 TO RUN-LINE-PTR
                   ADD 1 TO VERSION-RUNS
               END-IF
               ADD 1 TO RUN-LINE-FETCHES
               ADD 1 TO VERSION-FETCHES
               IF RUN-LINE-PTR < 19
                   STRING XS-PAIR-SEQUENCE(3:2) XS-MATRIX-SIDE " "
                       DELIMITED BY SIZE INTO RUN-LINE-SIDES
                       WITH POINTER RUN-LINE-PTR
               END-IF
               IF XS-BUSINESS-DATE IS NUMERIC AND
                  XS-BUSINESS-DATE > VERSION-LAST-USED
                   MOVE XS-BUSINESS-DATE TO VERSION-LAST-USED
                   MOVE XS-RUN-ID TO VERSION-LAST-RUN
               END-IF
               PERFORM RETURN-NEXT-USAGE
           END-PERFORM
           IF RUN-LINE-FETCHES > 0
               PERFORM WRITE-RUN-USAGE-LINE
           END-IF
           IF VERSION-FETCHES > 0
               PERFORM AGE-LAST-USE
           END-IF.

       WRITE-RUN-USAGE-LINE.
           MOVE RUN-LINE-FETCHES TO EDIT-XREF-FETCHES
           STRING "    Run " RUN-LINE-ID "  Date " RUN-LINE-DATE
               "  Fetches " EDIT-XREF-FETCHES "  Pairs " RUN-LINE-SIDES
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO RUN-LINE-FETCHES.

       AGE-LAST-USE.
           MOVE VERSION-LAST-USED TO LAST-USED-WORK
           IF LAST-USED-YEAR < 1601 OR
              LAST-USED-MONTH < 1 OR LAST-USED-MONTH > 12 OR
              LAST-USED-DAY < 1 OR LAST-USED-DAY > 31
               ADD 1 TO BAD-USAGE-DATES
               STRING "    NO USABLE BUSINESS DATE ON USAGE FOR "
                   CURRENT-VERSION-KEY
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF XREF-RC < 4
                   MOVE 4 TO XREF-RC
               END-IF
               MOVE 0 TO VERSION-DAYS-UNUSED
           ELSE
               COMPUTE VERSION-DAYS-UNUSED = AS-OF-DATE-INT -
                   FUNCTION INTEGER-OF-DATE(LAST-USED-WORK)
               IF VERSION-DAYS-UNUSED < 0
                   MOVE 0 TO VERSION-DAYS-UNUSED
               END-IF
           END-IF.

       WRITE-LAST-USED-LINE.
           MOVE VERSION-RUNS TO EDIT-XREF-COUNT
           MOVE VERSION-DAYS-UNUSED TO EDIT-XREF-DAYS
           STRING "    Last Used " VERSION-LAST-USED
               " Run " VERSION-LAST-RUN
               "  Days Since " EDIT-XREF-DAYS
               "  Runs " EDIT-XREF-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       ADD-DELETION-CANDIDATE.
           IF CANDIDATE-COUNT < 1000
               ADD 1 TO CANDIDATE-COUNT
               MOVE ML-MATRIX-ID TO CE-MATRIX-ID(CANDIDATE-COUNT)
               MOVE ML-EFFECTIVE-DATE
                   TO CE-EFFECTIVE-DATE(CANDIDATE-COUNT)
               MOVE VERSION-LAST-USED TO CE-LAST-USED(CANDIDATE-COUNT)
               MOVE VERSION-DAYS-UNUSED
                   TO CE-DAYS-UNUSED(CANDIDATE-COUNT)
               MOVE ML-DESCRIPTION TO CE-DESCRIPTION(CANDIDATE-COUNT)
           ELSE
               ADD 1 TO CANDIDATE-OVERFLOW
           END-IF.

       WRITE-CANDIDATE-LIST.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE UNUSED-DAYS TO EDIT-XREF-DAYS
           STRING "Deletion Candidates - Never Used Or Unused Over "
               EDIT-XREF-DAYS " Days"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF CANDIDATE-COUNT = 0
               MOVE "  None" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE "  Matrix   Eff Date Last Used   Days Description"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING CANDIDATE-IDX FROM 1 BY 1
                   UNTIL CANDIDATE-IDX > CANDIDATE-COUNT
                   PERFORM WRITE-CANDIDATE-LINE
               END-PERFORM
           END-IF
           IF CANDIDATE-OVERFLOW > 0
               MOVE CANDIDATE-OVERFLOW TO EDIT-XREF-COUNT
               STRING "CANDIDATE TABLE FULL - " EDIT-XREF-COUNT
                   " MORE NOT LISTED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF XREF-RC < 4
                   MOVE 4 TO XREF-RC
               END-IF
           END-IF.

       WRITE-CANDIDATE-LINE.
           IF CE-LAST-USED(CANDIDATE-IDX) = 0
               STRING "  " CE-MATRIX-ID(CANDIDATE-IDX) " "
                   CE-EFFECTIVE-DATE(CANDIDATE-IDX) " NEVER   "
                   "        " CE-DESCRIPTION(CANDIDATE-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE CE-DAYS-UNUSED(CANDIDATE-IDX) TO EDIT-XREF-DAYS
               STRING "  " CE-MATRIX-ID(CANDIDATE-IDX) " "
                   CE-EFFECTIVE-DATE(CANDIDATE-IDX) " "
                   CE-LAST-USED(CANDIDATE-IDX) EDIT-XREF-DAYS " "
                   CE-DESCRIPTION(CANDIDATE-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-XREF-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE LIBRARY-READ TO EDIT-XREF-COUNT
           STRING "Library Versions Read: " EDIT-XREF-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE USAGE-READ TO EDIT-XREF-COUNT
           STRING "Usage Records Read:    " EDIT-XREF-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE MATRIX-IDS-SEEN TO EDIT-XREF-COUNT
           STRING "Matrix IDs:            " EDIT-XREF-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE VERSIONS-USED TO EDIT-XREF-COUNT
           STRING "Versions Used:         " EDIT-XREF-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE VERSIONS-STALE TO EDIT-XREF-COUNT
           STRING "  Unused Over Limit:   " EDIT-XREF-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE VERSIONS-NEVER-USED TO EDIT-XREF-COUNT
           STRING "Versions Never Used:   " EDIT-XREF-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE VERSIONS-NOT-DUE TO EDIT-XREF-COUNT
           STRING "Not Yet Effective:     " EDIT-XREF-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF ORPHAN-VERSIONS > 0
               MOVE ORPHAN-VERSIONS TO EDIT-XREF-COUNT
               STRING "Not On Library:        " EDIT-XREF-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF BAD-USAGE-DATES > 0
               MOVE BAD-USAGE-DATES TO EDIT-XREF-COUNT
               STRING "Unusable Usage Dates:  " EDIT-XREF-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE CANDIDATE-COUNT TO EDIT-XREF-COUNT
           STRING "Deletion Candidates:   " EDIT-XREF-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.
