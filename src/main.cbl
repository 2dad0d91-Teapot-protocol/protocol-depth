           SELECT MATRIX-OUTPUT-FILE ASSIGN TO "MATRIXOT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MATRIX-OUTPUT-STATUS.
           SELECT MATRIX-USAGE-FILE ASSIGN TO "MATUSE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MATRIX-USAGE-STATUS.
           SELECT MTD-MASTER-FILE ASSIGN TO "MTDMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MTD-MASTER-STATUS.
           SELECT TIMING-HISTORY-FILE ASSIGN TO "TIMHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TIMING-HISTORY-STATUS.
           SELECT PARAM-HISTORY-FILE ASSIGN TO "PRMHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-HISTORY-STATUS.
           SELECT SERIES-CARD-FILE ASSIGN TO "SERCRDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SERIES-CARD-STATUS.
           SELECT TYPE-REFERENCE-FILE ASSIGN TO "TYPEREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TYPE-REFERENCE-STATUS.
           SELECT CURRENCY-RATE-FILE ASSIGN TO "CCYRATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CURRENCY-RATE-STATUS.
           SELECT ACCOUNT-WORK-FILE ASSIGN TO "ACCTWK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACCOUNT-WORK-STATUS.
           SELECT HISTORY-WORK-FILE ASSIGN TO "HISTWK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HISTORY-WORK-STATUS.
           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO "TRNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HT-HISTORY-KEY
               ALTERNATE RECORD KEY IS HT-ITEM-KEY
               FILE STATUS IS TRANSACTION-HISTORY-STATUS.
           SELECT ACCOUNT-STAGE-FILE ASSIGN TO "ACSWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACCOUNT-STAGE-STATUS.
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT GL-MAPPING-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GL-MAPPING-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GL-JOURNAL-STATUS.
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BIZCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-CALENDAR-DATE
               FILE STATUS IS BUSINESS-CALENDAR-STATUS.
           SELECT SUSPENSE-MASTER-FILE ASSIGN TO "SUSPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS SUSPENSE-MASTER-STATUS.
           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HO-HOLD-KEY
               FILE STATUS IS HOLD-MASTER-STATUS.
           SELECT HOLD-WORK-FILE ASSIGN TO "HOLDWK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOLD-WORK-STATUS.
           SELECT PRODUCT-REFERENCE-FILE ASSIGN TO "PRODREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PRODUCT-CODE
               FILE STATUS IS PRODUCT-REFERENCE-STATUS.
           SELECT BALANCE-MASTER-FILE ASSIGN TO "BALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-BALANCE-KEY
               FILE STATUS IS BALANCE-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
               10  MI-RHS-VALUE OCCURS 3 TIMES PIC S9(4)V99.
           05  MI-OPERATION-FLAG   PIC X(01).
               88  MI-SOLVE-REQUEST    VALUE "S".
               88  MI-EIGEN-REQUEST    VALUE "E".
           05  MI-A-LIBRARY-ID     PIC X(08).
           05  MI-B-LIBRARY-ID     PIC X(08).

       01  TRANSACTION-REJECT-RECORD.
           05  RJ-REASON-CODE      PIC X(03).
           05  RJ-RECORD-IMAGE     PIC X(40).
           05  RJ-RUN-ID           PIC 9(06).
           05  RJ-REJECT-SEQ       PIC 9(07).

       FD  BATCH-CONTROL-FILE
           RECORDING MODE IS F
           05  MO-SOLUTION-VALUES.
               10  MO-X-VALUE OCCURS 3 TIMES PIC S9(9)V9(6).
           05  MO-QUALITY-FLAG     PIC X(01).
       01  MATRIX-EIGEN-RECORD.
           05  FILLER              PIC X(21).
           05  ME-EIGEN-COUNT      PIC 9(01).
           05  ME-MATRIX-FORM      PIC X(01).
           05  ME-ITERATION-COUNT  PIC 9(04).
           05  ME-CONVERGED-FLAG   PIC X(01).
           05  ME-EIGEN-VECTORS.
               10  ME-VECTOR OCCURS 3 TIMES.
                   15  ME-V-VALUE OCCURS 3 TIMES PIC S9(1)V9(8).
           05  FILLER              PIC X(119).
           05  ME-OPERATION-FLAG   PIC X(01).
           05  ME-EIGEN-VALUES.
               10  ME-E-VALUE OCCURS 3 TIMES PIC S9(9)V9(6).
           05  ME-QUALITY-FLAG     PIC X(01).

       FD  MATRIX-USAGE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "matuse.cpy".

       FD  STATS-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "acctmst.cpy".

       FD  GL-MAPPING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "glmap.cpy".

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "gljrnl.cpy".

       FD  BUSINESS-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "bizcal.cpy".

       FD  SUSPENSE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "suspmst.cpy".

       FD  HOLD-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "holdmst.cpy".

       FD  HOLD-WORK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HOLD-WORK-RECORD.
           05  HK-HOLD-SEQ         PIC 9(07).
           05  HK-BATCH-SEQ        PIC 9(07).
           05  HK-RECORD-IMAGE     PIC X(40).
           05  HK-POSTING-AMOUNT   PIC S9(9)V99.

       FD  PRODUCT-REFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "prodref.cpy".

       FD  BALANCE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "balmst.cpy".

       FD  ACCOUNT-SUMMARY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-WORK-RECORD.
           05  AW-ACCOUNT-NUMBER   PIC X(08).
           05  AW-AMOUNT           PIC S9(9)V99.
           05  AW-SOURCE-CODE      PIC X(02).

       FD  HISTORY-WORK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-WORK-RECORD.
           05  HW-BATCH-SEQ        PIC 9(07).
           05  HW-RECORD-IMAGE     PIC X(40).
           05  HW-POSTING-AMOUNT   PIC S9(9)V99.
           05  HW-CURRENCY-CODE    PIC X(03).
           05  HW-EXCHANGE-RATE    PIC 9(05)V9(06).

       FD  TRANSACTION-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "trnhist.cpy".

       FD  ACCOUNT-STAGE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "timhist.cpy".

       FD  PARAM-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "prmhist.cpy".

       FD  SERIES-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       COPY "typeref.cpy".

       FD  CURRENCY-RATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY "ccyrate.cpy".

       SD  ACCOUNT-SORT-FILE.
       01  ACCOUNT-SORT-RECORD.
           05  SRT-ACCOUNT-NUMBER  PIC X(08).
           05  SRT-AMOUNT          PIC S9(9)V99.
           05  SRT-SOURCE-CODE     PIC X(02).

       FD  MERGE-OUTPUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MERGE-OUTPUT-RECORD     PIC X(32).

       WORKING-STORAGE SECTION.
       01  FILE-SWITCHES.
           05  HISTOGRAM-STATUS        PIC X(02) VALUE SPACES.
           05  STATS-MASTER-STATUS     PIC X(02) VALUE SPACES.
           05  MATRIX-OUTPUT-STATUS    PIC X(02) VALUE SPACES.
           05  MATRIX-USAGE-STATUS     PIC X(02) VALUE SPACES.
           05  MATRIX-USAGE-FLAG       PIC 9(01) VALUE 0.
               88  MATRIX-USAGE-OPEN      VALUE 1.
               88  MATRIX-USAGE-CLOSED    VALUE 0.
           05  MTD-MASTER-STATUS       PIC X(02) VALUE SPACES.
           05  BASELINE-STATUS         PIC X(02) VALUE SPACES.
           05  BASELINE-EOF-FLAG       PIC 9(01) VALUE 0.
           05  ACCOUNT-SUMMARY-STATUS  PIC X(02) VALUE SPACES.
           05  MERGE-OUTPUT-STATUS     PIC X(02) VALUE SPACES.
           05  ACCOUNT-WORK-STATUS     PIC X(02) VALUE SPACES.
           05  HISTORY-WORK-STATUS     PIC X(02) VALUE SPACES.
           05  TRANSACTION-HISTORY-STATUS PIC X(02) VALUE SPACES.
           05  TRANSACTION-HISTORY-FLAG PIC 9(01) VALUE 0.
               88  TRANSACTION-HISTORY-OPEN   VALUE 1.
               88  TRANSACTION-HISTORY-CLOSED VALUE 0.
           05  HISTORY-WORK-EOF-FLAG   PIC 9(01) VALUE 0.
               88  HISTORY-WORK-EOF       VALUE 1.
               88  HISTORY-WORK-MORE      VALUE 0.
           05  TYPE-REFERENCE-STATUS   PIC X(02) VALUE SPACES.
           05  EXTRACT-WORK-STATUS     PIC X(02) VALUE SPACES.
           05  CONTROL-TOTALS-STATUS   PIC X(02) VALUE SPACES.
           05  SERIES-CARD-STATUS      PIC X(02) VALUE SPACES.
           05  TIMING-HISTORY-STATUS   PIC X(02) VALUE SPACES.
           05  PARAM-HISTORY-STATUS    PIC X(02) VALUE SPACES.
           05  SERIES-CARD-EOF-FLAG    PIC 9(01) VALUE 0.
               88  SERIES-CARD-EOF        VALUE 1.
               88  SERIES-CARD-MORE       VALUE 0.
           05  TYPE-REF-EOF-FLAG       PIC 9(01) VALUE 0.
               88  TYPE-REF-EOF           VALUE 1.
               88  TYPE-REF-MORE          VALUE 0.
           05  CURRENCY-RATE-STATUS    PIC X(02) VALUE SPACES.
           05  CURRENCY-RATE-EOF-FLAG  PIC 9(01) VALUE 0.
               88  CURRENCY-RATE-EOF      VALUE 1.
               88  CURRENCY-RATE-MORE     VALUE 0.
           05  ACCOUNT-STAGE-STATUS    PIC X(02) VALUE SPACES.
           05  ACCT-ROLLUP-EOF-FLAG    PIC 9(01) VALUE 0.
               88  ACCT-ROLLUP-EOF        VALUE 1.
           05  ACCOUNT-MASTER-FLAG     PIC 9(01) VALUE 0.
               88  ACCOUNT-MASTER-OPEN    VALUE 1.
               88  ACCOUNT-MASTER-CLOSED  VALUE 0.
           05  GL-MAPPING-STATUS       PIC X(02) VALUE SPACES.
           05  GL-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
           05  GL-MAP-EOF-FLAG         PIC 9(01) VALUE 0.
               88  GL-MAP-EOF             VALUE 1.
               88  GL-MAP-MORE            VALUE 0.
           05  BUSINESS-CALENDAR-STATUS PIC X(02) VALUE SPACES.
           05  CALENDAR-SCAN-FLAG      PIC 9(01) VALUE 0.
               88  CALENDAR-SCAN-DONE     VALUE 1.
               88  CALENDAR-SCAN-MORE     VALUE 0.
           05  SUSPENSE-MASTER-STATUS  PIC X(02) VALUE SPACES.
           05  SUSPENSE-SCAN-FLAG      PIC 9(01) VALUE 0.
               88  SUSPENSE-SCAN-DONE     VALUE 1.
               88  SUSPENSE-SCAN-MORE     VALUE 0.
           05  REJECT-REREAD-FLAG      PIC 9(01) VALUE 0.
               88  REJECT-REREAD-EOF      VALUE 1.
               88  REJECT-REREAD-MORE     VALUE 0.
           05  HOLD-MASTER-STATUS      PIC X(02) VALUE SPACES.
           05  HOLD-SCAN-FLAG          PIC 9(01) VALUE 0.
               88  HOLD-SCAN-DONE         VALUE 1.
               88  HOLD-SCAN-MORE         VALUE 0.
           05  HOLD-WORK-STATUS        PIC X(02) VALUE SPACES.
           05  HOLD-WORK-EOF-FLAG      PIC 9(01) VALUE 0.
               88  HOLD-WORK-EOF          VALUE 1.
               88  HOLD-WORK-MORE         VALUE 0.
           05  PRODUCT-REFERENCE-STATUS PIC X(02) VALUE SPACES.
           05  PRODUCT-REFERENCE-FLAG  PIC 9(01) VALUE 0.
               88  PRODUCT-REFERENCE-OPEN   VALUE 1.
               88  PRODUCT-REFERENCE-CLOSED VALUE 0.
           05  BALANCE-MASTER-STATUS   PIC X(02) VALUE SPACES.
           05  BALANCE-MASTER-FLAG     PIC 9(01) VALUE 0.
               88  BALANCE-MASTER-OPEN      VALUE 1.
               88  BALANCE-MASTER-CLOSED    VALUE 0.
           05  BALANCE-SCAN-FLAG       PIC 9(01) VALUE 0.
               88  BALANCE-SCAN-DONE        VALUE 1.
               88  BALANCE-SCAN-MORE        VALUE 0.

       01  PHASE-RESTART-VARS.
           05  LAST-PHASE-DONE         PIC 9(01) VALUE 0.
          05 CTL-SERIES-FUNCTION      PIC 9(1) VALUE 1.
          05 CTL-SERIES-TERMS         PIC 9(2) VALUE 11.
          05 CTL-DUP-CHECK-MODE       PIC 9(1) VALUE 1.
          05 CTL-EIGEN-COUNT          PIC 9(1) VALUE 3.
          05 CTL-EIGEN-ITER-LIMIT     PIC 9(3) VALUE 500.
          05 CTL-PARAM-VERSION        PIC 9(6) VALUE 0.
          05 CTL-HOLD-THRESHOLD       PIC 9(9) VALUE 0.
          05 CTL-PARAM-IMAGE          PIC X(108) VALUE SPACES.

       01 TRANSACTION-EDIT-VARS.
          05 TRAN-READ-COUNT          PIC 9(7) VALUE 0.
          05 TRAN-EDIT-FLAG           PIC 9(1) VALUE 0.
             88 TRAN-EDIT-PASSED        VALUE 0.
             88 TRAN-EDIT-FAILED        VALUE 1.
             88 TRAN-EDIT-HELD          VALUE 2.
          05 TRAN-ABORT-FLAG          PIC 9(1) VALUE 0.
             88 TRAN-REJECT-ABORT       VALUE 1.
             88 TRAN-REJECT-NORMAL      VALUE 0.
       01 DUP-CHECK-VARS.
          05 DUP-KEY-COUNT            PIC 9(4) VALUE 0.
          05 DUP-KEY-TABLE.
             10 DUP-KEY-ENTRY OCCURS 1000 TIMES PIC X(32).
          05 DUP-KEY-WORK             PIC X(32) VALUE SPACES.
          05 DUP-IDX                  PIC 9(4) VALUE 0.
          05 DUP-FOUND-FLAG           PIC 9(1) VALUE 0.
             88 DUP-FOUND               VALUE 1.
          05 DUP-SUSPECT-LIST.
             10 DUP-SUSPECT-LINE OCCURS 20 TIMES PIC X(40).

       01 HISTORY-VARS.
          05 HISTORY-POSTED-COUNT     PIC 9(7) VALUE 0.
          05 HISTORY-POSTED-AMOUNT    PIC S9(13)V99 VALUE 0.
          05 HISTORY-REPOST-COUNT     PIC 9(7) VALUE 0.
          05 REVERSAL-APPLIED-COUNT   PIC 9(7) VALUE 0.
          05 REVERSAL-CLOSED-COUNT    PIC 9(7) VALUE 0.
          05 REVERSAL-MISSED-COUNT    PIC 9(7) VALUE 0.

       01 REVERSAL-VARS.
          05 POSTING-AMOUNT           PIC S9(9)V99 VALUE 0.
          05 REVERSAL-REMAINING       PIC S9(11)V99 VALUE 0.
          05 REVERSAL-READ-COUNT      PIC 9(7) VALUE 0.
          05 REVERSAL-ACCEPT-COUNT    PIC 9(7) VALUE 0.
          05 REVERSAL-REJECT-COUNT    PIC 9(7) VALUE 0.
          05 REVERSAL-ACCEPT-AMOUNT   PIC S9(13)V99 VALUE 0.
          05 REVERSAL-ITEM-KEY-WORK   PIC X(13) VALUE SPACES.
          05 REVERSAL-PENDING-COUNT   PIC 9(4) VALUE 0.
          05 REVERSAL-PENDING-TABLE.
             10 REVERSAL-PENDING-ROW OCCURS 1000 TIMES.
                15 RP-ITEM-KEY        PIC X(13).
                15 RP-AMOUNT          PIC S9(11)V99.
          05 REVERSAL-IDX             PIC 9(4) VALUE 0.
          05 REVERSAL-SCAN-IDX        PIC 9(4) VALUE 0.
          05 REVERSAL-TABLE-FULL-FLAG PIC 9(1) VALUE 0.
             88 REVERSAL-TABLE-FULL     VALUE 1.

       01 SUSPENSE-VARS.
          05 SUSPENSE-DEBIT-TOTAL     PIC S9(13)V99 VALUE 0.
          05 SUSPENSE-CREDIT-TOTAL    PIC S9(13)V99 VALUE 0.
          05 SUSPENSE-UNCLASS-COUNT   PIC 9(7) VALUE 0.
          05 SUSPENSE-POSTED-COUNT    PIC 9(7) VALUE 0.
          05 SUSPENSE-POSTED-AMOUNT   PIC S9(13)V99 VALUE 0.
          05 SUSPENSE-REPOST-COUNT    PIC 9(7) VALUE 0.
          05 SUSPENSE-CLEARED-COUNT   PIC 9(7) VALUE 0.
          05 SUSPENSE-CLEARED-AMOUNT  PIC S9(13)V99 VALUE 0.
          05 SUSPENSE-SUPERSEDE-COUNT PIC 9(7) VALUE 0.
          05 SUSPENSE-CHECK-FLAG      PIC 9(1) VALUE 0.
             88 SUSPENSE-CHECK-APPLIED  VALUE 0.
             88 SUSPENSE-CHECK-SKIPPED  VALUE 1.
          05 SUSPENSE-IMAGE-WORK.
             10 SI-RECORD-TYPE        PIC X(1).
             10 SI-ACCOUNT-NUMBER     PIC X(8).
             10 SI-TRAN-TYPE          PIC X(2).
             10 SI-TRAN-DATE          PIC 9(8).
             10 SI-AMOUNT             PIC S9(9)V99.
             10 SI-CURRENCY-CODE      PIC X(3).
             10 FILLER                PIC X(7).
          05 REVERSAL-IMAGE-WORK REDEFINES SUSPENSE-IMAGE-WORK.
             10 FILLER                PIC X(11).
             10 RW-ORIG-BATCH         PIC 9(6).
             10 RW-ADJUST-KIND        PIC X(1).
             10 FILLER                PIC X(12).
             10 RW-ORIG-SEQ           PIC 9(7).
             10 FILLER                PIC X(3).
          05 RESUB-ITEM-COUNT         PIC 9(4) VALUE 0.
          05 RESUB-ITEM-TABLE.
             10 RESUB-ITEM-ROW OCCURS 1000 TIMES.
                15 RI-RESUB-SEQ       PIC 9(7).
                15 RI-RUN-ID          PIC 9(6).
                15 RI-REJECT-SEQ      PIC 9(7).
                15 RI-OUTCOME         PIC X(1).
          05 RESUB-IDX                PIC 9(4) VALUE 0.
          05 RESUB-TABLE-FULL-FLAG    PIC 9(1) VALUE 0.
             88 RESUB-TABLE-FULL        VALUE 1.

       01 HOLD-QUEUE-VARS.
          05 HOLD-ITEM-COUNT          PIC 9(7) VALUE 0.
          05 HOLD-ITEM-AMOUNT         PIC S9(13)V99 VALUE 0.
          05 HOLD-DEBIT-TOTAL         PIC S9(13)V99 VALUE 0.
          05 HOLD-CREDIT-TOTAL        PIC S9(13)V99 VALUE 0.
          05 RELEASE-DEBIT-TOTAL      PIC S9(13)V99 VALUE 0.
          05 RELEASE-CREDIT-TOTAL     PIC S9(13)V99 VALUE 0.
          05 RELEASE-ITEM-COUNT       PIC 9(4) VALUE 0.
          05 RELEASE-ITEM-TABLE.
             10 RELEASE-ITEM-ROW OCCURS 1000 TIMES.
                15 RL-RELEASE-SEQ     PIC 9(7).
                15 RL-RUN-ID          PIC 9(6).
                15 RL-HOLD-SEQ        PIC 9(7).
                15 RL-OUTCOME         PIC X(1).
          05 RELEASE-IDX              PIC 9(4) VALUE 0.
          05 RELEASE-MATCH-IDX        PIC 9(4) VALUE 0.
          05 RELEASE-TABLE-FULL-FLAG  PIC 9(1) VALUE 0.
             88 RELEASE-TABLE-FULL      VALUE 1.
          05 DECLINE-ITEM-COUNT       PIC 9(4) VALUE 0.
          05 DECLINE-ITEM-TABLE.
             10 DECLINE-ITEM-ROW OCCURS 1000 TIMES.
                15 DL-RUN-ID          PIC 9(6).
                15 DL-HOLD-SEQ        PIC 9(7).
          05 DECLINE-IDX              PIC 9(4) VALUE 0.
          05 DECLINE-ITEM-AMOUNT      PIC S9(13)V99 VALUE 0.
          05 DECLINE-TABLE-FULL-FLAG  PIC 9(1) VALUE 0.
             88 DECLINE-TABLE-FULL      VALUE 1.
          05 HOLD-POSTED-COUNT        PIC 9(7) VALUE 0.
          05 HOLD-REPOST-COUNT        PIC 9(7) VALUE 0.
          05 RELEASE-POSTED-COUNT     PIC 9(7) VALUE 0.
          05 RELEASE-POSTED-AMOUNT    PIC S9(13)V99 VALUE 0.
          05 RELEASE-REJECTED-COUNT   PIC 9(7) VALUE 0.
          05 DECLINE-CLOSED-COUNT     PIC 9(7) VALUE 0.

       01 GL-JOURNAL-VARS.
          05 GL-MAP-COUNT             PIC 9(2) VALUE 0.
          05 GL-MAP-TABLE.
             10 GL-MAP-ROW OCCURS 50 TIMES.
                15 GMR-TRAN-TYPE      PIC X(2).
                15 GMR-DEBIT-GL       PIC X(10).
                15 GMR-CREDIT-GL      PIC X(10).
          05 GL-MAP-IDX               PIC 9(2) VALUE 0.
          05 GL-MAP-SCAN-IDX          PIC 9(2) VALUE 0.
          05 GL-UNMAPPED-COUNT        PIC 9(2) VALUE 0.
          05 GL-ENTRY-COUNT           PIC 9(5) VALUE 0.
          05 GL-DEBIT-TOTAL           PIC S9(13)V99 VALUE 0.
          05 GL-CREDIT-TOTAL          PIC S9(13)V99 VALUE 0.
          05 GL-RELEASE-FLAG          PIC X(1) VALUE "R".
             88 GL-JOURNAL-RELEASED     VALUE "R".
             88 GL-JOURNAL-HELD         VALUE "H".
          05 EDIT-GL-COUNT            PIC Z(4)9.

       01 ACCOUNT-POSITION-VARS.
          05 POSITION-COUNT           PIC 9(4) VALUE 0.
          05 POSITION-TABLE.
             10 POSITION-ROW OCCURS 1000 TIMES.
                15 PS-ACCOUNT-NUMBER  PIC X(8).
                15 PS-PRIOR-BALANCE   PIC S9(13)V99.
                15 PS-BATCH-ACCEPTED  PIC S9(13)V99.
          05 POSITION-IDX             PIC 9(4) VALUE 0.
          05 POSITION-SCAN-IDX        PIC 9(4) VALUE 0.
          05 POSITION-TABLE-FULL-FLAG PIC 9(1) VALUE 0.
             88 POSITION-TABLE-FULL     VALUE 1.
          05 PROJECTED-BALANCE        PIC S9(13)V99 VALUE 0.
          05 PRODUCT-MISSING-COUNT    PIC 9(7) VALUE 0.
          05 ITEM-MAXIMUM-COUNT       PIC 9(7) VALUE 0.
          05 OVERLIMIT-COUNT          PIC 9(7) VALUE 0.

       01 TYPE-REFERENCE-VARS.
          05 TYPE-REF-COUNT           PIC 9(2) VALUE 0.
          05 TYPE-REF-TABLE.
          05 TRAN-DEBIT-TOTAL         PIC S9(13)V99 VALUE 0.
          05 TRAN-CREDIT-TOTAL        PIC S9(13)V99 VALUE 0.

       01 CURRENCY-VARS.
          05 RATE-COUNT               PIC 9(3) VALUE 0.
          05 RATE-TABLE.
             10 RATE-ROW OCCURS 500 TIMES.
                15 RT-CURRENCY-CODE   PIC X(3).
                15 RT-EFFECTIVE-DATE  PIC 9(8).
                15 RT-RATE            PIC 9(5)V9(6).
          05 RATE-IDX                 PIC 9(3) VALUE 0.
          05 RATE-SCAN-IDX            PIC 9(3) VALUE 0.
          05 RATE-LOADED-FLAG         PIC 9(1) VALUE 0.
             88 RATE-TABLE-LOADED       VALUE 1.
          05 RATE-TABLE-FULL-FLAG     PIC 9(1) VALUE 0.
             88 RATE-TABLE-FULL         VALUE 1.
          05 RATE-CODE-FOUND-FLAG     PIC 9(1) VALUE 0.
             88 RATE-CODE-FOUND         VALUE 1.
          05 TRAN-CURRENCY-CODE       PIC X(3) VALUE SPACES.
          05 RATE-LOOKUP-DATE         PIC X(8) VALUE SPACES.
          05 RATE-LOOKUP-DAY REDEFINES RATE-LOOKUP-DATE
                                      PIC 9(8).
          05 TRAN-EXCHANGE-RATE       PIC 9(5)V9(6) VALUE 0.
          05 TRAN-CONVERTED-FLAG      PIC 9(1) VALUE 0.
             88 TRAN-AMOUNT-CONVERTED   VALUE 1.
             88 TRAN-AMOUNT-UNCONVERTED VALUE 0.
          05 FOREIGN-ITEM-COUNT       PIC 9(7) VALUE 0.
          05 CURRENCY-REJECT-COUNT    PIC 9(7) VALUE 0.
          05 ROUNDING-ALLOWANCE       PIC S9(13)V99 VALUE 0.
          05 BALANCE-DIFFERENCE       PIC S9(13)V99 VALUE 0.
          05 CURRENCY-SUMMARY-COUNT   PIC 9(2) VALUE 0.
          05 CURRENCY-SUMMARY-TABLE.
             10 CURRENCY-SUMMARY-ROW OCCURS 50 TIMES.
                15 CS-CURRENCY-CODE   PIC X(3).
                15 CS-EXCHANGE-RATE   PIC 9(5)V9(6).
                15 CS-RECORD-COUNT    PIC 9(7).
                15 CS-ORIGINAL-TOTAL  PIC S9(13)V99.
                15 CS-BASE-TOTAL      PIC S9(13)V99.
          05 CURRENCY-IDX             PIC 9(2) VALUE 0.
          05 CURRENCY-SCAN-IDX        PIC 9(2) VALUE 0.
          05 CURRENCY-TABLE-FULL-FLAG PIC 9(1) VALUE 0.
             88 CURRENCY-TABLE-FULL     VALUE 1.
          05 EDIT-CURRENCY-CODE       PIC X(4) VALUE SPACES.
          05 EDIT-EXCHANGE-RATE       PIC Z(4)9.9(6).

       01 TRAN-DATE-EDIT-VARS.
          05 TRAN-WORK-DATE           PIC 9(8) VALUE 0.
          05 TRAN-WORK-DATE-X REDEFINES TRAN-WORK-DATE.
             88 SUMMARY-ROW-MISSING  VALUE 0.
          05 EDIT-SUMMARY-COUNT   PIC Z(6)9.
          05 EDIT-SUMMARY-AMOUNT  PIC -(10)9.99.
          05 SOURCE-STAMP-FLAG    PIC 9(1) VALUE 0.
             88 SOURCES-STAMPED      VALUE 1.
          05 TYPE-SOURCE-COUNT    PIC 9(3) VALUE 0.
          05 TYPE-SOURCE-TABLE.
             10 TYPE-SOURCE-ROW OCCURS 200 TIMES.
                15 TSS-TRAN-TYPE     PIC X(2).
                15 TSS-SOURCE-CODE   PIC X(2).
                15 TSS-RECORD-COUNT  PIC 9(7).
                15 TSS-AMOUNT-TOTAL  PIC S9(11)V99.
          05 TYPE-SOURCE-IDX      PIC 9(3) VALUE 0.
          05 PRIOR-SOURCE-IDX     PIC 9(3) VALUE 0.
          05 SOURCE-TOTAL-COUNT   PIC 9(7) VALUE 0.
          05 SOURCE-TOTAL-AMOUNT  PIC S9(11)V99 VALUE 0.
          05 ACCT-SOURCE-COUNT    PIC 9(2) VALUE 0.
          05 ACCT-SOURCE-TABLE.
             10 ACCT-SOURCE-ROW OCCURS 10 TIMES.
                15 ASR-SOURCE-CODE   PIC X(2).
                15 ASR-RECORD-COUNT  PIC 9(7).
                15 ASR-AMOUNT-TOTAL  PIC S9(11)V99.
          05 ACCT-SOURCE-IDX      PIC 9(2) VALUE 0.
          05 EDIT-SOURCE-CODE     PIC X(2) VALUE SPACES.

       01 REPORT-VARS.
          05 REPORT-LINE     PIC X(80) VALUE SPACES.
          05 BUS-DATE-INT          PIC 9(7) VALUE 0.
          05 LAST-DATE-INT         PIC 9(7) VALUE 0.
          05 BUS-DATE-GAP          PIC S9(7) VALUE 0.
          05 CALENDAR-LOADED-FLAG  PIC 9(1) VALUE 0.
             88 CALENDAR-LOADED      VALUE 1.
             88 CALENDAR-NOT-LOADED  VALUE 0.
          05 CALENDAR-DAY-FLAG     PIC 9(1) VALUE 0.
             88 CALENDAR-DAY-OK      VALUE 0.
             88 CALENDAR-DAY-CLOSED  VALUE 1.
             88 CALENDAR-DAY-MISSING VALUE 2.
          05 CALENDAR-DAY-TYPE     PIC X(1) VALUE SPACE.
          05 CALENDAR-DAY-DESC     PIC X(30) VALUE SPACES.
          05 CALENDAR-START-DATE   PIC 9(8) VALUE 0.
          05 CALENDAR-FROM-DATE    PIC 9(8) VALUE 0.
          05 CALENDAR-DAY-COUNT    PIC S9(7) VALUE 0.
          05 CALENDAR-WORK-INT     PIC 9(7) VALUE 0.
          05 BIZDAY-COUNT          PIC 9(4) VALUE 0.
          05 BIZDAY-TABLE.
             10 BIZDAY-DATE OCCURS 1100 TIMES PIC 9(8).
          05 BIZDAY-IDX            PIC 9(4) VALUE 0.
          05 ACCEPTED-AMOUNT-TOTAL PIC S9(13)V99 VALUE 0.
          05 MTD-RECORD-COUNT      PIC 9(9) VALUE 0.
          05 MTD-AMOUNT-TOTAL      PIC S9(13)V99 VALUE 0.
          05 MATRIX-PAIR-COUNT PIC 9(4) VALUE 0.
          05 MATRIX-OP-FLAG    PIC 9(1) VALUE 0.
             88 SOLVE-REQUESTED   VALUE 1.
             88 EIGEN-REQUESTED   VALUE 2.
          05 MATRIX-RHS.
             10 RHS-VAL OCCURS 3 TIMES PIC S9(9)V9(4) COMP-3.
          05 MATRIX-SOLUTION.
          05 DISP-SOL-VAL      PIC -(9)9.999999.
          05 DISP-R-VAL        PIC -(9)9.9999.
          05 DISP-N-VAL        PIC -(4)9.999999.
          05 EIGEN-CONTROL.
             10 EIGEN-REQUESTED-COUNT PIC 9(2) VALUE 3.
             10 EIGEN-ITERATION-LIMIT PIC 9(4) VALUE 500.
             10 EIGEN-FOUND-COUNT     PIC 9(2) VALUE 0.
             10 EIGEN-MATRIX-FORM     PIC X(1) VALUE SPACE.
                88 EIGEN-SYMMETRIC      VALUE "S".
                88 EIGEN-GENERAL        VALUE "G".
             10 EIGEN-ITERATIONS      PIC 9(4) VALUE 0.
             10 EIGEN-CONVERGED-FLAG  PIC X(1) VALUE SPACE.
                88 EIGEN-CONVERGED      VALUE "Y".
                88 EIGEN-NOT-CONVERGED  VALUE "N".
          05 EIGEN-VALUES.
             10 EIG-VAL OCCURS 3 TIMES PIC S9(9)V9(6) COMP-3.
          05 EIGEN-VECTORS.
             10 EIG-VEC-ROW OCCURS 3 TIMES.
                15 EIG-VEC-COL OCCURS 3 TIMES PIC S9(1)V9(8) COMP-3.
          05 DISP-EIG-VEC      PIC -9.999999.
          05 EDIT-EIGEN-ITERATIONS PIC Z(3)9.

       01 MATRIX-QUALITY-VARS.
          05 MATRIX-QUALITY-FLAG  PIC X(1) VALUE SPACE.
           STRING "BUSINESS DATE: " BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING "PARAMETER VERSION: " CTL-PARAM-VERSION
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF PURGED-RECORD-COUNT > 0
               MOVE PURGED-RECORD-COUNT TO EDIT-RECON-COUNT
               STRING "In-Flight Extract Records Purged: "
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM LOAD-BUSINESS-CALENDAR
           IF CTL-COMPARE-MODE NOT = 2
               PERFORM VALIDATE-BUSINESS-DATE
           END-IF
               PERFORM RAISE-RUN-CONDITION
               PERFORM TERMINATE-RUN
           END-IF
           IF CALENDAR-DAY-CLOSED
               STRING "RUN STOPPED: " BUSINESS-DATE
                   " IS NOT A BUSINESS DAY - " CALENDAR-DAY-DESC
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO CANDIDATE-RC
               MOVE "INIT" TO DIAG-PHASE
               MOVE "BUSINESS DATE IS A WEEKEND OR HOLIDAY"
                   TO DIAG-NOTE
               PERFORM RAISE-RUN-CONDITION
               PERFORM TERMINATE-RUN
           END-IF
           IF CALENDAR-DAY-MISSING
               STRING "RUN STOPPED: " BUSINESS-DATE
                   " IS NOT ON THE BUSINESS CALENDAR"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO CANDIDATE-RC
               MOVE "INIT" TO DIAG-PHASE
               MOVE BUSINESS-CALENDAR-STATUS TO DIAG-STATUS
               MOVE "BUSINESS DATE NOT ON BIZCAL" TO DIAG-NOTE
               PERFORM RAISE-RUN-CONDITION
               PERFORM TERMINATE-RUN
           END-IF
           IF BUSINESS-DATE-ERROR
               MOVE "RUN STOPPED: BUSINESS DATE ALREADY PROCESSED"
                   TO REPORT-LINE
           IF CTL-COMPARE-MODE NOT = 2 AND RUN-RC < 8
               PERFORM UPDATE-MTD-MASTER
               PERFORM WRITE-ACCOUNT-SUMMARY-FILE
               PERFORM WRITE-GL-JOURNAL
               PERFORM UPDATE-SUSPENSE-LEDGER
               PERFORM UPDATE-TRANSACTION-HISTORY
               PERFORM UPDATE-HOLD-QUEUE
               PERFORM RECORD-BATCH-PROCESSED
               IF STATS-MASTER-PENDING
                   PERFORM APPEND-STATS-MASTER
               PERFORM WRITE-ONE-CONTROL-TOTAL
               IF TRANREJ-PRODUCED
                   MOVE "TRANREJ" TO CTW-FILE-NAME
                   COMPUTE CTW-RECORD-COUNT =
                       TRAN-REJECT-COUNT + DECLINE-ITEM-COUNT
                   MOVE 0 TO CTW-VALUE-HASH
                   MOVE "N" TO CTW-HASH-USED
                   PERFORM WRITE-ONE-CONTROL-TOTAL
              BUS-DAY < 1 OR BUS-DAY > 31
               SET BUSINESS-DATE-MALFORMED TO TRUE
           ELSE
               PERFORM CHECK-BUSINESS-CALENDAR
               PERFORM VALIDATE-BUSINESS-SEQUENCE
           END-IF.

       LOAD-BUSINESS-CALENDAR.
           SET CALENDAR-NOT-LOADED TO TRUE
           MOVE 0 TO BIZDAY-COUNT
           IF BUS-YEAR > 1600 AND
              BUS-MONTH >= 1 AND BUS-MONTH <= 12 AND
              BUS-DAY >= 1 AND BUS-DAY <= 31
               PERFORM OPEN-BUSINESS-CALENDAR
           END-IF.

       OPEN-BUSINESS-CALENDAR.
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF BUSINESS-CALENDAR-STATUS NOT = "00"
               MOVE 4 TO CANDIDATE-RC
               MOVE "INIT" TO DIAG-PHASE
               MOVE BUSINESS-CALENDAR-STATUS TO DIAG-STATUS
               MOVE "BIZCAL NOT AVAILABLE - CALENDAR DAYS USED"
                   TO DIAG-NOTE
               PERFORM RAISE-RUN-CONDITION
           ELSE
               SET CALENDAR-LOADED TO TRUE
               COMPUTE CALENDAR-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(BUSINESS-DATE) - 1460
               COMPUTE CALENDAR-START-DATE =
                   FUNCTION DATE-OF-INTEGER(CALENDAR-WORK-INT)
               MOVE CALENDAR-START-DATE TO BC-CALENDAR-DATE
               SET CALENDAR-SCAN-MORE TO TRUE
               START BUSINESS-CALENDAR-FILE
                   KEY >= BC-CALENDAR-DATE
                   INVALID KEY
                       SET CALENDAR-SCAN-DONE TO TRUE
               END-START
               PERFORM UNTIL CALENDAR-SCAN-DONE
                   READ BUSINESS-CALENDAR-FILE NEXT
                       AT END SET CALENDAR-SCAN-DONE TO TRUE
                       NOT AT END
                           IF BC-CALENDAR-DATE > BUSINESS-DATE
                               SET CALENDAR-SCAN-DONE TO TRUE
                           ELSE
                               IF BC-BUSINESS-DAY AND
                                  BIZDAY-COUNT < 1100
                                   ADD 1 TO BIZDAY-COUNT
                                   MOVE BC-CALENDAR-DATE
                                       TO BIZDAY-DATE(BIZDAY-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM LOOKUP-BUSINESS-DATE
               CLOSE BUSINESS-CALENDAR-FILE
           END-IF.

       LOOKUP-BUSINESS-DATE.
           MOVE BUSINESS-DATE TO BC-CALENDAR-DATE
           READ BUSINESS-CALENDAR-FILE
               INVALID KEY
                   MOVE SPACE TO CALENDAR-DAY-TYPE
                   MOVE SPACES TO CALENDAR-DAY-DESC
               NOT INVALID KEY
                   MOVE BC-DAY-TYPE TO CALENDAR-DAY-TYPE
                   MOVE BC-DESCRIPTION TO CALENDAR-DAY-DESC
           END-READ.

       CHECK-BUSINESS-CALENDAR.
           SET CALENDAR-DAY-OK TO TRUE
           IF CALENDAR-LOADED
               EVALUATE CALENDAR-DAY-TYPE
                   WHEN "B"
                       CONTINUE
                   WHEN "W"
                       SET CALENDAR-DAY-CLOSED TO TRUE
                       IF CALENDAR-DAY-DESC = SPACES
                           MOVE "WEEKEND" TO CALENDAR-DAY-DESC
                       END-IF
                   WHEN "H"
                       SET CALENDAR-DAY-CLOSED TO TRUE
                       IF CALENDAR-DAY-DESC = SPACES
                           MOVE "HOLIDAY" TO CALENDAR-DAY-DESC
                       END-IF
                   WHEN OTHER
                       SET CALENDAR-DAY-MISSING TO TRUE
               END-EVALUATE
           END-IF.

       COUNT-BUSINESS-DAYS-SINCE.
           PERFORM VARYING BIZDAY-IDX FROM BIZDAY-COUNT BY -1
           UNTIL BIZDAY-IDX = 0 OR
                 BIZDAY-DATE(BIZDAY-IDX) <= CALENDAR-FROM-DATE
               CONTINUE
           END-PERFORM
           COMPUTE CALENDAR-DAY-COUNT = BIZDAY-COUNT - BIZDAY-IDX
           IF BIZDAY-IDX = 0 AND BIZDAY-COUNT > 0
               COMPUTE CALENDAR-DAY-COUNT = CALENDAR-DAY-COUNT +
                   FUNCTION INTEGER-OF-DATE(BIZDAY-DATE(1)) -
                   FUNCTION INTEGER-OF-DATE(CALENDAR-FROM-DATE)
           END-IF.

       VALIDATE-BUSINESS-SEQUENCE.
           IF LAST-BUSINESS-DATE > 0
               IF BUSINESS-DATE <= LAST-BUSINESS-DATE
                   COMPUTE LAST-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(LAST-BUSINESS-DATE)
                   COMPUTE BUS-DATE-GAP = BUS-DATE-INT - LAST-DATE-INT
                   IF CALENDAR-LOADED AND BIZDAY-COUNT > 0
                       MOVE LAST-BUSINESS-DATE TO CALENDAR-FROM-DATE
                       PERFORM COUNT-BUSINESS-DAYS-SINCE
                       MOVE CALENDAR-DAY-COUNT TO BUS-DATE-GAP
                   END-IF
                   IF BUS-DATE-GAP > 1
                       STRING "WARNING: BUSINESS DATE GAP OF "
                           BUS-DATE-GAP " DAYS SINCE "
           MOVE RUN-TIMESTAMP TO RC-TIMESTAMP
           MOVE SPACES TO RC-END-STATUS
           MOVE BUSINESS-DATE TO RC-BUSINESS-DATE
           PERFORM WRITE-RUN-CONTROL
           PERFORM RECORD-RUN-PARAM-VERSION.

       RECORD-RUN-PARAM-VERSION.
           OPEN EXTEND PARAM-HISTORY-FILE
           IF PARAM-HISTORY-STATUS = "35"
               OPEN OUTPUT PARAM-HISTORY-FILE
           END-IF
           IF PARAM-HISTORY-STATUS NOT = "00"
               MOVE 4 TO CANDIDATE-RC
               MOVE "INIT" TO DIAG-PHASE
               MOVE PARAM-HISTORY-STATUS TO DIAG-STATUS
               MOVE "PRMHIST NOT AVAILABLE - VERSION NOT RECORDED"
                   TO DIAG-NOTE
               PERFORM RAISE-RUN-CONDITION
           ELSE
               MOVE SPACES TO PARAM-HISTORY-RECORD
               SET PH-RUN-REC TO TRUE
               MOVE CTL-PARAM-VERSION TO PH-VERSION
               MOVE RUN-TIMESTAMP(1:8) TO PH-CHANGE-DATE
               MOVE RUN-TIMESTAMP(9:6) TO PH-CHANGE-TIME
               MOVE "DEPTHMAI" TO PH-PROGRAM-NAME
               MOVE RUN-ID TO PH-RUN-ID
               MOVE BUSINESS-DATE TO PH-BUSINESS-DATE
               MOVE CTL-PARAM-IMAGE TO PH-RUN-IMAGE
               WRITE PARAM-HISTORY-RECORD
               CLOSE PARAM-HISTORY-FILE
           END-IF.

       TRACK-OPEN-RUN.
           EVALUATE TRUE
                           MOVE CP-DUP-CHECK-MODE
                               TO CTL-DUP-CHECK-MODE
                       END-IF
                       IF CP-EIGEN-COUNT IS NUMERIC AND
                          CP-EIGEN-COUNT > 0
                           MOVE CP-EIGEN-COUNT TO CTL-EIGEN-COUNT
                       END-IF
                       IF CP-EIGEN-ITER-LIMIT IS NUMERIC AND
                          CP-EIGEN-ITER-LIMIT > 0
                           MOVE CP-EIGEN-ITER-LIMIT
                               TO CTL-EIGEN-ITER-LIMIT
                       END-IF
                       IF CP-PARAM-VERSION IS NUMERIC
                           MOVE CP-PARAM-VERSION
                               TO CTL-PARAM-VERSION
                       END-IF
                       IF CP-HOLD-THRESHOLD IS NUMERIC AND
                          CP-HOLD-THRESHOLD < CTL-AMOUNT-TOLERANCE
                           MOVE CP-HOLD-THRESHOLD
                               TO CTL-HOLD-THRESHOLD
                       END-IF
                       MOVE CONTROL-RECORD(1:96)
                           TO CTL-PARAM-IMAGE(1:96)
                       MOVE CONTROL-RECORD(103:12)
                           TO CTL-PARAM-IMAGE(97:12)
               END-READ
               CLOSE CONTROL-FILE
           ELSE
           MOVE 0 TO TRAN-REJECT-COUNT
           MOVE 0 TO TRAN-HASH-TOTAL
           MOVE 0 TO TRAN-TRUNCATED-COUNT
           MOVE 0 TO SUSPENSE-DEBIT-TOTAL
           MOVE 0 TO SUSPENSE-CREDIT-TOTAL
           MOVE 0 TO SUSPENSE-UNCLASS-COUNT
           MOVE 0 TO RESUB-ITEM-COUNT
           MOVE 0 TO REVERSAL-READ-COUNT
           MOVE 0 TO REVERSAL-ACCEPT-COUNT
           MOVE 0 TO REVERSAL-REJECT-COUNT
           MOVE 0 TO REVERSAL-ACCEPT-AMOUNT
           MOVE 0 TO HOLD-ITEM-COUNT
           MOVE 0 TO HOLD-ITEM-AMOUNT
           MOVE 0 TO HOLD-DEBIT-TOTAL
           MOVE 0 TO HOLD-CREDIT-TOTAL
           MOVE 0 TO RELEASE-DEBIT-TOTAL
           MOVE 0 TO RELEASE-CREDIT-TOTAL
           MOVE 0 TO RELEASE-ITEM-COUNT
           MOVE 0 TO DECLINE-ITEM-COUNT
           MOVE 0 TO DECLINE-ITEM-AMOUNT
           PERFORM PREPARE-DATE-EDIT
           PERFORM LOAD-TYPE-REFERENCE
           PERFORM LOAD-CURRENCY-RATES
           PERFORM LOAD-BATCH-CONTROL
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM OPEN-PRODUCT-LIMIT-FILES
           PERFORM OPEN-HISTORY-FOR-REVERSALS
           OPEN OUTPUT TRANSACTION-REJECT-FILE
           OPEN OUTPUT ACCOUNT-WORK-FILE
           OPEN OUTPUT HISTORY-WORK-FILE
           OPEN OUTPUT HOLD-WORK-FILE
           PERFORM UNTIL TRANSACTION-EOF OR BATCH-DUPLICATE
               READ TRANSACTION-FILE
                   AT END SET TRANSACTION-EOF TO TRUE
                       PERFORM PROCESS-TRANSACTION-RECORD
               END-READ
           END-PERFORM
           IF NOT BATCH-DUPLICATE AND CTL-COMPARE-MODE NOT = 2
               PERFORM REJECT-DECLINED-HOLDS
           END-IF
           CLOSE HOLD-WORK-FILE
           CLOSE TRANSACTION-REJECT-FILE
           SET TRANREJ-PRODUCED TO TRUE
           CLOSE ACCOUNT-WORK-FILE
           CLOSE HISTORY-WORK-FILE
           IF ACCOUNT-MASTER-OPEN
               CLOSE ACCOUNT-MASTER-FILE
               SET ACCOUNT-MASTER-CLOSED TO TRUE
           END-IF
           IF PRODUCT-REFERENCE-OPEN
               CLOSE PRODUCT-REFERENCE-FILE
               SET PRODUCT-REFERENCE-CLOSED TO TRUE
           END-IF
           IF BALANCE-MASTER-OPEN
               CLOSE BALANCE-MASTER-FILE
               SET BALANCE-MASTER-CLOSED TO TRUE
           END-IF
           IF TRANSACTION-HISTORY-OPEN
               CLOSE TRANSACTION-HISTORY-FILE
               SET TRANSACTION-HISTORY-CLOSED TO TRUE
           END-IF
           PERFORM VALIDATE-BATCH-CONTROLS
           IF PARALLEL-COUNT < 1000
               COMPUTE K = PARALLEL-COUNT + 1
           PERFORM REPORT-TRANSACTION-EDIT
           PERFORM REPORT-ACCOUNT-SUMMARY
           PERFORM REPORT-TYPE-SUMMARY
           PERFORM REPORT-CURRENCY-SUMMARY
           MOVE "TRAN-EDIT" TO AUDIT-OPER
           MOVE SPACES TO AUDIT-DETAIL-LINE
           STRING "READ=" TRAN-READ-COUNT " ACC=" TRAN-ACCEPT-COUNT
                   MOVE TH-BATCH-NUMBER TO TRAN-BATCH-NUMBER
                   MOVE TH-CREATE-DATE TO TRAN-BATCH-DATE
                   PERFORM CHECK-DUPLICATE-BATCH
                   IF NOT BATCH-DUPLICATE
                       PERFORM LOAD-RESUBMITTED-ITEMS
                       PERFORM LOAD-RELEASED-HOLDS
                   END-IF
               WHEN TRAN-TRAILER-REC
                   SET TRAN-TRAILER-SEEN TO TRUE
                   MOVE TT-RECORD-COUNT TO TRAN-TRAILER-COUNT
                   MOVE TT-HASH-TOTAL TO TRAN-TRAILER-HASH
               WHEN TRAN-DETAIL-REC
               WHEN TRAN-REVERSAL-REC
                   ADD 1 TO TRAN-READ-COUNT
                   IF TR-AMOUNT IS NUMERIC
                       ADD TR-AMOUNT TO TRAN-HASH-TOTAL
                   END-IF
                   IF TRAN-REVERSAL-REC
                       ADD 1 TO REVERSAL-READ-COUNT
                   END-IF
                   MOVE 0 TO RELEASE-MATCH-IDX
                   IF RELEASE-ITEM-COUNT > 0
                       PERFORM FIND-RELEASED-HOLD
                   END-IF
                   PERFORM EDIT-TRANSACTION-RECORD
                   IF TRAN-EDIT-PASSED AND RELEASE-MATCH-IDX = 0
                       PERFORM CHECK-LARGE-VALUE-HOLD
                   END-IF
                   IF RESUB-ITEM-COUNT > 0
                       PERFORM MARK-RESUBMITTED-OUTCOME
                   END-IF
                   IF RELEASE-MATCH-IDX > 0
                       PERFORM MARK-RELEASED-OUTCOME
                   END-IF
                   IF TRAN-EDIT-HELD
                       PERFORM HOLD-LARGE-VALUE-ITEM
                   END-IF
                   IF TRAN-EDIT-PASSED
                       ADD 1 TO TRAN-ACCEPT-COUNT
                       ADD POSTING-AMOUNT TO ACCEPTED-AMOUNT-TOTAL
                       IF DATE-EDIT-READY
                           PERFORM TALLY-TRANSACTION-AGE
                       END-IF
                       IF TYPE-REF-LOADED
                           IF TYPE-EDIT-SIGN = "D"
                               ADD POSTING-AMOUNT TO TRAN-DEBIT-TOTAL
                           ELSE
                               ADD POSTING-AMOUNT TO TRAN-CREDIT-TOTAL
                           END-IF
                       END-IF
                       IF PARALLEL-COUNT < 1000
                           ADD 1 TO PARALLEL-COUNT
                           MOVE POSTING-AMOUNT
                               TO PARALLEL-DATA(PARALLEL-COUNT)
                           MOVE POSTING-AMOUNT
                               TO SORT-DATA(PARALLEL-COUNT)
                           ADD POSTING-AMOUNT TO RECON-INPUT-TOTAL
                       ELSE
                           ADD 1 TO TRAN-TRUNCATED-COUNT
                       END-IF
                       MOVE TR-ACCOUNT-NUMBER TO AW-ACCOUNT-NUMBER
                       MOVE POSTING-AMOUNT TO AW-AMOUNT
                       MOVE TR-SOURCE-CODE TO AW-SOURCE-CODE
                       WRITE ACCOUNT-WORK-RECORD
                       MOVE TRAN-READ-COUNT TO HW-BATCH-SEQ
                       MOVE TRANSACTION-RECORD TO HW-RECORD-IMAGE
                       MOVE POSTING-AMOUNT TO HW-POSTING-AMOUNT
                       MOVE TRAN-CURRENCY-CODE TO HW-CURRENCY-CODE
                       MOVE TRAN-EXCHANGE-RATE TO HW-EXCHANGE-RATE
                       WRITE HISTORY-WORK-RECORD
                       IF POSITION-IDX > 0
                           ADD POSTING-AMOUNT
                               TO PS-BATCH-ACCEPTED(POSITION-IDX)
                       END-IF
                       PERFORM ACCUMULATE-TYPE-SUMMARY
                       PERFORM ACCUMULATE-CURRENCY-SUMMARY
                       IF TRAN-REVERSAL-REC
                           PERFORM HOLD-PENDING-REVERSAL
                       END-IF
                   END-IF
                   IF TRAN-EDIT-FAILED
                       ADD 1 TO TRAN-REJECT-COUNT
                       PERFORM WRITE-REJECT-RECORD
                       PERFORM TALLY-SUSPENSE-SIGN
                       IF TRAN-REVERSAL-REC
                           ADD 1 TO REVERSAL-REJECT-COUNT
                       END-IF
                       IF TRAN-REJECT-REASON = "CUR" OR
                          TRAN-REJECT-REASON = "RTE"
                           ADD 1 TO CURRENCY-REJECT-COUNT
                       END-IF
                   END-IF
               WHEN OTHER
                   ADD 1 TO TRAN-READ-COUNT
                   ADD 1 TO TRAN-REJECT-COUNT
                   MOVE "TYP" TO TRAN-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
                   ADD 1 TO SUSPENSE-UNCLASS-COUNT
           END-EVALUATE.

       TALLY-SUSPENSE-SIGN.
           IF TYPE-REF-LOADED
               MOVE 0 TO TYPE-REF-IDX
               IF TR-AMOUNT IS NUMERIC
                   MOVE TR-TRAN-TYPE TO TYPE-LOOKUP-CODE
                   PERFORM FIND-TYPE-REFERENCE
                   IF TRAN-AMOUNT-UNCONVERTED
                       PERFORM CONVERT-SUSPENSE-SIGN-AMOUNT
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN TR-AMOUNT IS NOT NUMERIC
                       ADD 1 TO SUSPENSE-UNCLASS-COUNT
                   WHEN POSTING-AMOUNT = 0
                       CONTINUE
                   WHEN TYPE-REF-IDX = 0 OR TRAN-AMOUNT-UNCONVERTED
                       ADD 1 TO SUSPENSE-UNCLASS-COUNT
                   WHEN TRF-SIGN-RULE(TYPE-REF-IDX) = "D"
                       ADD POSTING-AMOUNT TO SUSPENSE-DEBIT-TOTAL
                   WHEN OTHER
                       ADD POSTING-AMOUNT TO SUSPENSE-CREDIT-TOTAL
               END-EVALUATE
           END-IF.

       CONVERT-SUSPENSE-SIGN-AMOUNT.
           MOVE TR-TRAN-DATE TO RATE-LOOKUP-DATE
           PERFORM FIND-EXCHANGE-RATE
           IF RATE-IDX > 0
               COMPUTE POSTING-AMOUNT ROUNDED =
                   POSTING-AMOUNT * RT-RATE(RATE-IDX)
                   NOT ON SIZE ERROR
                       SET TRAN-AMOUNT-CONVERTED TO TRUE
               END-COMPUTE
           END-IF.

       LOAD-RESUBMITTED-ITEMS.
           MOVE 0 TO RESUB-ITEM-COUNT
           MOVE 0 TO RESUB-TABLE-FULL-FLAG
           OPEN INPUT SUSPENSE-MASTER-FILE
           IF SUSPENSE-MASTER-STATUS = "00"
               SET SUSPENSE-SCAN-MORE TO TRUE
               PERFORM UNTIL SUSPENSE-SCAN-DONE
                   READ SUSPENSE-MASTER-FILE NEXT
                       AT END SET SUSPENSE-SCAN-DONE TO TRUE
                       NOT AT END
                           IF SUSPENSE-RESUBMITTED AND
                              SU-RESUB-BATCH = TRAN-BATCH-NUMBER
                               PERFORM STORE-RESUBMITTED-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-MASTER-FILE
           END-IF.

       STORE-RESUBMITTED-ITEM.
           IF RESUB-ITEM-COUNT < 1000
               ADD 1 TO RESUB-ITEM-COUNT
               MOVE SU-RESUB-SEQ TO RI-RESUB-SEQ(RESUB-ITEM-COUNT)
               MOVE SU-RUN-ID TO RI-RUN-ID(RESUB-ITEM-COUNT)
               MOVE SU-REJECT-SEQ TO RI-REJECT-SEQ(RESUB-ITEM-COUNT)
               MOVE SPACE TO RI-OUTCOME(RESUB-ITEM-COUNT)
           ELSE
               SET RESUB-TABLE-FULL TO TRUE
           END-IF.

       MARK-RESUBMITTED-OUTCOME.
           PERFORM VARYING RESUB-IDX FROM 1 BY 1
           UNTIL RESUB-IDX > RESUB-ITEM-COUNT
               IF RI-RESUB-SEQ(RESUB-IDX) = TRAN-READ-COUNT
                   IF TRAN-EDIT-PASSED OR TRAN-EDIT-HELD
                       MOVE "C" TO RI-OUTCOME(RESUB-IDX)
                   ELSE
                       MOVE "X" TO RI-OUTCOME(RESUB-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-RELEASED-HOLDS.
           MOVE 0 TO RELEASE-ITEM-COUNT
           MOVE 0 TO RELEASE-TABLE-FULL-FLAG
           OPEN INPUT HOLD-MASTER-FILE
           IF HOLD-MASTER-STATUS = "00"
               SET HOLD-SCAN-MORE TO TRUE
               PERFORM UNTIL HOLD-SCAN-DONE
                   READ HOLD-MASTER-FILE NEXT
                       AT END SET HOLD-SCAN-DONE TO TRUE
                       NOT AT END
                           IF HOLD-RELEASED AND
                              HO-RELEASE-BATCH = TRAN-BATCH-NUMBER
                               PERFORM STORE-RELEASED-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-MASTER-FILE
           END-IF.

       STORE-RELEASED-HOLD.
           IF RELEASE-ITEM-COUNT < 1000
               ADD 1 TO RELEASE-ITEM-COUNT
               MOVE HO-RELEASE-SEQ TO RL-RELEASE-SEQ(RELEASE-ITEM-COUNT)
               MOVE HO-RUN-ID TO RL-RUN-ID(RELEASE-ITEM-COUNT)
               MOVE HO-HOLD-SEQ TO RL-HOLD-SEQ(RELEASE-ITEM-COUNT)
               MOVE SPACE TO RL-OUTCOME(RELEASE-ITEM-COUNT)
           ELSE
               SET RELEASE-TABLE-FULL TO TRUE
           END-IF.

       FIND-RELEASED-HOLD.
           PERFORM VARYING RELEASE-IDX FROM 1 BY 1
           UNTIL RELEASE-IDX > RELEASE-ITEM-COUNT
               OR RELEASE-MATCH-IDX > 0
               IF RL-RELEASE-SEQ(RELEASE-IDX) = TRAN-READ-COUNT
                   MOVE RELEASE-IDX TO RELEASE-MATCH-IDX
               END-IF
           END-PERFORM.

       CHECK-LARGE-VALUE-HOLD.
           IF CTL-HOLD-THRESHOLD > 0 AND TRAN-DETAIL-REC AND
              FUNCTION ABS(POSTING-AMOUNT) NOT < CTL-HOLD-THRESHOLD
               SET TRAN-EDIT-HELD TO TRUE
           END-IF.

       MARK-RELEASED-OUTCOME.
           IF TRAN-EDIT-PASSED
               MOVE "P" TO RL-OUTCOME(RELEASE-MATCH-IDX)
           ELSE
               MOVE "X" TO RL-OUTCOME(RELEASE-MATCH-IDX)
           END-IF
           IF TYPE-REF-LOADED
               MOVE 0 TO TYPE-REF-IDX
               IF TR-AMOUNT IS NUMERIC
                   MOVE TR-TRAN-TYPE TO TYPE-LOOKUP-CODE
                   PERFORM FIND-TYPE-REFERENCE
               END-IF
               IF TYPE-REF-IDX > 0 AND TRAN-AMOUNT-CONVERTED
                   IF TRF-SIGN-RULE(TYPE-REF-IDX) = "D"
                       ADD POSTING-AMOUNT TO RELEASE-DEBIT-TOTAL
                   ELSE
                       ADD POSTING-AMOUNT TO RELEASE-CREDIT-TOTAL
                   END-IF
               END-IF
           END-IF.

       HOLD-LARGE-VALUE-ITEM.
           ADD 1 TO HOLD-ITEM-COUNT
           ADD POSTING-AMOUNT TO HOLD-ITEM-AMOUNT
           IF TYPE-REF-LOADED
               IF TYPE-EDIT-SIGN = "D"
                   ADD POSTING-AMOUNT TO HOLD-DEBIT-TOTAL
               ELSE
                   ADD POSTING-AMOUNT TO HOLD-CREDIT-TOTAL
               END-IF
           END-IF
           MOVE HOLD-ITEM-COUNT TO HK-HOLD-SEQ
           MOVE TRAN-READ-COUNT TO HK-BATCH-SEQ
           MOVE TRANSACTION-RECORD TO HK-RECORD-IMAGE
           MOVE POSTING-AMOUNT TO HK-POSTING-AMOUNT
           WRITE HOLD-WORK-RECORD.

       REJECT-DECLINED-HOLDS.
           MOVE 0 TO DECLINE-TABLE-FULL-FLAG
           OPEN INPUT HOLD-MASTER-FILE
           IF HOLD-MASTER-STATUS = "00"
               SET HOLD-SCAN-MORE TO TRUE
               PERFORM UNTIL HOLD-SCAN-DONE
                   READ HOLD-MASTER-FILE NEXT
                       AT END SET HOLD-SCAN-DONE TO TRUE
                       NOT AT END
                           IF HOLD-DECLINED
                               PERFORM REJECT-ONE-DECLINED-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-MASTER-FILE
           END-IF.

       REJECT-ONE-DECLINED-HOLD.
           IF DECLINE-ITEM-COUNT < 1000
               ADD 1 TO DECLINE-ITEM-COUNT
               MOVE HO-RUN-ID TO DL-RUN-ID(DECLINE-ITEM-COUNT)
               MOVE HO-HOLD-SEQ TO DL-HOLD-SEQ(DECLINE-ITEM-COUNT)
               ADD HO-AMOUNT TO DECLINE-ITEM-AMOUNT
               MOVE "HDC" TO RJ-REASON-CODE
               MOVE HO-RECORD-IMAGE TO RJ-RECORD-IMAGE
               MOVE RUN-ID TO RJ-RUN-ID
               COMPUTE RJ-REJECT-SEQ =
                   TRAN-REJECT-COUNT + DECLINE-ITEM-COUNT
               WRITE TRANSACTION-REJECT-RECORD
           ELSE
               SET DECLINE-TABLE-FULL TO TRUE
           END-IF.

       LOAD-BATCH-CONTROL.
           MOVE 0 TO PROCESSED-BATCH-COUNT
           MOVE 0 TO BATCH-TABLE-FULL-FLAG
                       DISPLAY "DEPTH-MAIN: TRAILER HASH TOTAL"
                           " DOES NOT MATCH AMOUNTS READ"
                   END-IF
                   SET SUSPENSE-CHECK-APPLIED TO TRUE
                   IF TYPE-REF-LOADED AND SUSPENSE-UNCLASS-COUNT > 0
                       SET SUSPENSE-CHECK-SKIPPED TO TRUE
                   END-IF
                   COMPUTE BALANCE-DIFFERENCE =
                       (TRAN-DEBIT-TOTAL + SUSPENSE-DEBIT-TOTAL +
                        HOLD-DEBIT-TOTAL - RELEASE-DEBIT-TOTAL) -
                       (TRAN-CREDIT-TOTAL + SUSPENSE-CREDIT-TOTAL +
                        HOLD-CREDIT-TOTAL - RELEASE-CREDIT-TOTAL)
                   COMPUTE ROUNDING-ALLOWANCE =
                       FOREIGN-ITEM-COUNT * 0.01
                   IF TYPE-REF-LOADED AND SUSPENSE-CHECK-APPLIED AND
                      FUNCTION ABS(BALANCE-DIFFERENCE) >
                      ROUNDING-ALLOWANCE
                       SET BATCH-CONTROL-ERROR TO TRUE
                       DISPLAY "DEPTH-MAIN: BATCH DEBITS DO NOT"
                           " EQUAL CREDITS PER TYPE SIGN RULES"
               IF TS-TRAN-TYPE(SUMMARY-IDX) = TR-TRAN-TYPE
                   SET SUMMARY-ROW-FOUND TO TRUE
                   ADD 1 TO TS-RECORD-COUNT(SUMMARY-IDX)
                   ADD POSTING-AMOUNT TO TS-AMOUNT-TOTAL(SUMMARY-IDX)
               END-IF
           END-PERFORM
           IF SUMMARY-ROW-MISSING AND TYPE-SUMMARY-COUNT < 50
               ADD 1 TO TYPE-SUMMARY-COUNT
               MOVE TR-TRAN-TYPE TO TS-TRAN-TYPE(TYPE-SUMMARY-COUNT)
               MOVE 1 TO TS-RECORD-COUNT(TYPE-SUMMARY-COUNT)
               MOVE POSTING-AMOUNT
                   TO TS-AMOUNT-TOTAL(TYPE-SUMMARY-COUNT)
           END-IF
           IF TR-SOURCE-CODE NOT = SPACES
               SET SOURCES-STAMPED TO TRUE
           END-IF
           PERFORM ACCUMULATE-TYPE-SOURCE.

       ACCUMULATE-TYPE-SOURCE.
           SET SUMMARY-ROW-MISSING TO TRUE
           PERFORM VARYING TYPE-SOURCE-IDX FROM 1 BY 1
           UNTIL TYPE-SOURCE-IDX > TYPE-SOURCE-COUNT
               OR SUMMARY-ROW-FOUND
               IF TSS-TRAN-TYPE(TYPE-SOURCE-IDX) = TR-TRAN-TYPE AND
                  TSS-SOURCE-CODE(TYPE-SOURCE-IDX) = TR-SOURCE-CODE
                   SET SUMMARY-ROW-FOUND TO TRUE
                   ADD 1 TO TSS-RECORD-COUNT(TYPE-SOURCE-IDX)
                   ADD POSTING-AMOUNT
                       TO TSS-AMOUNT-TOTAL(TYPE-SOURCE-IDX)
               END-IF
           END-PERFORM
           IF SUMMARY-ROW-MISSING AND TYPE-SOURCE-COUNT < 200
               ADD 1 TO TYPE-SOURCE-COUNT
               MOVE TR-TRAN-TYPE TO TSS-TRAN-TYPE(TYPE-SOURCE-COUNT)
               MOVE TR-SOURCE-CODE
                   TO TSS-SOURCE-CODE(TYPE-SOURCE-COUNT)
               MOVE 1 TO TSS-RECORD-COUNT(TYPE-SOURCE-COUNT)
               MOVE POSTING-AMOUNT
                   TO TSS-AMOUNT-TOTAL(TYPE-SOURCE-COUNT)
           END-IF.

       REPORT-ACCOUNT-SUMMARY.
           IF ACCOUNT-STAGE-STATUS = "00"
               SORT ACCOUNT-SORT-FILE
                   ON ASCENDING KEY SRT-ACCOUNT-NUMBER
                                    SRT-SOURCE-CODE
                   USING ACCOUNT-WORK-FILE
                   OUTPUT PROCEDURE IS SUMMARIZE-ACCOUNTS
               CLOSE ACCOUNT-STAGE-FILE
               MOVE SRT-ACCOUNT-NUMBER TO ACCT-ROLLUP-ACCOUNT
               MOVE 0 TO ACCT-ROLLUP-COUNT
               MOVE 0 TO ACCT-ROLLUP-AMOUNT
               MOVE 0 TO ACCT-SOURCE-COUNT
           END-IF
           ADD 1 TO ACCT-ROLLUP-COUNT
           ADD SRT-AMOUNT TO ACCT-ROLLUP-AMOUNT
           IF ACCT-SOURCE-COUNT = 0
               PERFORM ADD-ACCOUNT-SOURCE-ROW
           ELSE
               IF SRT-SOURCE-CODE NOT =
                  ASR-SOURCE-CODE(ACCT-SOURCE-COUNT) AND
                  ACCT-SOURCE-COUNT < 10
                   PERFORM ADD-ACCOUNT-SOURCE-ROW
               ELSE
                   ADD 1 TO ASR-RECORD-COUNT(ACCT-SOURCE-COUNT)
                   ADD SRT-AMOUNT
                       TO ASR-AMOUNT-TOTAL(ACCT-SOURCE-COUNT)
               END-IF
           END-IF.

       ADD-ACCOUNT-SOURCE-ROW.
           ADD 1 TO ACCT-SOURCE-COUNT
           MOVE SRT-SOURCE-CODE TO ASR-SOURCE-CODE(ACCT-SOURCE-COUNT)
           MOVE 1 TO ASR-RECORD-COUNT(ACCT-SOURCE-COUNT)
           MOVE SRT-AMOUNT TO ASR-AMOUNT-TOTAL(ACCT-SOURCE-COUNT).

       EMIT-ACCOUNT-SUMMARY-ROW.
           MOVE SPACES TO ACCOUNT-SUMMARY-OUT-RECORD
               " Count: " EDIT-SUMMARY-COUNT
               " Total: " EDIT-SUMMARY-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF SOURCES-STAMPED
               PERFORM VARYING ACCT-SOURCE-IDX FROM 1 BY 1
               UNTIL ACCT-SOURCE-IDX > ACCT-SOURCE-COUNT
                   MOVE ASR-SOURCE-CODE(ACCT-SOURCE-IDX)
                       TO EDIT-SOURCE-CODE
                   MOVE ASR-RECORD-COUNT(ACCT-SOURCE-IDX)
                       TO EDIT-SUMMARY-COUNT
                   MOVE ASR-AMOUNT-TOTAL(ACCT-SOURCE-IDX)
                       TO EDIT-SUMMARY-AMOUNT
                   PERFORM WRITE-SOURCE-BREAKDOWN-LINE
               END-PERFORM
           END-IF.

       WRITE-SOURCE-BREAKDOWN-LINE.
           IF EDIT-SOURCE-CODE = SPACES
               MOVE "--" TO EDIT-SOURCE-CODE
           END-IF
           STRING "  Source " EDIT-SOURCE-CODE
               "      Count: " EDIT-SUMMARY-COUNT
               " Total: " EDIT-SUMMARY-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-ACCOUNT-SUMMARY-FILE.
               CLOSE ACCOUNT-STAGE-FILE
           END-IF.

       WRITE-GL-JOURNAL.
           MOVE "----- General Ledger Journal -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM LOAD-GL-MAPPING
           MOVE 0 TO GL-UNMAPPED-COUNT
           SET GL-JOURNAL-RELEASED TO TRUE
           PERFORM VARYING SUMMARY-IDX FROM 1 BY 1
           UNTIL SUMMARY-IDX > TYPE-SUMMARY-COUNT
               PERFORM FIND-GL-MAPPING
               IF GL-MAP-IDX = 0
                   ADD 1 TO GL-UNMAPPED-COUNT
                   SET GL-JOURNAL-HELD TO TRUE
                   STRING "Type " TS-TRAN-TYPE(SUMMARY-IDX)
                       " HAS NO GL MAPPING"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           OPEN OUTPUT GL-JOURNAL-FILE
           IF GL-JOURNAL-STATUS NOT = "00"
               MOVE 4 TO CANDIDATE-RC
               MOVE "GLPOST" TO DIAG-PHASE
               MOVE GL-JOURNAL-STATUS TO DIAG-STATUS
               MOVE "GLJRNL OPEN FAILED - JOURNAL NOT WRITTEN"
                   TO DIAG-NOTE
               PERFORM RAISE-RUN-CONDITION
           ELSE
               PERFORM WRITE-GL-HEADER
               MOVE 0 TO GL-ENTRY-COUNT
               MOVE 0 TO GL-DEBIT-TOTAL
               MOVE 0 TO GL-CREDIT-TOTAL
               PERFORM VARYING SUMMARY-IDX FROM 1 BY 1
               UNTIL SUMMARY-IDX > TYPE-SUMMARY-COUNT
                   PERFORM FIND-GL-MAPPING
                   IF GL-MAP-IDX > 0
                       PERFORM WRITE-GL-ENTRY-PAIR
                   END-IF
               END-PERFORM
               IF GL-DEBIT-TOTAL NOT = GL-CREDIT-TOTAL
                   SET GL-JOURNAL-HELD TO TRUE
                   MOVE "GL JOURNAL DEBITS DO NOT EQUAL CREDITS"
                       TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               PERFORM WRITE-GL-TRAILER
               CLOSE GL-JOURNAL-FILE
               MOVE GL-ENTRY-COUNT TO EDIT-GL-COUNT
               STRING "GL Entries Written: " EDIT-GL-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE GL-DEBIT-TOTAL TO EDIT-RECON-AMOUNT
               STRING "GL Debit Total:  " EDIT-RECON-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE GL-CREDIT-TOTAL TO EDIT-RECON-AMOUNT
               STRING "GL Credit Total: " EDIT-RECON-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF GL-JOURNAL-HELD
               MOVE "GL JOURNAL HELD - NOT RELEASED TO LEDGER"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 4 TO CANDIDATE-RC
               MOVE "GLPOST" TO DIAG-PHASE
               MOVE "GL JOURNAL HELD - UNMAPPED OR UNBALANCED"
                   TO DIAG-NOTE
               PERFORM RAISE-RUN-CONDITION
               MOVE "GL-JOURNAL-HELD" TO AUDIT-OPER
               MOVE SPACES TO AUDIT-DETAIL-LINE
               STRING "UNMAPPED TYPES=" GL-UNMAPPED-COUNT
                   " BUSINESS DATE " BUSINESS-DATE
                   DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
               MOVE "E" TO AUDIT-SEV
               CALL "AUDIT-LOGGER" USING AUDIT-PROG AUDIT-OPER
                   AUDIT-DETAIL-LINE AUDIT-SEV RUN-IDENT
               MOVE "I" TO AUDIT-SEV
               MOVE "RUN-COMPLETE" TO AUDIT-OPER
           ELSE
               MOVE "GL Journal Released" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       UPDATE-SUSPENSE-LEDGER.
           MOVE "----- Suspense Ledger -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO SUSPENSE-POSTED-COUNT
           MOVE 0 TO SUSPENSE-POSTED-AMOUNT
           MOVE 0 TO SUSPENSE-REPOST-COUNT
           MOVE 0 TO SUSPENSE-CLEARED-COUNT
           MOVE 0 TO SUSPENSE-CLEARED-AMOUNT
           MOVE 0 TO SUSPENSE-SUPERSEDE-COUNT
           OPEN I-O SUSPENSE-MASTER-FILE
           IF SUSPENSE-MASTER-STATUS = "35"
               OPEN OUTPUT SUSPENSE-MASTER-FILE
               CLOSE SUSPENSE-MASTER-FILE
               OPEN I-O SUSPENSE-MASTER-FILE
           END-IF
           IF SUSPENSE-MASTER-STATUS NOT = "00"
               MOVE 4 TO CANDIDATE-RC
               MOVE "SUSPENSE" TO DIAG-PHASE
               MOVE SUSPENSE-MASTER-STATUS TO DIAG-STATUS
               MOVE "SUSPMST NOT AVAILABLE - REJECTS NOT POSTED"
                   TO DIAG-NOTE
               PERFORM RAISE-RUN-CONDITION
           ELSE
               PERFORM VARYING RESUB-IDX FROM 1 BY 1
               UNTIL RESUB-IDX > RESUB-ITEM-COUNT
                   IF RI-OUTCOME(RESUB-IDX) NOT = SPACE
                       PERFORM CLOSE-RESUBMITTED-ITEM
                   END-IF
               END-PERFORM
               PERFORM POST-REJECTS-TO-SUSPENSE
               CLOSE SUSPENSE-MASTER-FILE
               PERFORM REPORT-SUSPENSE-POSTING
           END-IF.

       UPDATE-TRANSACTION-HISTORY.
           IF TRANSACTION-INPUT-OPEN AND TRAN-HEADER-SEEN
               MOVE "----- Transaction History -----" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 0 TO HISTORY-POSTED-COUNT
               MOVE 0 TO HISTORY-POSTED-AMOUNT
               MOVE 0 TO HISTORY-REPOST-COUNT
               MOVE 0 TO REVERSAL-APPLIED-COUNT
               MOVE 0 TO REVERSAL-CLOSED-COUNT
               MOVE 0 TO REVERSAL-MISSED-COUNT
               OPEN I-O TRANSACTION-HISTORY-FILE
               IF TRANSACTION-HISTORY-STATUS = "35"
                   OPEN OUTPUT TRANSACTION-HISTORY-FILE
                   CLOSE TRANSACTION-HISTORY-FILE
                   OPEN I-O TRANSACTION-HISTORY-FILE
               END-IF
               IF TRANSACTION-HISTORY-STATUS NOT = "00"
                   MOVE 4 TO CANDIDATE-RC
                   MOVE "HISTORY" TO DIAG-PHASE
                   MOVE TRANSACTION-HISTORY-STATUS TO DIAG-STATUS
                   MOVE "TRNHIST NOT AVAILABLE - ITEMS NOT KEPT"
                       TO DIAG-NOTE
                   PERFORM RAISE-RUN-CONDITION
               ELSE
                   PERFORM POST-ACCEPTED-TO-HISTORY
                   CLOSE TRANSACTION-HISTORY-FILE
                   PERFORM REPORT-HISTORY-POSTING
               END-IF
           END-IF.

       POST-ACCEPTED-TO-HISTORY.
           OPEN INPUT HISTORY-WORK-FILE
           IF HISTORY-WORK-STATUS = "00"
               SET HISTORY-WORK-MORE TO TRUE
               PERFORM UNTIL HISTORY-WORK-EOF
                   READ HISTORY-WORK-FILE
                       AT END SET HISTORY-WORK-EOF TO TRUE
                       NOT AT END
                           PERFORM POST-ONE-HISTORY-ITEM
                   END-READ
               END-PERFORM
               CLOSE HISTORY-WORK-FILE
           END-IF.

       POST-ONE-HISTORY-ITEM.
           MOVE HW-RECORD-IMAGE TO SUSPENSE-IMAGE-WORK
           MOVE SPACES TO TRANSACTION-HISTORY-RECORD
           MOVE SI-ACCOUNT-NUMBER TO HT-ACCOUNT-NUMBER
           IF SI-RECORD-TYPE = "R"
               MOVE BUSINESS-DATE TO HT-TRAN-DATE
               COMPUTE HT-ORIGINAL-AMOUNT = SI-AMOUNT * -1
           ELSE
               MOVE SI-TRAN-DATE TO HT-TRAN-DATE
               MOVE SI-AMOUNT TO HT-ORIGINAL-AMOUNT
           END-IF
           MOVE HW-POSTING-AMOUNT TO HT-AMOUNT
           MOVE HW-CURRENCY-CODE TO HT-CURRENCY-CODE
           MOVE HW-EXCHANGE-RATE TO HT-EXCHANGE-RATE
           MOVE TRAN-BATCH-NUMBER TO HT-BATCH-NUMBER
           MOVE HW-BATCH-SEQ TO HT-BATCH-SEQ
           MOVE SI-TRAN-TYPE TO HT-TRAN-TYPE
           MOVE RUN-ID TO HT-RUN-ID
           MOVE BUSINESS-DATE TO HT-BUSINESS-DATE
           MOVE HW-RECORD-IMAGE TO HT-RECORD-IMAGE
           MOVE 0 TO HT-REVERSED-AMOUNT
           MOVE 0 TO HT-REVERSAL-COUNT
           MOVE 0 TO HT-LAST-REVERSAL-RUN
           WRITE TRANSACTION-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO HISTORY-REPOST-COUNT
               NOT INVALID KEY
                   ADD 1 TO HISTORY-POSTED-COUNT
                   ADD HT-AMOUNT TO HISTORY-POSTED-AMOUNT
                   IF SI-RECORD-TYPE = "R"
                       PERFORM APPLY-REVERSAL-TO-ORIGINAL
                   END-IF
           END-WRITE.

       APPLY-REVERSAL-TO-ORIGINAL.
           MOVE RW-ORIG-BATCH TO HT-BATCH-NUMBER
           MOVE RW-ORIG-SEQ TO HT-BATCH-SEQ
           READ TRANSACTION-HISTORY-FILE KEY IS HT-ITEM-KEY
               INVALID KEY
                   ADD 1 TO REVERSAL-MISSED-COUNT
               NOT INVALID KEY
                   IF HT-REVERSED-AMOUNT IS NOT NUMERIC OR
                      HT-REVERSAL-COUNT IS NOT NUMERIC
                       MOVE 0 TO HT-REVERSED-AMOUNT
                       MOVE 0 TO HT-REVERSAL-COUNT
                   END-IF
                   PERFORM DEFAULT-HISTORY-CURRENCY
                   ADD SI-AMOUNT TO HT-REVERSED-AMOUNT
                   ADD 1 TO HT-REVERSAL-COUNT
                   MOVE RUN-ID TO HT-LAST-REVERSAL-RUN
                   IF HT-REVERSED-AMOUNT = HT-ORIGINAL-AMOUNT
                       SET HT-FULLY-REVERSED TO TRUE
                       ADD 1 TO REVERSAL-CLOSED-COUNT
                   ELSE
                       SET HT-PART-REVERSED TO TRUE
                   END-IF
                   REWRITE TRANSACTION-HISTORY-RECORD
                   ADD 1 TO REVERSAL-APPLIED-COUNT
           END-READ.

       REPORT-HISTORY-POSTING.
           MOVE HISTORY-POSTED-COUNT TO EDIT-TRAN-COUNT
           MOVE HISTORY-POSTED-AMOUNT TO EDIT-RECON-AMOUNT
           STRING "Items Kept:       " EDIT-TRAN-COUNT
               " Amount: " EDIT-RECON-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF HISTORY-REPOST-COUNT > 0
               MOVE HISTORY-REPOST-COUNT TO EDIT-TRAN-COUNT
               STRING "Items Already In History: " EDIT-TRAN-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF REVERSAL-APPLIED-COUNT > 0
               MOVE REVERSAL-APPLIED-COUNT TO EDIT-TRAN-COUNT
               STRING "Reversals Applied: " EDIT-TRAN-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE REVERSAL-CLOSED-COUNT TO EDIT-TRAN-COUNT
               STRING "Originals Fully Reversed: " EDIT-TRAN-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF REVERSAL-MISSED-COUNT > 0
               MOVE REVERSAL-MISSED-COUNT TO EDIT-TRAN-COUNT
               STRING "Reversed Originals Not Found: " EDIT-TRAN-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 4 TO CANDIDATE-RC
               MOVE "HISTORY" TO DIAG-PHASE
               MOVE "REVERSED ORIGINAL MISSING - NOT MARKED"
                   TO DIAG-NOTE
               PERFORM RAISE-RUN-CONDITION
           END-IF.

       CLOSE-RESUBMITTED-ITEM.
           MOVE RI-RUN-ID(RESUB-IDX) TO SU-RUN-ID
           MOVE RI-REJECT-SEQ(RESUB-IDX) TO SU-REJECT-SEQ
           READ SUSPENSE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SUSPENSE-RESUBMITTED
                       MOVE RI-OUTCOME(RESUB-IDX) TO SU-ITEM-STATUS
                       MOVE RUN-ID TO SU-CLOSED-RUN-ID
                       MOVE BUSINESS-DATE TO SU-CLOSED-DATE
                       REWRITE SUSPENSE-RECORD
                       IF SUSPENSE-CLEARED
                           ADD 1 TO SUSPENSE-CLEARED-COUNT
                           ADD SU-AMOUNT TO SUSPENSE-CLEARED-AMOUNT
                       ELSE
                           ADD 1 TO SUSPENSE-SUPERSEDE-COUNT
                       END-IF
                   END-IF
           END-READ.

       POST-REJECTS-TO-SUSPENSE.
           OPEN INPUT TRANSACTION-REJECT-FILE
           IF TRANSACTION-REJECT-STATUS = "00"
               SET REJECT-REREAD-MORE TO TRUE
               PERFORM UNTIL REJECT-REREAD-EOF
                   READ TRANSACTION-REJECT-FILE
                       AT END SET REJECT-REREAD-EOF TO TRUE
                       NOT AT END
                           PERFORM POST-ONE-SUSPENSE-ITEM
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-REJECT-FILE
           END-IF.

       POST-ONE-SUSPENSE-ITEM.
           MOVE SPACES TO SUSPENSE-RECORD
           MOVE RJ-RUN-ID TO SU-RUN-ID
           MOVE RJ-REJECT-SEQ TO SU-REJECT-SEQ
           MOVE RJ-REASON-CODE TO SU-REASON-CODE
           MOVE BUSINESS-DATE TO SU-BUSINESS-DATE
           MOVE RJ-RECORD-IMAGE TO SUSPENSE-IMAGE-WORK
           PERFORM SET-SUSPENSE-AMOUNT
           MOVE RJ-RECORD-IMAGE TO SU-RECORD-IMAGE
           SET SUSPENSE-OPEN TO TRUE
           MOVE 0 TO SU-RESUB-BATCH
           MOVE 0 TO SU-RESUB-SEQ
           MOVE 0 TO SU-CLOSED-RUN-ID
           MOVE 0 TO SU-CLOSED-DATE
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   ADD 1 TO SUSPENSE-REPOST-COUNT
               NOT INVALID KEY
                   ADD 1 TO SUSPENSE-POSTED-COUNT
                   ADD SU-AMOUNT TO SUSPENSE-POSTED-AMOUNT
           END-WRITE.

       SET-SUSPENSE-AMOUNT.
           MOVE 0 TO SU-AMOUNT
           IF SI-RECORD-TYPE NOT = "R"
               MOVE SI-CURRENCY-CODE TO SU-CURRENCY-CODE
           END-IF
           IF SI-AMOUNT IS NUMERIC
               EVALUATE TRUE
                   WHEN SI-RECORD-TYPE = "R"
                       COMPUTE SU-AMOUNT = SI-AMOUNT * -1
                   WHEN SU-CURRENCY-CODE = SPACES
                       MOVE SI-AMOUNT TO SU-AMOUNT
                   WHEN OTHER
                       PERFORM CONVERT-SUSPENSE-AMOUNT
               END-EVALUATE
           END-IF.

       CONVERT-SUSPENSE-AMOUNT.
           MOVE SU-CURRENCY-CODE TO TRAN-CURRENCY-CODE
           MOVE SI-TRAN-DATE TO RATE-LOOKUP-DATE
           PERFORM FIND-EXCHANGE-RATE
           IF RATE-IDX > 0
               COMPUTE SU-AMOUNT ROUNDED =
                   SI-AMOUNT * RT-RATE(RATE-IDX)
                   ON SIZE ERROR
                       MOVE 0 TO SU-AMOUNT
               END-COMPUTE
           END-IF.

       REPORT-SUSPENSE-POSTING.
           MOVE SUSPENSE-POSTED-COUNT TO EDIT-TRAN-COUNT
           MOVE SUSPENSE-POSTED-AMOUNT TO EDIT-RECON-AMOUNT
           STRING "Items Posted:     " EDIT-TRAN-COUNT
               " Amount: " EDIT-RECON-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SUSPENSE-CLEARED-COUNT TO EDIT-TRAN-COUNT
           MOVE SUSPENSE-CLEARED-AMOUNT TO EDIT-RECON-AMOUNT
           STRING "Items Cleared:    " EDIT-TRAN-COUNT
               " Amount: " EDIT-RECON-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF SUSPENSE-SUPERSEDE-COUNT > 0
               MOVE SUSPENSE-SUPERSEDE-COUNT TO EDIT-TRAN-COUNT
               STRING "Resubmissions Rejected Again: " EDIT-TRAN-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF SUSPENSE-REPOST-COUNT > 0
               MOVE SUSPENSE-REPOST-COUNT TO EDIT-TRAN-COUNT
               STRING "Items Already In Suspense: " EDIT-TRAN-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF RESUB-TABLE-FULL
               MOVE "RESUBMISSION TABLE FULL - SOME ITEMS NOT CLEARED"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 4 TO CANDIDATE-RC
               MOVE "SUSPENSE" TO DIAG-PHASE
               MOVE "RESUB TABLE FULL - SUSPENSE NOT ALL CLEARED"
                   TO DIAG-NOTE
               PERFORM RAISE-RUN-CONDITION
           END-IF.

       UPDATE-HOLD-QUEUE.
           MOVE 0 TO HOLD-POSTED-COUNT
           MOVE 0 TO HOLD-REPOST-COUNT
           MOVE 0 TO RELEASE-POSTED-COUNT
           MOVE 0 TO RELEASE-POSTED-AMOUNT
           MOVE 0 TO RELEASE-REJECTED-COUNT
           MOVE 0 TO DECLINE-CLOSED-COUNT
           IF HOLD-ITEM-COUNT > 0 OR RELEASE-ITEM-COUNT > 0 OR
              DECLINE-ITEM-COUNT > 0
               MOVE "----- Large Value Holds -----" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               OPEN I-O HOLD-MASTER-FILE
               IF HOLD-MASTER-STATUS = "35"
                   OPEN OUTPUT HOLD-MASTER-FILE
                   CLOSE HOLD-MASTER-FILE
                   OPEN I-O HOLD-MASTER-FILE
               END-IF
               IF HOLD-MASTER-STATUS NOT = "00"
                   MOVE "HOLDMST NOT AVAILABLE - HELD ITEMS ON HOLDWK"
                       TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 4 TO CANDIDATE-RC
                   MOVE "HOLD" TO DIAG-PHASE
                   MOVE HOLD-MASTER-STATUS TO DIAG-STATUS
                   MOVE "HOLDMST NOT AVAILABLE - HELD ITEMS NOT KEPT"
                       TO DIAG-NOTE
                   PERFORM RAISE-RUN-CONDITION
               ELSE
                   PERFORM VARYING RELEASE-IDX FROM 1 BY 1
                   UNTIL RELEASE-IDX > RELEASE-ITEM-COUNT
                       IF RL-OUTCOME(RELEASE-IDX) NOT = SPACE
                           PERFORM CLOSE-RELEASED-HOLD
                       END-IF
                   END-PERFORM
                   PERFORM VARYING DECLINE-IDX FROM 1 BY 1
                   UNTIL DECLINE-IDX > DECLINE-ITEM-COUNT
                       PERFORM CLOSE-DECLINED-HOLD
                   END-PERFORM
                   PERFORM POST-HELD-ITEMS
                   CLOSE HOLD-MASTER-FILE
                   PERFORM REPORT-HOLD-QUEUE
               END-IF
           END-IF.

       CLOSE-RELEASED-HOLD.
           MOVE RL-RUN-ID(RELEASE-IDX) TO HO-RUN-ID
           MOVE RL-HOLD-SEQ(RELEASE-IDX) TO HO-HOLD-SEQ
           READ HOLD-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HOLD-RELEASED
                       MOVE RL-OUTCOME(RELEASE-IDX) TO HO-ITEM-STATUS
                       MOVE RUN-ID TO HO-CLOSED-RUN-ID
                       MOVE BUSINESS-DATE TO HO-CLOSED-DATE
                       REWRITE HOLD-RECORD
                       IF HOLD-POSTED
                           ADD 1 TO RELEASE-POSTED-COUNT
                           ADD HO-AMOUNT TO RELEASE-POSTED-AMOUNT
                       ELSE
                           ADD 1 TO RELEASE-REJECTED-COUNT
                       END-IF
                   END-IF
           END-READ.

       CLOSE-DECLINED-HOLD.
           MOVE DL-RUN-ID(DECLINE-IDX) TO HO-RUN-ID
           MOVE DL-HOLD-SEQ(DECLINE-IDX) TO HO-HOLD-SEQ
           READ HOLD-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HOLD-DECLINED
                       SET HOLD-DECLINE-CLOSED TO TRUE
                       MOVE RUN-ID TO HO-CLOSED-RUN-ID
                       MOVE BUSINESS-DATE TO HO-CLOSED-DATE
                       REWRITE HOLD-RECORD
                       ADD 1 TO DECLINE-CLOSED-COUNT
                   END-IF
           END-READ.

       POST-HELD-ITEMS.
           OPEN INPUT HOLD-WORK-FILE
           IF HOLD-WORK-STATUS = "00"
               SET HOLD-WORK-MORE TO TRUE
               PERFORM UNTIL HOLD-WORK-EOF
                   READ HOLD-WORK-FILE
                       AT END SET HOLD-WORK-EOF TO TRUE
                       NOT AT END
                           PERFORM POST-ONE-HELD-ITEM
                   END-READ
               END-PERFORM
               CLOSE HOLD-WORK-FILE
           END-IF.

       POST-ONE-HELD-ITEM.
           MOVE SPACES TO HOLD-RECORD
           MOVE RUN-ID TO HO-RUN-ID
           MOVE HK-HOLD-SEQ TO HO-HOLD-SEQ
           MOVE BUSINESS-DATE TO HO-BUSINESS-DATE
           MOVE TRAN-BATCH-NUMBER TO HO-BATCH-NUMBER
           MOVE HK-BATCH-SEQ TO HO-BATCH-SEQ
           MOVE HK-POSTING-AMOUNT TO HO-AMOUNT
           MOVE HK-RECORD-IMAGE TO HO-RECORD-IMAGE
           SET HOLD-PENDING TO TRUE
           MOVE 0 TO HO-ACTION-DATE
           MOVE 0 TO HO-RELEASE-BATCH
           MOVE 0 TO HO-RELEASE-SEQ
           MOVE 0 TO HO-CLOSED-RUN-ID
           MOVE 0 TO HO-CLOSED-DATE
           WRITE HOLD-RECORD
               INVALID KEY
                   ADD 1 TO HOLD-REPOST-COUNT
               NOT INVALID KEY
                   ADD 1 TO HOLD-POSTED-COUNT
           END-WRITE.

       REPORT-HOLD-QUEUE.
           MOVE HOLD-POSTED-COUNT TO EDIT-TRAN-COUNT
           MOVE HOLD-ITEM-AMOUNT TO EDIT-RECON-AMOUNT
           STRING "Items Held:       " EDIT-TRAN-COUNT
               " Amount: " EDIT-RECON-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE RELEASE-POSTED-COUNT TO EDIT-TRAN-COUNT
           MOVE RELEASE-POSTED-AMOUNT TO EDIT-RECON-AMOUNT
           STRING "Released Posted:  " EDIT-TRAN-COUNT
               " Amount: " EDIT-RECON-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF RELEASE-REJECTED-COUNT > 0
               MOVE RELEASE-REJECTED-COUNT TO EDIT-TRAN-COUNT
               STRING "Released Items Rejected: " EDIT-TRAN-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE DECLINE-CLOSED-COUNT TO EDIT-TRAN-COUNT
           MOVE DECLINE-ITEM-AMOUNT TO EDIT-RECON-AMOUNT
           STRING "Declined To TRANREJ: " EDIT-TRAN-COUNT
               " Amount: " EDIT-RECON-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF HOLD-REPOST-COUNT > 0
               MOVE HOLD-REPOST-COUNT TO EDIT-TRAN-COUNT
               STRING "Items Already Held: " EDIT-TRAN-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF RELEASE-TABLE-FULL OR DECLINE-TABLE-FULL
               MOVE "HOLD TABLE FULL - SOME ITEMS NOT CLOSED"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 4 TO CANDIDATE-RC
               MOVE "HOLD" TO DIAG-PHASE
               MOVE "HOLD TABLE FULL - HOLDMST NOT ALL CLOSED"
                   TO DIAG-NOTE
               PERFORM RAISE-RUN-CONDITION
           END-IF.

       LOAD-GL-MAPPING.
           MOVE 0 TO GL-MAP-COUNT
           SET GL-MAP-MORE TO TRUE
           OPEN INPUT GL-MAPPING-FILE
           IF GL-MAPPING-STATUS NOT = "00"
               SET GL-MAP-EOF TO TRUE
               MOVE "GLMAP NOT AVAILABLE - NO TYPE IS MAPPED"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM UNTIL GL-MAP-EOF
               READ GL-MAPPING-FILE
                   AT END SET GL-MAP-EOF TO TRUE
                   NOT AT END
                       IF GL-MAP-COUNT < 50
                           ADD 1 TO GL-MAP-COUNT
                           MOVE GM-TRAN-TYPE
                               TO GMR-TRAN-TYPE(GL-MAP-COUNT)
                           MOVE GM-DEBIT-GL-ACCOUNT
                               TO GMR-DEBIT-GL(GL-MAP-COUNT)
                           MOVE GM-CREDIT-GL-ACCOUNT
                               TO GMR-CREDIT-GL(GL-MAP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF GL-MAPPING-STATUS = "00" OR
              GL-MAPPING-STATUS = "10"
               CLOSE GL-MAPPING-FILE
           END-IF.

       FIND-GL-MAPPING.
           MOVE 0 TO GL-MAP-IDX
           PERFORM VARYING GL-MAP-SCAN-IDX FROM 1 BY 1
           UNTIL GL-MAP-SCAN-IDX > GL-MAP-COUNT OR GL-MAP-IDX > 0
               IF GMR-TRAN-TYPE(GL-MAP-SCAN-IDX) =
                  TS-TRAN-TYPE(SUMMARY-IDX)
                  AND GMR-DEBIT-GL(GL-MAP-SCAN-IDX) NOT = SPACES
                  AND GMR-CREDIT-GL(GL-MAP-SCAN-IDX) NOT = SPACES
                   MOVE GL-MAP-SCAN-IDX TO GL-MAP-IDX
               END-IF
           END-PERFORM.

       WRITE-GL-HEADER.
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET GJ-HEADER-REC TO TRUE
           MOVE RUN-ID TO GJ-RUN-ID
           MOVE BUSINESS-DATE TO GJ-BUSINESS-DATE
           MOVE TRAN-BATCH-NUMBER TO GH-BATCH-NUMBER
           MOVE GL-RELEASE-FLAG TO GH-RELEASE-STATUS
           MOVE RUN-TIMESTAMP TO GH-CREATED-TIMESTAMP
           WRITE GL-JOURNAL-RECORD.

       WRITE-GL-ENTRY-PAIR.
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET GJ-ENTRY-REC TO TRUE
           MOVE RUN-ID TO GJ-RUN-ID
           MOVE BUSINESS-DATE TO GJ-BUSINESS-DATE
           MOVE GMR-DEBIT-GL(GL-MAP-IDX) TO GJ-GL-ACCOUNT
           MOVE TS-TRAN-TYPE(SUMMARY-IDX) TO GJ-TRAN-TYPE
           SET GJ-DEBIT-ENTRY TO TRUE
           MOVE TS-RECORD-COUNT(SUMMARY-IDX) TO GJ-ITEM-COUNT
           MOVE TS-AMOUNT-TOTAL(SUMMARY-IDX) TO GJ-AMOUNT
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO GL-ENTRY-COUNT
           ADD GJ-AMOUNT TO GL-DEBIT-TOTAL
           MOVE GMR-CREDIT-GL(GL-MAP-IDX) TO GJ-GL-ACCOUNT
           SET GJ-CREDIT-ENTRY TO TRUE
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO GL-ENTRY-COUNT
           ADD GJ-AMOUNT TO GL-CREDIT-TOTAL.

       WRITE-GL-TRAILER.
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET GJ-TRAILER-REC TO TRUE
           MOVE RUN-ID TO GJ-RUN-ID
           MOVE BUSINESS-DATE TO GJ-BUSINESS-DATE
           MOVE GL-ENTRY-COUNT TO GT-ENTRY-COUNT
           MOVE GL-DEBIT-TOTAL TO GT-DEBIT-TOTAL
           MOVE GL-CREDIT-TOTAL TO GT-CREDIT-TOTAL
           MOVE GL-RELEASE-FLAG TO GT-RELEASE-STATUS
           WRITE GL-JOURNAL-RECORD.

       REPORT-TYPE-SUMMARY.
           MOVE "----- Transaction Type Summary -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING SUMMARY-IDX FROM 1 BY 1
           UNTIL SUMMARY-IDX > TYPE-SUMMARY-COUNT
               MOVE TS-TRAN-TYPE(SUMMARY-IDX) TO TYPE-LOOKUP-CODE
               PERFORM FIND-TYPE-REFERENCE
               MOVE TS-RECORD-COUNT(SUMMARY-IDX) TO EDIT-SUMMARY-COUNT
               MOVE TS-AMOUNT-TOTAL(SUMMARY-IDX) TO EDIT-SUMMARY-AMOUNT
               IF TYPE-REF-IDX > 0
                   STRING "Type " TS-TRAN-TYPE(SUMMARY-IDX)
                       " " TRF-DESCRIPTION(TYPE-REF-IDX)
                       " Count: " EDIT-SUMMARY-COUNT
                       " Total: " EDIT-SUMMARY-AMOUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "Type " TS-TRAN-TYPE(SUMMARY-IDX)
                       " Count: " EDIT-SUMMARY-COUNT
                       " Total: " EDIT-SUMMARY-AMOUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
               IF SOURCES-STAMPED
                   PERFORM REPORT-TYPE-SOURCES
               END-IF
           END-PERFORM
           IF SOURCES-STAMPED
               PERFORM REPORT-SOURCE-TOTALS
           END-IF
           IF TYPE-REF-LOADED
               MOVE TRAN-DEBIT-TOTAL TO EDIT-RECON-AMOUNT
               STRING "Batch Debit Total:  " EDIT-RECON-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE TRAN-CREDIT-TOTAL TO EDIT-RECON-AMOUNT
               STRING "Batch Credit Total: " EDIT-RECON-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF TRAN-REJECT-COUNT > 0
                   MOVE SUSPENSE-DEBIT-TOTAL TO EDIT-RECON-AMOUNT
                   STRING "Suspense Debits:    " EDIT-RECON-AMOUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE SUSPENSE-CREDIT-TOTAL TO EDIT-RECON-AMOUNT
                   STRING "Suspense Credits:   " EDIT-RECON-AMOUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               IF SUSPENSE-CHECK-SKIPPED
                   MOVE SUSPENSE-UNCLASS-COUNT TO EDIT-TRAN-COUNT
                   STRING "Unclassified Rejects: " EDIT-TRAN-COUNT
                       " - DEBIT/CREDIT CHECK NOT APPLIED"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 4 TO CANDIDATE-RC
                   MOVE "LOAD" TO DIAG-PHASE
                   MOVE "UNCLASSIFIED REJECTS - DR/CR CHECK SKIPPED"
                       TO DIAG-NOTE
                   PERFORM RAISE-RUN-CONDITION
               END-IF
           END-IF.

       ACCUMULATE-CURRENCY-SUMMARY.
           MOVE 0 TO CURRENCY-IDX
           PERFORM VARYING CURRENCY-SCAN-IDX FROM 1 BY 1
           UNTIL CURRENCY-SCAN-IDX > CURRENCY-SUMMARY-COUNT
               OR CURRENCY-IDX > 0
               IF CS-CURRENCY-CODE(CURRENCY-SCAN-IDX) =
                  TRAN-CURRENCY-CODE AND
                  CS-EXCHANGE-RATE(CURRENCY-SCAN-IDX) =
                  TRAN-EXCHANGE-RATE
                   MOVE CURRENCY-SCAN-IDX TO CURRENCY-IDX
               END-IF
           END-PERFORM
           IF CURRENCY-IDX = 0
               IF CURRENCY-SUMMARY-COUNT < 50
                   ADD 1 TO CURRENCY-SUMMARY-COUNT
                   MOVE CURRENCY-SUMMARY-COUNT TO CURRENCY-IDX
                   MOVE TRAN-CURRENCY-CODE
                       TO CS-CURRENCY-CODE(CURRENCY-IDX)
                   MOVE TRAN-EXCHANGE-RATE
                       TO CS-EXCHANGE-RATE(CURRENCY-IDX)
                   MOVE 0 TO CS-RECORD-COUNT(CURRENCY-IDX)
                   MOVE 0 TO CS-ORIGINAL-TOTAL(CURRENCY-IDX)
                   MOVE 0 TO CS-BASE-TOTAL(CURRENCY-IDX)
               ELSE
                   SET CURRENCY-TABLE-FULL TO TRUE
               END-IF
           END-IF
           IF CURRENCY-IDX > 0
               ADD 1 TO CS-RECORD-COUNT(CURRENCY-IDX)
               IF TRAN-REVERSAL-REC
                   SUBTRACT TR-AMOUNT
                       FROM CS-ORIGINAL-TOTAL(CURRENCY-IDX)
               ELSE
                   ADD TR-AMOUNT TO CS-ORIGINAL-TOTAL(CURRENCY-IDX)
               END-IF
               ADD POSTING-AMOUNT TO CS-BASE-TOTAL(CURRENCY-IDX)
           END-IF.

       REPORT-TYPE-SOURCES.
           PERFORM VARYING TYPE-SOURCE-IDX FROM 1 BY 1
           UNTIL TYPE-SOURCE-IDX > TYPE-SOURCE-COUNT
               IF TSS-TRAN-TYPE(TYPE-SOURCE-IDX) =
                  TS-TRAN-TYPE(SUMMARY-IDX)
                   MOVE TSS-SOURCE-CODE(TYPE-SOURCE-IDX)
                       TO EDIT-SOURCE-CODE
                   MOVE TSS-RECORD-COUNT(TYPE-SOURCE-IDX)
                       TO EDIT-SUMMARY-COUNT
                   MOVE TSS-AMOUNT-TOTAL(TYPE-SOURCE-IDX)
                       TO EDIT-SUMMARY-AMOUNT
                   PERFORM WRITE-SOURCE-BREAKDOWN-LINE
               END-IF
           END-PERFORM.

       REPORT-SOURCE-TOTALS.
           PERFORM VARYING TYPE-SOURCE-IDX FROM 1 BY 1
           UNTIL TYPE-SOURCE-IDX > TYPE-SOURCE-COUNT
               SET SUMMARY-ROW-MISSING TO TRUE
               PERFORM VARYING PRIOR-SOURCE-IDX FROM 1 BY 1
               UNTIL PRIOR-SOURCE-IDX >= TYPE-SOURCE-IDX
                   OR SUMMARY-ROW-FOUND
                   IF TSS-SOURCE-CODE(PRIOR-SOURCE-IDX) =
                      TSS-SOURCE-CODE(TYPE-SOURCE-IDX)
                       SET SUMMARY-ROW-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF SUMMARY-ROW-MISSING
                   PERFORM REPORT-ONE-SOURCE-TOTAL
               END-IF
           END-PERFORM.

       REPORT-ONE-SOURCE-TOTAL.
           MOVE 0 TO SOURCE-TOTAL-COUNT
           MOVE 0 TO SOURCE-TOTAL-AMOUNT
           PERFORM VARYING PRIOR-SOURCE-IDX FROM TYPE-SOURCE-IDX BY 1
           UNTIL PRIOR-SOURCE-IDX > TYPE-SOURCE-COUNT
               IF TSS-SOURCE-CODE(PRIOR-SOURCE-IDX) =
                  TSS-SOURCE-CODE(TYPE-SOURCE-IDX)
                   ADD TSS-RECORD-COUNT(PRIOR-SOURCE-IDX)
                       TO SOURCE-TOTAL-COUNT
                   ADD TSS-AMOUNT-TOTAL(PRIOR-SOURCE-IDX)
                       TO SOURCE-TOTAL-AMOUNT
               END-IF
           END-PERFORM
           MOVE TSS-SOURCE-CODE(TYPE-SOURCE-IDX) TO EDIT-SOURCE-CODE
           IF EDIT-SOURCE-CODE = SPACES
               MOVE "--" TO EDIT-SOURCE-CODE
           END-IF
           MOVE SOURCE-TOTAL-COUNT TO EDIT-SUMMARY-COUNT
           MOVE SOURCE-TOTAL-AMOUNT TO EDIT-SUMMARY-AMOUNT
           STRING "Source " EDIT-SOURCE-CODE " All Types"
               " Count: " EDIT-SUMMARY-COUNT
               " Total: " EDIT-SUMMARY-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       REPORT-CURRENCY-SUMMARY.
           MOVE "----- Currency Summary -----" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING "Ccy          Rate   Count Original Total"
               "       Base Total"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING CURRENCY-IDX FROM 1 BY 1
           UNTIL CURRENCY-IDX > CURRENCY-SUMMARY-COUNT
               IF CS-CURRENCY-CODE(CURRENCY-IDX) = SPACES
                   MOVE "BASE" TO EDIT-CURRENCY-CODE
               ELSE
                   MOVE CS-CURRENCY-CODE(CURRENCY-IDX)
                       TO EDIT-CURRENCY-CODE
               END-IF
               MOVE CS-EXCHANGE-RATE(CURRENCY-IDX)
                   TO EDIT-EXCHANGE-RATE
               MOVE CS-RECORD-COUNT(CURRENCY-IDX) TO EDIT-TRAN-COUNT
               MOVE CS-ORIGINAL-TOTAL(CURRENCY-IDX)
                   TO EDIT-SUMMARY-AMOUNT
               MOVE CS-BASE-TOTAL(CURRENCY-IDX) TO EDIT-RECON-AMOUNT
               STRING EDIT-CURRENCY-CODE " " EDIT-EXCHANGE-RATE " "
                   EDIT-TRAN-COUNT " " EDIT-SUMMARY-AMOUNT " "
                   EDIT-RECON-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF CURRENCY-REJECT-COUNT > 0
               MOVE CURRENCY-REJECT-COUNT TO EDIT-TRAN-COUNT
               STRING "Currency/Rate Rejects: " EDIT-TRAN-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF NOT RATE-TABLE-LOADED
                   MOVE 4 TO CANDIDATE-RC
                   MOVE "LOAD" TO DIAG-PHASE
                   MOVE CURRENCY-RATE-STATUS TO DIAG-STATUS
                   MOVE "CCYRATE NOT AVAILABLE - FOREIGN REJECTED"
                       TO DIAG-NOTE
                   PERFORM RAISE-RUN-CONDITION
               END-IF
           END-IF
           IF RATE-TABLE-FULL
               MOVE 4 TO CANDIDATE-RC
               MOVE "LOAD" TO DIAG-PHASE
               MOVE "CCYRATE OVER 500 RATES - REST IGNORED"
                   TO DIAG-NOTE
               PERFORM RAISE-RUN-CONDITION
           END-IF
           IF CURRENCY-TABLE-FULL
               MOVE 4 TO CANDIDATE-RC
               MOVE "LOAD" TO DIAG-PHASE
               MOVE "CURRENCY SUMMARY FULL - ROWS OMITTED"
                   TO DIAG-NOTE
               PERFORM RAISE-RUN-CONDITION
           END-IF.

       EDIT-TRANSACTION-RECORD.
           SET TRAN-EDIT-PASSED TO TRUE
           MOVE SPACES TO TRAN-REJECT-REASON
           MOVE 0 TO POSITION-IDX
           MOVE 0 TO POSTING-AMOUNT
           PERFORM SET-TRANSACTION-CURRENCY
           IF TR-AMOUNT IS NUMERIC
               IF TRAN-REVERSAL-REC
                   COMPUTE POSTING-AMOUNT = TR-AMOUNT * -1
               ELSE
                   MOVE TR-AMOUNT TO POSTING-AMOUNT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN TR-AMOUNT IS NOT NUMERIC
                   SET TRAN-EDIT-FAILED TO TRUE
               WHEN TR-AMOUNT = 0
                   SET TRAN-EDIT-FAILED TO TRUE
                   MOVE "ZER" TO TRAN-REJECT-REASON
           END-EVALUATE
           IF TRAN-EDIT-PASSED AND DATE-EDIT-READY
               IF TRAN-REVERSAL-REC
                   MOVE 0 TO TRAN-AGE-DAYS
               ELSE
                   PERFORM EDIT-TRANSACTION-DATE
               END-IF
           END-IF
           IF TRAN-EDIT-PASSED AND TRAN-AMOUNT-UNCONVERTED
               PERFORM EDIT-TRANSACTION-CURRENCY
           END-IF
           IF TRAN-EDIT-PASSED AND TYPE-REF-LOADED
               PERFORM EDIT-TRANSACTION-TYPE
           END-IF
           IF TRAN-EDIT-PASSED AND TRAN-REVERSAL-REC
               PERFORM EDIT-REVERSAL-ITEM
           END-IF
           IF TRAN-EDIT-PASSED AND
              FUNCTION ABS(POSTING-AMOUNT) > CTL-AMOUNT-TOLERANCE
               SET TRAN-EDIT-FAILED TO TRUE
               MOVE "TOL" TO TRAN-REJECT-REASON
           END-IF
           IF TRAN-EDIT-PASSED AND ACCOUNT-MASTER-OPEN
               PERFORM EDIT-ACCOUNT-NUMBER
           END-IF
           IF TRAN-EDIT-PASSED AND CTL-DUP-CHECK-MODE > 0 AND
              NOT TRAN-REVERSAL-REC
               PERFORM CHECK-DUPLICATE-DETAIL
           END-IF.

       OPEN-HISTORY-FOR-REVERSALS.
           MOVE 0 TO REVERSAL-PENDING-COUNT
           MOVE 0 TO REVERSAL-TABLE-FULL-FLAG
           SET TRANSACTION-HISTORY-CLOSED TO TRUE
           OPEN INPUT TRANSACTION-HISTORY-FILE
           EVALUATE TRANSACTION-HISTORY-STATUS
               WHEN "00"
                   SET TRANSACTION-HISTORY-OPEN TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE 4 TO CANDIDATE-RC
                   MOVE "LOAD" TO DIAG-PHASE
                   MOVE TRANSACTION-HISTORY-STATUS TO DIAG-STATUS
                   MOVE "TRNHIST NOT AVAILABLE - REVERSALS REJECTED"
                       TO DIAG-NOTE
                   PERFORM RAISE-RUN-CONDITION
           END-EVALUATE.

       EDIT-REVERSAL-ITEM.
           MOVE 0 TO REVERSAL-IDX
           IF NOT TRANSACTION-HISTORY-OPEN OR
              TV-ORIG-BATCH IS NOT NUMERIC OR
              TV-ORIG-SEQ IS NOT NUMERIC
               SET TRAN-EDIT-FAILED TO TRUE
               MOVE "RNF" TO TRAN-REJECT-REASON
           ELSE
               MOVE TV-ORIG-BATCH TO HT-BATCH-NUMBER
               MOVE TV-ORIG-SEQ TO HT-BATCH-SEQ
               READ TRANSACTION-HISTORY-FILE KEY IS HT-ITEM-KEY
                   INVALID KEY
                       SET TRAN-EDIT-FAILED TO TRUE
                       MOVE "RNF" TO TRAN-REJECT-REASON
                   NOT INVALID KEY
                       PERFORM MATCH-REVERSAL-TO-ORIGINAL
               END-READ
           END-IF.

       MATCH-REVERSAL-TO-ORIGINAL.
           IF HT-REVERSED-AMOUNT IS NOT NUMERIC
               MOVE 0 TO HT-REVERSED-AMOUNT
           END-IF
           PERFORM DEFAULT-HISTORY-CURRENCY
           MOVE HT-ITEM-KEY TO REVERSAL-ITEM-KEY-WORK
           PERFORM FIND-PENDING-REVERSAL
           COMPUTE REVERSAL-REMAINING =
               HT-ORIGINAL-AMOUNT - HT-REVERSED-AMOUNT
           IF REVERSAL-IDX > 0
               SUBTRACT RP-AMOUNT(REVERSAL-IDX) FROM REVERSAL-REMAINING
           END-IF
           EVALUATE TRUE
               WHEN HT-RECORD-IMAGE(1:1) = "R"
                   SET TRAN-EDIT-FAILED TO TRUE
                   MOVE "RNF" TO TRAN-REJECT-REASON
               WHEN HT-ACCOUNT-NUMBER NOT = TR-ACCOUNT-NUMBER
                   SET TRAN-EDIT-FAILED TO TRUE
                   MOVE "RAC" TO TRAN-REJECT-REASON
               WHEN HT-TRAN-TYPE NOT = TR-TRAN-TYPE
                   SET TRAN-EDIT-FAILED TO TRUE
                   MOVE "RTM" TO TRAN-REJECT-REASON
               WHEN HT-FULLY-REVERSED OR REVERSAL-REMAINING = 0
                   SET TRAN-EDIT-FAILED TO TRUE
                   MOVE "RAR" TO TRAN-REJECT-REASON
               WHEN REVERSAL-IDX = 0 AND REVERSAL-TABLE-FULL
                   SET TRAN-EDIT-FAILED TO TRUE
                   MOVE "RAR" TO TRAN-REJECT-REASON
               WHEN NOT TV-FULL-REVERSAL AND NOT TV-PARTIAL-ADJUST
                   SET TRAN-EDIT-FAILED TO TRUE
                   MOVE "RAM" TO TRAN-REJECT-REASON
               WHEN (TR-AMOUNT > 0 AND REVERSAL-REMAINING < 0) OR
                    (TR-AMOUNT < 0 AND REVERSAL-REMAINING > 0)
                   SET TRAN-EDIT-FAILED TO TRUE
                   MOVE "RAM" TO TRAN-REJECT-REASON
               WHEN TV-FULL-REVERSAL AND
                    TR-AMOUNT NOT = REVERSAL-REMAINING
                   SET TRAN-EDIT-FAILED TO TRUE
                   MOVE "RAM" TO TRAN-REJECT-REASON
               WHEN TV-PARTIAL-ADJUST AND
                    FUNCTION ABS(TR-AMOUNT) >
                    FUNCTION ABS(REVERSAL-REMAINING)
                   SET TRAN-EDIT-FAILED TO TRUE
                   MOVE "RAM" TO TRAN-REJECT-REASON
           END-EVALUATE
           IF TRAN-EDIT-PASSED AND HT-CURRENCY-CODE NOT = SPACES
               MOVE HT-CURRENCY-CODE TO TRAN-CURRENCY-CODE
               MOVE HT-EXCHANGE-RATE TO TRAN-EXCHANGE-RATE
               PERFORM CONVERT-POSTING-AMOUNT
           END-IF.

       DEFAULT-HISTORY-CURRENCY.
           IF HT-ORIGINAL-AMOUNT IS NOT NUMERIC
               MOVE HT-AMOUNT TO HT-ORIGINAL-AMOUNT
           END-IF
           IF HT-EXCHANGE-RATE IS NOT NUMERIC OR HT-EXCHANGE-RATE = 0
               MOVE SPACES TO HT-CURRENCY-CODE
               MOVE 1 TO HT-EXCHANGE-RATE
           END-IF.

       FIND-PENDING-REVERSAL.
           MOVE 0 TO REVERSAL-IDX
           PERFORM VARYING REVERSAL-SCAN-IDX FROM 1 BY 1
           UNTIL REVERSAL-SCAN-IDX > REVERSAL-PENDING-COUNT
               OR REVERSAL-IDX > 0
               IF RP-ITEM-KEY(REVERSAL-SCAN-IDX) =
                  REVERSAL-ITEM-KEY-WORK
                   MOVE REVERSAL-SCAN-IDX TO REVERSAL-IDX
               END-IF
           END-PERFORM.

       HOLD-PENDING-REVERSAL.
           ADD 1 TO REVERSAL-ACCEPT-COUNT
           ADD POSTING-AMOUNT TO REVERSAL-ACCEPT-AMOUNT
           IF REVERSAL-IDX > 0
               ADD TR-AMOUNT TO RP-AMOUNT(REVERSAL-IDX)
           ELSE
               IF REVERSAL-PENDING-COUNT < 1000
                   ADD 1 TO REVERSAL-PENDING-COUNT
                   MOVE REVERSAL-ITEM-KEY-WORK
                       TO RP-ITEM-KEY(REVERSAL-PENDING-COUNT)
                   MOVE TR-AMOUNT TO RP-AMOUNT(REVERSAL-PENDING-COUNT)
               ELSE
                   SET REVERSAL-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       CHECK-DUPLICATE-DETAIL.
           MOVE TRANSACTION-RECORD(2:32) TO DUP-KEY-WORK
           MOVE 0 TO DUP-FOUND-FLAG
           PERFORM VARYING DUP-IDX FROM 1 BY 1
           UNTIL DUP-IDX > DUP-KEY-COUNT OR DUP-FOUND
               END-IF
           END-IF.

       SET-TRANSACTION-CURRENCY.
           MOVE 1 TO TRAN-EXCHANGE-RATE
           IF TRAN-REVERSAL-REC OR TR-CURRENCY-CODE = SPACES
               MOVE SPACES TO TRAN-CURRENCY-CODE
               SET TRAN-AMOUNT-CONVERTED TO TRUE
           ELSE
               MOVE TR-CURRENCY-CODE TO TRAN-CURRENCY-CODE
               SET TRAN-AMOUNT-UNCONVERTED TO TRUE
           END-IF.

       EDIT-TRANSACTION-CURRENCY.
           MOVE TR-TRAN-DATE TO RATE-LOOKUP-DATE
           PERFORM FIND-EXCHANGE-RATE
           EVALUATE TRUE
               WHEN NOT RATE-CODE-FOUND
                   SET TRAN-EDIT-FAILED TO TRUE
                   MOVE "CUR" TO TRAN-REJECT-REASON
               WHEN RATE-IDX = 0
                   SET TRAN-EDIT-FAILED TO TRUE
                   MOVE "RTE" TO TRAN-REJECT-REASON
               WHEN OTHER
                   MOVE RT-RATE(RATE-IDX) TO TRAN-EXCHANGE-RATE
                   PERFORM CONVERT-POSTING-AMOUNT
           END-EVALUATE.

       FIND-EXCHANGE-RATE.
           MOVE 0 TO RATE-IDX
           MOVE 0 TO RATE-CODE-FOUND-FLAG
           PERFORM VARYING RATE-SCAN-IDX FROM 1 BY 1
           UNTIL RATE-SCAN-IDX > RATE-COUNT
               IF RT-CURRENCY-CODE(RATE-SCAN-IDX) = TRAN-CURRENCY-CODE
                   SET RATE-CODE-FOUND TO TRUE
                   IF RATE-LOOKUP-DAY IS NUMERIC AND
                      RT-EFFECTIVE-DATE(RATE-SCAN-IDX) <=
                      RATE-LOOKUP-DAY
                       IF RATE-IDX = 0
                           MOVE RATE-SCAN-IDX TO RATE-IDX
                       ELSE
                           IF RT-EFFECTIVE-DATE(RATE-SCAN-IDX) >
                              RT-EFFECTIVE-DATE(RATE-IDX)
                               MOVE RATE-SCAN-IDX TO RATE-IDX
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CONVERT-POSTING-AMOUNT.
           COMPUTE POSTING-AMOUNT ROUNDED =
               POSTING-AMOUNT * TRAN-EXCHANGE-RATE
               ON SIZE ERROR
                   SET TRAN-EDIT-FAILED TO TRUE
                   MOVE "TOL" TO TRAN-REJECT-REASON
               NOT ON SIZE ERROR
                   SET TRAN-AMOUNT-CONVERTED TO TRUE
                   ADD 1 TO FOREIGN-ITEM-COUNT
           END-COMPUTE.

       LOAD-CURRENCY-RATES.
           MOVE 0 TO RATE-COUNT
           MOVE 0 TO RATE-LOADED-FLAG
           MOVE 0 TO RATE-TABLE-FULL-FLAG
           MOVE 0 TO FOREIGN-ITEM-COUNT
           MOVE 0 TO CURRENCY-REJECT-COUNT
           MOVE 0 TO CURRENCY-SUMMARY-COUNT
           MOVE 0 TO CURRENCY-TABLE-FULL-FLAG
           SET CURRENCY-RATE-MORE TO TRUE
           OPEN INPUT CURRENCY-RATE-FILE
           IF CURRENCY-RATE-STATUS NOT = "00"
               SET CURRENCY-RATE-EOF TO TRUE
           END-IF
           PERFORM UNTIL CURRENCY-RATE-EOF
               READ CURRENCY-RATE-FILE
                   AT END SET CURRENCY-RATE-EOF TO TRUE
                   NOT AT END
                       PERFORM STORE-CURRENCY-RATE
               END-READ
           END-PERFORM
           IF CURRENCY-RATE-STATUS = "00" OR
              CURRENCY-RATE-STATUS = "10"
               CLOSE CURRENCY-RATE-FILE
           END-IF
           IF RATE-COUNT > 0
               SET RATE-TABLE-LOADED TO TRUE
           END-IF.

       STORE-CURRENCY-RATE.
           IF CY-CURRENCY-CODE NOT = SPACES AND
              CY-EFFECTIVE-DATE IS NUMERIC AND
              CY-RATE IS NUMERIC AND CY-RATE > 0
               IF RATE-COUNT < 500
                   ADD 1 TO RATE-COUNT
                   MOVE CY-CURRENCY-CODE
                       TO RT-CURRENCY-CODE(RATE-COUNT)
                   MOVE CY-EFFECTIVE-DATE
                       TO RT-EFFECTIVE-DATE(RATE-COUNT)
                   MOVE CY-RATE TO RT-RATE(RATE-COUNT)
               ELSE
                   SET RATE-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       LOAD-TYPE-REFERENCE.
           MOVE 0 TO TYPE-REF-COUNT
           MOVE 0 TO TYPE-REF-LOADED-FLAG
               SET TRAN-EDIT-FAILED TO TRUE
               MOVE "FUT" TO TRAN-REJECT-REASON
           ELSE
               IF CALENDAR-LOADED AND BIZDAY-COUNT > 0
                   MOVE TRAN-WORK-DATE TO CALENDAR-FROM-DATE
                   PERFORM COUNT-BUSINESS-DAYS-SINCE
                   IF CALENDAR-DAY-COUNT > 99999
                       MOVE 99999 TO TRAN-AGE-DAYS
                   ELSE
                       MOVE CALENDAR-DAY-COUNT TO TRAN-AGE-DAYS
                   END-IF
               ELSE
                   COMPUTE TRAN-AGE-DAYS =
                       BUS-DATE-EDIT-INT - TRAN-DATE-INT
               END-IF
               IF TRAN-AGE-DAYS > CTL-STALE-DAYS AND
                  CTL-STALE-ACTION = 1 AND RELEASE-MATCH-IDX = 0
                   SET TRAN-EDIT-FAILED TO TRUE
                   MOVE "STA" TO TRAN-REJECT-REASON
               END-IF
                   IF NOT ACCOUNT-OPEN
                       SET TRAN-EDIT-FAILED TO TRUE
                       MOVE "CLS" TO TRAN-REJECT-REASON
                   ELSE
                       IF PRODUCT-REFERENCE-OPEN AND
                          AM-PRODUCT-CODE NOT = SPACES
                           PERFORM EDIT-ACCOUNT-PRODUCT
                       END-IF
                   END-IF
           END-READ.

       OPEN-PRODUCT-LIMIT-FILES.
           MOVE 0 TO POSITION-COUNT
           MOVE 0 TO POSITION-TABLE-FULL-FLAG
           MOVE 0 TO PRODUCT-MISSING-COUNT
           MOVE 0 TO ITEM-MAXIMUM-COUNT
           MOVE 0 TO OVERLIMIT-COUNT
           SET PRODUCT-REFERENCE-CLOSED TO TRUE
           SET BALANCE-MASTER-CLOSED TO TRUE
           IF ACCOUNT-MASTER-OPEN
               OPEN INPUT PRODUCT-REFERENCE-FILE
               IF PRODUCT-REFERENCE-STATUS = "00"
                   SET PRODUCT-REFERENCE-OPEN TO TRUE
               ELSE
                   MOVE 4 TO CANDIDATE-RC
                   MOVE "LOAD" TO DIAG-PHASE
                   MOVE PRODUCT-REFERENCE-STATUS TO DIAG-STATUS
                   MOVE "PRODREF NOT AVAILABLE - LIMIT EDIT SKIPPED"
                       TO DIAG-NOTE
                   PERFORM RAISE-RUN-CONDITION
               END-IF
           END-IF
           IF PRODUCT-REFERENCE-OPEN
               OPEN INPUT BALANCE-MASTER-FILE
               IF BALANCE-MASTER-STATUS = "00"
                   SET BALANCE-MASTER-OPEN TO TRUE
               ELSE
                   MOVE 4 TO CANDIDATE-RC
                   MOVE "LOAD" TO DIAG-PHASE
                   MOVE BALANCE-MASTER-STATUS TO DIAG-STATUS
                   MOVE "BALMST NOT AVAILABLE - PRIOR POSITION ZERO"
                       TO DIAG-NOTE
                   PERFORM RAISE-RUN-CONDITION
               END-IF
           END-IF.

       EDIT-ACCOUNT-PRODUCT.
           MOVE AM-PRODUCT-CODE TO PR-PRODUCT-CODE
           READ PRODUCT-REFERENCE-FILE
               INVALID KEY
                   ADD 1 TO PRODUCT-MISSING-COUNT
               NOT INVALID KEY
                   PERFORM EDIT-PRODUCT-LIMITS
           END-READ.

       EDIT-PRODUCT-LIMITS.
           IF PR-ITEM-MAXIMUM > 0 AND
              FUNCTION ABS(POSTING-AMOUNT) > PR-ITEM-MAXIMUM
               SET TRAN-EDIT-FAILED TO TRUE
               MOVE "MAX" TO TRAN-REJECT-REASON
               ADD 1 TO ITEM-MAXIMUM-COUNT
           END-IF
           IF TRAN-EDIT-PASSED AND PR-CREDIT-LIMIT > 0
               PERFORM FIND-ACCOUNT-POSITION
               IF POSITION-IDX > 0
                   COMPUTE PROJECTED-BALANCE =
                       PS-PRIOR-BALANCE(POSITION-IDX) +
                       PS-BATCH-ACCEPTED(POSITION-IDX) + POSTING-AMOUNT
                   IF PROJECTED-BALANCE > PR-CREDIT-LIMIT OR
                      (PROJECTED-BALANCE * -1) > PR-CREDIT-LIMIT
                       SET TRAN-EDIT-FAILED TO TRUE
                       MOVE "OVL" TO TRAN-REJECT-REASON
                       ADD 1 TO OVERLIMIT-COUNT
                       MOVE 0 TO POSITION-IDX
                   END-IF
               END-IF
           END-IF.

       FIND-ACCOUNT-POSITION.
           MOVE 0 TO POSITION-IDX
           PERFORM VARYING POSITION-SCAN-IDX FROM 1 BY 1
           UNTIL POSITION-SCAN-IDX > POSITION-COUNT OR POSITION-IDX > 0
               IF PS-ACCOUNT-NUMBER(POSITION-SCAN-IDX) =
                  TR-ACCOUNT-NUMBER
                   MOVE POSITION-SCAN-IDX TO POSITION-IDX
               END-IF
           END-PERFORM
           IF POSITION-IDX = 0
               IF POSITION-COUNT < 1000
                   ADD 1 TO POSITION-COUNT
                   MOVE POSITION-COUNT TO POSITION-IDX
                   MOVE TR-ACCOUNT-NUMBER
                       TO PS-ACCOUNT-NUMBER(POSITION-IDX)
                   MOVE 0 TO PS-BATCH-ACCEPTED(POSITION-IDX)
                   PERFORM LOAD-PRIOR-POSITION
               ELSE
                   SET POSITION-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       LOAD-PRIOR-POSITION.
           MOVE 0 TO PS-PRIOR-BALANCE(POSITION-IDX)
           IF BALANCE-MASTER-OPEN
               MOVE TR-ACCOUNT-NUMBER TO AB-ACCOUNT-NUMBER
               MOVE 0 TO AB-BUSINESS-DATE
               SET BALANCE-SCAN-MORE TO TRUE
               START BALANCE-MASTER-FILE KEY >= AB-BALANCE-KEY
                   INVALID KEY SET BALANCE-SCAN-DONE TO TRUE
               END-START
               PERFORM UNTIL BALANCE-SCAN-DONE
                   READ BALANCE-MASTER-FILE NEXT
                       AT END SET BALANCE-SCAN-DONE TO TRUE
                       NOT AT END
                           IF AB-ACCOUNT-NUMBER NOT = TR-ACCOUNT-NUMBER
                              OR AB-BUSINESS-DATE NOT < BUSINESS-DATE
                               SET BALANCE-SCAN-DONE TO TRUE
                           ELSE
                               ADD AB-AMOUNT-TOTAL
                                   TO PS-PRIOR-BALANCE(POSITION-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       WRITE-REJECT-RECORD.
           MOVE TRAN-REJECT-REASON TO RJ-REASON-CODE
           MOVE TRANSACTION-RECORD TO RJ-RECORD-IMAGE
           MOVE RUN-ID TO RJ-RUN-ID
           MOVE TRAN-REJECT-COUNT TO RJ-REJECT-SEQ
           WRITE TRANSACTION-REJECT-RECORD.

       CHECK-REJECT-THRESHOLD.
           STRING "Records Rejected: " EDIT-TRAN-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF HOLD-ITEM-COUNT > 0
               MOVE HOLD-ITEM-COUNT TO EDIT-TRAN-COUNT
               STRING "Records Held:     " EDIT-TRAN-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF RELEASE-ITEM-COUNT > 0
               MOVE RELEASE-ITEM-COUNT TO EDIT-TRAN-COUNT
               STRING "Held Items Released: " EDIT-TRAN-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF DECLINE-ITEM-COUNT > 0
               MOVE DECLINE-ITEM-COUNT TO EDIT-TRAN-COUNT
               STRING "Held Items Declined: " EDIT-TRAN-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF TRAN-TRUNCATED-COUNT > 0
               MOVE TRAN-TRUNCATED-COUNT TO EDIT-TRAN-COUNT
               STRING "Records Beyond Table Capacity: " EDIT-TRAN-COUNT
               PERFORM RAISE-RUN-CONDITION
           END-IF
           PERFORM REPORT-ACCEPTED-AGEING
           PERFORM REPORT-DUPLICATE-DETAILS
           PERFORM REPORT-PRODUCT-LIMITS
           PERFORM REPORT-REVERSAL-EDIT.

       REPORT-REVERSAL-EDIT.
           IF REVERSAL-READ-COUNT > 0
               MOVE REVERSAL-READ-COUNT TO EDIT-TRAN-COUNT
               STRING "Reversals Read:     " EDIT-TRAN-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE REVERSAL-ACCEPT-COUNT TO EDIT-TRAN-COUNT
               MOVE REVERSAL-ACCEPT-AMOUNT TO EDIT-RECON-AMOUNT
               STRING "Reversals Accepted: " EDIT-TRAN-COUNT
                   " Amount: " EDIT-RECON-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE REVERSAL-REJECT-COUNT TO EDIT-TRAN-COUNT
               STRING "Reversals Rejected: " EDIT-TRAN-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF REVERSAL-TABLE-FULL
               MOVE 4 TO CANDIDATE-RC
               MOVE "LOAD" TO DIAG-PHASE
               MOVE "REVERSAL TABLE FULL - LATER ONES REJECTED"
                   TO DIAG-NOTE
               PERFORM RAISE-RUN-CONDITION
           END-IF.

       REPORT-PRODUCT-LIMITS.
           IF ITEM-MAXIMUM-COUNT > 0 OR OVERLIMIT-COUNT > 0 OR
              PRODUCT-MISSING-COUNT > 0 OR POSITION-TABLE-FULL
               MOVE ITEM-MAXIMUM-COUNT TO EDIT-TRAN-COUNT
               STRING "Over Item Maximum:  " EDIT-TRAN-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE OVERLIMIT-COUNT TO EDIT-TRAN-COUNT
               STRING "Over Credit Limit:  " EDIT-TRAN-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF PRODUCT-MISSING-COUNT > 0
               MOVE PRODUCT-MISSING-COUNT TO EDIT-TRAN-COUNT
               STRING "Product Not On PRODREF: " EDIT-TRAN-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 4 TO CANDIDATE-RC
               MOVE "LOAD" TO DIAG-PHASE
               MOVE "ACCOUNT PRODUCT NOT ON PRODREF - NO LIMITS"
                   TO DIAG-NOTE
               PERFORM RAISE-RUN-CONDITION
           END-IF
           IF POSITION-TABLE-FULL
               MOVE "POSITION TABLE FULL - LATER ACCOUNTS UNCHECKED"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 4 TO CANDIDATE-RC
               MOVE "LOAD" TO DIAG-PHASE
               MOVE "POSITION TABLE FULL - LIMIT CHECK INCOMPLETE"
                   TO DIAG-NOTE
               PERFORM RAISE-RUN-CONDITION
           END-IF.

       REPORT-DUPLICATE-DETAILS.
           IF CTL-DUP-CHECK-MODE > 0

       REPORT-ACCEPTED-AGEING.
           IF DATE-EDIT-READY AND TRAN-ACCEPT-COUNT > 0
               IF CALENDAR-LOADED AND BIZDAY-COUNT > 0
                   MOVE "Accepted Work By Age In Business Days:"
                       TO REPORT-LINE
               ELSE
                   MOVE "Accepted Work By Transaction Age:"
                       TO REPORT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
               MOVE TRAN-AGE-BUCKET(1) TO EDIT-TRAN-COUNT
               STRING "  0 To 1 Days:   " EDIT-TRAN-COUNT
                   END-IF
               END-PERFORM
           ELSE
               IF MI-EIGEN-REQUEST
                   MOVE 2 TO MATRIX-OP-FLAG
               ELSE
                   MOVE 0 TO MATRIX-OP-FLAG
               END-IF
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                   MOVE 0 TO RHS-VAL(I)
               END-PERFORM
                   " " ML-DESCRIPTION
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM WRITE-MATRIX-USAGE
           ELSE
               STRING "Library Matrix Not In Effect: " ML-MATRIX-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM RAISE-RUN-CONDITION
           END-IF.

       WRITE-MATRIX-USAGE.
           IF MATRIX-USAGE-OPEN
               MOVE SPACES TO MATRIX-USAGE-RECORD
               MOVE RUN-ID TO MU-RUN-ID
               MOVE ML-MATRIX-ID TO MU-MATRIX-ID
               MOVE ML-EFFECTIVE-DATE TO MU-EFFECTIVE-DATE
               MOVE MATRIX-PAIR-COUNT TO MU-PAIR-SEQUENCE
               MOVE FETCH-SIDE TO MU-MATRIX-SIDE
               MOVE BUSINESS-DATE TO MU-BUSINESS-DATE
               WRITE MATRIX-USAGE-RECORD
           END-IF.

       OPEN-MATRIX-USAGE.
           SET MATRIX-USAGE-CLOSED TO TRUE
           OPEN EXTEND MATRIX-USAGE-FILE
           IF MATRIX-USAGE-STATUS = "35"
               OPEN OUTPUT MATRIX-USAGE-FILE
           END-IF
           IF MATRIX-USAGE-STATUS = "00" OR
              MATRIX-USAGE-STATUS = "05"
               SET MATRIX-USAGE-OPEN TO TRUE
           ELSE
               MOVE 4 TO CANDIDATE-RC
               MOVE "MATRIX" TO DIAG-PHASE
               MOVE MATRIX-USAGE-STATUS TO DIAG-STATUS
               MOVE "MATRIX USAGE FILE NOT WRITTEN"
                   TO DIAG-NOTE
               PERFORM RAISE-RUN-CONDITION
           END-IF.

       LOAD-DEFAULT-MATRICES.
           MOVE 0 TO MATRIX-OP-FLAG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
           SET MATRIXOT-PRODUCED TO TRUE
           MOVE 0 TO MATRIX-PAIR-COUNT
           IF MATRIX-INPUT-OPEN
               PERFORM OPEN-MATRIX-USAGE
               SET MATRIX-NOT-EOF TO TRUE
               PERFORM UNTIL MATRIX-EOF
                   READ MATRIX-INPUT-FILE
                   END-READ
               END-PERFORM
               CLOSE MATRIX-INPUT-FILE
               IF MATRIX-USAGE-OPEN
                   CLOSE MATRIX-USAGE-FILE
                   SET MATRIX-USAGE-CLOSED TO TRUE
               END-IF
           END-IF
           IF MATRIX-PAIR-COUNT = 0
               PERFORM LOAD-DEFAULT-MATRICES
           STRING "Matrix Pair " MATRIX-PAIR-COUNT " of Batch:"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE CTL-EIGEN-COUNT TO EIGEN-REQUESTED-COUNT
           MOVE CTL-EIGEN-ITER-LIMIT TO EIGEN-ITERATION-LIMIT
           CALL "MATRIX-OPERATIONS"
               USING MATRIX-DIMENSION MATRIX-A RESULT-MATRIX
                     DETERMINANT MATRIX-SINGULAR-FLAG RUN-IDENT
                     MATRIX-OP-FLAG MATRIX-RHS MATRIX-SOLUTION
                     EIGEN-CONTROL EIGEN-VALUES EIGEN-VECTORS
           PERFORM SAVE-ADJOINT-MATRIX
           MOVE "Matrix Adjoint Calculated" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF SOLVE-REQUESTED
               PERFORM REPORT-SOLUTION-VECTOR
           END-IF
           IF EIGEN-REQUESTED
               PERFORM REPORT-EIGEN-SYSTEM
           END-IF
           PERFORM WRITE-MATRIX-OUTPUT.

       CHECK-MATRIX-QUALITY.
               END-PERFORM
           END-IF.

       REPORT-EIGEN-SYSTEM.
           MOVE EIGEN-ITERATIONS TO EDIT-EIGEN-ITERATIONS
           IF EIGEN-SYMMETRIC
               STRING "Eigen Analysis (Symmetric - Jacobi) Iterations: "
                   EDIT-EIGEN-ITERATIONS " Converged: "
                   EIGEN-CONVERGED-FLAG
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "Eigen Analysis (General - QR) Iterations: "
                   EDIT-EIGEN-ITERATIONS " Converged: "
                   EIGEN-CONVERGED-FLAG
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > EIGEN-FOUND-COUNT
               MOVE EIG-VAL(I) TO DISP-SOL-VAL
               STRING "Eigenvalue " I ": " DISP-SOL-VAL " Vector:"
                   DELIMITED BY SIZE INTO REPORT-LINE
               MOVE 45 TO K
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
                   MOVE EIG-VEC-COL(I,J) TO DISP-EIG-VEC
                   MOVE DISP-EIG-VEC TO REPORT-LINE(K:9)
                   ADD 11 TO K
               END-PERFORM
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF EIGEN-NOT-CONVERGED
               MOVE "WARNING: EIGENVALUES DID NOT CONVERGE - ESTIMATES"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 4 TO CANDIDATE-RC
               MOVE "MATRIX" TO DIAG-PHASE
               MOVE "EIGENVALUES NOT CONVERGED - RESULTS SUSPECT"
                   TO DIAG-NOTE
               PERFORM RAISE-RUN-CONDITION
           END-IF.

       WRITE-MATRIX-OUTPUT.
           MOVE SPACES TO MATRIX-OUTPUT-RECORD
           MOVE MATRIX-PAIR-COUNT TO MO-PAIR-SEQUENCE
           MOVE MATRIX-SINGULAR-FLAG TO MO-SINGULAR-FLAG
           MOVE DETERMINANT TO MO-DETERMINANT
           ADD MO-DETERMINANT TO MATRIXOT-HASH-TOTAL
           IF EIGEN-REQUESTED
               PERFORM BUILD-EIGEN-OUTPUT
           ELSE
               PERFORM BUILD-PRODUCT-OUTPUT
           END-IF
           MOVE MATRIX-QUALITY-FLAG TO MO-QUALITY-FLAG
           WRITE MATRIX-OUTPUT-RECORD.

       BUILD-EIGEN-OUTPUT.
           MOVE EIGEN-FOUND-COUNT TO ME-EIGEN-COUNT
           MOVE EIGEN-MATRIX-FORM TO ME-MATRIX-FORM
           MOVE EIGEN-ITERATIONS TO ME-ITERATION-COUNT
           MOVE EIGEN-CONVERGED-FLAG TO ME-CONVERGED-FLAG
           MOVE "E" TO ME-OPERATION-FLAG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
               IF I > EIGEN-FOUND-COUNT
                   MOVE 0 TO ME-E-VALUE(I)
               ELSE
                   MOVE EIG-VAL(I) TO ME-E-VALUE(I)
               END-IF
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
                   IF I > EIGEN-FOUND-COUNT
                       MOVE 0 TO ME-V-VALUE(I,J)
                   ELSE
                       MOVE EIG-VEC-COL(I,J) TO ME-V-VALUE(I,J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       BUILD-PRODUCT-OUTPUT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
                   COMPUTE K = ((I - 1) * 3) + J
               ELSE
                   MOVE 0 TO MO-X-VALUE(I)
               END-IF
           END-PERFORM.

       PARALLEL-PROCESSING.
           MOVE "Demonstrating Parallel Processing..." TO REPORT-LINE
