       01  PARAM-KEYWORD-VALUES.
           05  FILLER PIC X(26) VALUE "RUN-PARALLEL-MAP    001010".
           05  FILLER PIC X(26) VALUE "RUN-PARALLEL-REDUCE 002010".
           05  FILLER PIC X(26) VALUE "RUN-PARALLEL-FILTER 003010".
           05  FILLER PIC X(26) VALUE "THREAD-COUNT        004020".
           05  FILLER PIC X(26) VALUE "RUN-QUICKSORT       006010".
           05  FILLER PIC X(26) VALUE "RUN-HEAPSORT        007010".
           05  FILLER PIC X(26) VALUE "RUN-MERGESORT       008010".
           05  FILLER PIC X(26) VALUE "RUN-TIMSORT         009010".
           05  FILLER PIC X(26) VALUE "RUN-FFT             010010".
           05  FILLER PIC X(26) VALUE "RUN-STATS           011010".
           05  FILLER PIC X(26) VALUE "RUN-SERIES          012010".
           05  FILLER PIC X(26) VALUE "RUN-BATCH           013010".
           05  FILLER PIC X(26) VALUE "SEED-MODE           014010".
           05  FILLER PIC X(26) VALUE "SEED-VALUE          015080".
           05  FILLER PIC X(26) VALUE "AMOUNT-TOLERANCE    023090".
           05  FILLER PIC X(26) VALUE "REJECT-LIMIT-PCT    032030".
           05  FILLER PIC X(26) VALUE "AUDIT-VERBOSITY     035010".
           05  FILLER PIC X(26) VALUE "SORT-ROLL-COUNT     036020".
           05  FILLER PIC X(26) VALUE "SORT-REGRESS-PCT    038030".
           05  FILLER PIC X(26) VALUE "SORT-DIRECTION      041010".
           05  FILLER PIC X(26) VALUE "RUN-EXTSORT         042010".
           05  FILLER PIC X(26) VALUE "MAP-OP              043010".
           05  FILLER PIC X(26) VALUE "MAP-FACTOR          044052".
           05  FILLER PIC X(26) VALUE "RUN-REDUCE-MIN      049010".
           05  FILLER PIC X(26) VALUE "RUN-REDUCE-MAX      050010".
           05  FILLER PIC X(26) VALUE "RUN-REDUCE-PROD     051010".
           05  FILLER PIC X(26) VALUE "HIST-BUCKET-COUNT   052020".
           05  FILLER PIC X(26) VALUE "STATS-DRIFT-PCT     054030".
           05  FILLER PIC X(26) VALUE "BUSINESS-DATE       057080".
           05  FILLER PIC X(26) VALUE "COMPARE-MODE        065010".
           05  FILLER PIC X(26) VALUE "COMPARE-TOL-PCT     066030".
           05  FILLER PIC X(26) VALUE "RETAIN-RUNS         069040".
           05  FILLER PIC X(26) VALUE "MOVE-ALERT-PCT      073030".
           05  FILLER PIC X(26) VALUE "USE-PARMOUT         076010".
           05  FILLER PIC X(26) VALUE "STALE-DAYS          077030".
           05  FILLER PIC X(26) VALUE "STALE-ACTION        080010".
           05  FILLER PIC X(26) VALUE "ARCHIVE-RETAIN-DAYS 081040".
           05  FILLER PIC X(26) VALUE "COND-THRESHOLD      085030".
           05  FILLER PIC X(26) VALUE "SERIES-FUNCTION     088010".
           05  FILLER PIC X(26) VALUE "SERIES-TERMS        089020".
           05  FILLER PIC X(26) VALUE "DUP-CHECK-MODE      091010".
           05  FILLER PIC X(26) VALUE "SPLIT-MODE          092010".
           05  FILLER PIC X(26) VALUE "EIGEN-COUNT         093010".
           05  FILLER PIC X(26) VALUE "EIGEN-ITER-LIMIT    094030".
           05  FILLER PIC X(26) VALUE "HOLD-THRESHOLD      097090".
           05  FILLER PIC X(26) VALUE "HOLD-ALERT-DAYS     106030".
       01  PARAM-KEYWORD-TABLE REDEFINES PARAM-KEYWORD-VALUES.
           05  PARAM-KEYWORD-ENTRY OCCURS 46 TIMES.
               10  PK-NAME             PIC X(20).
               10  PK-START            PIC 9(03).
               10  PK-LENGTH           PIC 9(02).
               10  PK-DECIMALS         PIC 9(01).
       01  PARAM-KEYWORD-COUNT         PIC 9(02) VALUE 46.
