       01  TRANSACTION-REJECT-RECORD.
           05  RJ-REASON-CODE      PIC X(03).
           05  RJ-RECORD-IMAGE     PIC X(40).
           05  RJ-RUN-ID           PIC 9(06).
           05  RJ-REJECT-SEQ       PIC 9(07).

       FD  MATRIX-OUTPUT-FILE
           RECORDING MODE IS F
