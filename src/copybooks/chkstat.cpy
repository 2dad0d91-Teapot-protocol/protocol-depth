       01  CHUNK-STATUS-RECORD.
           05  CS-CHUNK-NUMBER     PIC 9(02).
           05  CS-SPLIT-STATUS     PIC X(01).
               88  CS-SPLIT-DONE       VALUE "S".
           05  CS-SPLIT-MODE       PIC 9(01).
           05  CS-SPLIT-COUNT      PIC 9(07).
           05  CS-SPLIT-HASH       PIC S9(13)V99.
           05  CS-WORK-STATUS      PIC X(01).
               88  CS-WORK-PENDING     VALUE " ".
               88  CS-WORK-DONE        VALUE "P".
               88  CS-WORK-FAILED      VALUE "F".
           05  CS-WORK-PASS        PIC 9(02).
           05  CS-WORK-COUNT       PIC 9(07).
           05  CS-WORK-HASH        PIC S9(13)V99.
           05  CS-MERGE-STATUS     PIC X(01).
               88  CS-MERGE-PENDING    VALUE " ".
               88  CS-MERGE-VERIFIED   VALUE "V".
               88  CS-MERGE-FAILED     VALUE "F".
           05  CS-RERUN-FLAG       PIC X(01).
               88  CS-CHUNK-RERUN      VALUE "R".
           05  CS-FAIL-REASON      PIC X(20).
           05  FILLER              PIC X(07).
