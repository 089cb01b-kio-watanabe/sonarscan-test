      ******************************************************************
      *  HELLOPRS  -  HELLO PARTITION RESULT RECORD
      *
      *  ONE RECORD WRITTEN AT THE END OF EVERY PARTITIONED HELLO
      *  STEP (PARM='USER,ENV,NN') IN PLACE OF THE HELLOHST,
      *  HELLOAUD AND HELLOALT RECORDS A SINGLE-STREAM RUN WRITES.
      *  HELLOPMG COMBINES THE PARTITIONS' RECORDS INTO ONE RUN.
      *  THE FILE IS EMPTIED WHEN THE STEP STARTS, SO A STEP THAT
      *  ABENDS LEAVES NO RESULT BEHIND.
      *
      *  COMPLETION-FLAG  - 'Y' WHEN THE PARTITION READ ITS WHOLE
      *                     SORTED FEED WITHOUT AN RC 8 CONDITION
      *  SPLIT-DATE/TIME  - CREATE DATE/TIME FROM THE PARTITION
      *                     FEED HEADER (THE HELLOPSP SPLIT STAMP)
      *  THE REMAINING FIELDS ARE THE PARTITION'S RUN SETTINGS AND
      *  TOTALS AS THEY WOULD HAVE GONE TO HISTORY, AUDIT AND ALERT.
      ******************************************************************
       05  PR-PARTITION-NUMBER         PIC 9(02).
       05  PR-COMPLETION-FLAG          PIC X(01).
           88  PR-FINISHED                       VALUE 'Y'.
       05  PR-RETURN-CODE              PIC 9(04).
       05  PR-RUN-DATE                 PIC 9(08).
       05  PR-RUN-TIME                 PIC 9(08).
       05  PR-SENDER-ID                PIC X(08).
       05  PR-SPLIT-DATE               PIC X(08).
       05  PR-SPLIT-TIME               PIC X(06).
       05  PR-EXPECTED-COUNT           PIC 9(08).
       05  PR-TRL-RECORD-COUNT         PIC 9(08).
       05  PR-TRL-HASH-TOTAL           PIC 9(12).
       05  PR-HASH-TOTAL               PIC 9(12).
       05  PR-ENVELOPE-OK              PIC X(01).
       05  PR-ENVELOPE-MESSAGE         PIC X(40).
       05  PR-RUN-MODE                 PIC X(01).
       05  PR-RUN-ENV-CODE             PIC X(04).
       05  PR-ENV-FILTER               PIC X(04).
       05  PR-RERUN-FLAG               PIC X(01).
       05  PR-CARD-DATE                PIC X(08) OCCURS 3 TIMES.
       05  PR-DUP-BLOCKED              PIC 9(04).
       05  PR-RESTART-COUNT            PIC 9(08).
       05  PR-RECORDS-PROCESSED        PIC 9(08).
       05  PR-REPORT-PROCESSED         PIC 9(08).
       05  PR-REPORT-REJECTED          PIC 9(08).
       05  PR-DETAIL-READ              PIC 9(08).
       05  PR-DETAIL-ACCEPTED          PIC 9(08).
       05  PR-DETAIL-REJECTED          PIC 9(08).
       05  PR-SITES-SKIPPED            PIC 9(08).
       05  PR-ENV-SKIPPED              PIC 9(08).
       05  PR-DUP-SKIPPED              PIC 9(08).
       05  PR-DETAIL-HELD              PIC 9(08).
       05  PR-THRESHOLD-SET            PIC X(01).
       05  PR-REJECT-THRESHOLD         PIC 9(04).
       05  PR-DETAIL-STATUS            PIC XX.
       05  PR-CHECKPOINT-STATUS        PIC XX.
       05  PR-LOCALE-STATUS            PIC XX.
       05  PR-HISTORY-STATUS           PIC XX.
       05  PR-SITE-STATUS              PIC XX.
       05  PR-REASON-COUNT             PIC 9(02).
       05  PR-REASON-CODE              PIC 9(04) OCCURS 10 TIMES.
       05  FILLER                      PIC X(11).
