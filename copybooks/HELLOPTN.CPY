      ******************************************************************
      *  HELLOPTN  -  HELLO PARTITION CONTROL RECORD
      *
      *  WRITTEN BY HELLOPSP WHEN IT SPLITS THE NIGHT'S DETAIL FEED
      *  BY SITE-CODE RANGE, ONE RECORD PER PARTITION SLOT (EVERY
      *  SLOT HAS A PARTITION JOB, SO UNUSED SLOTS ARE WRITTEN TOO,
      *  WITH AN EMPTY RANGE AND COUNT). HELLOPMG READS IT TO CHECK
      *  THAT EVERY PARTITION FINISHED AGAINST THIS SPLIT, AND TO
      *  REBUILD THE ACKNOWLEDGMENT FROM THE ORIGINAL ENVELOPE.
      *
      *  LOW-SITE-CODE    - PARTITION TAKES SITE CODES ABOVE THIS
      *                     (SPACES = FROM THE LOWEST CODE)
      *  HIGH-SITE-CODE   - ... THROUGH THIS ONE (SPACES = TO THE
      *                     HIGHEST CODE)
      *  SPLIT-DATE/TIME  - STAMPED ON EVERY PARTITION FEED HEADER
      *                     AS ITS CREATE DATE/TIME; THE PARTITION
      *                     RESULT MUST CARRY THE SAME STAMP
      *  RECORD-COUNT/HASH-TOTAL - THE PARTITION FEED'S ENVELOPE
      *  FEED-...         - THE FEED'S ENVELOPE AS THE SITE SENT IT
      *                     (FOR A RECYCLED FEED, THE ...-ORIG VALUES
      *                     KEPT ON THE REBUILT ENVELOPE)
      ******************************************************************
       05  PT-PARTITION-NUMBER         PIC 9(02).
       05  PT-PARTITION-COUNT          PIC 9(02).
       05  PT-PARTITION-USED           PIC X(01).
           88  PT-PARTITION-ACTIVE               VALUE 'Y'.
       05  PT-LOW-SITE-CODE            PIC X(04).
       05  PT-HIGH-SITE-CODE           PIC X(04).
       05  PT-SPLIT-DATE               PIC X(08).
       05  PT-SPLIT-TIME               PIC X(06).
       05  PT-RECORD-COUNT             PIC 9(08).
       05  PT-HASH-TOTAL               PIC 9(12).
       05  PT-SENDER-ID                PIC X(08).
       05  PT-FEED-CREATE-DATE         PIC X(08).
       05  PT-FEED-CREATE-TIME         PIC X(06).
       05  PT-FEED-EXPECTED-COUNT      PIC 9(08).
       05  PT-FEED-RECORD-COUNT        PIC 9(08).
       05  PT-FEED-HASH-TOTAL          PIC 9(12).
       05  FILLER                      PIC X(03).
