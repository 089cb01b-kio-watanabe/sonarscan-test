      *  CODES ON THE DETAIL RECORDS; A NON-NUMERIC SITE CODE ADDS
      *  ZERO. BOTH LAYOUTS ARE BUILT IN WORKING-STORAGE AND FILLED
      *  FROM THE RAW 80-BYTE FEED RECORD.
      *
      *  WHEN THE SUSPENSE RECYCLE STEP REBUILDS THE ENVELOPE AROUND
      *  THE COMBINED FEED IT KEEPS THE SITE'S OWN CREATE DATE/TIME,
      *  EXPECTED COUNT, RECORD COUNT AND HASH TOTAL IN THE ...-ORIG
      *  FIELDS, SO THE ACKNOWLEDGMENT CAN REPORT THE ENVELOPE AS THE
      *  SITE SENT IT. A SITE'S OWN ENVELOPE LEAVES THEM SPACES.
      ******************************************************************
       01  WS-ENVELOPE-HEADER.
           05  EH-RECORD-ID            PIC X(04).
           05  EH-CREATE-DATE          PIC X(08).
           05  EH-CREATE-TIME          PIC X(06).
           05  EH-EXPECTED-COUNT       PIC 9(08).
           05  EH-ORIG-CREATE-DATE     PIC X(08).
           05  EH-ORIG-CREATE-TIME     PIC X(06).
           05  EH-ORIG-EXPECTED-COUNT  PIC 9(08).
           05  FILLER                  PIC X(24).

       01  WS-ENVELOPE-TRAILER.
           05  ET-RECORD-ID            PIC X(04).
           05  ET-RECORD-COUNT         PIC 9(08).
           05  ET-HASH-TOTAL           PIC 9(12).
           05  ET-ORIG-RECORD-COUNT    PIC 9(08).
           05  ET-ORIG-HASH-TOTAL      PIC 9(12).
           05  FILLER                  PIC X(36).
