       IDENTIFICATION               DIVISION.
       PROGRAM-ID.                  HELLOPSP.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  ------------------------------------------------------------
      *  2026-10-14  INITIAL VERSION. PARTITION SPLIT AHEAD OF THE
      *              PARTITIONED HELLO RUN. READS THE RECYCLED FEED
      *              HELLORCY BUILT, VERIFIES ITS HDR*/TRL* ENVELOPE,
      *              AND SPLITS THE DETAIL RECORDS BY SITE-CODE
      *              RANGE INTO ONE FEED PER PARTITION SLOT (DTLP1-
      *              DTLP4), EACH WRAPPED IN ITS OWN ENVELOPE WITH
      *              THE PARTITION'S COUNT AND HASH SO THE PARTITION
      *              STEP'S EDIT PASS AND CHECKPOINT IDENTITY CHECK
      *              WORK UNCHANGED. THE SYSIN CARD GIVES THE NUMBER
      *              OF PARTITIONS AND THE UPPER SITE CODE OF EACH
      *              BUT THE LAST. SLOTS BEYOND THE CARD'S COUNT GET
      *              AN EMPTY FEED. ONE HELLOPTN CONTROL RECORD PER
      *              SLOT TELLS THE HELLOPMG MERGE WHAT WAS SPLIT.
      *              NO CARD SPLITS INTO ONE PARTITION AND ENDS RC 4;
      *              AN INVALID CARD OR AN UNBALANCED FEED ENDS RC 8
      *              WITH EVERY OUTPUT LEFT EMPTY.
      *  2026-10-14  APPEND A STEP-TIMING RECORD TO HELLOTIM AT END OF
      *              STEP: START/END STAMPS, RETURN CODE, FEED DETAIL
      *              RECORDS READ AND RECORDS SPLIT TO THE PARTITION
      *              FEEDS, FOR THE HELLOSLA WINDOW REPORT.
      *  2026-10-14  WRITE THE HELLOACK NAK SUMMARY FOR THE SENDER
      *              WHEN THE FEED'S ENVELOPE DOES NOT BALANCE. THE
      *              RC 8 STOPS THE NIGHT BEFORE ANY PARTITION RUNS,
      *              SO NO LATER STEP CAN RETURN IT.
      *  2026-10-14  THE PARTITION CONTROL RECORD AND THE NAK CARRY THE
      *              FEED ENVELOPE AS THE SITE SENT IT - THE ...-ORIG
      *              FIELDS OF A RECYCLED FEED'S ENVELOPE, ELSE THE
      *              INBOUND HEADER/TRAILER SAVED DURING THE SCAN -
      *              NOT THE LAST PARTITION'S REBUILT ENVELOPE.
      ******************************************************************
       ENVIRONMENT                  DIVISION.
       INPUT-OUTPUT                 SECTION.
       FILE-CONTROL.
           SELECT PARTITION-CARD-FILE
                                     ASSIGN TO SYSIN
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DETAIL-IN-FILE    ASSIGN TO DTLIN
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-DTLIN-STATUS.
           SELECT PART-FEED-1-FILE  ASSIGN TO DTLP1
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-FEED-2-FILE  ASSIGN TO DTLP2
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-FEED-3-FILE  ASSIGN TO DTLP3
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-FEED-4-FILE  ASSIGN TO DTLP4
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARTITION-CONTROL-FILE
                                     ASSIGN TO HELLOPTN
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTING-FILE      ASSIGN TO SYSOUT
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACK-FILE          ASSIGN TO HELLOACK
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIMING-FILE       ASSIGN TO HELLOTIM
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-TIMING-STATUS.
       DATA                         DIVISION.
       FILE                         SECTION.
       FD  PARTITION-CARD-FILE
           RECORDING MODE IS F.
       01  PARTITION-CARD-RECORD.
           05  PC-PARTITION-COUNT       PIC X(02).
           05  FILLER                   PIC X(01).
           05  PC-BOUNDARY-ENTRY OCCURS 3 TIMES.
               10  PC-HIGH-SITE-CODE    PIC X(04).
               10  FILLER               PIC X(01).
           05  FILLER                   PIC X(62).

       FD  DETAIL-IN-FILE
           RECORDING MODE IS F.
       01  DETAIL-IN-RECORD            PIC X(80).

       FD  PART-FEED-1-FILE
           RECORDING MODE IS F.
       01  PART-FEED-1-RECORD          PIC X(80).

       FD  PART-FEED-2-FILE
           RECORDING MODE IS F.
       01  PART-FEED-2-RECORD          PIC X(80).

       FD  PART-FEED-3-FILE
           RECORDING MODE IS F.
       01  PART-FEED-3-RECORD          PIC X(80).

       FD  PART-FEED-4-FILE
           RECORDING MODE IS F.
       01  PART-FEED-4-RECORD          PIC X(80).

       FD  PARTITION-CONTROL-FILE
           RECORDING MODE IS F.
       01  PARTITION-CONTROL-RECORD.
           COPY HELLOPTN.

       FD  LISTING-FILE
           RECORDING MODE IS F.
       01  LISTING-RECORD              PIC X(133).

       FD  ACK-FILE
           RECORDING MODE IS F.
       01  ACK-RECORD.
           COPY HELLOACK.

       FD  TIMING-FILE
           RECORDING MODE IS F.
       01  TIMING-RECORD.
           COPY HELLOTIM.

       WORKING-STORAGE              SECTION.
       01  WS-SWITCHES.
           05  WS-CARD-EOF          PIC X     VALUE 'N'.
               88  CARD-EOF                   VALUE 'Y'.
           05  WS-CARD-OK           PIC X     VALUE 'Y'.
               88  CARD-OK                    VALUE 'Y'.
               88  CARD-INVALID               VALUE 'N'.
           05  WS-DETAIL-EOF        PIC X     VALUE 'N'.
               88  DETAIL-EOF                 VALUE 'Y'.
           05  WS-ENVELOPE-OK       PIC X     VALUE 'Y'.
               88  ENVELOPE-OK                VALUE 'Y'.
               88  ENVELOPE-FAILED            VALUE 'N'.
           05  WS-HEADER-SEEN       PIC X     VALUE 'N'.
               88  HEADER-SEEN                VALUE 'Y'.
           05  WS-TRAILER-SEEN      PIC X     VALUE 'N'.
               88  TRAILER-SEEN               VALUE 'Y'.
       01  WS-DTLIN-STATUS              PIC XX    VALUE '00'.
       01  WS-TIMING-STATUS             PIC XX    VALUE '00'.
       01  WS-CURRENT-DATE              PIC 9(08).
       01  WS-CURRENT-TIME              PIC 9(08).
       01  WS-END-DATE                  PIC 9(08).
       01  WS-END-TIME                  PIC 9(08).
       01  WS-RECORDS-SPLIT             PIC 9(08) VALUE 0.
       01  WS-PARTITION-SLOTS           PIC 9(02) VALUE 4.
       01  WS-PARTITION-COUNT           PIC 9(02) VALUE 1.
       01  WS-PART-SUB                  PIC 9(02) VALUE 0.
       01  WS-TARGET-PART               PIC 9(02) VALUE 0.
       01  WS-ROUTE-SITE-CODE           PIC X(04).
       01  PARTITION-TABLE.
           05  PTT-ENTRY OCCURS 4 TIMES.
               10  PTT-HIGH-SITE-CODE
                                    PIC X(04) VALUE SPACES.
               10  PTT-RECORD-COUNT PIC 9(08) VALUE 0.
               10  PTT-HASH-TOTAL   PIC 9(12) VALUE 0.
       01  WS-FEED-COUNT                PIC 9(08) VALUE 0.
       01  WS-FEED-HASH                 PIC 9(12) VALUE 0.
       01  WS-HASH-SITE-X               PIC X(04).
       01  WS-HASH-SITE-9 REDEFINES WS-HASH-SITE-X
                                        PIC 9(04).
       01  WS-ENVELOPE-MESSAGE          PIC X(40).
       01  WS-CARD-MESSAGE              PIC X(40) VALUE SPACES.
       01  WS-INBOUND-SENDER-ID         PIC X(08) VALUE SPACES.
       01  WS-INBOUND-CREATE-DATE       PIC X(08) VALUE SPACES.
       01  WS-INBOUND-CREATE-TIME       PIC X(06) VALUE SPACES.
       01  WS-INBOUND-EXPECTED-COUNT    PIC 9(08) VALUE 0.
       01  WS-INBOUND-RECORD-COUNT      PIC 9(08) VALUE 0.
       01  WS-INBOUND-HASH-TOTAL        PIC 9(12) VALUE 0.
       01  WS-PART-OUT-RECORD           PIC X(80).
           COPY HELLOENV.

       01  WS-LST-HEADER-LINE1.
           05  LH1-CTL                 PIC X      VALUE '1'.
           05  FILLER                  PIC X(10)  VALUE 'PROGRAM: '.
           05  LH1-PROGRAM-NAME        PIC X(08)  VALUE 'HELLOPSP'.
           05  FILLER                  PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE 'RUN DATE: '.
           05  LH1-RUN-DATE            PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(83)  VALUE SPACES.

       01  WS-LST-HEADER-LINE2.
           05  LH2-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(10)  VALUE 'RUN TIME: '.
           05  LH2-RUN-TIME            PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(15)
                                        VALUE '   PARTITIONS: '.
           05  LH2-PARTITION-COUNT     PIC Z9.
           05  FILLER                  PIC X(97)  VALUE SPACES.

       01  WS-LST-COLUMN-LINE.
           05  LC1-CTL                 PIC X      VALUE '0'.
           05  FILLER                  PIC X(40)
                VALUE 'PARTITION  SITES ABOVE  THROUGH       RE'.
           05  FILLER                  PIC X(40)
                VALUE 'CORDS       HASH TOTAL  STATUS          '.
           05  FILLER                  PIC X(52)  VALUE SPACES.

       01  WS-LST-PARTITION-LINE.
           05  LP1-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  LP1-PARTITION-NUMBER    PIC 9(02).
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  LP1-LOW-SITE            PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  LP1-HIGH-SITE           PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LP1-RECORD-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LP1-HASH-TOTAL          PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LP1-STATUS              PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(60)  VALUE SPACES.

       01  WS-LST-ERROR-LINE.
           05  LE1-CTL                 PIC X      VALUE '0'.
           05  LE1-MESSAGE             PIC X(40)  VALUE SPACES.
           05  FILLER                  PIC X(92)  VALUE SPACES.

       01  WS-LST-TRAILER-LINE1.
           05  LT1-CTL                 PIC X      VALUE '-'.
           05  FILLER                  PIC X(132) VALUE SPACES.

       01  WS-LST-TRAILER-LINE2.
           05  LT2-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'FEED RECORDS:    '.
           05  LT2-FEED-RECORDS        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-LST-TRAILER-LINE3.
           05  LT3-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'PARTITIONS USED: '.
           05  LT3-PARTITIONS-USED     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       PROCEDURE                    DIVISION.
       0000-MAIN.
           OPEN INPUT PARTITION-CARD-FILE
           OPEN OUTPUT LISTING-FILE
           PERFORM 1000-OPEN-PARTITION-OUTPUTS
           PERFORM 2000-READ-PARTITION-CARD
           PERFORM 1100-WRITE-LISTING-HEADER
           IF CARD-INVALID
               MOVE WS-CARD-MESSAGE TO LE1-MESSAGE
               WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
               MOVE 0 TO WS-PARTITION-COUNT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CARD-EOF
                   MOVE WS-CARD-MESSAGE TO LE1-MESSAGE
                   WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
               END-IF
               PERFORM 3000-SCAN-INBOUND-FEED
               IF ENVELOPE-FAILED
                   MOVE WS-ENVELOPE-MESSAGE TO LE1-MESSAGE
                   WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
                   PERFORM 3900-WRITE-ENVELOPE-NAK
                   MOVE 0 TO WS-PARTITION-COUNT
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 5000-WRITE-PARTITION-FEEDS
                   MOVE WS-FEED-COUNT TO WS-RECORDS-SPLIT
                   WRITE LISTING-RECORD FROM WS-LST-COLUMN-LINE
                   PERFORM 6000-WRITE-PARTITION-CONTROL
                       VARYING WS-PART-SUB FROM 1 BY 1
                       UNTIL WS-PART-SUB > WS-PARTITION-SLOTS
                   IF CARD-EOF
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           PERFORM 4000-WRITE-LISTING-TRAILER
           PERFORM 9000-CLOSE-FILES
           PERFORM 8500-WRITE-STEP-TIMING
           STOP RUN.

      ******************************************************************
      *  EVERY OUTPUT IS OPENED (AND SO EMPTIED) BEFORE ANYTHING IS
      *  CHECKED. A FAILED SPLIT THEREFORE LEAVES NO FEED AND NO
      *  CONTROL RECORD FROM AN EARLIER NIGHT BEHIND FOR THE
      *  PARTITION STEPS OR THE MERGE TO PICK UP BY MISTAKE.
      ******************************************************************
       1000-OPEN-PARTITION-OUTPUTS.
           OPEN OUTPUT PARTITION-CONTROL-FILE
           OPEN OUTPUT PART-FEED-1-FILE
           OPEN OUTPUT PART-FEED-2-FILE
           OPEN OUTPUT PART-FEED-3-FILE
           OPEN OUTPUT PART-FEED-4-FILE.

       1100-WRITE-LISTING-HEADER.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO LH1-RUN-DATE
           END-STRING
           STRING WS-CURRENT-TIME(1:2) ':' WS-CURRENT-TIME(3:2) ':'
                  WS-CURRENT-TIME(5:2) DELIMITED BY SIZE
                  INTO LH2-RUN-TIME
           END-STRING
           MOVE WS-PARTITION-COUNT TO LH2-PARTITION-COUNT
           WRITE LISTING-RECORD FROM WS-LST-HEADER-LINE1
           WRITE LISTING-RECORD FROM WS-LST-HEADER-LINE2.

      ******************************************************************
      *  CARD: COLS 1-2 PARTITION COUNT (01-04), THEN THE HIGHEST
      *  SITE CODE OF PARTITIONS 1-3 IN COLS 4-7, 9-12 AND 14-17.
      *  ONLY THE FIRST COUNT-1 BOUNDARIES ARE USED; THEY MUST BE
      *  PRESENT AND ASCENDING. THE LAST PARTITION TAKES EVERY SITE
      *  CODE ABOVE THE LAST BOUNDARY.
      ******************************************************************
       2000-READ-PARTITION-CARD.
           READ PARTITION-CARD-FILE
               AT END
                   MOVE 'Y' TO WS-CARD-EOF
           END-READ
           IF CARD-EOF
               MOVE 1 TO WS-PARTITION-COUNT
               MOVE 'NO PARTITION CARD - ONE PARTITION USED'
                   TO WS-CARD-MESSAGE
           ELSE
               PERFORM 2100-VALIDATE-PARTITION-CARD
           END-IF.

       2100-VALIDATE-PARTITION-CARD.
           IF PC-PARTITION-COUNT IS NOT NUMERIC
               MOVE 'N' TO WS-CARD-OK
               MOVE 'PARTITION COUNT NOT NUMERIC'
                   TO WS-CARD-MESSAGE
           ELSE
               MOVE PC-PARTITION-COUNT TO WS-PARTITION-COUNT
               IF WS-PARTITION-COUNT < 1
                       OR WS-PARTITION-COUNT > WS-PARTITION-SLOTS
                   MOVE 'N' TO WS-CARD-OK
                   MOVE 'PARTITION COUNT NOT 01 THROUGH 04'
                       TO WS-CARD-MESSAGE
               ELSE
                   PERFORM 2110-CHECK-ONE-BOUNDARY
                       VARYING WS-PART-SUB FROM 1 BY 1
                       UNTIL WS-PART-SUB >= WS-PARTITION-COUNT
                           OR CARD-INVALID
               END-IF
           END-IF.

       2110-CHECK-ONE-BOUNDARY.
           EVALUATE TRUE
               WHEN PC-HIGH-SITE-CODE (WS-PART-SUB) = SPACES
                   MOVE 'N' TO WS-CARD-OK
                   MOVE 'PARTITION BOUNDARY SITE CODE MISSING'
                       TO WS-CARD-MESSAGE
               WHEN WS-PART-SUB > 1
                       AND PC-HIGH-SITE-CODE (WS-PART-SUB)
                           NOT > PTT-HIGH-SITE-CODE (WS-PART-SUB - 1)
                   MOVE 'N' TO WS-CARD-OK
                   MOVE 'PARTITION BOUNDARIES NOT ASCENDING'
                       TO WS-CARD-MESSAGE
               WHEN OTHER
                   MOVE PC-HIGH-SITE-CODE (WS-PART-SUB)
                       TO PTT-HIGH-SITE-CODE (WS-PART-SUB)
           END-EVALUATE.

       3000-SCAN-INBOUND-FEED.
           OPEN INPUT DETAIL-IN-FILE
           IF WS-DTLIN-STATUS NOT = '00'
               MOVE 'DETAIL FEED OPEN FAILED'
                   TO WS-ENVELOPE-MESSAGE
               MOVE 'N' TO WS-ENVELOPE-OK
           ELSE
               PERFORM 3100-READ-INBOUND-RECORD
               PERFORM UNTIL DETAIL-EOF
                   PERFORM 3200-SCAN-ONE-RECORD
                   PERFORM 3100-READ-INBOUND-RECORD
               END-PERFORM
               CLOSE DETAIL-IN-FILE
               PERFORM 3300-VERIFY-INBOUND-ENVELOPE
           END-IF.

       3100-READ-INBOUND-RECORD.
           READ DETAIL-IN-FILE
               AT END
                   MOVE 'Y' TO WS-DETAIL-EOF
           END-READ.

       3200-SCAN-ONE-RECORD.
           EVALUATE TRUE
               WHEN DETAIL-IN-RECORD (1:4) = 'HDR*'
                   MOVE 'Y' TO WS-HEADER-SEEN
                   MOVE DETAIL-IN-RECORD TO WS-ENVELOPE-HEADER
                   MOVE EH-SENDER-ID     TO WS-INBOUND-SENDER-ID
                   PERFORM 3210-SAVE-INBOUND-HEADER
               WHEN DETAIL-IN-RECORD (1:4) = 'TRL*'
                   MOVE 'Y' TO WS-TRAILER-SEEN
                   MOVE DETAIL-IN-RECORD TO WS-ENVELOPE-TRAILER
                   PERFORM 3220-SAVE-INBOUND-TRAILER
               WHEN OTHER
                   ADD 1 TO WS-FEED-COUNT
                   PERFORM 3250-ASSIGN-PARTITION
                   ADD 1 TO PTT-RECORD-COUNT (WS-TARGET-PART)
                   MOVE DETAIL-IN-RECORD (1:4) TO WS-HASH-SITE-X
                   IF WS-HASH-SITE-X IS NUMERIC
                       ADD WS-HASH-SITE-9 TO WS-FEED-HASH
                       ADD WS-HASH-SITE-9
                           TO PTT-HASH-TOTAL (WS-TARGET-PART)
                   END-IF
           END-EVALUATE.

      ******************************************************************
      *  THE ENVELOPE AS THE SITE SENT IT, FOR THE ACKNOWLEDGMENT.
      *  A FEED THE RECYCLE STEP HAS REBUILT CARRIES THE SITE'S OWN
      *  STAMP AND TOTALS IN THE ...-ORIG FIELDS; A SITE'S OWN
      *  ENVELOPE HAS SPACES THERE AND IS TAKEN AS IT STANDS.
      ******************************************************************
       3210-SAVE-INBOUND-HEADER.
           IF EH-ORIG-EXPECTED-COUNT IS NUMERIC
               MOVE EH-ORIG-CREATE-DATE  TO WS-INBOUND-CREATE-DATE
               MOVE EH-ORIG-CREATE-TIME  TO WS-INBOUND-CREATE-TIME
               MOVE EH-ORIG-EXPECTED-COUNT
                                         TO WS-INBOUND-EXPECTED-COUNT
           ELSE
               MOVE EH-CREATE-DATE       TO WS-INBOUND-CREATE-DATE
               MOVE EH-CREATE-TIME       TO WS-INBOUND-CREATE-TIME
               IF EH-EXPECTED-COUNT IS NUMERIC
                   MOVE EH-EXPECTED-COUNT
                                         TO WS-INBOUND-EXPECTED-COUNT
               END-IF
           END-IF.

       3220-SAVE-INBOUND-TRAILER.
           IF ET-ORIG-RECORD-COUNT IS NUMERIC
                   AND ET-ORIG-HASH-TOTAL IS NUMERIC
               MOVE ET-ORIG-RECORD-COUNT TO WS-INBOUND-RECORD-COUNT
               MOVE ET-ORIG-HASH-TOTAL   TO WS-INBOUND-HASH-TOTAL
           ELSE
               IF ET-RECORD-COUNT IS NUMERIC
                       AND ET-HASH-TOTAL IS NUMERIC
                   MOVE ET-RECORD-COUNT  TO WS-INBOUND-RECORD-COUNT
                   MOVE ET-HASH-TOTAL    TO WS-INBOUND-HASH-TOTAL
               END-IF
           END-IF.

      ******************************************************************
      *  A RECORD GOES TO THE FIRST PARTITION WHOSE BOUNDARY IS NOT
      *  BELOW ITS SITE CODE, OR TO THE LAST PARTITION. A BLANK SITE
      *  CODE SORTS LOW AND LANDS IN PARTITION 1, WHERE THE EDIT
      *  PASS REJECTS IT AS IT ALWAYS HAS.
      ******************************************************************
       3250-ASSIGN-PARTITION.
           MOVE DETAIL-IN-RECORD (1:4) TO WS-ROUTE-SITE-CODE
           MOVE 0 TO WS-TARGET-PART
           PERFORM 3260-CHECK-ONE-RANGE
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB >= WS-PARTITION-COUNT
                   OR WS-TARGET-PART > 0
           IF WS-TARGET-PART = 0
               MOVE WS-PARTITION-COUNT TO WS-TARGET-PART
           END-IF.

       3260-CHECK-ONE-RANGE.
           IF WS-ROUTE-SITE-CODE
                   NOT > PTT-HIGH-SITE-CODE (WS-PART-SUB)
               MOVE WS-PART-SUB TO WS-TARGET-PART
           END-IF.

       3300-VERIFY-INBOUND-ENVELOPE.
           EVALUATE TRUE
               WHEN NOT HEADER-SEEN
                   MOVE 'ENVELOPE HEADER MISSING'
                       TO WS-ENVELOPE-MESSAGE
                   MOVE 'N' TO WS-ENVELOPE-OK
               WHEN NOT TRAILER-SEEN
                   MOVE 'ENVELOPE TRAILER MISSING'
                       TO WS-ENVELOPE-MESSAGE
                   MOVE 'N' TO WS-ENVELOPE-OK
               WHEN EH-EXPECTED-COUNT IS NOT NUMERIC
                       OR ET-RECORD-COUNT IS NOT NUMERIC
                       OR ET-HASH-TOTAL IS NOT NUMERIC
                   MOVE 'ENVELOPE COUNT OR HASH NOT NUMERIC'
                       TO WS-ENVELOPE-MESSAGE
                   MOVE 'N' TO WS-ENVELOPE-OK
               WHEN EH-EXPECTED-COUNT NOT = WS-FEED-COUNT
                       OR ET-RECORD-COUNT NOT = WS-FEED-COUNT
                   MOVE 'ENVELOPE RECORD COUNT MISMATCH'
                       TO WS-ENVELOPE-MESSAGE
                   MOVE 'N' TO WS-ENVELOPE-OK
               WHEN ET-HASH-TOTAL NOT = WS-FEED-HASH
                   MOVE 'ENVELOPE HASH TOTAL MISMATCH'
                       TO WS-ENVELOPE-MESSAGE
                   MOVE 'N' TO WS-ENVELOPE-OK
           END-EVALUATE.

      ******************************************************************
      *  NO PARTITION RUNS ON AN UNBALANCED FEED, SO THE SENDER'S
      *  NAK IS WRITTEN HERE: THE ENVELOPE AS RECEIVED, THE COUNT
      *  AND HASH ACTUALLY READ, ZERO ACCEPTED/REJECTED COUNTS AND
      *  THE ENVELOPE ERROR. A MISSING HEADER OR TRAILER LEAVES ITS
      *  COUNTS ZERO, AS ON THE HELLO NAK.
      ******************************************************************
       3900-WRITE-ENVELOPE-NAK.
           OPEN OUTPUT ACK-FILE
           MOVE SPACES                 TO ACK-RECORD
           MOVE WS-INBOUND-SENDER-ID   TO AK-SENDER-ID
           MOVE 'H'                    TO AK-RECORD-TYPE
           MOVE WS-CURRENT-DATE        TO AK-RUN-DATE
           MOVE WS-CURRENT-TIME        TO AK-RUN-TIME
           MOVE 'NAK'                  TO AK-ACK-STATUS
           MOVE WS-INBOUND-CREATE-DATE TO AK-CREATE-DATE
           MOVE WS-INBOUND-CREATE-TIME TO AK-CREATE-TIME
           MOVE WS-INBOUND-EXPECTED-COUNT
                                       TO AK-HDR-EXPECTED-COUNT
           MOVE WS-INBOUND-RECORD-COUNT
                                       TO AK-TRL-RECORD-COUNT
           MOVE WS-INBOUND-HASH-TOTAL  TO AK-TRL-HASH-TOTAL
           MOVE WS-FEED-COUNT          TO AK-DETAIL-READ
           MOVE WS-FEED-HASH           TO AK-HASH-TOTAL
           MOVE 0                      TO AK-DETAIL-ACCEPTED
           MOVE 0                      TO AK-DETAIL-REJECTED
           MOVE WS-ENVELOPE-MESSAGE    TO AK-ENVELOPE-MESSAGE
           WRITE ACK-RECORD
           CLOSE ACK-FILE.

      ******************************************************************
      *  EACH PARTITION HEADER KEEPS THE INBOUND SENDER-ID, SO THE
      *  PARTITION'S ACKNOWLEDGMENT AND CHECKPOINTS STILL NAME THE
      *  REAL SENDER, AND CARRIES THE SPLIT STAMP AS ITS CREATE
      *  DATE/TIME, WHICH TIES THE PARTITION'S RESULT TO THIS SPLIT.
      ******************************************************************
       5000-WRITE-PARTITION-FEEDS.
           PERFORM 5100-WRITE-ONE-HEADER
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PARTITION-SLOTS
           MOVE 'N' TO WS-DETAIL-EOF
           OPEN INPUT DETAIL-IN-FILE
           PERFORM 3100-READ-INBOUND-RECORD
           PERFORM UNTIL DETAIL-EOF
               IF DETAIL-IN-RECORD (1:4) NOT = 'HDR*'
                       AND DETAIL-IN-RECORD (1:4) NOT = 'TRL*'
                   PERFORM 3250-ASSIGN-PARTITION
                   MOVE DETAIL-IN-RECORD TO WS-PART-OUT-RECORD
                   PERFORM 5900-WRITE-PARTITION-RECORD
               END-IF
               PERFORM 3100-READ-INBOUND-RECORD
           END-PERFORM
           CLOSE DETAIL-IN-FILE
           PERFORM 5200-WRITE-ONE-TRAILER
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PARTITION-SLOTS.

       5100-WRITE-ONE-HEADER.
           MOVE SPACES             TO WS-ENVELOPE-HEADER
           MOVE 'HDR*'             TO EH-RECORD-ID
           MOVE WS-INBOUND-SENDER-ID
                                   TO EH-SENDER-ID
           MOVE WS-CURRENT-DATE    TO EH-CREATE-DATE
           MOVE WS-CURRENT-TIME (1:6)
                                   TO EH-CREATE-TIME
           MOVE PTT-RECORD-COUNT (WS-PART-SUB)
                                   TO EH-EXPECTED-COUNT
           MOVE WS-ENVELOPE-HEADER TO WS-PART-OUT-RECORD
           MOVE WS-PART-SUB        TO WS-TARGET-PART
           PERFORM 5900-WRITE-PARTITION-RECORD.

       5200-WRITE-ONE-TRAILER.
           MOVE SPACES             TO WS-ENVELOPE-TRAILER
           MOVE 'TRL*'             TO ET-RECORD-ID
           MOVE PTT-RECORD-COUNT (WS-PART-SUB)
                                   TO ET-RECORD-COUNT
           MOVE PTT-HASH-TOTAL (WS-PART-SUB)
                                   TO ET-HASH-TOTAL
           MOVE WS-ENVELOPE-TRAILER
                                   TO WS-PART-OUT-RECORD
           MOVE WS-PART-SUB        TO WS-TARGET-PART
           PERFORM 5900-WRITE-PARTITION-RECORD.

       5900-WRITE-PARTITION-RECORD.
           EVALUATE WS-TARGET-PART
               WHEN 1
                   WRITE PART-FEED-1-RECORD FROM WS-PART-OUT-RECORD
               WHEN 2
                   WRITE PART-FEED-2-RECORD FROM WS-PART-OUT-RECORD
               WHEN 3
                   WRITE PART-FEED-3-RECORD FROM WS-PART-OUT-RECORD
               WHEN 4
                   WRITE PART-FEED-4-RECORD FROM WS-PART-OUT-RECORD
           END-EVALUATE.

       6000-WRITE-PARTITION-CONTROL.
           MOVE SPACES              TO PARTITION-CONTROL-RECORD
           MOVE WS-PART-SUB         TO PT-PARTITION-NUMBER
           MOVE WS-PARTITION-COUNT  TO PT-PARTITION-COUNT
           MOVE WS-CURRENT-DATE     TO PT-SPLIT-DATE
           MOVE WS-CURRENT-TIME (1:6)
                                    TO PT-SPLIT-TIME
           MOVE PTT-RECORD-COUNT (WS-PART-SUB)
                                    TO PT-RECORD-COUNT
           MOVE PTT-HASH-TOTAL (WS-PART-SUB)
                                    TO PT-HASH-TOTAL
           MOVE WS-INBOUND-SENDER-ID
                                    TO PT-SENDER-ID
           MOVE WS-INBOUND-CREATE-DATE
                                    TO PT-FEED-CREATE-DATE
           MOVE WS-INBOUND-CREATE-TIME
                                    TO PT-FEED-CREATE-TIME
           MOVE WS-INBOUND-EXPECTED-COUNT
                                    TO PT-FEED-EXPECTED-COUNT
           MOVE WS-INBOUND-RECORD-COUNT
                                    TO PT-FEED-RECORD-COUNT
           MOVE WS-INBOUND-HASH-TOTAL
                                    TO PT-FEED-HASH-TOTAL
           MOVE WS-PART-SUB         TO LP1-PARTITION-NUMBER
           MOVE SPACES              TO LP1-LOW-SITE
           MOVE SPACES              TO LP1-HIGH-SITE
           IF WS-PART-SUB > WS-PARTITION-COUNT
               MOVE 'N'             TO PT-PARTITION-USED
               MOVE 'UNUSED'        TO LP1-STATUS
           ELSE
               MOVE 'Y'             TO PT-PARTITION-USED
               MOVE 'ACTIVE'        TO LP1-STATUS
               IF WS-PART-SUB > 1
                   MOVE PTT-HIGH-SITE-CODE (WS-PART-SUB - 1)
                                    TO PT-LOW-SITE-CODE
                   MOVE PT-LOW-SITE-CODE
                                    TO LP1-LOW-SITE
               ELSE
                   MOVE 'LOWEST'    TO LP1-LOW-SITE
               END-IF
               IF WS-PART-SUB < WS-PARTITION-COUNT
                   MOVE PTT-HIGH-SITE-CODE (WS-PART-SUB)
                                    TO PT-HIGH-SITE-CODE
                   MOVE PT-HIGH-SITE-CODE
                                    TO LP1-HIGH-SITE
               ELSE
                   MOVE 'HIGHEST'   TO LP1-HIGH-SITE
               END-IF
           END-IF
           WRITE PARTITION-CONTROL-RECORD
           MOVE PT-RECORD-COUNT     TO LP1-RECORD-COUNT
           MOVE PT-HASH-TOTAL       TO LP1-HASH-TOTAL
           WRITE LISTING-RECORD FROM WS-LST-PARTITION-LINE.

       4000-WRITE-LISTING-TRAILER.
           MOVE WS-FEED-COUNT       TO LT2-FEED-RECORDS
           MOVE WS-PARTITION-COUNT  TO LT3-PARTITIONS-USED
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE1
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE2
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE3.

      ******************************************************************
      *  ONE TIMING RECORD PER STEP, APPENDED TO THE SHARED LOG. THE
      *  START STAMP IS THE LISTING HEADER'S RUN DATE/TIME. A LOG
      *  THAT WILL NOT OPEN IS PASSED OVER - TIMING NEVER CHANGES
      *  THE STEP'S OUTCOME.
      ******************************************************************
       8500-WRITE-STEP-TIMING.
           ACCEPT WS-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND TIMING-FILE
           IF WS-TIMING-STATUS = '00'
               MOVE SPACES              TO TIMING-RECORD
               MOVE 'JOBHELLO'          TO TM-JOB-NAME
               MOVE 'STEP010'           TO TM-STEP-NAME
               MOVE 'HELLOPSP'          TO TM-PROGRAM-NAME
               MOVE WS-CURRENT-DATE     TO TM-START-DATE
               MOVE WS-CURRENT-TIME     TO TM-START-TIME
               MOVE WS-END-DATE         TO TM-END-DATE
               MOVE WS-END-TIME         TO TM-END-TIME
               MOVE RETURN-CODE         TO TM-RETURN-CODE
               MOVE WS-FEED-COUNT       TO TM-RECORDS-READ
               MOVE WS-RECORDS-SPLIT    TO TM-RECORDS-PROCESSED
               WRITE TIMING-RECORD
               CLOSE TIMING-FILE
           END-IF.

       9000-CLOSE-FILES.
           CLOSE PARTITION-CARD-FILE
           CLOSE PARTITION-CONTROL-FILE
           CLOSE PART-FEED-1-FILE
           CLOSE PART-FEED-2-FILE
           CLOSE PART-FEED-3-FILE
           CLOSE PART-FEED-4-FILE
           CLOSE LISTING-FILE.
