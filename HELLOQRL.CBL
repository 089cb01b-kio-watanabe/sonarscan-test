       IDENTIFICATION               DIVISION.
       PROGRAM-ID.                  HELLOQRL.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  ------------------------------------------------------------
      *  2026-10-14  INITIAL VERSION. RELEASES THE HELLOCCQ QUEUED
      *              CONTROL CARDS DUE ON THE RELEASE DATE TO THE
      *              CNTLCARD DECK AHEAD OF THE NIGHTLY HELLO STEP
      *              AND MARKS THEM RELEASED, THEN LISTS ANY CARD
      *              STILL QUEUED FOR A PAST RUN DATE, EVERY CARD
      *              QUEUED FOR THE NEXT 14 DAYS, AND EVERY BUSINESS
      *              DAY IN THAT WINDOW WITH NO CARD QUEUED. THE
      *              OPTIONAL SYSIN CARD CARRIES THE RELEASE DATE
      *              (COLS 1-8, SPACES = TODAY), AN ENVIRONMENT
      *              (COLS 9-12, SPACES = ALL) AND 'L' IN COL 13 FOR
      *              A LIST-ONLY RUN THAT RELEASES NOTHING.
      *  2026-10-14  APPEND A STEP-TIMING RECORD TO HELLOTIM AT END OF
      *              STEP: START/END STAMPS, RETURN CODE, QUEUE
      *              RECORDS SCANNED AND CARDS WRITTEN TO THE DECK,
      *              FOR THE HELLOSLA WINDOW REPORT.
      ******************************************************************
       ENVIRONMENT                  DIVISION.
       INPUT-OUTPUT                 SECTION.
       FILE-CONTROL.
           SELECT RELEASE-CARD-FILE ASSIGN TO SYSIN
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QUEUE-FILE        ASSIGN TO HELLOCCQ
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS CQ-QUEUE-KEY
                                     FILE STATUS IS WS-QUEUE-STATUS.
           SELECT CALENDAR-FILE     ASSIGN TO HELLOCAL
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS CA-CAL-DATE
                                     FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT DECK-FILE         ASSIGN TO CNTLCARD
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTING-FILE      ASSIGN TO SYSOUT
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIMING-FILE       ASSIGN TO HELLOTIM
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-TIMING-STATUS.
       DATA                         DIVISION.
       FILE                         SECTION.
       FD  RELEASE-CARD-FILE
           RECORDING MODE IS F.
       01  RELEASE-CARD-RECORD         PIC X(80).

       FD  QUEUE-FILE.
       01  QUEUE-RECORD.
           COPY HELLOCCQ.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY HELLOCAL.

       FD  DECK-FILE
           RECORDING MODE IS F.
       01  DECK-RECORD                 PIC X(80).

       FD  LISTING-FILE
           RECORDING MODE IS F.
       01  LISTING-RECORD              PIC X(133).

       FD  TIMING-FILE
           RECORDING MODE IS F.
       01  TIMING-RECORD.
           COPY HELLOTIM.

       WORKING-STORAGE              SECTION.
       01  WS-SWITCHES.
           05  WS-QUEUE-EOF         PIC X     VALUE 'N'.
               88  QUEUE-EOF                  VALUE 'Y'.
           05  WS-DATE-VALID        PIC X     VALUE 'Y'.
               88  DATE-VALID                 VALUE 'Y'.
               88  DATE-INVALID               VALUE 'N'.
           05  WS-OPEN-FAILED       PIC X     VALUE 'N'.
               88  OPEN-FAILED                VALUE 'Y'.
           05  WS-CARD-FAILED       PIC X     VALUE 'N'.
               88  RELEASE-CARD-FAILED        VALUE 'Y'.
           05  WS-UPDATE-FAILED     PIC X     VALUE 'N'.
               88  QUEUE-UPDATE-FAILED        VALUE 'Y'.
           05  WS-DECK-OPEN         PIC X     VALUE 'N'.
               88  DECK-OPEN                  VALUE 'Y'.
           05  WS-BUSINESS-DAY      PIC X     VALUE 'N'.
               88  BUSINESS-DAY               VALUE 'Y'.
       01  WS-QUEUE-STATUS              PIC XX    VALUE '00'.
       01  WS-CALENDAR-STATUS           PIC XX    VALUE '00'.
       01  WS-TIMING-STATUS             PIC XX    VALUE '00'.
       01  WS-VALID-ENV-CODE            PIC X(04).
           88  VALID-ENV-CODE  VALUES 'PROD' 'TEST' 'DEVL' 'QA  '.

       01  WS-RELEASE-CARD.
           05  RC-RELEASE-DATE          PIC X(08).
           05  RC-ENV-CODE              PIC X(04).
           05  RC-RUN-OPTION            PIC X(01).
               88  RC-LIST-ONLY                   VALUE 'L'.
           05  FILLER                   PIC X(67).

       01  WS-CARD-IMAGE.
           COPY HELLOCTL.

       01  WS-CURRENT-DATE              PIC 9(08).
       01  WS-CURRENT-TIME              PIC 9(08).
       01  WS-START-DATE                PIC 9(08).
       01  WS-START-TIME                PIC 9(08).
       01  WS-END-DATE                  PIC 9(08).
       01  WS-END-TIME                  PIC 9(08).
       01  WS-QUEUE-READ                PIC 9(08) VALUE 0.
       01  WS-DECK-WRITTEN              PIC 9(08) VALUE 0.
       01  WS-RELEASE-DATE              PIC 9(08).
       01  WS-RELEASE-INTEGER           PIC 9(08).
       01  WS-CHECK-INTEGER             PIC 9(08).
       01  WS-CHECK-DATE                PIC 9(08).
       01  WS-SCAN-DATE                 PIC X(08).
       01  WS-SCAN-END-DATE             PIC X(08).
       01  WS-DAY-OFFSET                PIC 9(04) VALUE 0.
       01  WS-WEEKDAY                   PIC 9(01) VALUE 0.
       01  WS-EDIT-DATE                 PIC X(08).
       01  WS-EDIT-DATE-SPLIT REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-CCYY             PIC 9(04).
           05  WS-EDIT-MM               PIC 9(02).
           05  WS-EDIT-DD               PIC 9(02).
       01  WS-DAYS-IN-MONTH             PIC 9(02) VALUE 31.
       01  WS-AHEAD-DAYS                PIC 9(04) VALUE 14.
       01  WS-DUE-QUEUED                PIC 9(08) VALUE 0.
       01  WS-DUE-RELEASED              PIC 9(08) VALUE 0.
       01  WS-CARDS-RELEASED            PIC 9(08) VALUE 0.
       01  WS-STALE-CARDS               PIC 9(08) VALUE 0.
       01  WS-CARDS-AHEAD               PIC 9(08) VALUE 0.
       01  WS-DATE-GAPS                 PIC 9(08) VALUE 0.
       01  WS-DAY-CARDS                 PIC 9(08) VALUE 0.
       01  WS-SECTION-LINES             PIC 9(08) VALUE 0.

       01  WS-DAY-NAME-VALUES.
           05  FILLER                  PIC X(09)  VALUE 'SUNDAY'.
           05  FILLER                  PIC X(09)  VALUE 'MONDAY'.
           05  FILLER                  PIC X(09)  VALUE 'TUESDAY'.
           05  FILLER                  PIC X(09)  VALUE 'WEDNESDAY'.
           05  FILLER                  PIC X(09)  VALUE 'THURSDAY'.
           05  FILLER                  PIC X(09)  VALUE 'FRIDAY'.
           05  FILLER                  PIC X(09)  VALUE 'SATURDAY'.
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05  DNT-DAY-NAME OCCURS 7 TIMES
                                        PIC X(09).

       01  WS-LST-HEADER-LINE1.
           05  LH1-CTL                 PIC X      VALUE '1'.
           05  FILLER                  PIC X(10)  VALUE 'PROGRAM: '.
           05  LH1-PROGRAM-NAME        PIC X(08)  VALUE 'HELLOQRL'.
           05  FILLER                  PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE 'RUN DATE: '.
           05  LH1-RUN-DATE            PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(83)  VALUE SPACES.

       01  WS-LST-HEADER-LINE2.
           05  LH2-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(10)  VALUE 'RUN TIME: '.
           05  LH2-RUN-TIME            PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(114) VALUE SPACES.

       01  WS-LST-SELECTION-LINE.
           05  LP-CTL                  PIC X      VALUE '0'.
           05  FILLER                  PIC X(14)
                                        VALUE 'RELEASE DATE: '.
           05  LP-RELEASE-DATE         PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(16)
                                        VALUE '   ENVIRONMENT: '.
           05  LP-ENV-CODE             PIC X(04)  VALUE SPACES.
           05  FILLER                  PIC X(09)  VALUE '   MODE: '.
           05  LP-RUN-OPTION           PIC X(09)  VALUE SPACES.
           05  FILLER                  PIC X(72)  VALUE SPACES.

       01  WS-LST-SECTION-LINE.
           05  LS1-CTL                 PIC X      VALUE '0'.
           05  LS1-TITLE               PIC X(60)  VALUE SPACES.
           05  FILLER                  PIC X(72)  VALUE SPACES.

       01  WS-LST-QUEUE-LINE.
           05  LQ-CTL                  PIC X      VALUE ' '.
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  LQ-RUN-DATE             PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LQ-ENV-CODE             PIC X(04)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LQ-RUN-MODE             PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LQ-LOCALE-CODE          PIC X(02)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LQ-MESSAGE-TEXT         PIC X(40)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LQ-STATUS-TEXT          PIC X(30)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LQ-USER-ID              PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LQ-EVENT-DATE           PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE SPACES.

       01  WS-LST-ERROR-LINE.
           05  LE1-CTL                 PIC X      VALUE '0'.
           05  LE1-MESSAGE             PIC X(40)  VALUE SPACES.
           05  FILLER                  PIC X(14)
                                        VALUE 'FILE STATUS: '.
           05  LE1-FILE-STATUS         PIC XX     VALUE SPACES.
           05  FILLER                  PIC X(76)  VALUE SPACES.

       01  WS-LST-TRAILER-LINE1.
           05  LT1-CTL                 PIC X      VALUE '-'.
           05  FILLER                  PIC X(132) VALUE SPACES.

       01  WS-LST-TRAILER-LINE2.
           05  LT2-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'CARDS RELEASED:  '.
           05  LT2-CARDS-RELEASED      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-LST-TRAILER-LINE3.
           05  LT3-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'RELEASED EARLIER:'.
           05  LT3-DUE-RELEASED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-LST-TRAILER-LINE4.
           05  LT4-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'STALE CARDS:     '.
           05  LT4-STALE-CARDS         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-LST-TRAILER-LINE5.
           05  LT5-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'QUEUED AHEAD:    '.
           05  LT5-CARDS-AHEAD         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-LST-TRAILER-LINE6.
           05  LT6-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'DAYS WITH NO CARD:'.
           05  LT6-DATE-GAPS           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       PROCEDURE                    DIVISION.
       0000-MAIN.
           OPEN INPUT RELEASE-CARD-FILE
           OPEN OUTPUT LISTING-FILE
           OPEN I-O QUEUE-FILE
           OPEN INPUT CALENDAR-FILE
           PERFORM 1000-WRITE-LISTING-HEADER
           EVALUATE TRUE
               WHEN WS-QUEUE-STATUS NOT = '00'
                   MOVE 'HELLOCCQ OPEN FAILED' TO LE1-MESSAGE
                   MOVE WS-QUEUE-STATUS        TO LE1-FILE-STATUS
                   WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
                   MOVE 'Y' TO WS-OPEN-FAILED
               WHEN WS-CALENDAR-STATUS NOT = '00'
                   MOVE 'HELLOCAL OPEN FAILED' TO LE1-MESSAGE
                   MOVE WS-CALENDAR-STATUS     TO LE1-FILE-STATUS
                   WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
                   MOVE 'Y' TO WS-OPEN-FAILED
               WHEN OTHER
                   PERFORM 1100-READ-RELEASE-CARD
                   IF NOT RELEASE-CARD-FAILED
                       PERFORM 2000-RELEASE-DUE-CARDS
                       PERFORM 3000-LIST-STALE-CARDS
                       PERFORM 4000-LIST-QUEUE-AHEAD
                   END-IF
           END-EVALUATE
           PERFORM 8000-WRITE-LISTING-TRAILER
           PERFORM 9500-SET-RETURN-CODE
           CLOSE RELEASE-CARD-FILE
           CLOSE LISTING-FILE
           CLOSE QUEUE-FILE
           CLOSE CALENDAR-FILE
           PERFORM 8500-WRITE-STEP-TIMING
           STOP RUN.

       1000-WRITE-LISTING-HEADER.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO WS-START-DATE
           MOVE WS-CURRENT-TIME TO WS-START-TIME
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO LH1-RUN-DATE
           END-STRING
           STRING WS-CURRENT-TIME(1:2) ':' WS-CURRENT-TIME(3:2) ':'
                  WS-CURRENT-TIME(5:2) DELIMITED BY SIZE
                  INTO LH2-RUN-TIME
           END-STRING
           WRITE LISTING-RECORD FROM WS-LST-HEADER-LINE1
           WRITE LISTING-RECORD FROM WS-LST-HEADER-LINE2.

      ******************************************************************
      *  THE SYSIN CARD IS OPTIONAL - AN EMPTY OR DUMMY SYSIN RELEASES
      *  TODAY'S CARDS FOR EVERY ENVIRONMENT. A BAD CARD RELEASES
      *  NOTHING AND ENDS THE STEP RC 8.
      ******************************************************************
       1100-READ-RELEASE-CARD.
           READ RELEASE-CARD-FILE
               AT END
                   MOVE SPACES TO WS-RELEASE-CARD
               NOT AT END
                   MOVE RELEASE-CARD-RECORD TO WS-RELEASE-CARD
           END-READ
           IF RC-RELEASE-DATE = SPACES
               MOVE WS-CURRENT-DATE TO WS-RELEASE-DATE
           ELSE
               MOVE RC-RELEASE-DATE TO WS-EDIT-DATE
               PERFORM 6000-VALIDATE-EDIT-DATE
               IF DATE-INVALID
                   MOVE 'INVALID RELEASE DATE ON SYSIN CARD'
                       TO LE1-MESSAGE
                   MOVE SPACES TO LE1-FILE-STATUS
                   WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
                   MOVE 'Y' TO WS-CARD-FAILED
               ELSE
                   MOVE RC-RELEASE-DATE TO WS-RELEASE-DATE
               END-IF
           END-IF
           MOVE RC-ENV-CODE TO WS-VALID-ENV-CODE
           IF RC-ENV-CODE NOT = SPACES AND NOT VALID-ENV-CODE
               MOVE 'INVALID ENVIRONMENT ON SYSIN CARD' TO LE1-MESSAGE
               MOVE SPACES TO LE1-FILE-STATUS
               WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
               MOVE 'Y' TO WS-CARD-FAILED
           END-IF
           IF NOT RELEASE-CARD-FAILED
               COMPUTE WS-RELEASE-INTEGER
                   = FUNCTION INTEGER-OF-DATE(WS-RELEASE-DATE)
               MOVE WS-RELEASE-DATE TO LP-RELEASE-DATE
               IF RC-ENV-CODE = SPACES
                   MOVE 'ALL'       TO LP-ENV-CODE
               ELSE
                   MOVE RC-ENV-CODE TO LP-ENV-CODE
               END-IF
               IF RC-LIST-ONLY
                   MOVE 'LIST ONLY' TO LP-RUN-OPTION
               ELSE
                   MOVE 'RELEASE'   TO LP-RUN-OPTION
               END-IF
               WRITE LISTING-RECORD FROM WS-LST-SELECTION-LINE
           END-IF.

      ******************************************************************
      *  THE DECK IS REWRITTEN ONLY WHEN AT LEAST ONE DUE CARD IS
      *  STILL QUEUED, AND THEN CARRIES EVERY CARD FOR THE RELEASE
      *  DATE, INCLUDING ANY RELEASED EARLIER, SO A RESTARTED STEP
      *  NEITHER RELEASES A CARD TWICE NOR DROPS ONE FROM THE DECK.
      *  WHEN NOTHING IS DUE THE DECK IS LEFT AS IT STANDS, SO A
      *  HAND-KEYED DECK CAN STILL BE USED.
      ******************************************************************
       2000-RELEASE-DUE-CARDS.
           MOVE 'CARDS DUE ON THE RELEASE DATE' TO LS1-TITLE
           WRITE LISTING-RECORD FROM WS-LST-SECTION-LINE
           MOVE WS-RELEASE-DATE TO WS-SCAN-DATE
           MOVE WS-RELEASE-DATE TO WS-SCAN-END-DATE
           PERFORM 7000-START-QUEUE-SCAN
           PERFORM UNTIL QUEUE-EOF
               PERFORM 2100-COUNT-DUE-CARD
               PERFORM 7100-READ-NEXT-QUEUE
           END-PERFORM
           IF WS-DUE-QUEUED > 0 AND NOT RC-LIST-ONLY
               OPEN OUTPUT DECK-FILE
               MOVE 'Y' TO WS-DECK-OPEN
           END-IF
           PERFORM 7000-START-QUEUE-SCAN
           PERFORM UNTIL QUEUE-EOF
               PERFORM 2200-RELEASE-ONE-CARD
               PERFORM 7100-READ-NEXT-QUEUE
           END-PERFORM
           IF DECK-OPEN
               CLOSE DECK-FILE
           END-IF
           MOVE WS-RELEASE-DATE TO LQ-RUN-DATE
           MOVE SPACES          TO LQ-RUN-MODE
           MOVE SPACES          TO LQ-LOCALE-CODE
           MOVE SPACES          TO LQ-USER-ID
           MOVE SPACES          TO LQ-EVENT-DATE
           MOVE RC-ENV-CODE     TO LQ-ENV-CODE
           EVALUATE TRUE
               WHEN WS-DUE-QUEUED + WS-DUE-RELEASED = 0
                   MOVE WS-RELEASE-INTEGER TO WS-CHECK-INTEGER
                   MOVE WS-RELEASE-DATE    TO WS-CHECK-DATE
                   PERFORM 5000-CHECK-BUSINESS-DAY
                   IF BUSINESS-DAY
                       ADD 1 TO WS-DATE-GAPS
                       MOVE 'BUSINESS DAY - NO CARD QUEUED'
                           TO LQ-STATUS-TEXT
                   ELSE
                       MOVE 'NO CARD QUEUED' TO LQ-STATUS-TEXT
                   END-IF
                   MOVE 'CNTLCARD DECK NOT REWRITTEN'
                       TO LQ-MESSAGE-TEXT
                   WRITE LISTING-RECORD FROM WS-LST-QUEUE-LINE
               WHEN WS-DUE-QUEUED = 0
                   MOVE 'ALL DUE CARDS RELEASED EARLIER'
                       TO LQ-STATUS-TEXT
                   MOVE 'CNTLCARD DECK NOT REWRITTEN'
                       TO LQ-MESSAGE-TEXT
                   WRITE LISTING-RECORD FROM WS-LST-QUEUE-LINE
           END-EVALUATE.

       2100-COUNT-DUE-CARD.
           IF RC-ENV-CODE = SPACES OR CQ-ENV-CODE = RC-ENV-CODE
               IF CQ-STATUS-QUEUED
                   ADD 1 TO WS-DUE-QUEUED
               ELSE
                   ADD 1 TO WS-DUE-RELEASED
               END-IF
           END-IF.

       2200-RELEASE-ONE-CARD.
           IF RC-ENV-CODE = SPACES OR CQ-ENV-CODE = RC-ENV-CODE
               IF DECK-OPEN
                   WRITE DECK-RECORD FROM CQ-CARD-IMAGE
                   ADD 1 TO WS-DECK-WRITTEN
               END-IF
               EVALUATE TRUE
                   WHEN CQ-STATUS-QUEUED AND DECK-OPEN
                       ACCEPT WS-CURRENT-TIME FROM TIME
                       MOVE 'R'             TO CQ-QUEUE-STATUS
                       MOVE WS-CURRENT-DATE TO CQ-RELEASED-DATE
                       MOVE WS-CURRENT-TIME TO CQ-RELEASED-TIME
                       REWRITE QUEUE-RECORD
                           INVALID KEY
                               MOVE 'HELLOCCQ REWRITE FAILED'
                                   TO LE1-MESSAGE
                               MOVE WS-QUEUE-STATUS
                                   TO LE1-FILE-STATUS
                               WRITE LISTING-RECORD
                                   FROM WS-LST-ERROR-LINE
                               MOVE 'Y' TO WS-UPDATE-FAILED
                       END-REWRITE
                       ADD 1 TO WS-CARDS-RELEASED
                       MOVE 'RELEASED TO CNTLCARD DECK'
                           TO LQ-STATUS-TEXT
                       MOVE CQ-RELEASED-DATE TO LQ-EVENT-DATE
                   WHEN CQ-STATUS-QUEUED
                       MOVE 'DUE - LIST ONLY, NOT RELEASED'
                           TO LQ-STATUS-TEXT
                       MOVE CQ-QUEUED-DATE TO LQ-EVENT-DATE
                   WHEN DECK-OPEN
                       MOVE 'RELEASED EARLIER - ON DECK'
                           TO LQ-STATUS-TEXT
                       MOVE CQ-RELEASED-DATE TO LQ-EVENT-DATE
                   WHEN OTHER
                       MOVE 'RELEASED EARLIER'
                           TO LQ-STATUS-TEXT
                       MOVE CQ-RELEASED-DATE TO LQ-EVENT-DATE
               END-EVALUATE
               PERFORM 7200-WRITE-QUEUE-LINE
           END-IF.

      ******************************************************************
      *  A CARD STILL QUEUED FOR A DATE BEFORE THE RELEASE DATE WAS
      *  NEVER RELEASED - THE NIGHT WAS MISSED OR THE DATE IS WRONG.
      *  IT IS LISTED, NOT RELEASED; RE-KEY IT WITH THE LOADER.
      ******************************************************************
       3000-LIST-STALE-CARDS.
           MOVE 'STALE CARDS - STILL QUEUED FOR A PAST RUN DATE'
               TO LS1-TITLE
           WRITE LISTING-RECORD FROM WS-LST-SECTION-LINE
           MOVE 0 TO WS-SECTION-LINES
           COMPUTE WS-CHECK-INTEGER = WS-RELEASE-INTEGER - 1
           COMPUTE WS-CHECK-DATE
               = FUNCTION DATE-OF-INTEGER(WS-CHECK-INTEGER)
           MOVE LOW-VALUES    TO WS-SCAN-DATE
           MOVE WS-CHECK-DATE TO WS-SCAN-END-DATE
           PERFORM 7000-START-QUEUE-SCAN
           PERFORM UNTIL QUEUE-EOF
               IF CQ-STATUS-QUEUED
                   AND (RC-ENV-CODE = SPACES
                        OR CQ-ENV-CODE = RC-ENV-CODE)
                   ADD 1 TO WS-STALE-CARDS
                   ADD 1 TO WS-SECTION-LINES
                   MOVE 'STALE - NEVER RELEASED' TO LQ-STATUS-TEXT
                   MOVE CQ-QUEUED-DATE TO LQ-EVENT-DATE
                   PERFORM 7200-WRITE-QUEUE-LINE
               END-IF
               PERFORM 7100-READ-NEXT-QUEUE
           END-PERFORM
           PERFORM 7300-WRITE-SECTION-EMPTY.

       4000-LIST-QUEUE-AHEAD.
           MOVE 'CARDS QUEUED FOR THE NEXT 14 DAYS' TO LS1-TITLE
           WRITE LISTING-RECORD FROM WS-LST-SECTION-LINE
           MOVE 0 TO WS-SECTION-LINES
           PERFORM 4100-LIST-ONE-DAY
               VARYING WS-DAY-OFFSET FROM 1 BY 1
               UNTIL WS-DAY-OFFSET > WS-AHEAD-DAYS
           PERFORM 7300-WRITE-SECTION-EMPTY.

      ******************************************************************
      *  EVERY QUEUED CARD IN THE WINDOW IS LISTED. A BUSINESS DAY
      *  WITH NO CARD FOR THE SELECTED ENVIRONMENT (ANY ENVIRONMENT
      *  WHEN NONE IS SELECTED) GETS A WARNING LINE.
      ******************************************************************
       4100-LIST-ONE-DAY.
           COMPUTE WS-CHECK-INTEGER = WS-RELEASE-INTEGER + WS-DAY-OFFSET
           COMPUTE WS-CHECK-DATE
               = FUNCTION DATE-OF-INTEGER(WS-CHECK-INTEGER)
           MOVE 0 TO WS-DAY-CARDS
           MOVE WS-CHECK-DATE TO WS-SCAN-DATE
           MOVE WS-CHECK-DATE TO WS-SCAN-END-DATE
           PERFORM 7000-START-QUEUE-SCAN
           PERFORM UNTIL QUEUE-EOF
               IF RC-ENV-CODE = SPACES OR CQ-ENV-CODE = RC-ENV-CODE
                   ADD 1 TO WS-DAY-CARDS
                   ADD 1 TO WS-SECTION-LINES
                   IF CQ-STATUS-QUEUED
                       ADD 1 TO WS-CARDS-AHEAD
                       MOVE 'QUEUED' TO LQ-STATUS-TEXT
                       MOVE CQ-QUEUED-DATE TO LQ-EVENT-DATE
                   ELSE
                       MOVE 'RELEASED EARLIER' TO LQ-STATUS-TEXT
                       MOVE CQ-RELEASED-DATE TO LQ-EVENT-DATE
                   END-IF
                   PERFORM 7200-WRITE-QUEUE-LINE
               END-IF
               PERFORM 7100-READ-NEXT-QUEUE
           END-PERFORM
           IF WS-DAY-CARDS = 0
               PERFORM 5000-CHECK-BUSINESS-DAY
               IF BUSINESS-DAY
                   ADD 1 TO WS-DATE-GAPS
                   ADD 1 TO WS-SECTION-LINES
                   MOVE WS-CHECK-DATE TO LQ-RUN-DATE
                   MOVE RC-ENV-CODE   TO LQ-ENV-CODE
                   MOVE SPACES        TO LQ-RUN-MODE
                   MOVE SPACES        TO LQ-LOCALE-CODE
                   MOVE DNT-DAY-NAME (WS-WEEKDAY + 1)
                       TO LQ-MESSAGE-TEXT
                   MOVE 'BUSINESS DAY - NO CARD QUEUED'
                       TO LQ-STATUS-TEXT
                   MOVE SPACES        TO LQ-USER-ID
                   MOVE SPACES        TO LQ-EVENT-DATE
                   WRITE LISTING-RECORD FROM WS-LST-QUEUE-LINE
               END-IF
           END-IF.

      ******************************************************************
      *  A HELLOCAL 'B' RECORD IS A BUSINESS DAY. A DATE WITH NO
      *  CALENDAR RECORD COUNTS ONLY IF IT IS A WEEKDAY, SO AN
      *  UNLOADED CALENDAR DOES NOT FLAG EVERY WEEKEND. INTEGER-OF-DATE
      *  COUNTS FROM MONDAY 1601-01-01, SO MOD 7 IS 0 ON A SUNDAY.
      ******************************************************************
       5000-CHECK-BUSINESS-DAY.
           MOVE 'N' TO WS-BUSINESS-DAY
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-CHECK-INTEGER 7)
           MOVE WS-CHECK-DATE TO CA-CAL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   IF WS-WEEKDAY > 0 AND WS-WEEKDAY < 6
                       MOVE 'Y' TO WS-BUSINESS-DAY
                   END-IF
               NOT INVALID KEY
                   IF CA-BUSINESS-DAY
                       MOVE 'Y' TO WS-BUSINESS-DAY
                   END-IF
           END-READ.

       6000-VALIDATE-EDIT-DATE.
           MOVE 'Y' TO WS-DATE-VALID
           IF WS-EDIT-DATE IS NOT NUMERIC
               MOVE 'N' TO WS-DATE-VALID
           ELSE
               IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
                   MOVE 'N' TO WS-DATE-VALID
               ELSE
                   PERFORM 6100-SET-DAYS-IN-MONTH
                   IF WS-EDIT-DD < 01
                           OR WS-EDIT-DD > WS-DAYS-IN-MONTH
                       MOVE 'N' TO WS-DATE-VALID
                   END-IF
               END-IF
           END-IF.

       6100-SET-DAYS-IN-MONTH.
           EVALUATE WS-EDIT-MM
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   IF FUNCTION MOD(WS-EDIT-CCYY 4) = 0
                           AND (FUNCTION MOD(WS-EDIT-CCYY 100) NOT = 0
                               OR FUNCTION MOD(WS-EDIT-CCYY 400) = 0)
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

      ******************************************************************
      *  POSITIONS ON THE FIRST QUEUE RECORD AT OR AFTER WS-SCAN-DATE
      *  AND READS IT; QUEUE-EOF IS SET ONCE THE RUN DATE PASSES
      *  WS-SCAN-END-DATE.
      ******************************************************************
       7000-START-QUEUE-SCAN.
           MOVE 'N' TO WS-QUEUE-EOF
           MOVE WS-SCAN-DATE TO CQ-RUN-DATE
           MOVE LOW-VALUES   TO CQ-ENV-CODE
           START QUEUE-FILE KEY IS NOT < CQ-QUEUE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-QUEUE-EOF
           END-START
           IF NOT QUEUE-EOF
               PERFORM 7100-READ-NEXT-QUEUE
           END-IF.

       7100-READ-NEXT-QUEUE.
           READ QUEUE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-QUEUE-EOF
               NOT AT END
                   ADD 1 TO WS-QUEUE-READ
                   IF CQ-RUN-DATE > WS-SCAN-END-DATE
                       MOVE 'Y' TO WS-QUEUE-EOF
                   END-IF
           END-READ.

       7200-WRITE-QUEUE-LINE.
           MOVE CQ-CARD-IMAGE   TO WS-CARD-IMAGE
           MOVE CQ-RUN-DATE     TO LQ-RUN-DATE
           MOVE CQ-ENV-CODE     TO LQ-ENV-CODE
           MOVE HC-RUN-MODE     TO LQ-RUN-MODE
           MOVE HC-LOCALE-CODE  TO LQ-LOCALE-CODE
           MOVE HC-MESSAGE-TEXT TO LQ-MESSAGE-TEXT
           MOVE CQ-QUEUED-BY    TO LQ-USER-ID
           WRITE LISTING-RECORD FROM WS-LST-QUEUE-LINE.

       7300-WRITE-SECTION-EMPTY.
           IF WS-SECTION-LINES = 0
               MOVE SPACES  TO WS-LST-QUEUE-LINE
               MOVE 'NONE'  TO LQ-STATUS-TEXT
               WRITE LISTING-RECORD FROM WS-LST-QUEUE-LINE
           END-IF.

       8000-WRITE-LISTING-TRAILER.
           MOVE WS-CARDS-RELEASED TO LT2-CARDS-RELEASED
           MOVE WS-DUE-RELEASED   TO LT3-DUE-RELEASED
           MOVE WS-STALE-CARDS    TO LT4-STALE-CARDS
           MOVE WS-CARDS-AHEAD    TO LT5-CARDS-AHEAD
           MOVE WS-DATE-GAPS      TO LT6-DATE-GAPS
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE1
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE2
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE3
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE4
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE5
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE6.

      ******************************************************************
      *  ONE TIMING RECORD PER STEP, APPENDED TO THE SHARED LOG. THE
      *  START STAMP IS THE LISTING HEADER'S RUN DATE/TIME (SAVED,
      *  AS THE RELEASE STAMPS REUSE THE CURRENT TIME). A LOG THAT
      *  WILL NOT OPEN IS PASSED OVER - TIMING NEVER CHANGES THE
      *  STEP'S OUTCOME.
      ******************************************************************
       8500-WRITE-STEP-TIMING.
           ACCEPT WS-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND TIMING-FILE
           IF WS-TIMING-STATUS = '00'
               MOVE SPACES              TO TIMING-RECORD
               MOVE 'JOBHELLO'          TO TM-JOB-NAME
               MOVE 'STEP008'           TO TM-STEP-NAME
               MOVE 'HELLOQRL'          TO TM-PROGRAM-NAME
               MOVE WS-START-DATE       TO TM-START-DATE
               MOVE WS-START-TIME       TO TM-START-TIME
               MOVE WS-END-DATE         TO TM-END-DATE
               MOVE WS-END-TIME         TO TM-END-TIME
               MOVE RETURN-CODE         TO TM-RETURN-CODE
               MOVE WS-QUEUE-READ       TO TM-RECORDS-READ
               MOVE WS-DECK-WRITTEN     TO TM-RECORDS-PROCESSED
               WRITE TIMING-RECORD
               CLOSE TIMING-FILE
           END-IF.

      ******************************************************************
      *  RC 4 FLAGS A STALE CARD OR A BUSINESS DAY WITH NO CARD -
      *  WARNINGS ONLY, THE NIGHTLY HELLO STEP STILL RUNS.
      ******************************************************************
       9500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN RELEASE-CARD-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN QUEUE-UPDATE-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-STALE-CARDS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-DATE-GAPS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
