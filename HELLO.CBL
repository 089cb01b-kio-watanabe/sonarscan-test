      *              HISTORY RECORD AS A RERUN SO HELLORCN AND
      *              HELLOMRP CAN TELL IT FROM A DOUBLE-POST.
      *              TRIAL RUNS ARE EXEMPT - THEY WRITE NO HISTORY.
      *  2026-10-14  RETURN AN ACKNOWLEDGMENT FILE (HELLOACK) TO THE
      *              FEED SENDER AFTER THE EDIT PASS, KEYED BY THE
      *              ENVELOPE SENDER ID: AN ACK OR NAK SUMMARY WITH
      *              THE HEADER/TRAILER COUNTS AND HASH RECEIVED AND
      *              THE ACCEPTED/REJECTED DETAIL COUNTS, THEN ONE
      *              LINE PER REJECTED RECORD WITH ITS HELLODRJ
      *              REASON CODE AND TEXT. REJECTS ARE STAGED ON
      *              THE HELLOAKW WORK FILE UNTIL THE ENVELOPE HAS
      *              BEEN VERIFIED. TRIAL RUNS RETURN NOTHING.
      *  2026-10-14  POST ONE HELLOSST STATISTICS RECORD PER SITE PER
      *              RUN DATE: DETAIL RECORDS RECEIVED, ACCEPTED,
      *              PROCESSED, SKIPPED, AND REJECTED BY REASON CODE
      *              0110-0170, FOR THE HELLOSCD MONTH-END SITE
      *              SCORECARD. A LATER RUN ON THE SAME DATE REPLACES
      *              THE SITE'S RECORD. THE SITE TABLE HOLDS 5000
      *              SITES AND ENDS RC 8 WITH A REPORT LINE IF IT
      *              OVERFLOWS. TRIAL RUNS POST NO STATISTICS.
      *  2026-10-14  CHECK EACH USABLE SITE AGAINST THE HELLOHLD SITE
      *              HOLD FILE IN THE EDIT PASS. A SITE ON HOLD (AND
      *              NOT PAST ITS AUTO-RELEASE DATE) HAS ITS DETAIL
      *              RECORDS ROUTED TO HELLOSUS UNDER REASON 0180
      *              SITE ON HOLD INSTEAD OF PROCESSED, SO HELLORCY
      *              CAN RE-INJECT THEM ONCE THE HOLD IS RELEASED.
      *              HELD RECORDS ARE LISTED AND ACKNOWLEDGED LIKE
      *              ANY REJECT BUT COUNT AS SKIPPED ON THE SITE
      *              STATISTICS, SHOW ON THEIR OWN REPORT TRAILER
      *              LINE, AND ARE LEFT OUT OF THE REJECT-THRESHOLD
      *              ALERT TOTAL. AN UNOPENABLE HOLD FILE HOLDS
      *              NOTHING.
      *  2026-10-14  RUN AS ONE SITE-RANGE PARTITION OF A SPLIT FEED
      *              WHEN THE PARM CARRIES A THIRD FIELD, THE
      *              PARTITION NUMBER (PARM='USER,ENV,NN'). THE
      *              PARTITION KEEPS ITS OWN CHECKPOINT, REPORT,
      *              HELLODST, ACKNOWLEDGMENT AND SUSPENSE DATASETS,
      *              READS HELLOHST WITHOUT UPDATING IT, AND IN
      *              PLACE OF THE HISTORY, AUDIT AND ALERT RECORDS
      *              WRITES ONE HELLOPRS RESULT RECORD (AND ITS SITE
      *              STATISTICS TO HELLOPST) FOR THE HELLOPMG MERGE
      *              TO COMBINE. ONLY PARTITION 01 WRITES CONTROL
      *              CARD REJECTS TO HELLOERR AND SUSPENSE, SO EACH
      *              CARD REJECT IS HELD ONCE.
      *  2026-10-14  APPEND A STEP-TIMING RECORD TO HELLOTIM AT END OF
      *              STEP: START/END STAMPS, RETURN CODE, DETAIL
      *              RECORDS READ AND DETAIL RECORDS PROCESSED THIS
      *              RUN, FOR THE HELLOSLA WINDOW REPORT. A PARTITION
      *              WRITES ITS OWN ONE-RECORD HELLOTIM, WHICH THE
      *              HELLOPMG MERGE RELAYS TO THE SHARED LOG.
      *  2026-10-14  STAMP THE RUN TIME ON NEW SUSPENSE RECORDS AS
      *              SU-REJECT-TIME, FOR THE WAREHOUSE DTLREJ MARK.
      *  2026-10-14  THE ACKNOWLEDGMENT REPORTS THE ENVELOPE AS THE
      *              SITE SENT IT: THE ...-ORIG FIELDS OF A RECYCLED
      *              FEED'S ENVELOPE WHEN PRESENT.
      ******************************************************************
       ENVIRONMENT                  DIVISION.
       INPUT-OUTPUT                 SECTION.
           SELECT DETAIL-REJECT-FILE
                                     ASSIGN TO HELLODRJ
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACK-WORK-FILE     ASSIGN TO HELLOAKW
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACK-FILE          ASSIGN TO HELLOACK
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIST-FILE         ASSIGN TO HELLODST
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-FILE        ASSIGN TO HELLOALT
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS CA-CAL-DATE
                                     FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT STATS-FILE        ASSIGN TO HELLOSST
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS ST-STAT-KEY
                                     FILE STATUS IS WS-STATS-STATUS.
           SELECT HOLD-FILE         ASSIGN TO HELLOHLD
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS HD-SITE-CODE
                                     FILE STATUS IS WS-HOLD-STATUS.
           SELECT RESULT-FILE       ASSIGN TO HELLOPRS
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-STATS-FILE   ASSIGN TO HELLOPST
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIMING-FILE       ASSIGN TO HELLOTIM
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-TIMING-STATUS.
       DATA                         DIVISION.
       FILE                         SECTION.
       FD  CONTROL-FILE
       01  DETAIL-REJECT-RECORD.
           COPY HELLODRJ.

       FD  ACK-WORK-FILE
           RECORDING MODE IS F.
       01  ACK-WORK-RECORD.
           COPY HELLODRJ
               REPLACING ==DR-SITE-CODE==    BY ==AW-SITE-CODE==
                         ==DR-RUN-DATE==     BY ==AW-RUN-DATE==
                         ==DR-LOCALE-CODE==  BY ==AW-LOCALE-CODE==
                         ==DR-REASON-CODE==  BY ==AW-REASON-CODE==
                         ==DR-REASON-TEXT==  BY ==AW-REASON-TEXT==.

       FD  ACK-FILE
           RECORDING MODE IS F.
       01  ACK-RECORD.
           COPY HELLOACK.

       FD  DIST-FILE
           RECORDING MODE IS F.
       01  DIST-RECORD.
       01  CALENDAR-RECORD.
           COPY HELLOCAL.

       FD  STATS-FILE.
       01  STATS-RECORD.
           COPY HELLOSST.

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HELLOHLD.

       FD  RESULT-FILE
           RECORDING MODE IS F.
       01  RESULT-RECORD.
           COPY HELLOPRS.

       FD  PART-STATS-FILE
           RECORDING MODE IS F.
       01  PART-STATS-RECORD           PIC X(130).

       FD  TIMING-FILE
           RECORDING MODE IS F.
       01  TIMING-RECORD.
           COPY HELLOTIM.

       WORKING-STORAGE              SECTION.
       01  WS-SWITCHES.
           05  WS-CONTROL-EOF       PIC X     VALUE 'N'.
               88  CHECKPOINT-EXISTS          VALUE 'Y'.
           05  WS-RESTART-PENDING   PIC X     VALUE 'N'.
               88  RESTART-PENDING            VALUE 'Y'.
           05  WS-ACK-WORK-EOF      PIC X     VALUE 'N'.
               88  ACK-WORK-EOF               VALUE 'Y'.
           05  WS-STATS-USABLE      PIC X     VALUE 'N'.
               88  STATS-USABLE               VALUE 'Y'.
           05  WS-STAT-FOUND        PIC X     VALUE 'N'.
               88  STAT-FOUND                 VALUE 'Y'.
           05  WS-HOLD-FILE-USABLE  PIC X     VALUE 'N'.
               88  HOLD-FILE-USABLE           VALUE 'Y'.
           05  WS-SITE-HELD         PIC X     VALUE 'N'.
               88  SITE-HELD                  VALUE 'Y'.
           05  WS-PARTITION-MODE    PIC X     VALUE 'N'.
               88  PARTITION-RUN              VALUE 'Y'.
           05  WS-PARTITION-DONE    PIC X     VALUE 'N'.
               88  PARTITION-FINISHED         VALUE 'Y'.
       01  WS-VALID-ENV-CODE            PIC X(04).
           88  VALID-ENV-CODE  VALUES 'PROD' 'TEST' 'DEVL' 'QA  '.
       01  WS-REASON-CODE                PIC 9(04).
           88  REASON-SITE-HELD                    VALUE 0180.
       01  WS-REASON-TEXT                PIC X(40).
       01  WS-FILE-STATUSES.
           05  WS-DETAIL-STATUS     PIC XX    VALUE '00'.
           05  WS-HISTORY-STATUS    PIC XX    VALUE '00'.
           05  WS-SITE-STATUS       PIC XX    VALUE '00'.
           05  WS-CALENDAR-STATUS   PIC XX    VALUE '00'.
           05  WS-STATS-STATUS      PIC XX    VALUE '00'.
           05  WS-HOLD-STATUS       PIC XX    VALUE '00'.
           05  WS-TIMING-STATUS     PIC XX    VALUE '00'.
       01  WS-LOCALE-TABLE-COUNT        PIC 9(04) VALUE 0.
       01  LOCALE-MSG-TABLE.
           05  LMT-ENTRY OCCURS 1 TO 500 TIMES
       01  WS-CURRENT-TIME              PIC 9(08).
       01  WS-RUN-STAMP-DATE            PIC 9(08).
       01  WS-RUN-STAMP-TIME            PIC 9(08).
       01  WS-END-STAMP-DATE            PIC 9(08).
       01  WS-END-STAMP-TIME            PIC 9(08).
       01  WS-RUN-ID                    PIC X(08).
       01  WS-CHECKPOINT-INTERVAL       PIC 9(08) VALUE 1000.
       01  WS-RESTART-COUNT             PIC 9(08) VALUE 0.
       01  WS-DETAIL-ACCEPTED           PIC 9(08) VALUE 0.
       01  WS-DETAIL-REJECTED           PIC 9(08) VALUE 0.
       01  WS-SITES-SKIPPED             PIC 9(08) VALUE 0.
       01  WS-DETAIL-HELD               PIC 9(08) VALUE 0.
       01  WS-EDIT-DATE                 PIC X(08).
       01  WS-EDIT-DATE-SPLIT REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-CCYY             PIC 9(04).
       01  WS-SUBMIT-USER               PIC X(08) VALUE SPACES.
       01  WS-ENV-FILTER                PIC X(04) VALUE SPACES.
       01  WS-RUN-ENV-CODE              PIC X(04) VALUE SPACES.
       01  WS-PARM-WORK                 PIC X(16) VALUE SPACES.
       01  WS-PARTITION-PARM            PIC X(02) VALUE SPACES.
       01  WS-PARTITION-NUMBER          PIC 9(02) VALUE 0.
           88  LEAD-PARTITION                     VALUE 1.
       01  WS-ENV-SKIPPED               PIC 9(08) VALUE 0.
       01  WS-RERUN-FLAG                PIC X(01) VALUE SPACE.
       01  WS-RUN-CARD-COUNT            PIC 9(02) VALUE 0.
       01  WS-ENVELOPE-MESSAGE          PIC X(40).
       01  WS-ENVELOPE-EXPECTED         PIC 9(12) VALUE 0.
       01  WS-ENVELOPE-ACTUAL           PIC 9(12) VALUE 0.
       01  WS-ACK-SENDER-ID             PIC X(08) VALUE SPACES.
       01  WS-STAT-SITE-CODE            PIC X(04) VALUE SPACES.
       01  WS-STAT-SUB                  PIC 9(04) VALUE 0.
       01  WS-STAT-SCAN-SUB             PIC 9(04) VALUE 0.
       01  WS-STAT-REASON-SUB           PIC 9(02) VALUE 0.
       01  WS-STAT-COUNT                PIC 9(04) VALUE 0.
       01  SITE-STAT-TABLE.
           05  SST-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-STAT-COUNT.
               10  SST-SITE-CODE    PIC X(04).
               10  SST-RECEIVED     PIC 9(08).
               10  SST-ACCEPTED     PIC 9(08).
               10  SST-PROCESSED    PIC 9(08).
               10  SST-SKIPPED      PIC 9(08).
               10  SST-REJECTED     PIC 9(08).
               10  SST-REASON-REJECTS OCCURS 7 TIMES
                                    PIC 9(08).
       01  HELLO                    PIC X(40) VALUE 'HELLO'.
           COPY HELLOENV.
           COPY HELLORPT.
       LINKAGE                      SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN              PIC S9(4) COMP.
           05  LS-PARM-TEXT             PIC X(16).
       PROCEDURE                    DIVISION USING LS-PARM-AREA.
       0000-MAIN.
           PERFORM 1900-PARSE-RUN-PARM
                       PERFORM 3000-PROCESS-DETAIL-RECORDS
                       PERFORM 4200-WRITE-REPORT-TRAILER
                       PERFORM 9500-SET-RETURN-CODE
                       IF RETURN-CODE NOT = 8
                           MOVE 'Y' TO WS-PARTITION-DONE
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-DUP-BLOCKED > 0 AND WS-REPORT-PROCESSED = 0
               MOVE 'Y' TO WS-DUP-BLOCKED-IDLE
           END-IF
           IF PARTITION-RUN
               PERFORM 8300-WRITE-SITE-STATISTICS
               PERFORM 8400-WRITE-PARTITION-RESULT
           ELSE
               PERFORM 8100-WRITE-HISTORY-RECORD
               PERFORM 8300-WRITE-SITE-STATISTICS
               PERFORM 8000-WRITE-AUDIT-RECORD
               PERFORM 8200-WRITE-ALERT-RECORD
           END-IF
           PERFORM 9000-CLOSE-FILES
           PERFORM 8500-WRITE-STEP-TIMING
           STOP RUN.

       1000-OPEN-FILES.
           OPEN OUTPUT DIST-FILE
           OPEN OUTPUT ALERT-FILE
           OPEN EXTEND SUSPENSE-FILE
           IF PARTITION-RUN
               OPEN OUTPUT RESULT-FILE
               OPEN INPUT HISTORY-FILE
           ELSE
               OPEN I-O HISTORY-FILE
           END-IF
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = '00'
               MOVE 'Y' TO WS-CALENDAR-USABLE
           OPEN INPUT SITE-FILE
           IF WS-SITE-STATUS = '00'
               MOVE 'Y' TO WS-SITE-FILE-USABLE
           END-IF
           IF PARTITION-RUN
               OPEN OUTPUT PART-STATS-FILE
               MOVE 'Y' TO WS-STATS-USABLE
           ELSE
               OPEN I-O STATS-FILE
               IF WS-STATS-STATUS = '00'
                   MOVE 'Y' TO WS-STATS-USABLE
               END-IF
           END-IF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = '00'
               MOVE 'Y' TO WS-HOLD-FILE-USABLE
           END-IF.

       1050-SORT-DETAIL-FILE.
                       TO WS-CKP-LAST-SITE-CODE
           END-READ.

      ******************************************************************
      *  RECORDS SKIPPED ON A RESTART WERE PROCESSED BY THE FAILED
      *  RUN, SO THEY STILL COUNT AS PROCESSED FOR THEIR SITE - THE
      *  RESTARTED RUN'S STATISTICS REPLACE THE FAILED RUN'S.
      ******************************************************************
       1200-SKIP-RESTARTED-RECORDS.
           READ SORTED-DETAIL-FILE
               AT END
                   MOVE 'Y' TO WS-DETAIL-EOF
               NOT AT END
                   MOVE DD-SITE-CODE TO WS-STAT-SITE-CODE
                   PERFORM 7300-FIND-SITE-STAT
                   PERFORM 7320-COUNT-SITE-PROCESSED
           END-READ.

       1250-VERIFY-RESTART-FEED.
           OPEN INPUT DETAIL-FILE
           OPEN OUTPUT EDITED-DETAIL-FILE
           OPEN OUTPUT DETAIL-REJECT-FILE
           OPEN OUTPUT ACK-WORK-FILE
           PERFORM 1510-READ-RAW-DETAIL
           PERFORM UNTIL RAW-DETAIL-EOF
               EVALUATE TRUE
           CLOSE DETAIL-FILE
           CLOSE EDITED-DETAIL-FILE
           CLOSE DETAIL-REJECT-FILE
           CLOSE ACK-WORK-FILE
           PERFORM 1580-VERIFY-ENVELOPE
           IF LIVE-RUN
               PERFORM 1595-WRITE-ACKNOWLEDGMENT
           END-IF.

       1510-READ-RAW-DETAIL.
           READ DETAIL-FILE
       1520-EDIT-ONE-DETAIL.
           ADD 1 TO WS-DETAIL-READ
           MOVE DETAIL-RECORD TO EDITED-DETAIL-RECORD
           MOVE ED-SITE-CODE TO WS-STAT-SITE-CODE
           PERFORM 7300-FIND-SITE-STAT
           IF WS-STAT-SUB > 0
               ADD 1 TO SST-RECEIVED (WS-STAT-SUB)
           END-IF
           MOVE ED-SITE-CODE TO WS-HASH-SITE-X
           IF WS-HASH-SITE-X IS NUMERIC
               ADD WS-HASH-SITE-9 TO WS-HASH-TOTAL
                           IF CT-ENV-SKIP (CT-IDX) = 'Y'
                               MOVE 'N' TO WS-DETAIL-VALID
                               ADD 1 TO WS-ENV-SKIPPED
                               PERFORM 7330-COUNT-SITE-SKIPPED
                           ELSE
                           IF CT-DUP-SKIP (CT-IDX) = 'Y'
                               MOVE 'N' TO WS-DETAIL-VALID
                               ADD 1 TO WS-DUP-SKIPPED
                               PERFORM 7330-COUNT-SITE-SKIPPED
                           ELSE
                               PERFORM 1540-EDIT-DETAIL-SITE
                               IF DETAIL-VALID
           END-IF
           IF DETAIL-VALID
               ADD 1 TO WS-DETAIL-ACCEPTED
               IF WS-STAT-SUB > 0
                   ADD 1 TO SST-ACCEPTED (WS-STAT-SUB)
               END-IF
               WRITE EDITED-DETAIL-RECORD
           END-IF.

                           TO WS-REASON-TEXT
                       PERFORM 1530-REJECT-DETAIL-RECORD
                   ELSE
                       PERFORM 1545-CHECK-SITE-HOLD
                       IF SITE-HELD
                           MOVE 'N' TO WS-DETAIL-VALID
                           MOVE 0180 TO WS-REASON-CODE
                           MOVE 'SITE ON HOLD' TO WS-REASON-TEXT
                           PERFORM 1530-REJECT-DETAIL-RECORD
                       ELSE
                           IF ED-LOCALE-CODE = SPACES
                               MOVE WS-LOOKUP-SITE-LOCALE
                                   TO ED-LOCALE-CODE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *  A HOLD IS CHECKED AGAINST THE EXECUTION DATE, NOT THE
      *  DETAIL RUN-DATE: IT IS AN OPERATIONS DECISION ABOUT WHAT
      *  FLOWS TONIGHT. THE AUTO-RELEASE DATE IS THE FIRST NIGHT THE
      *  SITE FLOWS AGAIN.
      ******************************************************************
       1545-CHECK-SITE-HOLD.
           MOVE 'N' TO WS-SITE-HELD
           IF HOLD-FILE-USABLE
               MOVE ED-SITE-CODE TO HD-SITE-CODE
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HD-STATUS-HELD
                               AND (HD-AUTO-RELEASE-DATE = SPACES
                                   OR HD-AUTO-RELEASE-DATE
                                       > WS-RUN-STAMP-DATE)
                           MOVE 'Y' TO WS-SITE-HELD
                       END-IF
               END-READ
           END-IF.

       1550-EDIT-DETAIL-LOCALE.
           IF ED-LOCALE-CODE NOT = SPACES
               MOVE ED-LOCALE-CODE TO WS-LOOKUP-LOCALE-CODE
           MOVE WS-REASON-CODE      TO DR-REASON-CODE
           MOVE WS-REASON-TEXT      TO DR-REASON-TEXT
           WRITE DETAIL-REJECT-RECORD
           MOVE DETAIL-REJECT-RECORD TO ACK-WORK-RECORD
           WRITE ACK-WORK-RECORD
           IF LIVE-RUN AND NOT RESTART-PENDING
               MOVE 'D'            TO WS-SUSPEND-TYPE
               MOVE DETAIL-RECORD  TO WS-SUSPEND-IMAGE
               PERFORM 1535-WRITE-SUSPENSE-RECORD
           END-IF
           IF REASON-SITE-HELD
               ADD 1 TO WS-DETAIL-HELD
               PERFORM 7330-COUNT-SITE-SKIPPED
           ELSE
               PERFORM 7310-COUNT-SITE-REJECT
           END-IF
           PERFORM 7000-NOTE-REJECT-REASON.

       1535-WRITE-SUSPENSE-RECORD.
           MOVE 01                  TO SU-ATTEMPT-COUNT
           MOVE WS-RUN-STAMP-DATE   TO SU-FIRST-REJECT-DATE
           MOVE WS-RUN-STAMP-DATE   TO SU-LAST-ATTEMPT-DATE
           MOVE WS-RUN-STAMP-TIME   TO SU-REJECT-TIME
           MOVE WS-SUSPEND-IMAGE    TO SU-ORIGINAL-IMAGE
           WRITE SUSPENSE-RECORD.

               MOVE WS-ENVELOPE-ACTUAL   TO RE2-ACTUAL
           END-IF.

      ******************************************************************
      *  THE ACKNOWLEDGMENT GOES BACK TO THE SENDER NAMED ON THE
      *  ENVELOPE HEADER. THE SUMMARY CAN ONLY BE BUILT ONCE THE
      *  ENVELOPE IS VERIFIED, SO THE REJECT LINES STAGED ON
      *  HELLOAKW DURING THE PASS ARE COPIED IN BEHIND IT. A MISSING
      *  HEADER OR TRAILER LEAVES ITS COUNTS ZERO ON THE NAK. A FEED
      *  THE RECYCLE STEP HAS REBUILT CARRIES THE SITE'S OWN CREATE
      *  STAMP, COUNTS AND HASH IN THE ...-ORIG FIELDS; THOSE ARE
      *  REPORTED AS RECEIVED, THE REBUILT ONES ONLY BALANCE THE RUN.
      ******************************************************************
       1595-WRITE-ACKNOWLEDGMENT.
           OPEN OUTPUT ACK-FILE
           MOVE SPACES              TO WS-ACK-SENDER-ID
           IF HEADER-SEEN
               MOVE EH-SENDER-ID    TO WS-ACK-SENDER-ID
           END-IF
           MOVE SPACES              TO ACK-RECORD
           MOVE WS-ACK-SENDER-ID    TO AK-SENDER-ID
           MOVE 'H'                 TO AK-RECORD-TYPE
           MOVE WS-RUN-STAMP-DATE   TO AK-RUN-DATE
           MOVE WS-RUN-STAMP-TIME   TO AK-RUN-TIME
           MOVE 0                   TO AK-HDR-EXPECTED-COUNT
           MOVE 0                   TO AK-TRL-RECORD-COUNT
           MOVE 0                   TO AK-TRL-HASH-TOTAL
           IF HEADER-SEEN
               IF EH-ORIG-EXPECTED-COUNT IS NUMERIC
                   MOVE EH-ORIG-CREATE-DATE
                                    TO AK-CREATE-DATE
                   MOVE EH-ORIG-CREATE-TIME
                                    TO AK-CREATE-TIME
                   MOVE EH-ORIG-EXPECTED-COUNT
                                    TO AK-HDR-EXPECTED-COUNT
               ELSE
                   MOVE EH-CREATE-DATE
                                    TO AK-CREATE-DATE
                   MOVE EH-CREATE-TIME
                                    TO AK-CREATE-TIME
                   IF EH-EXPECTED-COUNT IS NUMERIC
                       MOVE EH-EXPECTED-COUNT
                                    TO AK-HDR-EXPECTED-COUNT
                   END-IF
               END-IF
           END-IF
           IF TRAILER-SEEN
               IF ET-ORIG-RECORD-COUNT IS NUMERIC
                       AND ET-ORIG-HASH-TOTAL IS NUMERIC
                   MOVE ET-ORIG-RECORD-COUNT
                                    TO AK-TRL-RECORD-COUNT
                   MOVE ET-ORIG-HASH-TOTAL
                                    TO AK-TRL-HASH-TOTAL
               ELSE
                   IF ET-RECORD-COUNT IS NUMERIC
                           AND ET-HASH-TOTAL IS NUMERIC
                       MOVE ET-RECORD-COUNT
                                    TO AK-TRL-RECORD-COUNT
                       MOVE ET-HASH-TOTAL
                                    TO AK-TRL-HASH-TOTAL
                   END-IF
               END-IF
           END-IF
           MOVE WS-DETAIL-READ      TO AK-DETAIL-READ
           MOVE WS-HASH-TOTAL       TO AK-HASH-TOTAL
           MOVE WS-DETAIL-ACCEPTED  TO AK-DETAIL-ACCEPTED
           MOVE WS-DETAIL-REJECTED  TO AK-DETAIL-REJECTED
           IF ENVELOPE-OK
               MOVE 'ACK'           TO AK-ACK-STATUS
           ELSE
               MOVE 'NAK'           TO AK-ACK-STATUS
               MOVE RE1-MESSAGE     TO AK-ENVELOPE-MESSAGE
           END-IF
           WRITE ACK-RECORD
           OPEN INPUT ACK-WORK-FILE
           PERFORM 1596-READ-ACK-WORK
           PERFORM UNTIL ACK-WORK-EOF
               PERFORM 1597-WRITE-ACK-REJECT
               PERFORM 1596-READ-ACK-WORK
           END-PERFORM
           CLOSE ACK-WORK-FILE
           CLOSE ACK-FILE.

       1596-READ-ACK-WORK.
           READ ACK-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-ACK-WORK-EOF
           END-READ.

       1597-WRITE-ACK-REJECT.
           MOVE SPACES              TO ACK-RECORD
           MOVE WS-ACK-SENDER-ID    TO AK-SENDER-ID
           MOVE 'D'                 TO AK-RECORD-TYPE
           MOVE WS-RUN-STAMP-DATE   TO AK-RUN-DATE
           MOVE WS-RUN-STAMP-TIME   TO AK-RUN-TIME
           MOVE AW-SITE-CODE        TO AK-SITE-CODE
           MOVE AW-RUN-DATE         TO AK-DTL-RUN-DATE
           MOVE AW-LOCALE-CODE      TO AK-LOCALE-CODE
           MOVE AW-REASON-CODE      TO AK-REASON-CODE
           MOVE AW-REASON-TEXT      TO AK-REASON-TEXT
           WRITE ACK-RECORD.

       1600-VALIDATE-EDIT-DATE.
           MOVE 'Y' TO WS-DATE-VALID
           IF WS-EDIT-DATE IS NOT NUMERIC
           MOVE SPACES TO WS-ENV-FILTER
           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-WORK
               IF LS-PARM-LEN > 16
                   MOVE LS-PARM-TEXT TO WS-PARM-WORK
               ELSE
                   MOVE LS-PARM-TEXT (1:LS-PARM-LEN)
               END-IF
               UNSTRING WS-PARM-WORK DELIMITED BY ','
                   INTO WS-SUBMIT-USER WS-ENV-FILTER
                        WS-PARTITION-PARM
               END-UNSTRING
               IF WS-PARTITION-PARM IS NUMERIC
                       AND WS-PARTITION-PARM NOT = '00'
                   MOVE WS-PARTITION-PARM TO WS-PARTITION-NUMBER
                   MOVE 'Y' TO WS-PARTITION-MODE
               END-IF
           END-IF.

       2000-READ-CONTROL-DECK.
                   END-IF
           END-READ.

      ******************************************************************
      *  EVERY PARTITION READS THE SAME CONTROL DECK AND REJECTS THE
      *  SAME CARDS, BUT ONLY PARTITION 01 LISTS THEM TO HELLOERR AND
      *  HOLDS THEM IN SUSPENSE - OTHERWISE EACH BAD CARD WOULD BE
      *  HELD ONCE PER PARTITION AND RECYCLED THAT MANY TIMES.
      ******************************************************************
       2110-REJECT-CONTROL-CARD.
           ADD 1 TO WS-REPORT-REJECTED
           IF NOT PARTITION-RUN OR LEAD-PARTITION
               MOVE SPACES              TO ERROR-RECORD
               MOVE HC-RUN-DATE         TO HE-RUN-DATE
               MOVE HC-ENV-CODE         TO HE-ENV-CODE
               MOVE WS-REASON-CODE      TO HE-REASON-CODE
               MOVE WS-REASON-TEXT      TO HE-REASON-TEXT
               WRITE ERROR-RECORD
               IF LIVE-RUN AND NOT RESTART-PENDING
                   MOVE 'C'            TO WS-SUSPEND-TYPE
                   MOVE CONTROL-RECORD TO WS-SUSPEND-IMAGE
                   PERFORM 1535-WRITE-SUSPENSE-RECORD
               END-IF
           END-IF
           PERFORM 7000-NOTE-REJECT-REASON.

           ADD 1 TO WS-RECORDS-PROCESSED
           ADD 1 TO WS-CARD-PROCESSED
           ADD 1 TO WS-SITE-PROCESSED
           PERFORM 7320-COUNT-SITE-PROCESSED
           PERFORM 4110-WRITE-DETAIL-LINE
           IF LIVE-RUN
               AND FUNCTION MOD(WS-RECORDS-PROCESSED
           MOVE DD-RUN-DATE  TO WS-LOOKUP-SITE-DATE
           PERFORM 1700-LOOKUP-SITE-MASTER
           MOVE WS-LOOKUP-SITE-NAME  TO WS-CURRENT-SITE-NAME
           MOVE DD-SITE-CODE TO WS-STAT-SITE-CODE
           PERFORM 7300-FIND-SITE-STAT
           MOVE WS-CURRENT-SITE-CODE TO RS1-SITE-CODE
           MOVE WS-CURRENT-SITE-NAME TO RS1-SITE-NAME
           WRITE REPORT-RECORD FROM WS-RPT-SITE-LINE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE 'HELLO'              TO RH1-PROGRAM-NAME
           EVALUATE TRUE
               WHEN TRIAL-RUN
                   MOVE '***  TRIAL RUN  ***' TO RH1-RUN-MODE
               WHEN PARTITION-RUN
                   MOVE SPACES               TO RH1-RUN-MODE
                   STRING 'PARTITION ' WS-PARTITION-NUMBER
                          DELIMITED BY SIZE
                          INTO RH1-RUN-MODE
                   END-STRING
               WHEN OTHER
                   MOVE SPACES               TO RH1-RUN-MODE
           END-EVALUATE
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO RH1-RUN-DATE
           MOVE WS-SITES-SKIPPED    TO RT7-SITES-SKIPPED
           MOVE WS-ENV-SKIPPED      TO RT8-ENV-SKIPPED
           MOVE WS-DUP-SKIPPED      TO RT9-DUP-SKIPPED
           MOVE WS-DETAIL-HELD      TO RT10-DETAIL-HELD
           WRITE REPORT-RECORD FROM WS-RPT-TRAILER-LINE1
           WRITE REPORT-RECORD FROM WS-RPT-TRAILER-LINE2
           WRITE REPORT-RECORD FROM WS-RPT-TRAILER-LINE3
           WRITE REPORT-RECORD FROM WS-RPT-TRAILER-LINE6
           WRITE REPORT-RECORD FROM WS-RPT-TRAILER-LINE7
           WRITE REPORT-RECORD FROM WS-RPT-TRAILER-LINE8
           WRITE REPORT-RECORD FROM WS-RPT-TRAILER-LINE9
           WRITE REPORT-RECORD FROM WS-RPT-TRAILER-LINE10.

       7000-NOTE-REJECT-REASON.
           MOVE 'N' TO WS-REASON-NOTED
               MOVE 'Y' TO WS-REASON-NOTED
           END-IF.

      ******************************************************************
      *  THE SITE STATISTICS TABLE IS BUILT DURING THE EDIT PASS, SO
      *  EVERY SITE THE MAIN LOOP SEES IS ALREADY ON IT. THE LAST
      *  ENTRY FOUND IS TRIED FIRST - FEEDS ARRIVE GROUPED BY SITE.
      *  A FULL TABLE IS AN OVERFLOW (RC 8), NEVER A QUIET SKIP.
      ******************************************************************
       7300-FIND-SITE-STAT.
           MOVE 'N' TO WS-STAT-FOUND
           IF WS-STAT-SUB > 0
               IF SST-SITE-CODE (WS-STAT-SUB) = WS-STAT-SITE-CODE
                   MOVE 'Y' TO WS-STAT-FOUND
               END-IF
           END-IF
           IF NOT STAT-FOUND
               MOVE 0 TO WS-STAT-SUB
               PERFORM 7301-MATCH-ONE-SITE-STAT
                   VARYING WS-STAT-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-STAT-SCAN-SUB > WS-STAT-COUNT
                       OR STAT-FOUND
           END-IF
           IF NOT STAT-FOUND
               IF WS-STAT-COUNT < 5000
                   ADD 1 TO WS-STAT-COUNT
                   MOVE WS-STAT-COUNT     TO WS-STAT-SUB
                   MOVE WS-STAT-SITE-CODE TO SST-SITE-CODE (WS-STAT-SUB)
                   MOVE 0 TO SST-RECEIVED (WS-STAT-SUB)
                   MOVE 0 TO SST-ACCEPTED (WS-STAT-SUB)
                   MOVE 0 TO SST-PROCESSED (WS-STAT-SUB)
                   MOVE 0 TO SST-SKIPPED (WS-STAT-SUB)
                   MOVE 0 TO SST-REJECTED (WS-STAT-SUB)
                   PERFORM 7302-CLEAR-ONE-REASON-SLOT
                       VARYING WS-STAT-REASON-SUB FROM 1 BY 1
                       UNTIL WS-STAT-REASON-SUB > 7
               ELSE
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
                   MOVE 'SITE STATS TABLE OVERFLOWED AT 5000'
                       TO WS-OVERFLOW-MESSAGE
               END-IF
           END-IF.

       7301-MATCH-ONE-SITE-STAT.
           IF SST-SITE-CODE (WS-STAT-SCAN-SUB) = WS-STAT-SITE-CODE
               MOVE WS-STAT-SCAN-SUB TO WS-STAT-SUB
               MOVE 'Y' TO WS-STAT-FOUND
           END-IF.

       7302-CLEAR-ONE-REASON-SLOT.
           MOVE 0 TO SST-REASON-REJECTS
                         (WS-STAT-SUB WS-STAT-REASON-SUB).

       7310-COUNT-SITE-REJECT.
           IF WS-STAT-SUB > 0
               ADD 1 TO SST-REJECTED (WS-STAT-SUB)
               IF WS-REASON-CODE >= 0110 AND WS-REASON-CODE <= 0170
                   COMPUTE WS-STAT-REASON-SUB
                       = (WS-REASON-CODE - 0100) / 10
                   ADD 1 TO SST-REASON-REJECTS
                                (WS-STAT-SUB WS-STAT-REASON-SUB)
               END-IF
           END-IF.

       7320-COUNT-SITE-PROCESSED.
           IF WS-STAT-SUB > 0
               ADD 1 TO SST-PROCESSED (WS-STAT-SUB)
           END-IF.

       7330-COUNT-SITE-SKIPPED.
           IF WS-STAT-SUB > 0
               ADD 1 TO SST-SKIPPED (WS-STAT-SUB)
           END-IF.

      ******************************************************************
      *  A RUN THAT WAS BLOCKED AS A DOUBLE SUBMISSION AND PROCESSED
      *  NOTHING POSTS NO HISTORY OR AUDIT RECORD - OTHERWISE THE
           MOVE WS-RUN-CARD-DATE (WS-CARD-SUB)
               TO HH-CARD-DATE (WS-CARD-SUB).

      ******************************************************************
      *  AN OVERFLOWED TABLE IS MISSING SITES, SO NOTHING IS POSTED
      *  RATHER THAN A PARTIAL DAY. THE KEY IS SITE/EXECUTION DATE;
      *  AN EXISTING RECORD FOR THE DATE IS REPLACED.
      ******************************************************************
       8300-WRITE-SITE-STATISTICS.
           IF LIVE-RUN AND NOT DUP-BLOCKED-IDLE
                   AND STATS-USABLE AND NOT TABLE-OVERFLOW
               PERFORM 8310-WRITE-ONE-SITE-STAT
                   VARYING WS-STAT-SUB FROM 1 BY 1
                   UNTIL WS-STAT-SUB > WS-STAT-COUNT
           END-IF.

       8310-WRITE-ONE-SITE-STAT.
           MOVE SPACES                TO STATS-RECORD
           MOVE SST-SITE-CODE (WS-STAT-SUB)
                                      TO ST-SITE-CODE
           MOVE WS-RUN-STAMP-DATE     TO ST-RUN-DATE
           MOVE WS-RUN-STAMP-TIME     TO ST-RUN-TIME
           IF WS-ENV-FILTER NOT = SPACES
               MOVE WS-ENV-FILTER     TO ST-ENV-CODE
           ELSE
               MOVE WS-RUN-ENV-CODE   TO ST-ENV-CODE
           END-IF
           MOVE SST-RECEIVED (WS-STAT-SUB)  TO ST-RECEIVED
           MOVE SST-ACCEPTED (WS-STAT-SUB)  TO ST-ACCEPTED
           MOVE SST-PROCESSED (WS-STAT-SUB) TO ST-PROCESSED
           MOVE SST-SKIPPED (WS-STAT-SUB)   TO ST-SKIPPED
           MOVE SST-REJECTED (WS-STAT-SUB)  TO ST-REJECTED
           PERFORM 8320-MOVE-ONE-REASON-SLOT
               VARYING WS-STAT-REASON-SUB FROM 1 BY 1
               UNTIL WS-STAT-REASON-SUB > 7
           IF PARTITION-RUN
               WRITE PART-STATS-RECORD FROM STATS-RECORD
           ELSE
               WRITE STATS-RECORD
                   INVALID KEY
                       REWRITE STATS-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE
           END-IF.

       8320-MOVE-ONE-REASON-SLOT.
           MOVE SST-REASON-REJECTS (WS-STAT-SUB WS-STAT-REASON-SUB)
               TO ST-REASON-REJECTS (WS-STAT-REASON-SUB).

      ******************************************************************
      *  THE PARTITION'S RESULT CARRIES EVERYTHING THE HISTORY, AUDIT
      *  AND ALERT RECORDS WOULD HAVE BEEN BUILT FROM. IT IS WRITTEN
      *  FOR EVERY OUTCOME; ONLY A PARTITION THAT READ ITS WHOLE
      *  FEED WITHOUT AN RC 8 CONDITION IS MARKED FINISHED, AND THE
      *  MERGE WILL NOT POST THE RUN UNTIL EVERY PARTITION IS.
      ******************************************************************
       8400-WRITE-PARTITION-RESULT.
           MOVE SPACES                TO RESULT-RECORD
           MOVE WS-PARTITION-NUMBER   TO PR-PARTITION-NUMBER
           MOVE WS-PARTITION-DONE     TO PR-COMPLETION-FLAG
           MOVE RETURN-CODE           TO PR-RETURN-CODE
           MOVE WS-RUN-STAMP-DATE     TO PR-RUN-DATE
           MOVE WS-RUN-STAMP-TIME     TO PR-RUN-TIME
           MOVE 0                     TO PR-EXPECTED-COUNT
           MOVE 0                     TO PR-TRL-RECORD-COUNT
           MOVE 0                     TO PR-TRL-HASH-TOTAL
           IF HEADER-SEEN
               MOVE EH-SENDER-ID      TO PR-SENDER-ID
               MOVE EH-CREATE-DATE    TO PR-SPLIT-DATE
               MOVE EH-CREATE-TIME    TO PR-SPLIT-TIME
               IF EH-EXPECTED-COUNT IS NUMERIC
                   MOVE EH-EXPECTED-COUNT
                                      TO PR-EXPECTED-COUNT
               END-IF
           END-IF
           IF TRAILER-SEEN
                   AND ET-RECORD-COUNT IS NUMERIC
                   AND ET-HASH-TOTAL IS NUMERIC
               MOVE ET-RECORD-COUNT   TO PR-TRL-RECORD-COUNT
               MOVE ET-HASH-TOTAL     TO PR-TRL-HASH-TOTAL
           END-IF
           MOVE WS-HASH-TOTAL         TO PR-HASH-TOTAL
           MOVE WS-ENVELOPE-OK        TO PR-ENVELOPE-OK
           IF ENVELOPE-FAILED
               MOVE RE1-MESSAGE       TO PR-ENVELOPE-MESSAGE
           END-IF
           MOVE WS-RUN-MODE           TO PR-RUN-MODE
           MOVE WS-RUN-ENV-CODE       TO PR-RUN-ENV-CODE
           MOVE WS-ENV-FILTER         TO PR-ENV-FILTER
           MOVE WS-RERUN-FLAG         TO PR-RERUN-FLAG
           MOVE WS-RUN-CARD-DATE (1)  TO PR-CARD-DATE (1)
           MOVE WS-RUN-CARD-DATE (2)  TO PR-CARD-DATE (2)
           MOVE WS-RUN-CARD-DATE (3)  TO PR-CARD-DATE (3)
           MOVE WS-DUP-BLOCKED        TO PR-DUP-BLOCKED
           MOVE WS-RESTART-COUNT      TO PR-RESTART-COUNT
           MOVE WS-RECORDS-PROCESSED  TO PR-RECORDS-PROCESSED
           MOVE WS-REPORT-PROCESSED   TO PR-REPORT-PROCESSED
           MOVE WS-REPORT-REJECTED    TO PR-REPORT-REJECTED
           MOVE WS-DETAIL-READ        TO PR-DETAIL-READ
           MOVE WS-DETAIL-ACCEPTED    TO PR-DETAIL-ACCEPTED
           MOVE WS-DETAIL-REJECTED    TO PR-DETAIL-REJECTED
           MOVE WS-SITES-SKIPPED      TO PR-SITES-SKIPPED
           MOVE WS-ENV-SKIPPED        TO PR-ENV-SKIPPED
           MOVE WS-DUP-SKIPPED        TO PR-DUP-SKIPPED
           MOVE WS-DETAIL-HELD        TO PR-DETAIL-HELD
           MOVE WS-THRESHOLD-SET      TO PR-THRESHOLD-SET
           MOVE WS-REJECT-THRESHOLD   TO PR-REJECT-THRESHOLD
           MOVE WS-DETAIL-STATUS      TO PR-DETAIL-STATUS
           MOVE WS-CHECKPOINT-STATUS  TO PR-CHECKPOINT-STATUS
           MOVE WS-LOCALE-STATUS      TO PR-LOCALE-STATUS
           MOVE WS-HISTORY-STATUS     TO PR-HISTORY-STATUS
           MOVE WS-SITE-STATUS        TO PR-SITE-STATUS
           MOVE WS-ALERT-REASON-COUNT TO PR-REASON-COUNT
           PERFORM 8410-MOVE-ONE-RESULT-REASON
               VARYING WS-ALERT-SUB FROM 1 BY 1
               UNTIL WS-ALERT-SUB > 10
           WRITE RESULT-RECORD.

       8410-MOVE-ONE-RESULT-REASON.
           MOVE ART-REASON-CODE (WS-ALERT-SUB)
               TO PR-REASON-CODE (WS-ALERT-SUB).

      ******************************************************************
      *  RECORDS HELD BACK BY A SITE HOLD ARE AN OPERATIONS DECISION,
      *  NOT A FEED PROBLEM, AND DO NOT COUNT TOWARD THE THRESHOLD.
      ******************************************************************
       8200-WRITE-ALERT-RECORD.
           COMPUTE WS-TOTAL-REJECTS
               = WS-REPORT-REJECTED + WS-DETAIL-REJECTED
                   - WS-DETAIL-HELD
           IF RETURN-CODE >= 4
                   OR (THRESHOLD-SET
                       AND WS-TOTAL-REJECTS > WS-REJECT-THRESHOLD)
           MOVE ART-REASON-CODE (WS-ALERT-SUB)
               TO AL-REASON-CODE (WS-ALERT-SUB).

      ******************************************************************
      *  ONE TIMING RECORD PER STEP. A SINGLE-STREAM RUN APPENDS TO
      *  THE SHARED LOG; A PARTITION REPLACES ITS OWN FILE, SINCE
      *  FOUR PARALLEL JOBS CANNOT SHARE ONE MOD DATASET, AND THE
      *  MERGE RELAYS IT. PROCESSED IS THIS RUN'S OWN WORK, NOT THE
      *  RECORDS A RESTART SKIPPED. A LOG THAT WILL NOT OPEN IS
      *  PASSED OVER - TIMING NEVER CHANGES THE STEP'S OUTCOME.
      ******************************************************************
       8500-WRITE-STEP-TIMING.
           ACCEPT WS-END-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-END-STAMP-TIME FROM TIME
           IF PARTITION-RUN
               OPEN OUTPUT TIMING-FILE
           ELSE
               OPEN EXTEND TIMING-FILE
           END-IF
           IF WS-TIMING-STATUS = '00'
               MOVE SPACES              TO TIMING-RECORD
               IF PARTITION-RUN
                   STRING 'JOBHPT' WS-PARTITION-PARM
                          DELIMITED BY SIZE
                          INTO TM-JOB-NAME
                   END-STRING
               ELSE
                   MOVE 'JOBHELLO'      TO TM-JOB-NAME
               END-IF
               MOVE 'STEP010'           TO TM-STEP-NAME
               MOVE 'HELLO'             TO TM-PROGRAM-NAME
               MOVE WS-RUN-STAMP-DATE   TO TM-START-DATE
               MOVE WS-RUN-STAMP-TIME   TO TM-START-TIME
               MOVE WS-END-STAMP-DATE   TO TM-END-DATE
               MOVE WS-END-STAMP-TIME   TO TM-END-TIME
               MOVE RETURN-CODE         TO TM-RETURN-CODE
               MOVE WS-DETAIL-READ      TO TM-RECORDS-READ
               IF WS-RECORDS-PROCESSED > WS-RESTART-COUNT
                   COMPUTE TM-RECORDS-PROCESSED
                       = WS-RECORDS-PROCESSED - WS-RESTART-COUNT
               ELSE
                   MOVE 0               TO TM-RECORDS-PROCESSED
               END-IF
               WRITE TIMING-RECORD
               CLOSE TIMING-FILE
           END-IF.

       9500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-DETAIL-STATUS NOT = '00'
           CLOSE SUSPENSE-FILE
           CLOSE CALENDAR-FILE
           CLOSE SITE-FILE
           IF PARTITION-RUN
               CLOSE PART-STATS-FILE
               CLOSE RESULT-FILE
           ELSE
               CLOSE STATS-FILE
           END-IF
           CLOSE HOLD-FILE
           CLOSE HISTORY-FILE.

       9600-RESET-CHECKPOINT-IF-DONE.
