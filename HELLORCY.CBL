      *              STOPS CIRCULATING ON THE AGING REPORT. END
      *              RC 8 WHEN EITHER SUSPENSE INPUT FAILS TO OPEN
      *              INSTEAD OF TREATING IT AS EMPTY.
      *  2026-10-14  FREE RECORDS HELD BACK UNDER REASON 0180 (SITE
      *              ON HOLD) ONCE THE HELLOHLD HOLD FILE NO LONGER
      *              HOLDS THE SITE - RELEASED, PAST ITS AUTO-RELEASE
      *              DATE, OR REMOVED - WHETHER THEY ARE ON THE PRIOR
      *              GENERATION OR AMONG THE FRESH REJECTS: THE
      *              RECORD MOVES TO CORRECTED AND IS RE-INJECTED
      *              THIS CYCLE. AN UNOPENABLE HOLD FILE FREES
      *              NOTHING. THE COUNT SHOWS ON THE TRAILER.
      *  2026-10-14  APPEND A STEP-TIMING RECORD TO HELLOTIM AT END OF
      *              STEP: START/END STAMPS, RETURN CODE, FEED DETAIL
      *              RECORDS READ AND DETAIL RECORDS WRITTEN TO THE
      *              COMBINED FEED, FOR THE HELLOSLA WINDOW REPORT.
      *  2026-10-14  WRITE THE HELLOACK NAK SUMMARY FOR THE SENDER
      *              WHEN THE INBOUND ENVELOPE DOES NOT BALANCE. THE
      *              RC 8 STOPS THE NIGHT BEFORE ANY EDIT PASS, SO
      *              THIS IS THE ONLY STEP THAT CAN RETURN IT.
      *  2026-10-14  CARRY THE SITE'S CREATE DATE/TIME, EXPECTED COUNT,
      *              RECORD COUNT AND HASH TOTAL IN THE ...-ORIG
      *              FIELDS OF THE REGENERATED ENVELOPE SO THE
      *              ACKNOWLEDGMENT REPORTS THE ENVELOPE AS SENT.
      ******************************************************************
       ENVIRONMENT                  DIVISION.
       INPUT-OUTPUT                 SECTION.
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECYCLE-CARD-OUT  ASSIGN TO RCYCARD
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-FILE         ASSIGN TO HELLOHLD
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS HD-SITE-CODE
                                     FILE STATUS IS WS-HOLD-STATUS.
           SELECT LISTING-FILE      ASSIGN TO SYSOUT
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACK-FILE          ASSIGN TO HELLOACK
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIMING-FILE       ASSIGN TO HELLOTIM
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-TIMING-STATUS.
       DATA                         DIVISION.
       FILE                         SECTION.
       FD  RECYCLE-CARD-FILE
           RECORDING MODE IS F.
       01  RECYCLE-CARD-OUT-RECORD     PIC X(80).

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HELLOHLD.

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
               88  SUSPNEW-OPENED             VALUE 'Y'.
           05  WS-SUSP-OPEN-FAILED  PIC X     VALUE 'N'.
               88  SUSPENSE-OPEN-FAILED       VALUE 'Y'.
           05  WS-HOLD-FILE-USABLE  PIC X     VALUE 'N'.
               88  HOLD-FILE-USABLE           VALUE 'Y'.
           05  WS-HOLD-LIFTED       PIC X     VALUE 'N'.
               88  HOLD-LIFTED                VALUE 'Y'.
       01  WS-SUSPIN-STATUS             PIC XX    VALUE '00'.
       01  WS-SUSPNEW-STATUS            PIC XX    VALUE '00'.
       01  WS-DTLIN-STATUS              PIC XX    VALUE '00'.
       01  WS-HOLD-STATUS               PIC XX    VALUE '00'.
       01  WS-TIMING-STATUS             PIC XX    VALUE '00'.
       01  WS-CURRENT-DATE              PIC 9(08).
       01  WS-CURRENT-TIME              PIC 9(08).
       01  WS-END-DATE                  PIC 9(08).
       01  WS-END-TIME                  PIC 9(08).
       01  WS-DETAILS-WRITTEN           PIC 9(08) VALUE 0.
       01  WS-AGING-THRESHOLD           PIC 9(02) VALUE 3.
       01  WS-FEED-COUNT                PIC 9(08) VALUE 0.
       01  WS-FEED-HASH                 PIC 9(12) VALUE 0.
                                        PIC 9(04).
       01  WS-ENVELOPE-MESSAGE          PIC X(40).
       01  WS-INBOUND-SENDER-ID         PIC X(08) VALUE SPACES.
       01  WS-INBOUND-CREATE-DATE       PIC X(08) VALUE SPACES.
       01  WS-INBOUND-CREATE-TIME       PIC X(06) VALUE SPACES.
       01  WS-INBOUND-EXPECTED-COUNT    PIC 9(08) VALUE 0.
       01  WS-INBOUND-RECORD-COUNT      PIC 9(08) VALUE 0.
       01  WS-INBOUND-HASH-TOTAL        PIC 9(12) VALUE 0.
       01  WS-SUSPENSE-READ             PIC 9(08) VALUE 0.
       01  WS-NEW-REJECTS-READ          PIC 9(08) VALUE 0.
       01  WS-DETAILS-RECYCLED          PIC 9(08) VALUE 0.
       01  WS-RECORDS-HELD              PIC 9(08) VALUE 0.
       01  WS-RECORDS-AGED              PIC 9(08) VALUE 0.
       01  WS-RECORDS-CLOSED            PIC 9(08) VALUE 0.
       01  WS-HOLDS-LIFTED              PIC 9(08) VALUE 0.
       01  WS-RECYCLE-TABLE-COUNT       PIC 9(04) VALUE 0.
       01  WS-RECYCLE-SUB               PIC 9(04) VALUE 0.
       01  RECYCLED-LAST-CYCLE-TABLE.
           05  LT9-RECORDS-CLOSED      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-LST-TRAILER-LINE10.
           05  LT10-CTL                PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'HOLDS LIFTED:    '.
           05  LT10-HOLDS-LIFTED       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       PROCEDURE                    DIVISION.
       0000-MAIN.
           OPEN INPUT RECYCLE-CARD-FILE
               MOVE WS-ENVELOPE-MESSAGE TO LE1-MESSAGE
               WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
               PERFORM 3900-COPY-SUSPENSE-UNCHANGED
               PERFORM 3950-WRITE-ENVELOPE-NAK
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 4600-OPEN-SUSPENSE-INPUTS
                   OPEN OUTPUT SUSPENSE-OUT-FILE
                   OPEN OUTPUT RECYCLE-WORK-FILE
                   OPEN OUTPUT RECYCLE-CARD-OUT
                   OPEN INPUT HOLD-FILE
                   IF WS-HOLD-STATUS = '00'
                       MOVE 'Y' TO WS-HOLD-FILE-USABLE
                   END-IF
                   WRITE LISTING-RECORD
                       FROM WS-LST-AGING-COLUMN-LINE
                   PERFORM 5000-PROCESS-PRIOR-SUSPENSE
                   CLOSE SUSPENSE-OUT-FILE
                   CLOSE RECYCLE-WORK-FILE
                   CLOSE RECYCLE-CARD-OUT
                   CLOSE HOLD-FILE
                   PERFORM 6000-WRITE-COMBINED-FEED
                   COMPUTE WS-DETAILS-WRITTEN
                       = WS-FEED-COUNT + WS-DETAILS-RECYCLED
                   IF WS-RECORDS-AGED > 0 OR KEY-TABLE-FULL
                       MOVE 4 TO RETURN-CODE
                   ELSE
           PERFORM 4000-WRITE-LISTING-TRAILER
           CLOSE RECYCLE-CARD-FILE
           CLOSE LISTING-FILE
           PERFORM 8500-WRITE-STEP-TIMING
           STOP RUN.

       1000-WRITE-LISTING-HEADER.
                   MOVE 'Y' TO WS-HEADER-SEEN
                   MOVE DETAIL-IN-RECORD TO WS-ENVELOPE-HEADER
                   MOVE EH-SENDER-ID     TO WS-INBOUND-SENDER-ID
                   MOVE EH-CREATE-DATE   TO WS-INBOUND-CREATE-DATE
                   MOVE EH-CREATE-TIME   TO WS-INBOUND-CREATE-TIME
                   IF EH-EXPECTED-COUNT IS NUMERIC
                       MOVE EH-EXPECTED-COUNT
                                         TO WS-INBOUND-EXPECTED-COUNT
                   END-IF
               WHEN DETAIL-IN-RECORD (1:4) = 'TRL*'
                   MOVE 'Y' TO WS-TRAILER-SEEN
                   MOVE DETAIL-IN-RECORD TO WS-ENVELOPE-TRAILER
                   IF ET-RECORD-COUNT IS NUMERIC
                           AND ET-HASH-TOTAL IS NUMERIC
                       MOVE ET-RECORD-COUNT
                                         TO WS-INBOUND-RECORD-COUNT
                       MOVE ET-HASH-TOTAL
                                         TO WS-INBOUND-HASH-TOTAL
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-FEED-COUNT
                   MOVE DETAIL-IN-RECORD (1:4) TO WS-HASH-SITE-X
                       FROM SUSPENSE-IN-RECORD
           END-READ.

      ******************************************************************
      *  THE SENDER'S FEED DID NOT BALANCE, SO NOTHING WAS EDITED:
      *  THE NAK CARRIES THE ENVELOPE AS RECEIVED, THE COUNT AND
      *  HASH ACTUALLY READ, ZERO ACCEPTED/REJECTED COUNTS AND THE
      *  ENVELOPE ERROR. A MISSING HEADER OR TRAILER LEAVES ITS
      *  COUNTS ZERO, AS ON THE HELLO NAK.
      ******************************************************************
       3950-WRITE-ENVELOPE-NAK.
           OPEN OUTPUT ACK-FILE
           MOVE SPACES              TO ACK-RECORD
           IF HEADER-SEEN
               MOVE EH-SENDER-ID    TO AK-SENDER-ID
           END-IF
           MOVE 'H'                 TO AK-RECORD-TYPE
           MOVE WS-CURRENT-DATE     TO AK-RUN-DATE
           MOVE WS-CURRENT-TIME     TO AK-RUN-TIME
           MOVE 'NAK'               TO AK-ACK-STATUS
           MOVE 0                   TO AK-HDR-EXPECTED-COUNT
           MOVE 0                   TO AK-TRL-RECORD-COUNT
           MOVE 0                   TO AK-TRL-HASH-TOTAL
           IF HEADER-SEEN
               MOVE EH-CREATE-DATE  TO AK-CREATE-DATE
               MOVE EH-CREATE-TIME  TO AK-CREATE-TIME
               IF EH-EXPECTED-COUNT IS NUMERIC
                   MOVE EH-EXPECTED-COUNT
                                    TO AK-HDR-EXPECTED-COUNT
               END-IF
           END-IF
           IF TRAILER-SEEN
                   AND ET-RECORD-COUNT IS NUMERIC
                   AND ET-HASH-TOTAL IS NUMERIC
               MOVE ET-RECORD-COUNT TO AK-TRL-RECORD-COUNT
               MOVE ET-HASH-TOTAL   TO AK-TRL-HASH-TOTAL
           END-IF
           MOVE WS-FEED-COUNT       TO AK-DETAIL-READ
           MOVE WS-FEED-HASH        TO AK-HASH-TOTAL
           MOVE 0                   TO AK-DETAIL-ACCEPTED
           MOVE 0                   TO AK-DETAIL-REJECTED
           MOVE WS-ENVELOPE-MESSAGE TO AK-ENVELOPE-MESSAGE
           WRITE ACK-RECORD
           CLOSE ACK-FILE.

      ******************************************************************
      *  BOTH SUSPENSE INPUTS ARE OPENED AND VERIFIED UP FRONT. A
      *  HARD OPEN FAILURE ENDS THE STEP RC 8 SO THE SUSPNEW CLEAR

       5100-HANDLE-PRIOR-RECORD.
           ADD 1 TO WS-SUSPENSE-READ
           PERFORM 5050-CHECK-HOLD-LIFTED
           EVALUATE TRUE
               WHEN SU-STATUS-CORRECTED AND SU-TYPE-DETAIL
                   PERFORM 5200-RECYCLE-DETAIL-RECORD
                       FROM SUSPENSE-IN-RECORD
           END-EVALUATE.

      ******************************************************************
      *  AN OPEN 0180 RECORD WAITS ONLY ON ITS SITE'S HOLD. ONCE THE
      *  HOLD IS GONE IT IS TREATED EXACTLY AS IF HELLOCOR HAD
      *  MARKED IT CORRECTED, AND IS RE-INJECTED THIS CYCLE.
      ******************************************************************
       5050-CHECK-HOLD-LIFTED.
           IF SU-STATUS-OPEN AND SU-TYPE-DETAIL
                   AND SU-REASON-CODE = 0180
                   AND HOLD-FILE-USABLE
               MOVE 'Y' TO WS-HOLD-LIFTED
               MOVE SU-ORIGINAL-IMAGE TO WS-DETAIL-IMAGE
               MOVE DI-SITE-CODE TO HD-SITE-CODE
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HD-STATUS-HELD
                               AND (HD-AUTO-RELEASE-DATE = SPACES
                                   OR HD-AUTO-RELEASE-DATE
                                       > WS-CURRENT-DATE)
                           MOVE 'N' TO WS-HOLD-LIFTED
                       END-IF
               END-READ
               IF HOLD-LIFTED
                   MOVE 'C' TO SU-STATUS
                   ADD 1 TO WS-HOLDS-LIFTED
               END-IF
           END-IF.

       5200-RECYCLE-DETAIL-RECORD.
           WRITE RECYCLE-WORK-RECORD FROM SU-ORIGINAL-IMAGE
           MOVE SU-ORIGINAL-IMAGE (1:4) TO WS-HASH-SITE-X
                   TO SU-FIRST-REJECT-DATE
               MOVE 'Y' TO RLT-MATCHED (RLT-IDX)
           END-IF
           PERFORM 5050-CHECK-HOLD-LIFTED
           IF SU-STATUS-CORRECTED
               PERFORM 5200-RECYCLE-DETAIL-RECORD
           ELSE
               ADD 1 TO WS-RECORDS-HELD
               PERFORM 5900-CHECK-AGING
               WRITE SUSPENSE-OUT-RECORD FROM SUSPENSE-IN-RECORD
           END-IF.

       5700-MATCH-RECYCLED-KEY.
           MOVE 'N' TO WS-RECYCLE-MATCHED
      ******************************************************************
      *  THE REGENERATED HEADER KEEPS THE SITE'S OWN SENDER-ID FROM
      *  THE INBOUND ENVELOPE SO THE CHECKPOINT IDENTITY CHECK IN
      *  THE EDIT PASS STILL COMPARES REAL SENDERS. THE COUNTS AND
      *  HASH ARE REBUILT TO BALANCE THE COMBINED FEED; THE SITE'S
      *  OWN STAMP AND TOTALS RIDE ALONG IN THE ...-ORIG FIELDS FOR
      *  THE ACKNOWLEDGMENT.
      ******************************************************************
       6000-WRITE-COMBINED-FEED.
           OPEN OUTPUT DETAIL-OUT-FILE
                                   TO EH-CREATE-TIME
           COMPUTE EH-EXPECTED-COUNT
               = WS-FEED-COUNT + WS-DETAILS-RECYCLED
           MOVE WS-INBOUND-CREATE-DATE
                                   TO EH-ORIG-CREATE-DATE
           MOVE WS-INBOUND-CREATE-TIME
                                   TO EH-ORIG-CREATE-TIME
           MOVE WS-INBOUND-EXPECTED-COUNT
                                   TO EH-ORIG-EXPECTED-COUNT
           WRITE DETAIL-OUT-RECORD FROM WS-ENVELOPE-HEADER
           MOVE 'N' TO WS-DETAIL-EOF
           OPEN INPUT DETAIL-IN-FILE
               = WS-FEED-COUNT + WS-DETAILS-RECYCLED
           COMPUTE ET-HASH-TOTAL
               = WS-FEED-HASH + WS-RECYCLE-HASH
           MOVE WS-INBOUND-RECORD-COUNT
                                   TO ET-ORIG-RECORD-COUNT
           MOVE WS-INBOUND-HASH-TOTAL
                                   TO ET-ORIG-HASH-TOTAL
           WRITE DETAIL-OUT-RECORD FROM WS-ENVELOPE-TRAILER
           CLOSE DETAIL-OUT-FILE.

           MOVE WS-RECORDS-HELD     TO LT7-RECORDS-HELD
           MOVE WS-RECORDS-AGED     TO LT8-RECORDS-AGED
           MOVE WS-RECORDS-CLOSED   TO LT9-RECORDS-CLOSED
           MOVE WS-HOLDS-LIFTED     TO LT10-HOLDS-LIFTED
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE1
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE2
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE3
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE6
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE7
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE8
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE9
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE10.

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
               MOVE 'STEP005'           TO TM-STEP-NAME
               MOVE 'HELLORCY'          TO TM-PROGRAM-NAME
               MOVE WS-CURRENT-DATE     TO TM-START-DATE
               MOVE WS-CURRENT-TIME     TO TM-START-TIME
               MOVE WS-END-DATE         TO TM-END-DATE
               MOVE WS-END-TIME         TO TM-END-TIME
               MOVE RETURN-CODE         TO TM-RETURN-CODE
               MOVE WS-FEED-COUNT       TO TM-RECORDS-READ
               MOVE WS-DETAILS-WRITTEN  TO TM-RECORDS-PROCESSED
               WRITE TIMING-RECORD
               CLOSE TIMING-FILE
           END-IF.
