       IDENTIFICATION               DIVISION.
       PROGRAM-ID.                  HELLOPMG.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  ------------------------------------------------------------
      *  2026-10-14  INITIAL VERSION. PARTITION MERGE FOR THE
      *              SITE-RANGE PARTITIONED NIGHTLY RUN. CHECKS THE
      *              HELLOPRS RESULT OF EVERY PARTITION NAMED ON THE
      *              HELLOPTN CONTROL FILE AND REFUSES TO POST (RC 8,
      *              HELLOALT ALERT) UNLESS EACH ONE FINISHED AGAINST
      *              THE CURRENT SPLIT. WHEN THEY ALL DID, REBUILDS
      *              ONE SYSOUT SUMMARY REPORT FROM THE PARTITION
      *              REPORTS (ONE SECTION PER CONTROL CARD, SITES IN
      *              CODE ORDER, CARD TOTALS RECOUNTED), WRITES THE
      *              SINGLE HELLODST GENERATION, THE HELLOACK
      *              ACKNOWLEDGMENT FOR THE ORIGINAL FEED, ONE
      *              HELLOHST/HELLOAUD RUN RECORD WITH THE COMBINED
      *              TOTALS AND THE PARTITIONS' HELLOSST STATISTICS.
      *              PARTITION SUSPENSE IS MOVED TO SUSPNEW ON EVERY
      *              OUTCOME.
      *  2026-10-14  RELAY THE PARTITIONS' STEP-TIMING RECORDS (TIMIN)
      *              TO THE SHARED HELLOTIM LOG AND APPEND THE MERGE
      *              STEP'S OWN TIMING RECORD, FOR THE HELLOSLA
      *              WINDOW REPORT.
      ******************************************************************
       ENVIRONMENT                  DIVISION.
       INPUT-OUTPUT                 SECTION.
       FILE-CONTROL.
           SELECT PARTITION-FILE    ASSIGN TO HELLOPTN
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-PARTITION-STATUS.
           SELECT RESULT-FILE       ASSIGN TO PRSIN
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-RESULT-STATUS.
           SELECT REPORT-IN-FILE    ASSIGN TO RPTIN
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-REPORT-IN-STATUS.
           SELECT REPORT-WORK-FILE  ASSIGN TO PMGWORK
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE    ASSIGN TO PMGWK1.
           SELECT SORTED-REPORT-FILE
                                     ASSIGN TO PMGSRT
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GROUP-WORK-FILE   ASSIGN TO PMGGRP
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IDLE-WORK-FILE    ASSIGN TO PMGIDLE
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIST-IN-FILE      ASSIGN TO DSTIN
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-DIST-IN-STATUS.
           SELECT DIST-FILE         ASSIGN TO HELLODST
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACK-IN-FILE       ASSIGN TO ACKIN
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-ACK-IN-STATUS.
           SELECT ACK-FILE          ASSIGN TO HELLOACK
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATS-IN-FILE     ASSIGN TO PSTIN
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-STATS-IN-STATUS.
           SELECT STATS-FILE        ASSIGN TO HELLOSST
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS ST-STAT-KEY
                                     FILE STATUS IS WS-STATS-STATUS.
           SELECT PART-SUSP-1-FILE  ASSIGN TO PSUSP1
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-PART-SUSP-STATUS.
           SELECT PART-SUSP-2-FILE  ASSIGN TO PSUSP2
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-PART-SUSP-STATUS.
           SELECT PART-SUSP-3-FILE  ASSIGN TO PSUSP3
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-PART-SUSP-STATUS.
           SELECT PART-SUSP-4-FILE  ASSIGN TO PSUSP4
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-PART-SUSP-STATUS.
           SELECT SUSPENSE-FILE     ASSIGN TO HELLOSUS
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE      ASSIGN TO HELLOHST
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS HH-HIST-KEY
                                     FILE STATUS IS WS-HISTORY-STATUS.
           SELECT AUDIT-FILE        ASSIGN TO HELLOAUD
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-FILE        ASSIGN TO HELLOALT
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE       ASSIGN TO SYSOUT
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIMING-IN-FILE    ASSIGN TO TIMIN
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-TIMING-IN-STATUS.
           SELECT TIMING-FILE       ASSIGN TO HELLOTIM
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-TIMING-STATUS.
       DATA                         DIVISION.
       FILE                         SECTION.
       FD  PARTITION-FILE
           RECORDING MODE IS F.
       01  PARTITION-RECORD.
           COPY HELLOPTN.

       FD  RESULT-FILE
           RECORDING MODE IS F.
       01  RESULT-RECORD.
           COPY HELLOPRS.

       FD  REPORT-IN-FILE
           RECORDING MODE IS F.
       01  REPORT-IN-RECORD            PIC X(133).

       FD  REPORT-WORK-FILE
           RECORDING MODE IS F.
       01  REPORT-WORK-RECORD.
           05  RW-LINE-CLASS           PIC X(01).
           05  RW-CARD-DATE            PIC X(08).
           05  RW-BLOCK                PIC 9(02).
           05  RW-SEQUENCE             PIC 9(08).
           05  RW-REPORT-LINE          PIC X(133).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-LINE-CLASS           PIC X(01).
           05  SR-CARD-DATE            PIC X(08).
           05  SR-BLOCK                PIC 9(02).
           05  SR-SEQUENCE             PIC 9(08).
           05  SR-REPORT-LINE          PIC X(133).

       FD  SORTED-REPORT-FILE
           RECORDING MODE IS F.
       01  SORTED-REPORT-RECORD.
           05  SW-LINE-CLASS           PIC X(01).
           05  SW-CARD-DATE            PIC X(08).
           05  SW-BLOCK                PIC 9(02).
           05  SW-SEQUENCE             PIC 9(08).
           05  SW-REPORT-LINE          PIC X(133).

       FD  GROUP-WORK-FILE
           RECORDING MODE IS F.
       01  GROUP-WORK-RECORD           PIC X(133).

       FD  IDLE-WORK-FILE
           RECORDING MODE IS F.
       01  IDLE-WORK-RECORD            PIC X(133).

       FD  DIST-IN-FILE
           RECORDING MODE IS F.
       01  DIST-IN-RECORD              PIC X(137).

       FD  DIST-FILE
           RECORDING MODE IS F.
       01  DIST-RECORD.
           COPY HELLODST.

       FD  ACK-IN-FILE
           RECORDING MODE IS F.
       01  ACK-IN-RECORD               PIC X(150).

       FD  ACK-FILE
           RECORDING MODE IS F.
       01  ACK-RECORD.
           COPY HELLOACK.

       FD  STATS-IN-FILE
           RECORDING MODE IS F.
       01  STATS-IN-RECORD             PIC X(130).

       FD  STATS-FILE.
       01  STATS-RECORD.
           COPY HELLOSST.

       FD  PART-SUSP-1-FILE
           RECORDING MODE IS F.
       01  PART-SUSP-1-RECORD          PIC X(160).

       FD  PART-SUSP-2-FILE
           RECORDING MODE IS F.
       01  PART-SUSP-2-RECORD          PIC X(160).

       FD  PART-SUSP-3-FILE
           RECORDING MODE IS F.
       01  PART-SUSP-3-RECORD          PIC X(160).

       FD  PART-SUSP-4-FILE
           RECORDING MODE IS F.
       01  PART-SUSP-4-RECORD          PIC X(160).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-RECORD.
           COPY HELLOSUS.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY HELLOHST.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD.
           COPY HELLOAUD.

       FD  ALERT-FILE
           RECORDING MODE IS F.
       01  ALERT-RECORD.
           COPY HELLOALT.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD               PIC X(133).

       FD  TIMING-IN-FILE
           RECORDING MODE IS F.
       01  TIMING-IN-RECORD            PIC X(80).

       FD  TIMING-FILE
           RECORDING MODE IS F.
       01  TIMING-RECORD.
           COPY HELLOTIM.

       WORKING-STORAGE              SECTION.
       01  WS-SWITCHES.
           05  WS-PARTITION-EOF     PIC X     VALUE 'N'.
               88  PARTITION-EOF              VALUE 'Y'.
           05  WS-RESULT-EOF        PIC X     VALUE 'N'.
               88  RESULT-EOF                 VALUE 'Y'.
           05  WS-REPORT-IN-EOF     PIC X     VALUE 'N'.
               88  REPORT-IN-EOF              VALUE 'Y'.
           05  WS-SORTED-EOF        PIC X     VALUE 'N'.
               88  SORTED-EOF                 VALUE 'Y'.
           05  WS-WORK-EOF          PIC X     VALUE 'N'.
               88  WORK-EOF                   VALUE 'Y'.
           05  WS-DIST-IN-EOF       PIC X     VALUE 'N'.
               88  DIST-IN-EOF                VALUE 'Y'.
           05  WS-ACK-IN-EOF        PIC X     VALUE 'N'.
               88  ACK-IN-EOF                 VALUE 'Y'.
           05  WS-STATS-IN-EOF      PIC X     VALUE 'N'.
               88  STATS-IN-EOF               VALUE 'Y'.
           05  WS-PART-SUSP-EOF     PIC X     VALUE 'N'.
               88  PART-SUSP-EOF              VALUE 'Y'.
           05  WS-RUN-MODE          PIC X     VALUE 'L'.
               88  LIVE-RUN                   VALUE 'L'.
               88  TRIAL-RUN                  VALUE 'T'.
           05  WS-ALL-FINISHED      PIC X     VALUE 'N'.
               88  ALL-FINISHED               VALUE 'Y'.
           05  WS-ALREADY-POSTED    PIC X     VALUE 'N'.
               88  ALREADY-POSTED             VALUE 'Y'.
           05  WS-DUP-BLOCKED-IDLE  PIC X     VALUE 'N'.
               88  DUP-BLOCKED-IDLE           VALUE 'Y'.
           05  WS-ENVELOPE-OK       PIC X     VALUE 'Y'.
               88  ENVELOPE-OK                VALUE 'Y'.
               88  ENVELOPE-FAILED            VALUE 'N'.
           05  WS-STATS-USABLE      PIC X     VALUE 'N'.
               88  STATS-USABLE               VALUE 'Y'.
           05  WS-LEAD-FOUND        PIC X     VALUE 'N'.
               88  LEAD-FOUND                 VALUE 'Y'.
           05  WS-IN-TRAILER        PIC X     VALUE 'N'.
               88  IN-TRAILER                 VALUE 'Y'.
           05  WS-GROUP-OPEN        PIC X     VALUE 'N'.
               88  GROUP-OPEN                 VALUE 'Y'.
           05  WS-CARD-KEPT         PIC X     VALUE 'N'.
               88  CARD-KEPT                  VALUE 'Y'.
           05  WS-AFTER-CARD        PIC X     VALUE SPACE.
               88  KEEP-AFTER-CARD            VALUE 'K'.
               88  DROP-AFTER-CARD            VALUE 'D'.
           05  WS-GROUP-SKIPPED     PIC X     VALUE 'N'.
               88  GROUP-SKIPPED              VALUE 'Y'.
           05  WS-GROUP-ACTIVE      PIC X     VALUE 'N'.
               88  GROUP-ACTIVE               VALUE 'Y'.
           05  WS-REASON-NOTED      PIC X     VALUE 'N'.
               88  REASON-NOTED               VALUE 'Y'.
           05  WS-TIMING-IN-EOF     PIC X     VALUE 'N'.
               88  TIMING-IN-EOF              VALUE 'Y'.
       01  WS-FILE-STATUSES.
           05  WS-PARTITION-STATUS  PIC XX    VALUE '00'.
           05  WS-RESULT-STATUS     PIC XX    VALUE '00'.
           05  WS-REPORT-IN-STATUS  PIC XX    VALUE '00'.
           05  WS-DIST-IN-STATUS    PIC XX    VALUE '00'.
           05  WS-ACK-IN-STATUS     PIC XX    VALUE '00'.
           05  WS-STATS-IN-STATUS   PIC XX    VALUE '00'.
           05  WS-STATS-STATUS      PIC XX    VALUE '00'.
           05  WS-PART-SUSP-STATUS  PIC XX    VALUE '00'.
           05  WS-HISTORY-STATUS    PIC XX    VALUE '00'.
           05  WS-TIMING-IN-STATUS  PIC XX    VALUE '00'.
           05  WS-TIMING-STATUS     PIC XX    VALUE '00'.
       01  WS-SUBMIT-USER               PIC X(08) VALUE SPACES.
       01  WS-CURRENT-DATE              PIC 9(08).
       01  WS-CURRENT-TIME              PIC 9(08).
       01  WS-RUN-STAMP-DATE            PIC 9(08).
       01  WS-RUN-STAMP-TIME            PIC 9(08).
       01  WS-END-STAMP-DATE            PIC 9(08).
       01  WS-END-STAMP-TIME            PIC 9(08).
       01  WS-RUN-ID                    PIC X(08).
       01  WS-MERGE-MESSAGE             PIC X(40) VALUE SPACES.
       01  WS-PART-SUB                  PIC 9(02) VALUE 0.
       01  WS-CARD-SUB                  PIC 9(02) VALUE 0.
       01  WS-PARTITIONS-LISTED         PIC 9(02) VALUE 0.
       01  WS-PARTITION-TABLE.
           05  PTT-ENTRY OCCURS 4 TIMES.
               10  PTT-LISTED       PIC X(01).
               10  PTT-USED         PIC X(01).
               10  PTT-LOW-SITE     PIC X(04).
               10  PTT-HIGH-SITE    PIC X(04).
               10  PTT-SPLIT-DATE   PIC X(08).
               10  PTT-SPLIT-TIME   PIC X(06).
               10  PTT-RECORD-COUNT PIC 9(08).
               10  PTT-STATUS       PIC X(12).
       01  WS-RESULT-TABLE.
           05  RTT-ENTRY OCCURS 4 TIMES.
               10  RTT-PRESENT      PIC X(01).
               10  RTT-FINISHED     PIC X(01).
               10  RTT-RETURN-CODE  PIC 9(04).
               10  RTT-SPLIT-DATE   PIC X(08).
               10  RTT-SPLIT-TIME   PIC X(06).
               10  RTT-DETAIL-READ  PIC 9(08).
               10  RTT-DETAIL-REJECTED
                                    PIC 9(08).
               10  RTT-RESTART-COUNT
                                    PIC 9(08).
       01  WS-FEED-SENDER-ID            PIC X(08) VALUE SPACES.
       01  WS-FEED-CREATE-DATE          PIC X(08) VALUE SPACES.
       01  WS-FEED-CREATE-TIME          PIC X(06) VALUE SPACES.
       01  WS-FEED-EXPECTED-COUNT       PIC 9(08) VALUE 0.
       01  WS-FEED-RECORD-COUNT         PIC 9(08) VALUE 0.
       01  WS-FEED-HASH-TOTAL           PIC 9(12) VALUE 0.
       01  WS-ENVELOPE-MESSAGE          PIC X(40) VALUE SPACES.
       01  WS-RUN-ENV-CODE              PIC X(04) VALUE SPACES.
       01  WS-ENV-FILTER                PIC X(04) VALUE SPACES.
       01  WS-POST-ENV-CODE             PIC X(04) VALUE SPACES.
       01  WS-RERUN-FLAG                PIC X(01) VALUE SPACE.
       01  WS-RUN-CARD-TABLE.
           05  WS-RUN-CARD-DATE OCCURS 3 TIMES
                                        PIC X(08) VALUE SPACES.
       01  WS-CHECK-CARD-DATE           PIC X(08) VALUE SPACES.
       01  WS-THRESHOLD-SET             PIC X     VALUE 'N'.
           88  THRESHOLD-SET                      VALUE 'Y'.
       01  WS-REJECT-THRESHOLD          PIC 9(04) VALUE 0.
       01  WS-DUP-BLOCKED               PIC 9(04) VALUE 0.
       01  WS-RESTART-COUNT             PIC 9(08) VALUE 0.
       01  WS-RECORDS-PROCESSED         PIC 9(08) VALUE 0.
       01  WS-REPORT-PROCESSED          PIC 9(08) VALUE 0.
       01  WS-REPORT-REJECTED           PIC 9(08) VALUE 0.
       01  WS-DETAIL-READ               PIC 9(08) VALUE 0.
       01  WS-DETAIL-ACCEPTED           PIC 9(08) VALUE 0.
       01  WS-DETAIL-REJECTED           PIC 9(08) VALUE 0.
       01  WS-SITES-SKIPPED             PIC 9(08) VALUE 0.
       01  WS-ENV-SKIPPED               PIC 9(08) VALUE 0.
       01  WS-DUP-SKIPPED               PIC 9(08) VALUE 0.
       01  WS-DETAIL-HELD               PIC 9(08) VALUE 0.
       01  WS-HASH-TOTAL                PIC 9(12) VALUE 0.
       01  WS-TOTAL-REJECTS             PIC 9(08) VALUE 0.
       01  WS-SUSPENSE-MOVED            PIC 9(08) VALUE 0.
       01  WS-ALERT-STATUSES.
           05  WS-DETAIL-STATUS     PIC XX    VALUE '00'.
           05  WS-CHECKPOINT-STATUS PIC XX    VALUE '00'.
           05  WS-LOCALE-STATUS     PIC XX    VALUE '00'.
           05  WS-PART-HIST-STATUS  PIC XX    VALUE '00'.
           05  WS-SITE-STATUS       PIC XX    VALUE '00'.
       01  WS-ALERT-REASON-COUNT        PIC 9(02) VALUE 0.
       01  WS-ALERT-REASON-TABLE.
           05  ART-REASON-CODE OCCURS 10 TIMES
                                        PIC 9(04) VALUE 0.
       01  WS-ALERT-SUB                 PIC 9(02) VALUE 0.
       01  WS-RESULT-REASON-SUB         PIC 9(02) VALUE 0.
       01  WS-NOTE-REASON-CODE          PIC 9(04) VALUE 0.
       01  WS-REPORT-BLOCK              PIC 9(02) VALUE 0.
       01  WS-REPORT-SEQUENCE           PIC 9(08) VALUE 0.
       01  WS-LINE-CLASS                PIC X(01) VALUE '0'.
       01  WS-LINE-CARD-DATE            PIC X(08) VALUE SPACES.
       01  WS-GROUP-CARD-DATE           PIC X(08) VALUE SPACES.
       01  WS-GROUP-SITES               PIC 9(08) VALUE 0.
       01  WS-GROUP-DETAILS             PIC 9(08) VALUE 0.
       01  WS-GROUP-GREETING            PIC X     VALUE 'N'.
           88  GROUP-GREETING                     VALUE 'Y'.
       01  WS-OUTPUT-LINE               PIC X(133) VALUE SPACES.
       01  WS-PART-SUSP-RECORD          PIC X(160) VALUE SPACES.
           COPY HELLORPT.

       01  WS-RPT-MERGE-LINE.
           05  RM1-CTL                 PIC X      VALUE '0'.
           05  FILLER                  PIC X(07)  VALUE 'MERGE: '.
           05  RM1-MESSAGE             PIC X(40)  VALUE SPACES.
           05  FILLER                  PIC X(85)  VALUE SPACES.

       01  WS-RPT-PARTITION-COLUMNS.
           05  RP0-CTL                 PIC X      VALUE '0'.
           05  FILLER                  PIC X(11)  VALUE 'PARTITION'.
           05  FILLER                  PIC X(13)  VALUE 'SITES ABOVE'.
           05  FILLER                  PIC X(08)  VALUE 'THROUGH'.
           05  FILLER                  PIC X(13)
                                        VALUE ' FEED RECORDS'.
           05  FILLER                  PIC X(13)
                                        VALUE '  DETAIL READ'.
           05  FILLER                  PIC X(13)
                                        VALUE '     REJECTED'.
           05  FILLER                  PIC X(13)
                                        VALUE '    RESTARTED'.
           05  FILLER                  PIC X(06)  VALUE '    RC'.
           05  FILLER                  PIC X(14)  VALUE '  STATUS'.
           05  FILLER                  PIC X(28)  VALUE SPACES.

       01  WS-RPT-PARTITION-LINE.
           05  RP1-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  RP1-PARTITION           PIC 9(02).
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  RP1-LOW-SITE            PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  RP1-HIGH-SITE           PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  RP1-RECORD-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  RP1-DETAIL-READ         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  RP1-DETAIL-REJECTED     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  RP1-RESTART-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  RP1-RETURN-CODE         PIC ZZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  RP1-STATUS              PIC X(12)  VALUE SPACES.
           05  FILLER                  PIC X(28)  VALUE SPACES.

       LINKAGE                      SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN              PIC S9(4) COMP.
           05  LS-PARM-TEXT             PIC X(08).
       PROCEDURE                    DIVISION USING LS-PARM-AREA.
       0000-MAIN.
           PERFORM 1900-PARSE-RUN-PARM
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-LOAD-PARTITION-CONTROL
           PERFORM 2100-LOAD-PARTITION-RESULTS
           PERFORM 2200-CHECK-PARTITIONS
           IF ALL-FINISHED
               PERFORM 2400-CHECK-ALREADY-POSTED
           END-IF
           PERFORM 4000-WRITE-REPORT-HEADER
           PERFORM 7500-MOVE-PARTITION-SUSPENSE
           EVALUATE TRUE
               WHEN NOT ALL-FINISHED
                   PERFORM 4300-WRITE-PARTITION-SUMMARY
                   PERFORM 4400-WRITE-MERGE-NOTICE
                   MOVE 8 TO RETURN-CODE
               WHEN ALREADY-POSTED
                   PERFORM 4300-WRITE-PARTITION-SUMMARY
                   PERFORM 4400-WRITE-MERGE-NOTICE
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 3000-BUILD-MERGED-REPORT
                   PERFORM 4200-WRITE-REPORT-TRAILER
                   PERFORM 4300-WRITE-PARTITION-SUMMARY
                   PERFORM 9500-SET-RETURN-CODE
                   IF WS-DUP-BLOCKED > 0 AND WS-REPORT-PROCESSED = 0
                       MOVE 'Y' TO WS-DUP-BLOCKED-IDLE
                   END-IF
                   PERFORM 5000-COPY-DIST-LINES
                   PERFORM 5500-WRITE-ACKNOWLEDGMENT
                   PERFORM 8100-WRITE-HISTORY-RECORD
                   PERFORM 8300-POST-SITE-STATISTICS
                   PERFORM 8000-WRITE-AUDIT-RECORD
           END-EVALUATE
           PERFORM 8200-WRITE-ALERT-RECORD
           PERFORM 9000-CLOSE-FILES
           PERFORM 8500-WRITE-STEP-TIMING
           STOP RUN.

       1000-OPEN-FILES.
           ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-STAMP-TIME FROM TIME
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT DIST-FILE
           OPEN OUTPUT ACK-FILE
           OPEN OUTPUT AUDIT-FILE
           OPEN OUTPUT ALERT-FILE
           OPEN EXTEND SUSPENSE-FILE
           OPEN I-O HISTORY-FILE
           OPEN I-O STATS-FILE
           IF WS-STATS-STATUS = '00'
               MOVE 'Y' TO WS-STATS-USABLE
           END-IF.

       1900-PARSE-RUN-PARM.
           MOVE SPACES TO WS-SUBMIT-USER
           IF LS-PARM-LEN > 0
               IF LS-PARM-LEN > 8
                   MOVE LS-PARM-TEXT TO WS-SUBMIT-USER
               ELSE
                   MOVE LS-PARM-TEXT (1:LS-PARM-LEN)
                       TO WS-SUBMIT-USER
               END-IF
           END-IF.

      ******************************************************************
      *  HELLOPTN HOLDS ONE RECORD PER PARTITION SLOT AS HELLOPSP
      *  SPLIT TONIGHT'S FEED. AN EMPTY OR MISSING FILE MEANS NO
      *  SPLIT RAN, AND NOTHING CAN BE POSTED.
      ******************************************************************
       2000-LOAD-PARTITION-CONTROL.
           MOVE 0 TO WS-PARTITIONS-LISTED
           PERFORM 2005-CLEAR-ONE-PARTITION-SLOT
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > 4
           OPEN INPUT PARTITION-FILE
           IF WS-PARTITION-STATUS = '00'
               PERFORM 2010-READ-PARTITION-CONTROL
               PERFORM UNTIL PARTITION-EOF
                   PERFORM 2020-HOLD-ONE-PARTITION
                   PERFORM 2010-READ-PARTITION-CONTROL
               END-PERFORM
               CLOSE PARTITION-FILE
           END-IF.

       2005-CLEAR-ONE-PARTITION-SLOT.
           MOVE 'N'    TO PTT-LISTED (WS-PART-SUB)
           MOVE 'N'    TO PTT-USED (WS-PART-SUB)
           MOVE SPACES TO PTT-LOW-SITE (WS-PART-SUB)
           MOVE SPACES TO PTT-HIGH-SITE (WS-PART-SUB)
           MOVE SPACES TO PTT-SPLIT-DATE (WS-PART-SUB)
           MOVE SPACES TO PTT-SPLIT-TIME (WS-PART-SUB)
           MOVE 0      TO PTT-RECORD-COUNT (WS-PART-SUB)
           MOVE SPACES TO PTT-STATUS (WS-PART-SUB)
           MOVE 'N'    TO RTT-PRESENT (WS-PART-SUB)
           MOVE 'N'    TO RTT-FINISHED (WS-PART-SUB)
           MOVE 0      TO RTT-RETURN-CODE (WS-PART-SUB)
           MOVE SPACES TO RTT-SPLIT-DATE (WS-PART-SUB)
           MOVE SPACES TO RTT-SPLIT-TIME (WS-PART-SUB)
           MOVE 0      TO RTT-DETAIL-READ (WS-PART-SUB)
           MOVE 0      TO RTT-DETAIL-REJECTED (WS-PART-SUB)
           MOVE 0      TO RTT-RESTART-COUNT (WS-PART-SUB).

       2010-READ-PARTITION-CONTROL.
           READ PARTITION-FILE
               AT END
                   MOVE 'Y' TO WS-PARTITION-EOF
           END-READ.

       2020-HOLD-ONE-PARTITION.
           IF PT-PARTITION-NUMBER IS NUMERIC
                   AND PT-PARTITION-NUMBER > 0
                   AND PT-PARTITION-NUMBER NOT > 4
               MOVE PT-PARTITION-NUMBER TO WS-PART-SUB
               IF PTT-LISTED (WS-PART-SUB) NOT = 'Y'
                   ADD 1 TO WS-PARTITIONS-LISTED
               END-IF
               MOVE 'Y'               TO PTT-LISTED (WS-PART-SUB)
               MOVE PT-PARTITION-USED TO PTT-USED (WS-PART-SUB)
               MOVE PT-LOW-SITE-CODE  TO PTT-LOW-SITE (WS-PART-SUB)
               MOVE PT-HIGH-SITE-CODE TO PTT-HIGH-SITE (WS-PART-SUB)
               MOVE PT-SPLIT-DATE     TO PTT-SPLIT-DATE (WS-PART-SUB)
               MOVE PT-SPLIT-TIME     TO PTT-SPLIT-TIME (WS-PART-SUB)
               MOVE PT-RECORD-COUNT
                   TO PTT-RECORD-COUNT (WS-PART-SUB)
               MOVE PT-SENDER-ID           TO WS-FEED-SENDER-ID
               MOVE PT-FEED-CREATE-DATE    TO WS-FEED-CREATE-DATE
               MOVE PT-FEED-CREATE-TIME    TO WS-FEED-CREATE-TIME
               MOVE PT-FEED-EXPECTED-COUNT TO WS-FEED-EXPECTED-COUNT
               MOVE PT-FEED-RECORD-COUNT   TO WS-FEED-RECORD-COUNT
               MOVE PT-FEED-HASH-TOTAL     TO WS-FEED-HASH-TOTAL
           END-IF.

      ******************************************************************
      *  PRSIN IS THE CONCATENATION OF THE PARTITION RESULT FILES.
      *  THE COUNTS ARE SUMMED AS THEY ARE READ; THE RUN SETTINGS
      *  (MODE, ENVIRONMENT, RERUN FLAG, CARD DATES, THRESHOLD) AND
      *  THE CONTROL CARD REJECT COUNT COME FROM PARTITION 01, THE
      *  ONLY PARTITION THAT WRITES CARD REJECTS. EVERY PARTITION
      *  READS THE SAME CONTROL DECK, SO THE SETTINGS AGREE.
      ******************************************************************
       2100-LOAD-PARTITION-RESULTS.
           OPEN INPUT RESULT-FILE
           IF WS-RESULT-STATUS = '00'
               PERFORM 2110-READ-PARTITION-RESULT
               PERFORM UNTIL RESULT-EOF
                   PERFORM 2120-ADD-ONE-RESULT
                   PERFORM 2110-READ-PARTITION-RESULT
               END-PERFORM
               CLOSE RESULT-FILE
           END-IF
           IF WS-ENV-FILTER NOT = SPACES
               MOVE WS-ENV-FILTER   TO WS-POST-ENV-CODE
           ELSE
               MOVE WS-RUN-ENV-CODE TO WS-POST-ENV-CODE
           END-IF.

       2110-READ-PARTITION-RESULT.
           READ RESULT-FILE
               AT END
                   MOVE 'Y' TO WS-RESULT-EOF
           END-READ.

       2120-ADD-ONE-RESULT.
           IF PR-PARTITION-NUMBER IS NUMERIC
                   AND PR-PARTITION-NUMBER > 0
                   AND PR-PARTITION-NUMBER NOT > 4
               MOVE PR-PARTITION-NUMBER  TO WS-PART-SUB
               MOVE 'Y'                  TO RTT-PRESENT (WS-PART-SUB)
               MOVE PR-COMPLETION-FLAG   TO RTT-FINISHED (WS-PART-SUB)
               MOVE PR-RETURN-CODE
                   TO RTT-RETURN-CODE (WS-PART-SUB)
               MOVE PR-SPLIT-DATE        TO RTT-SPLIT-DATE (WS-PART-SUB)
               MOVE PR-SPLIT-TIME        TO RTT-SPLIT-TIME (WS-PART-SUB)
               MOVE PR-DETAIL-READ
                   TO RTT-DETAIL-READ (WS-PART-SUB)
               MOVE PR-DETAIL-REJECTED
                   TO RTT-DETAIL-REJECTED (WS-PART-SUB)
               MOVE PR-RESTART-COUNT
                   TO RTT-RESTART-COUNT (WS-PART-SUB)
               IF PR-PARTITION-NUMBER = 1
                   PERFORM 2130-TAKE-LEAD-SETTINGS
               END-IF
               IF PR-DUP-BLOCKED > WS-DUP-BLOCKED
                   MOVE PR-DUP-BLOCKED TO WS-DUP-BLOCKED
               END-IF
               ADD PR-RESTART-COUNT     TO WS-RESTART-COUNT
               ADD PR-RECORDS-PROCESSED TO WS-RECORDS-PROCESSED
               ADD PR-DETAIL-READ       TO WS-DETAIL-READ
               ADD PR-DETAIL-ACCEPTED   TO WS-DETAIL-ACCEPTED
               ADD PR-DETAIL-REJECTED   TO WS-DETAIL-REJECTED
               ADD PR-SITES-SKIPPED     TO WS-SITES-SKIPPED
               ADD PR-ENV-SKIPPED       TO WS-ENV-SKIPPED
               ADD PR-DUP-SKIPPED       TO WS-DUP-SKIPPED
               ADD PR-DETAIL-HELD       TO WS-DETAIL-HELD
               ADD PR-HASH-TOTAL        TO WS-HASH-TOTAL
               IF PR-ENVELOPE-OK NOT = 'Y' AND ENVELOPE-OK
                   MOVE 'N'                 TO WS-ENVELOPE-OK
                   MOVE PR-ENVELOPE-MESSAGE TO WS-ENVELOPE-MESSAGE
               END-IF
               PERFORM 2140-TAKE-RESULT-STATUSES
               PERFORM 2150-MERGE-ONE-REASON
                   VARYING WS-RESULT-REASON-SUB FROM 1 BY 1
                   UNTIL WS-RESULT-REASON-SUB > PR-REASON-COUNT
                       OR WS-RESULT-REASON-SUB > 10
           END-IF.

       2130-TAKE-LEAD-SETTINGS.
           MOVE 'Y'                  TO WS-LEAD-FOUND
           MOVE PR-RUN-MODE          TO WS-RUN-MODE
           MOVE PR-RUN-ENV-CODE      TO WS-RUN-ENV-CODE
           MOVE PR-ENV-FILTER        TO WS-ENV-FILTER
           MOVE PR-RERUN-FLAG        TO WS-RERUN-FLAG
           MOVE PR-CARD-DATE (1)     TO WS-RUN-CARD-DATE (1)
           MOVE PR-CARD-DATE (2)     TO WS-RUN-CARD-DATE (2)
           MOVE PR-CARD-DATE (3)     TO WS-RUN-CARD-DATE (3)
           MOVE PR-THRESHOLD-SET     TO WS-THRESHOLD-SET
           MOVE PR-REJECT-THRESHOLD  TO WS-REJECT-THRESHOLD
           MOVE PR-REPORT-REJECTED   TO WS-REPORT-REJECTED.

       2140-TAKE-RESULT-STATUSES.
           IF WS-DETAIL-STATUS = '00'
               MOVE PR-DETAIL-STATUS     TO WS-DETAIL-STATUS
           END-IF
           IF WS-CHECKPOINT-STATUS = '00'
               MOVE PR-CHECKPOINT-STATUS TO WS-CHECKPOINT-STATUS
           END-IF
           IF WS-LOCALE-STATUS = '00'
               MOVE PR-LOCALE-STATUS     TO WS-LOCALE-STATUS
           END-IF
           IF WS-PART-HIST-STATUS = '00'
               MOVE PR-HISTORY-STATUS    TO WS-PART-HIST-STATUS
           END-IF
           IF WS-SITE-STATUS = '00'
               MOVE PR-SITE-STATUS       TO WS-SITE-STATUS
           END-IF.

       2150-MERGE-ONE-REASON.
           MOVE PR-REASON-CODE (WS-RESULT-REASON-SUB)
               TO WS-NOTE-REASON-CODE
           MOVE 'N' TO WS-REASON-NOTED
           PERFORM 2160-CHECK-ONE-NOTED-REASON
               VARYING WS-ALERT-SUB FROM 1 BY 1
               UNTIL WS-ALERT-SUB > WS-ALERT-REASON-COUNT
                   OR REASON-NOTED
           IF NOT REASON-NOTED AND WS-ALERT-REASON-COUNT < 10
               ADD 1 TO WS-ALERT-REASON-COUNT
               MOVE WS-NOTE-REASON-CODE
                   TO ART-REASON-CODE (WS-ALERT-REASON-COUNT)
           END-IF.

       2160-CHECK-ONE-NOTED-REASON.
           IF ART-REASON-CODE (WS-ALERT-SUB) = WS-NOTE-REASON-CODE
               MOVE 'Y' TO WS-REASON-NOTED
           END-IF.

      ******************************************************************
      *  A PARTITION COUNTS AS FINISHED ONLY WHEN ITS RESULT IS
      *  MARKED FINISHED AND CARRIES THE SPLIT STAMP OF TONIGHT'S
      *  HELLOPTN - A RESULT LEFT OVER FROM AN EARLIER NIGHT (THE
      *  PARTITION JOB DID NOT RUN) DOES NOT MATCH. UNUSED SLOTS
      *  ARE CHECKED TOO: THEIR JOBS RUN AN EMPTY FEED EVERY NIGHT.
      ******************************************************************
       2200-CHECK-PARTITIONS.
           IF WS-PARTITIONS-LISTED = 0
               MOVE 'N' TO WS-ALL-FINISHED
               MOVE 'RUN NOT POSTED - NO PARTITION CONTROL'
                   TO WS-MERGE-MESSAGE
           ELSE
               MOVE 'Y' TO WS-ALL-FINISHED
               PERFORM 2210-CHECK-ONE-PARTITION
                   VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > 4
               IF NOT ALL-FINISHED
                   MOVE 'RUN NOT POSTED - PARTITION NOT FINISHED'
                       TO WS-MERGE-MESSAGE
               END-IF
           END-IF.

       2210-CHECK-ONE-PARTITION.
           EVALUATE TRUE
               WHEN PTT-LISTED (WS-PART-SUB) NOT = 'Y'
                   MOVE 'NOT SPLIT'    TO PTT-STATUS (WS-PART-SUB)
                   MOVE 'N'            TO WS-ALL-FINISHED
               WHEN RTT-PRESENT (WS-PART-SUB) NOT = 'Y'
                   MOVE 'NO RESULT'    TO PTT-STATUS (WS-PART-SUB)
                   MOVE 'N'            TO WS-ALL-FINISHED
               WHEN RTT-SPLIT-DATE (WS-PART-SUB)
                        NOT = PTT-SPLIT-DATE (WS-PART-SUB)
                 OR RTT-SPLIT-TIME (WS-PART-SUB)
                        NOT = PTT-SPLIT-TIME (WS-PART-SUB)
                   MOVE 'OTHER SPLIT'  TO PTT-STATUS (WS-PART-SUB)
                   MOVE 'N'            TO WS-ALL-FINISHED
               WHEN RTT-FINISHED (WS-PART-SUB) NOT = 'Y'
                   MOVE 'NOT FINISHED' TO PTT-STATUS (WS-PART-SUB)
                   MOVE 'N'            TO WS-ALL-FINISHED
               WHEN PTT-USED (WS-PART-SUB) NOT = 'Y'
                   MOVE 'UNUSED'       TO PTT-STATUS (WS-PART-SUB)
               WHEN OTHER
                   MOVE 'FINISHED'     TO PTT-STATUS (WS-PART-SUB)
           END-EVALUATE.

      ******************************************************************
      *  THE PARTITIONS CHECK THEIR CARDS AGAINST HELLOHST BEFORE
      *  PROCESSING, BUT ONLY THE MERGE POSTS, SO A MERGE RESUBMITTED
      *  AFTER IT HAS ALREADY POSTED TONIGHT'S RUN WOULD POST IT
      *  AGAIN. THE SAME SWEEP HELLO MAKES IS REPEATED FOR THE
      *  CARD DATES THE RUN WOULD POST, UNLESS THE RUN IS AN 'R'
      *  RERUN OR A TRIAL (WHICH POSTS NOTHING).
      ******************************************************************
       2400-CHECK-ALREADY-POSTED.
           MOVE 'N' TO WS-ALREADY-POSTED
           IF LIVE-RUN AND WS-RERUN-FLAG NOT = 'R'
                   AND WS-HISTORY-STATUS = '00'
               PERFORM 2410-SWEEP-HISTORY-FOR-DATE
                   VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > 3
                       OR ALREADY-POSTED
           END-IF
           IF ALREADY-POSTED
               MOVE 'RUN NOT POSTED - ALREADY POSTED'
                   TO WS-MERGE-MESSAGE
           END-IF.

       2410-SWEEP-HISTORY-FOR-DATE.
           MOVE WS-RUN-CARD-DATE (WS-CARD-SUB) TO WS-CHECK-CARD-DATE
           IF WS-CHECK-CARD-DATE NOT = SPACES
               MOVE LOW-VALUES TO HH-HIST-KEY
               START HISTORY-FILE KEY IS >= HH-HIST-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-HISTORY-STATUS = '00'
                   PERFORM 2420-CHECK-ONE-HISTORY-RUN
                       UNTIL ALREADY-POSTED
                           OR WS-HISTORY-STATUS NOT = '00'
               END-IF
               IF WS-HISTORY-STATUS = '10'
                       OR WS-HISTORY-STATUS = '23'
                   MOVE '00' TO WS-HISTORY-STATUS
               END-IF
           END-IF.

       2420-CHECK-ONE-HISTORY-RUN.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF (HH-CARD-DATE (1) = WS-CHECK-CARD-DATE
                           OR HH-CARD-DATE (2) = WS-CHECK-CARD-DATE
                           OR HH-CARD-DATE (3) = WS-CHECK-CARD-DATE)
                           AND HH-ENV-CODE = WS-POST-ENV-CODE
                           AND HH-RETURN-CODE NOT = 8
                       MOVE 'Y' TO WS-ALREADY-POSTED
                   END-IF
           END-READ.

      ******************************************************************
      *  EACH PARTITION REPORT IS A COMPLETE HELLO REPORT: HEADER,
      *  ONE SECTION PER CONTROL CARD (EVERY PARTITION LISTS EVERY
      *  CARD) AND A TRAILER. THE LINES ARE TAGGED WITH THE CARD
      *  DATE THEY FALL UNDER, THE PARTITION BLOCK THEY CAME FROM
      *  AND THEIR POSITION, THEN SORTED SO EACH CARD'S SITES COME
      *  TOGETHER IN PARTITION (SITE CODE) ORDER. HEADERS AND
      *  TRAILERS ARE DROPPED AND WRITTEN AFRESH FOR THE WHOLE RUN.
      *  LINES AHEAD OF THE FIRST CARD (RESTART NOTICES) SORT FIRST.
      ******************************************************************
       3000-BUILD-MERGED-REPORT.
           PERFORM 3100-CLASSIFY-REPORT-LINES
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-LINE-CLASS
                                SR-CARD-DATE
                                SR-BLOCK
                                SR-SEQUENCE
               USING REPORT-WORK-FILE
               GIVING SORTED-REPORT-FILE
           PERFORM 3300-WRITE-MERGED-BODY.

       3100-CLASSIFY-REPORT-LINES.
           MOVE 0 TO WS-REPORT-BLOCK
           MOVE 0 TO WS-REPORT-SEQUENCE
           OPEN OUTPUT REPORT-WORK-FILE
           OPEN INPUT REPORT-IN-FILE
           IF WS-REPORT-IN-STATUS = '00'
               PERFORM 3110-READ-REPORT-IN
               PERFORM UNTIL REPORT-IN-EOF
                   PERFORM 3120-CLASSIFY-ONE-LINE
                   PERFORM 3110-READ-REPORT-IN
               END-PERFORM
               CLOSE REPORT-IN-FILE
           END-IF
           CLOSE REPORT-WORK-FILE.

       3110-READ-REPORT-IN.
           READ REPORT-IN-FILE
               AT END
                   MOVE 'Y' TO WS-REPORT-IN-EOF
           END-READ.

       3120-CLASSIFY-ONE-LINE.
           EVALUATE TRUE
               WHEN REPORT-IN-RECORD (1:10) = '1PROGRAM: '
                   ADD 1 TO WS-REPORT-BLOCK
                   MOVE 'N'    TO WS-IN-TRAILER
                   MOVE '0'    TO WS-LINE-CLASS
                   MOVE SPACES TO WS-LINE-CARD-DATE
               WHEN REPORT-IN-RECORD (1:11) = ' RUN TIME: '
                   CONTINUE
               WHEN REPORT-IN-RECORD (1:1) = '-'
                   MOVE 'Y' TO WS-IN-TRAILER
               WHEN IN-TRAILER
                   CONTINUE
               WHEN OTHER
                   IF REPORT-IN-RECORD (1:26)
                           = '0CONTROL CARD - RUN DATE: '
                       MOVE '1' TO WS-LINE-CLASS
                       MOVE REPORT-IN-RECORD (27:8)
                           TO WS-LINE-CARD-DATE
                   END-IF
                   ADD 1 TO WS-REPORT-SEQUENCE
                   MOVE WS-LINE-CLASS      TO RW-LINE-CLASS
                   MOVE WS-LINE-CARD-DATE  TO RW-CARD-DATE
                   MOVE WS-REPORT-BLOCK    TO RW-BLOCK
                   MOVE WS-REPORT-SEQUENCE TO RW-SEQUENCE
                   MOVE REPORT-IN-RECORD   TO RW-REPORT-LINE
                   WRITE REPORT-WORK-RECORD
           END-EVALUATE.

      ******************************************************************
      *  A CARD'S LINES ARE SPOOLED TO PMGGRP UNTIL THE CARD DATE
      *  CHANGES, SO THE GROUP CAN BE PLACED ONCE ITS CONTENT IS
      *  KNOWN: A CARD THAT REPORTED SITES IN ANY PARTITION GOES TO
      *  THE REPORT NOW; A CARD NO PARTITION HAD DETAILS FOR, OR ONE
      *  SKIPPED FOR ENVIRONMENT OR ALREADY RUN, IS HELD ON PMGIDLE
      *  AND LISTED AFTER THE ACTIVE CARDS, AS HELLO LISTS THEM.
      ******************************************************************
       3300-WRITE-MERGED-BODY.
           MOVE 0 TO WS-REPORT-PROCESSED
           MOVE 'N' TO WS-SORTED-EOF
           MOVE 'N' TO WS-GROUP-OPEN
           OPEN OUTPUT IDLE-WORK-FILE
           OPEN INPUT SORTED-REPORT-FILE
           PERFORM 3310-READ-SORTED-LINE
           PERFORM UNTIL SORTED-EOF
               IF SW-LINE-CLASS = '0'
                   WRITE REPORT-RECORD FROM SW-REPORT-LINE
               ELSE
                   IF NOT GROUP-OPEN
                           OR SW-CARD-DATE NOT = WS-GROUP-CARD-DATE
                       PERFORM 3320-START-CARD-GROUP
                   END-IF
                   PERFORM 3330-TAKE-ONE-GROUP-LINE
               END-IF
               PERFORM 3310-READ-SORTED-LINE
           END-PERFORM
           IF GROUP-OPEN
               PERFORM 3340-END-CARD-GROUP
           END-IF
           CLOSE SORTED-REPORT-FILE
           CLOSE IDLE-WORK-FILE
           PERFORM 3360-REPORT-IDLE-CARDS.

       3310-READ-SORTED-LINE.
           READ SORTED-REPORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORTED-EOF
           END-READ.

       3320-START-CARD-GROUP.
           IF GROUP-OPEN
               PERFORM 3340-END-CARD-GROUP
           END-IF
           MOVE SW-CARD-DATE TO WS-GROUP-CARD-DATE
           MOVE 0     TO WS-GROUP-SITES
           MOVE 0     TO WS-GROUP-DETAILS
           MOVE 'N'   TO WS-GROUP-GREETING
           MOVE 'N'   TO WS-GROUP-SKIPPED
           MOVE 'N'   TO WS-CARD-KEPT
           MOVE SPACE TO WS-AFTER-CARD
           OPEN OUTPUT GROUP-WORK-FILE
           MOVE 'Y'   TO WS-GROUP-OPEN.

      ******************************************************************
      *  EVERY PARTITION WRITES THE CARD LINE AND THE LINE AFTER IT
      *  (THE CARD GREETING, OR THE SKIPPED LINE); THE FIRST COPY IS
      *  KEPT AND THE REST DROPPED. THE PARTITIONS' CARD TOTALS ARE
      *  DROPPED AND ONE IS RECOUNTED FROM THE DETAIL LINES KEPT.
      ******************************************************************
       3330-TAKE-ONE-GROUP-LINE.
           EVALUATE TRUE
               WHEN SW-REPORT-LINE (1:26)
                        = '0CONTROL CARD - RUN DATE: '
                   IF CARD-KEPT
                       MOVE 'D' TO WS-AFTER-CARD
                   ELSE
                       MOVE 'Y' TO WS-CARD-KEPT
                       MOVE 'K' TO WS-AFTER-CARD
                       WRITE GROUP-WORK-RECORD FROM SW-REPORT-LINE
                   END-IF
               WHEN DROP-AFTER-CARD
                   MOVE SPACE TO WS-AFTER-CARD
               WHEN KEEP-AFTER-CARD
                   MOVE SPACE TO WS-AFTER-CARD
                   IF SW-REPORT-LINE (1:16) = ' CARD SKIPPED - '
                       MOVE 'Y' TO WS-GROUP-SKIPPED
                   ELSE
                       MOVE 'Y' TO WS-GROUP-GREETING
                       ADD 1 TO WS-REPORT-PROCESSED
                   END-IF
                   WRITE GROUP-WORK-RECORD FROM SW-REPORT-LINE
               WHEN SW-REPORT-LINE (1:23) = ' CARD TOTAL PROCESSED: '
                   CONTINUE
               WHEN SW-REPORT-LINE (1:7) = '1SITE: '
                   ADD 1 TO WS-GROUP-SITES
                   WRITE GROUP-WORK-RECORD FROM SW-REPORT-LINE
               WHEN SW-REPORT-LINE (1:23) = ' SITE TOTAL PROCESSED: '
                   WRITE GROUP-WORK-RECORD FROM SW-REPORT-LINE
               WHEN OTHER
                   ADD 1 TO WS-GROUP-DETAILS
                   ADD 1 TO WS-REPORT-PROCESSED
                   WRITE GROUP-WORK-RECORD FROM SW-REPORT-LINE
           END-EVALUATE.

       3340-END-CARD-GROUP.
           CLOSE GROUP-WORK-FILE
           IF WS-GROUP-SITES > 0
               MOVE 'Y' TO WS-GROUP-ACTIVE
           ELSE
               MOVE 'N' TO WS-GROUP-ACTIVE
           END-IF
           MOVE 'N' TO WS-WORK-EOF
           OPEN INPUT GROUP-WORK-FILE
           PERFORM 3350-COPY-ONE-GROUP-LINE
               UNTIL WORK-EOF
           CLOSE GROUP-WORK-FILE
           IF NOT GROUP-SKIPPED
               MOVE WS-GROUP-DETAILS TO RCT-CARD-PROCESSED
               MOVE WS-RPT-CARD-TOTAL-LINE TO WS-OUTPUT-LINE
               PERFORM 3390-WRITE-GROUP-OUTPUT
           END-IF
           MOVE 'N' TO WS-GROUP-OPEN.

       3350-COPY-ONE-GROUP-LINE.
           READ GROUP-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-WORK-EOF
               NOT AT END
                   MOVE GROUP-WORK-RECORD TO WS-OUTPUT-LINE
                   PERFORM 3390-WRITE-GROUP-OUTPUT
           END-READ.

       3360-REPORT-IDLE-CARDS.
           MOVE 'N' TO WS-WORK-EOF
           OPEN INPUT IDLE-WORK-FILE
           PERFORM 3370-COPY-ONE-IDLE-LINE
               UNTIL WORK-EOF
           CLOSE IDLE-WORK-FILE.

       3370-COPY-ONE-IDLE-LINE.
           READ IDLE-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-WORK-EOF
               NOT AT END
                   WRITE REPORT-RECORD FROM IDLE-WORK-RECORD
           END-READ.

       3390-WRITE-GROUP-OUTPUT.
           IF GROUP-ACTIVE
               WRITE REPORT-RECORD FROM WS-OUTPUT-LINE
           ELSE
               WRITE IDLE-WORK-RECORD FROM WS-OUTPUT-LINE
           END-IF.

       4000-WRITE-REPORT-HEADER.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE 'HELLO'              TO RH1-PROGRAM-NAME
           IF TRIAL-RUN
               MOVE '***  TRIAL RUN  ***' TO RH1-RUN-MODE
           ELSE
               MOVE 'PARTITIONS MERGED'  TO RH1-RUN-MODE
           END-IF
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO RH1-RUN-DATE
           END-STRING
           STRING WS-CURRENT-TIME(1:2) ':' WS-CURRENT-TIME(3:2) ':'
                  WS-CURRENT-TIME(5:2) DELIMITED BY SIZE
                  INTO RH2-RUN-TIME
           END-STRING
           MOVE WS-ENV-FILTER TO RH2-ENV-FILTER
           WRITE REPORT-RECORD FROM WS-RPT-HEADER-LINE1
           WRITE REPORT-RECORD FROM WS-RPT-HEADER-LINE2.

       4200-WRITE-REPORT-TRAILER.
           MOVE WS-REPORT-PROCESSED TO RT2-TOTAL-PROCESSED
           MOVE WS-REPORT-REJECTED  TO RT3-TOTAL-REJECTED
           MOVE WS-DETAIL-READ      TO RT4-DETAIL-READ
           MOVE WS-DETAIL-ACCEPTED  TO RT5-DETAIL-ACCEPTED
           MOVE WS-DETAIL-REJECTED  TO RT6-DETAIL-REJECTED
           MOVE WS-SITES-SKIPPED    TO RT7-SITES-SKIPPED
           MOVE WS-ENV-SKIPPED      TO RT8-ENV-SKIPPED
           MOVE WS-DUP-SKIPPED      TO RT9-DUP-SKIPPED
           MOVE WS-DETAIL-HELD      TO RT10-DETAIL-HELD
           WRITE REPORT-RECORD FROM WS-RPT-TRAILER-LINE1
           WRITE REPORT-RECORD FROM WS-RPT-TRAILER-LINE2
           WRITE REPORT-RECORD FROM WS-RPT-TRAILER-LINE3
           WRITE REPORT-RECORD FROM WS-RPT-TRAILER-LINE4
           WRITE REPORT-RECORD FROM WS-RPT-TRAILER-LINE5
           WRITE REPORT-RECORD FROM WS-RPT-TRAILER-LINE6
           WRITE REPORT-RECORD FROM WS-RPT-TRAILER-LINE7
           WRITE REPORT-RECORD FROM WS-RPT-TRAILER-LINE8
           WRITE REPORT-RECORD FROM WS-RPT-TRAILER-LINE9
           WRITE REPORT-RECORD FROM WS-RPT-TRAILER-LINE10.

       4300-WRITE-PARTITION-SUMMARY.
           WRITE REPORT-RECORD FROM WS-RPT-PARTITION-COLUMNS
           PERFORM 4310-WRITE-ONE-PARTITION-LINE
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > 4.

       4310-WRITE-ONE-PARTITION-LINE.
           MOVE WS-PART-SUB TO RP1-PARTITION
           EVALUATE TRUE
               WHEN PTT-USED (WS-PART-SUB) NOT = 'Y'
                   MOVE SPACES    TO RP1-LOW-SITE
               WHEN PTT-LOW-SITE (WS-PART-SUB) = SPACES
                   MOVE 'LOWEST'  TO RP1-LOW-SITE
               WHEN OTHER
                   MOVE PTT-LOW-SITE (WS-PART-SUB) TO RP1-LOW-SITE
           END-EVALUATE
           EVALUATE TRUE
               WHEN PTT-USED (WS-PART-SUB) NOT = 'Y'
                   MOVE SPACES    TO RP1-HIGH-SITE
               WHEN PTT-HIGH-SITE (WS-PART-SUB) = SPACES
                   MOVE 'HIGHEST' TO RP1-HIGH-SITE
               WHEN OTHER
                   MOVE PTT-HIGH-SITE (WS-PART-SUB) TO RP1-HIGH-SITE
           END-EVALUATE
           MOVE PTT-RECORD-COUNT (WS-PART-SUB)    TO RP1-RECORD-COUNT
           MOVE RTT-DETAIL-READ (WS-PART-SUB)     TO RP1-DETAIL-READ
           MOVE RTT-DETAIL-REJECTED (WS-PART-SUB)
                                          TO RP1-DETAIL-REJECTED
           MOVE RTT-RESTART-COUNT (WS-PART-SUB)   TO RP1-RESTART-COUNT
           MOVE RTT-RETURN-CODE (WS-PART-SUB)     TO RP1-RETURN-CODE
           MOVE PTT-STATUS (WS-PART-SUB)          TO RP1-STATUS
           WRITE REPORT-RECORD FROM WS-RPT-PARTITION-LINE.

       4400-WRITE-MERGE-NOTICE.
           MOVE WS-MERGE-MESSAGE TO RM1-MESSAGE
           WRITE REPORT-RECORD FROM WS-RPT-MERGE-LINE.

       5000-COPY-DIST-LINES.
           OPEN INPUT DIST-IN-FILE
           IF WS-DIST-IN-STATUS = '00'
               PERFORM 5010-READ-DIST-IN
               PERFORM UNTIL DIST-IN-EOF
                   WRITE DIST-RECORD FROM DIST-IN-RECORD
                   PERFORM 5010-READ-DIST-IN
               END-PERFORM
               CLOSE DIST-IN-FILE
           END-IF.

       5010-READ-DIST-IN.
           READ DIST-IN-FILE
               AT END
                   MOVE 'Y' TO WS-DIST-IN-EOF
           END-READ.

      ******************************************************************
      *  THE SENDER SENT ONE FEED AND GETS ONE ACKNOWLEDGMENT: THE
      *  SUMMARY CARRIES THE ENVELOPE AS RECEIVED (FROM HELLOPTN)
      *  WITH THE PARTITIONS' READ, HASH, ACCEPTED AND REJECTED
      *  COUNTS ADDED UP, FOLLOWED BY EVERY PARTITION'S REJECT
      *  RECORDS RESTAMPED WITH THE MERGED RUN'S DATE AND TIME.
      ******************************************************************
       5500-WRITE-ACKNOWLEDGMENT.
           IF LIVE-RUN
               MOVE SPACES                 TO ACK-RECORD
               MOVE WS-FEED-SENDER-ID      TO AK-SENDER-ID
               MOVE 'H'                    TO AK-RECORD-TYPE
               MOVE WS-RUN-STAMP-DATE      TO AK-RUN-DATE
               MOVE WS-RUN-STAMP-TIME      TO AK-RUN-TIME
               IF ENVELOPE-OK
                   MOVE 'ACK'              TO AK-ACK-STATUS
               ELSE
                   MOVE 'NAK'              TO AK-ACK-STATUS
                   MOVE WS-ENVELOPE-MESSAGE
                                           TO AK-ENVELOPE-MESSAGE
               END-IF
               MOVE WS-FEED-CREATE-DATE    TO AK-CREATE-DATE
               MOVE WS-FEED-CREATE-TIME    TO AK-CREATE-TIME
               MOVE WS-FEED-EXPECTED-COUNT TO AK-HDR-EXPECTED-COUNT
               MOVE WS-FEED-RECORD-COUNT   TO AK-TRL-RECORD-COUNT
               MOVE WS-FEED-HASH-TOTAL     TO AK-TRL-HASH-TOTAL
               MOVE WS-DETAIL-READ         TO AK-DETAIL-READ
               MOVE WS-HASH-TOTAL          TO AK-HASH-TOTAL
               MOVE WS-DETAIL-ACCEPTED     TO AK-DETAIL-ACCEPTED
               MOVE WS-DETAIL-REJECTED     TO AK-DETAIL-REJECTED
               WRITE ACK-RECORD
               OPEN INPUT ACK-IN-FILE
               IF WS-ACK-IN-STATUS = '00'
                   PERFORM 5510-READ-ACK-IN
                   PERFORM UNTIL ACK-IN-EOF
                       PERFORM 5520-COPY-ONE-ACK-REJECT
                       PERFORM 5510-READ-ACK-IN
                   END-PERFORM
                   CLOSE ACK-IN-FILE
               END-IF
           END-IF.

       5510-READ-ACK-IN.
           READ ACK-IN-FILE
               AT END
                   MOVE 'Y' TO WS-ACK-IN-EOF
           END-READ.

       5520-COPY-ONE-ACK-REJECT.
           MOVE ACK-IN-RECORD TO ACK-RECORD
           IF AK-TYPE-REJECT
               MOVE WS-RUN-STAMP-DATE TO AK-RUN-DATE
               MOVE WS-RUN-STAMP-TIME TO AK-RUN-TIME
               WRITE ACK-RECORD
           END-IF.

      ******************************************************************
      *  EACH PARTITION APPENDS ITS REJECTS TO ITS OWN SUSPENSE FILE
      *  (THE PARTITIONS RUN AT THE SAME TIME). THEY ARE MOVED ON TO
      *  SUSPNEW WHATEVER THE MERGE OUTCOME, AS A SINGLE-STREAM RUN
      *  WRITES SUSPENSE EVEN WHEN IT ENDS RC 8, AND EACH FILE IS
      *  EMPTIED SO A RESTARTED PARTITION OR A SECOND MERGE DOES NOT
      *  MOVE THE SAME RECORDS AGAIN.
      ******************************************************************
       7500-MOVE-PARTITION-SUSPENSE.
           MOVE 0 TO WS-SUSPENSE-MOVED
           PERFORM 7510-MOVE-ONE-SUSPENSE-FILE
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > 4.

       7510-MOVE-ONE-SUSPENSE-FILE.
           MOVE 'N' TO WS-PART-SUSP-EOF
           PERFORM 7520-OPEN-PART-SUSPENSE
           IF WS-PART-SUSP-STATUS = '00'
               PERFORM 7530-READ-PART-SUSPENSE
               PERFORM UNTIL PART-SUSP-EOF
                   WRITE SUSPENSE-RECORD FROM WS-PART-SUSP-RECORD
                   ADD 1 TO WS-SUSPENSE-MOVED
                   PERFORM 7530-READ-PART-SUSPENSE
               END-PERFORM
               PERFORM 7540-EMPTY-PART-SUSPENSE
           END-IF.

       7520-OPEN-PART-SUSPENSE.
           EVALUATE WS-PART-SUB
               WHEN 1
                   OPEN INPUT PART-SUSP-1-FILE
               WHEN 2
                   OPEN INPUT PART-SUSP-2-FILE
               WHEN 3
                   OPEN INPUT PART-SUSP-3-FILE
               WHEN OTHER
                   OPEN INPUT PART-SUSP-4-FILE
           END-EVALUATE.

       7530-READ-PART-SUSPENSE.
           EVALUATE WS-PART-SUB
               WHEN 1
                   READ PART-SUSP-1-FILE INTO WS-PART-SUSP-RECORD
                       AT END
                           MOVE 'Y' TO WS-PART-SUSP-EOF
                   END-READ
               WHEN 2
                   READ PART-SUSP-2-FILE INTO WS-PART-SUSP-RECORD
                       AT END
                           MOVE 'Y' TO WS-PART-SUSP-EOF
                   END-READ
               WHEN 3
                   READ PART-SUSP-3-FILE INTO WS-PART-SUSP-RECORD
                       AT END
                           MOVE 'Y' TO WS-PART-SUSP-EOF
                   END-READ
               WHEN OTHER
                   READ PART-SUSP-4-FILE INTO WS-PART-SUSP-RECORD
                       AT END
                           MOVE 'Y' TO WS-PART-SUSP-EOF
                   END-READ
           END-EVALUATE.

       7540-EMPTY-PART-SUSPENSE.
           EVALUATE WS-PART-SUB
               WHEN 1
                   CLOSE PART-SUSP-1-FILE
                   OPEN OUTPUT PART-SUSP-1-FILE
                   CLOSE PART-SUSP-1-FILE
               WHEN 2
                   CLOSE PART-SUSP-2-FILE
                   OPEN OUTPUT PART-SUSP-2-FILE
                   CLOSE PART-SUSP-2-FILE
               WHEN 3
                   CLOSE PART-SUSP-3-FILE
                   OPEN OUTPUT PART-SUSP-3-FILE
                   CLOSE PART-SUSP-3-FILE
               WHEN OTHER
                   CLOSE PART-SUSP-4-FILE
                   OPEN OUTPUT PART-SUSP-4-FILE
                   CLOSE PART-SUSP-4-FILE
           END-EVALUATE.

       8000-WRITE-AUDIT-RECORD.
           IF LIVE-RUN AND NOT DUP-BLOCKED-IDLE
               PERFORM 8010-BUILD-AND-WRITE-AUDIT
           END-IF.

       8010-BUILD-AND-WRITE-AUDIT.
           MOVE SPACES             TO AUDIT-RECORD
           MOVE 'HELLO'            TO HA-JOB-NAME
           MOVE WS-RUN-STAMP-DATE  TO HA-RUN-DATE
           MOVE WS-RUN-STAMP-TIME  TO HA-RUN-TIME
           MOVE 'STEP010'          TO HA-STEP-NAME
           MOVE WS-SUBMIT-USER     TO HA-SUBMIT-USER
           MOVE WS-POST-ENV-CODE   TO HA-ENV-CODE
           MOVE RETURN-CODE        TO HA-RETURN-CODE
           WRITE AUDIT-RECORD.

      ******************************************************************
      *  ONE HISTORY RECORD FOR THE WHOLE RUN, KEYED BY THE MERGE'S
      *  OWN DATE AND TIME. PROCESSED IS THE RECOUNTED REPORT TOTAL
      *  AND REJECTED THE CONTROL CARD REJECTS, AS HELLO POSTS THEM.
      ******************************************************************
       8100-WRITE-HISTORY-RECORD.
           IF LIVE-RUN AND NOT DUP-BLOCKED-IDLE
               PERFORM 8110-BUILD-AND-WRITE-HISTORY
           END-IF.

       8110-BUILD-AND-WRITE-HISTORY.
           IF WS-HISTORY-STATUS = '00'
               MOVE WS-RUN-STAMP-TIME     TO WS-RUN-ID
               MOVE WS-RUN-STAMP-DATE     TO HH-RUN-DATE
               MOVE WS-RUN-ID             TO HH-RUN-ID
               MOVE RETURN-CODE           TO HH-RETURN-CODE
               MOVE WS-REPORT-PROCESSED   TO HH-RECORDS-PROCESSED
               MOVE WS-REPORT-REJECTED    TO HH-RECORDS-REJECTED
               MOVE WS-POST-ENV-CODE      TO HH-ENV-CODE
               MOVE WS-RERUN-FLAG         TO HH-RERUN-FLAG
               PERFORM 8120-MOVE-ONE-CARD-DATE
                   VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > 3
               WRITE HISTORY-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

       8120-MOVE-ONE-CARD-DATE.
           MOVE WS-RUN-CARD-DATE (WS-CARD-SUB)
               TO HH-CARD-DATE (WS-CARD-SUB).

      ******************************************************************
      *  RECORDS HELD BACK BY A SITE HOLD ARE AN OPERATIONS DECISION,
      *  NOT A FEED PROBLEM, AND DO NOT COUNT TOWARD THE THRESHOLD.
      *  THE STATUSES ARE THE FIRST NON-ZERO ONES ANY PARTITION HAD.
      ******************************************************************
       8200-WRITE-ALERT-RECORD.
           COMPUTE WS-TOTAL-REJECTS
               = WS-REPORT-REJECTED + WS-DETAIL-REJECTED
                   - WS-DETAIL-HELD
           IF RETURN-CODE >= 4
                   OR (THRESHOLD-SET
                       AND WS-TOTAL-REJECTS > WS-REJECT-THRESHOLD)
               MOVE SPACES               TO ALERT-RECORD
               MOVE WS-RUN-STAMP-DATE    TO AL-RUN-DATE
               MOVE WS-RUN-STAMP-TIME    TO AL-RUN-TIME
               MOVE RETURN-CODE          TO AL-RETURN-CODE
               MOVE WS-DETAIL-STATUS     TO AL-DETAIL-STATUS
               MOVE WS-CHECKPOINT-STATUS TO AL-CHECKPOINT-STATUS
               MOVE WS-LOCALE-STATUS     TO AL-LOCALE-STATUS
               IF WS-HISTORY-STATUS NOT = '00'
                   MOVE WS-HISTORY-STATUS
                                         TO AL-HISTORY-STATUS
               ELSE
                   MOVE WS-PART-HIST-STATUS
                                         TO AL-HISTORY-STATUS
               END-IF
               MOVE WS-SITE-STATUS       TO AL-SITE-STATUS
               MOVE WS-RECORDS-PROCESSED TO AL-RECORDS-PROCESSED
               MOVE WS-REPORT-REJECTED   TO AL-CARDS-REJECTED
               MOVE WS-DETAIL-REJECTED   TO AL-DETAILS-REJECTED
               MOVE WS-ALERT-REASON-COUNT
                                         TO AL-REASON-COUNT
               PERFORM 8210-MOVE-ONE-ALERT-REASON
                   VARYING WS-ALERT-SUB FROM 1 BY 1
                   UNTIL WS-ALERT-SUB > 10
               WRITE ALERT-RECORD
           END-IF.

       8210-MOVE-ONE-ALERT-REASON.
           MOVE ART-REASON-CODE (WS-ALERT-SUB)
               TO AL-REASON-CODE (WS-ALERT-SUB).

      ******************************************************************
      *  THE PARTITIONS BUILT THEIR HELLOSST RECORDS ON PSTIN; SITE
      *  RANGES DO NOT OVERLAP, SO EACH SITE APPEARS ONCE. AN
      *  EXISTING RECORD FOR THE DATE IS REPLACED, AS IN HELLO.
      ******************************************************************
       8300-POST-SITE-STATISTICS.
           IF LIVE-RUN AND NOT DUP-BLOCKED-IDLE AND STATS-USABLE
               OPEN INPUT STATS-IN-FILE
               IF WS-STATS-IN-STATUS = '00'
                   PERFORM 8310-READ-STATS-IN
                   PERFORM UNTIL STATS-IN-EOF
                       PERFORM 8320-POST-ONE-SITE-STAT
                       PERFORM 8310-READ-STATS-IN
                   END-PERFORM
                   CLOSE STATS-IN-FILE
               END-IF
           END-IF.

       8310-READ-STATS-IN.
           READ STATS-IN-FILE
               AT END
                   MOVE 'Y' TO WS-STATS-IN-EOF
           END-READ.

       8320-POST-ONE-SITE-STAT.
           MOVE STATS-IN-RECORD   TO STATS-RECORD
           MOVE WS-RUN-STAMP-DATE TO ST-RUN-DATE
           MOVE WS-RUN-STAMP-TIME TO ST-RUN-TIME
           WRITE STATS-RECORD
               INVALID KEY
                   REWRITE STATS-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.

      ******************************************************************
      *  THE PARTITION JOBS EACH LEAVE ONE TIMING RECORD ON THEIR OWN
      *  STEPTIME DATASET (THEY RUN IN PARALLEL, SO CANNOT SHARE THE
      *  MOD LOG). THEY ARE RELAYED HERE ON EVERY MERGE RUN, AHEAD OF
      *  THE MERGE'S OWN RECORD; A RESUBMITTED MERGE RELAYS THEM
      *  AGAIN, WHICH HELLOSLA ABSORBS BY TAKING THE EARLIEST START
      *  AND LATEST END PER NIGHT AND STEP. A LOG THAT WILL NOT OPEN
      *  IS PASSED OVER - TIMING NEVER CHANGES THE STEP'S OUTCOME.
      ******************************************************************
       8500-WRITE-STEP-TIMING.
           ACCEPT WS-END-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-END-STAMP-TIME FROM TIME
           OPEN EXTEND TIMING-FILE
           IF WS-TIMING-STATUS = '00'
               OPEN INPUT TIMING-IN-FILE
               IF WS-TIMING-IN-STATUS = '00'
                   PERFORM 8510-READ-TIMING-IN
                   PERFORM UNTIL TIMING-IN-EOF
                       MOVE TIMING-IN-RECORD TO TIMING-RECORD
                       WRITE TIMING-RECORD
                       PERFORM 8510-READ-TIMING-IN
                   END-PERFORM
                   CLOSE TIMING-IN-FILE
               END-IF
               MOVE SPACES              TO TIMING-RECORD
               MOVE 'JOBHPMRG'          TO TM-JOB-NAME
               MOVE 'STEP010'           TO TM-STEP-NAME
               MOVE 'HELLOPMG'          TO TM-PROGRAM-NAME
               MOVE WS-RUN-STAMP-DATE   TO TM-START-DATE
               MOVE WS-RUN-STAMP-TIME   TO TM-START-TIME
               MOVE WS-END-STAMP-DATE   TO TM-END-DATE
               MOVE WS-END-STAMP-TIME   TO TM-END-TIME
               MOVE RETURN-CODE         TO TM-RETURN-CODE
               MOVE WS-DETAIL-READ      TO TM-RECORDS-READ
               MOVE WS-REPORT-PROCESSED TO TM-RECORDS-PROCESSED
               WRITE TIMING-RECORD
               CLOSE TIMING-FILE
           END-IF.

       8510-READ-TIMING-IN.
           READ TIMING-IN-FILE
               AT END
                   MOVE 'Y' TO WS-TIMING-IN-EOF
           END-READ
           IF WS-TIMING-IN-STATUS NOT = '00'
               MOVE 'Y' TO WS-TIMING-IN-EOF
           END-IF.

       9500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-REPORT-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-RECORDS-PROCESSED = WS-RESTART-COUNT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           IF WS-DUP-BLOCKED > 0
               MOVE 12 TO RETURN-CODE
           END-IF
           IF TRIAL-RUN AND RETURN-CODE = 0
               MOVE 2 TO RETURN-CODE
           END-IF.

       9000-CLOSE-FILES.
           CLOSE REPORT-FILE
           CLOSE DIST-FILE
           CLOSE ACK-FILE
           CLOSE AUDIT-FILE
           CLOSE ALERT-FILE
           CLOSE SUSPENSE-FILE
           CLOSE HISTORY-FILE
           CLOSE STATS-FILE.
