       IDENTIFICATION               DIVISION.
       PROGRAM-ID.                  HELLOSLA.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  ------------------------------------------------------------
      *  2026-10-14  INITIAL VERSION. BATCH-WINDOW SLA REPORT FROM
      *              THE HELLOTIM STEP-TIMING LOG THE NIGHTLY CHAIN
      *              WRITES. FOR EACH REPORTED NIGHT LISTS EVERY
      *              STEP IN START ORDER (START, END, ELAPSED, RETURN
      *              CODE, RECORD COUNTS, SECONDS PER 1,000 RECORDS
      *              READ AND THE STEP'S AVERAGE OVER THE PRIOR 30
      *              NIGHTS), THEN THE NIGHT'S WINDOW AGAINST THE
      *              CARD-SUPPLIED SLA CUTOFF. A NIGHT THAT ENDED
      *              AFTER THE CUTOFF IS FLAGGED LATE, AND A STEP
      *              WHOSE RATE IS ABOVE ITS AVERAGE BY MORE THAN THE
      *              CARD'S TOLERANCE IS FLAGGED DRIFT. WHEN THE
      *              LATEST NIGHT BREACHED THE CUTOFF A HELLOALT
      *              ALERT IS WRITTEN (REASON 0900, PLUS 0910 WHEN A
      *              STEP DRIFTED THAT NIGHT). ENDS RC 4 ON ANY LATE
      *              NIGHT OR DRIFT, RC 8 ON AN INVALID CARD.
      ******************************************************************
       ENVIRONMENT                  DIVISION.
       INPUT-OUTPUT                 SECTION.
       FILE-CONTROL.
           SELECT SLA-CARD-FILE     ASSIGN TO SYSIN
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIMING-FILE       ASSIGN TO HELLOTIM
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-TIMING-STATUS.
           SELECT ALERT-FILE        ASSIGN TO HELLOALT
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTING-FILE      ASSIGN TO SYSOUT
                                     ORGANIZATION IS LINE SEQUENTIAL.
       DATA                         DIVISION.
       FILE                         SECTION.
       FD  SLA-CARD-FILE
           RECORDING MODE IS F.
       01  SLA-CARD-RECORD.
           05  SC-SLA-CUTOFF.
               10  SC-CUTOFF-HH         PIC X(02).
               10  SC-CUTOFF-MM         PIC X(02).
           05  FILLER                   PIC X(01).
           05  SC-DRIFT-PCT             PIC X(03).
           05  FILLER                   PIC X(01).
           05  SC-REPORT-NIGHTS         PIC X(02).
           05  FILLER                   PIC X(69).

       FD  TIMING-FILE
           RECORDING MODE IS F.
       01  TIMING-RECORD.
           COPY HELLOTIM.

       FD  ALERT-FILE
           RECORDING MODE IS F.
       01  ALERT-RECORD.
           COPY HELLOALT.

       FD  LISTING-FILE
           RECORDING MODE IS F.
       01  LISTING-RECORD              PIC X(133).

       WORKING-STORAGE              SECTION.
       01  WS-SWITCHES.
           05  WS-CARD-EOF          PIC X     VALUE 'N'.
               88  CARD-EOF                   VALUE 'Y'.
           05  WS-TIMING-EOF        PIC X     VALUE 'N'.
               88  TIMING-EOF                 VALUE 'Y'.
           05  WS-CARD-VALID        PIC X     VALUE 'Y'.
               88  CARD-VALID                 VALUE 'Y'.
               88  CARD-INVALID               VALUE 'N'.
           05  WS-TIMING-USABLE     PIC X     VALUE 'N'.
               88  TIMING-USABLE              VALUE 'Y'.
           05  WS-ENTRY-FOUND       PIC X     VALUE 'N'.
               88  ENTRY-FOUND                VALUE 'Y'.
           05  WS-TABLE-FULL        PIC X     VALUE 'N'.
               88  TABLE-FULL                 VALUE 'Y'.
           05  WS-STEP-LATE         PIC X     VALUE 'N'.
               88  STEP-LATE                  VALUE 'Y'.
           05  WS-STEP-DRIFT        PIC X     VALUE 'N'.
               88  STEP-DRIFT                 VALUE 'Y'.
           05  WS-LATEST-LATE       PIC X     VALUE 'N'.
               88  LATEST-NIGHT-LATE          VALUE 'Y'.
           05  WS-LATEST-DRIFT      PIC X     VALUE 'N'.
               88  LATEST-NIGHT-DRIFT         VALUE 'Y'.
       01  WS-TIMING-STATUS             PIC XX    VALUE '00'.
       01  WS-CURRENT-DATE              PIC 9(08).
       01  WS-CURRENT-TIME              PIC 9(08).
       01  WS-SLA-CUTOFF.
           05  WS-CUTOFF-HH             PIC 9(02) VALUE 6.
           05  WS-CUTOFF-MM             PIC 9(02) VALUE 0.
       01  WS-DRIFT-PCT                 PIC 9(03) VALUE 20.
       01  WS-REPORT-NIGHTS             PIC 9(02) VALUE 1.
       01  WS-AVERAGE-NIGHTS            PIC 9(02) VALUE 30.
       01  WS-DAY-INTEGER               PIC 9(08).
       01  WS-NIGHT-INTEGER             PIC 9(08).
       01  WS-LATEST-NIGHT              PIC 9(08) VALUE 0.
       01  WS-FIRST-REPORT-NIGHT        PIC 9(08) VALUE 0.
       01  WS-FIRST-KEPT-NIGHT          PIC 9(08) VALUE 0.
       01  WS-REPORT-NIGHT              PIC 9(08) VALUE 0.
       01  WS-AVERAGE-FROM-NIGHT        PIC 9(08) VALUE 0.
       01  WS-NIGHT-DATE                PIC 9(08).
       01  WS-TIME-WORK                 PIC 9(08).
       01  WS-TIME-SPLIT REDEFINES WS-TIME-WORK.
           05  WS-TIME-HH               PIC 9(02).
           05  WS-TIME-MM               PIC 9(02).
           05  WS-TIME-SS               PIC 9(02).
           05  WS-TIME-CC               PIC 9(02).
       01  WS-START-SECONDS             PIC 9(11) VALUE 0.
       01  WS-END-SECONDS               PIC 9(11) VALUE 0.
       01  WS-DEADLINE-SECONDS          PIC 9(11) VALUE 0.
       01  WS-WINDOW-START-SECONDS      PIC 9(11) VALUE 0.
       01  WS-WINDOW-END-SECONDS        PIC 9(11) VALUE 0.
       01  WS-WINDOW-START-DATE         PIC 9(08) VALUE 0.
       01  WS-WINDOW-START-TIME         PIC 9(08) VALUE 0.
       01  WS-WINDOW-END-DATE           PIC 9(08) VALUE 0.
       01  WS-WINDOW-END-TIME           PIC 9(08) VALUE 0.
       01  WS-STAMP-DATE                PIC 9(08).
       01  WS-STAMP-TIME                PIC 9(08).
       01  WS-STAMP-TEXT                PIC X(14).
       01  WS-HMS-SECONDS               PIC 9(08).
       01  WS-HMS-REST                  PIC 9(08).
       01  WS-HMS-HH                    PIC 9(02).
       01  WS-HMS-MM                    PIC 9(02).
       01  WS-HMS-SS                    PIC 9(02).
       01  WS-HMS-TEXT                  PIC X(08).
       01  WS-RATE-TOTAL                PIC 9(12)V99 VALUE 0.
       01  WS-AVERAGE-COUNT             PIC 9(04) VALUE 0.
       01  WS-AVERAGE-RATE              PIC 9(08)V99 VALUE 0.
       01  WS-TIMING-READ               PIC 9(08) VALUE 0.
       01  WS-TIMING-SKIPPED            PIC 9(08) VALUE 0.
       01  WS-NIGHTS-REPORTED           PIC 9(08) VALUE 0.
       01  WS-LATE-NIGHTS               PIC 9(08) VALUE 0.
       01  WS-DRIFT-STEPS               PIC 9(08) VALUE 0.
       01  WS-NIGHT-STEPS               PIC 9(04) VALUE 0.
       01  WS-ALERT-SUB                 PIC 9(02) VALUE 0.
       01  WS-STEP-SUB                  PIC 9(04) VALUE 0.
       01  WS-HIT-SUB                   PIC 9(04) VALUE 0.
       01  WS-NEXT-SUB                  PIC 9(04) VALUE 0.
       01  WS-STEP-COUNT                PIC 9(04) VALUE 0.
       01  WS-STEP-TABLE.
           05  STT-ENTRY OCCURS 1000 TIMES.
               10  STT-NIGHT            PIC 9(08).
               10  STT-JOB-NAME         PIC X(08).
               10  STT-STEP-NAME        PIC X(08).
               10  STT-PROGRAM-NAME     PIC X(08).
               10  STT-START-SECONDS    PIC 9(11).
               10  STT-END-SECONDS      PIC 9(11).
               10  STT-START-DATE       PIC 9(08).
               10  STT-START-TIME       PIC 9(08).
               10  STT-END-DATE         PIC 9(08).
               10  STT-END-TIME         PIC 9(08).
               10  STT-RETURN-CODE      PIC 9(04).
               10  STT-RECORDS-READ     PIC 9(08).
               10  STT-RECORDS-PROCESSED
                                        PIC 9(08).
               10  STT-ELAPSED          PIC 9(08).
               10  STT-RATE             PIC 9(08)V99.
               10  STT-PRINTED          PIC X(01).

       01  WS-LST-HEADER-LINE1.
           05  LH1-CTL                 PIC X      VALUE '1'.
           05  FILLER                  PIC X(10)  VALUE 'PROGRAM: '.
           05  LH1-PROGRAM-NAME        PIC X(08)  VALUE 'HELLOSLA'.
           05  FILLER                  PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE 'RUN DATE: '.
           05  LH1-RUN-DATE            PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(83)  VALUE SPACES.

       01  WS-LST-HEADER-LINE2.
           05  LH2-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(10)  VALUE 'RUN TIME: '.
           05  LH2-RUN-TIME            PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(15)
                                        VALUE '   SLA CUTOFF: '.
           05  LH2-SLA-CUTOFF          PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(24)
                                VALUE '   DRIFT TOLERANCE PCT: '.
           05  LH2-DRIFT-PCT           PIC ZZ9.
           05  FILLER                  PIC X(11)
                                        VALUE '   NIGHTS: '.
           05  LH2-REPORT-NIGHTS       PIC Z9.
           05  FILLER                  PIC X(54)  VALUE SPACES.

       01  WS-LST-NIGHT-LINE.
           05  NH1-CTL                 PIC X      VALUE '0'.
           05  FILLER                  PIC X(13)
                                        VALUE 'BATCH NIGHT: '.
           05  NH1-NIGHT-DATE          PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(18)
                                        VALUE '    SLA DEADLINE: '.
           05  NH1-DEADLINE-DATE       PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  NH1-DEADLINE-TIME       PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(75)  VALUE SPACES.

       01  WS-LST-COLUMN-LINE.
           05  CL1-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(09)  VALUE 'JOB'.
           05  FILLER                  PIC X(09)  VALUE 'STEP'.
           05  FILLER                  PIC X(09)  VALUE 'PROGRAM'.
           05  FILLER                  PIC X(15)  VALUE 'START'.
           05  FILLER                  PIC X(15)  VALUE 'END'.
           05  FILLER                  PIC X(09)  VALUE 'ELAPSED'.
           05  FILLER                  PIC X(05)  VALUE '  RC'.
           05  FILLER                  PIC X(11)  VALUE '      READ'.
           05  FILLER                  PIC X(11)  VALUE ' PROCESSED'.
           05  FILLER                  PIC X(14)
                                        VALUE '    SECS/1000'.
           05  FILLER                  PIC X(14)
                                        VALUE ' 30-NIGHT AVG'.
           05  FILLER                  PIC X(10)  VALUE 'FLAGS'.
           05  FILLER                  PIC X(01)  VALUE SPACES.

       01  WS-LST-STEP-LINE.
           05  SL1-CTL                 PIC X      VALUE ' '.
           05  SL1-JOB-NAME            PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  SL1-STEP-NAME           PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  SL1-PROGRAM-NAME        PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  SL1-START               PIC X(14)  VALUE SPACES.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  SL1-END                 PIC X(14)  VALUE SPACES.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  SL1-ELAPSED             PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  SL1-RETURN-CODE         PIC ZZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  SL1-RECORDS-READ        PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  SL1-RECORDS-PROCESSED   PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  SL1-RATE                PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  SL1-AVERAGE-RATE        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  SL1-FLAGS               PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(01)  VALUE SPACES.

       01  WS-LST-WINDOW-LINE.
           05  WN1-CTL                 PIC X      VALUE '0'.
           05  FILLER                  PIC X(14)
                                        VALUE 'WINDOW START: '.
           05  WN1-WINDOW-START        PIC X(14)  VALUE SPACES.
           05  FILLER                  PIC X(09)  VALUE '   END: '.
           05  WN1-WINDOW-END          PIC X(14)  VALUE SPACES.
           05  FILLER                  PIC X(13)
                                        VALUE '   ELAPSED: '.
           05  WN1-ELAPSED             PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(12)
                                        VALUE '   STATUS: '.
           05  WN1-STATUS              PIC X(20)  VALUE SPACES.
           05  FILLER                  PIC X(28)  VALUE SPACES.

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
                                        VALUE 'TIMING RECORDS:  '.
           05  LT2-TIMING-READ         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-LST-TRAILER-LINE3.
           05  LT3-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'RECORDS SKIPPED: '.
           05  LT3-TIMING-SKIPPED      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-LST-TRAILER-LINE4.
           05  LT4-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'NIGHTS REPORTED: '.
           05  LT4-NIGHTS-REPORTED     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-LST-TRAILER-LINE5.
           05  LT5-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'LATE NIGHTS:     '.
           05  LT5-LATE-NIGHTS         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-LST-TRAILER-LINE6.
           05  LT6-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'DRIFTING STEPS:  '.
           05  LT6-DRIFT-STEPS         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       PROCEDURE                    DIVISION.
       0000-MAIN.
           OPEN INPUT SLA-CARD-FILE
           OPEN OUTPUT LISTING-FILE
           OPEN OUTPUT ALERT-FILE
           PERFORM 2000-READ-SLA-CARD
           PERFORM 1000-WRITE-LISTING-HEADER
           IF CARD-INVALID
               WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT TIMING-FILE
               IF WS-TIMING-STATUS NOT = '00'
                   MOVE 'HELLOTIM OPEN FAILED' TO LE1-MESSAGE
                   WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 3000-FIND-LATEST-NIGHT
                   CLOSE TIMING-FILE
                   IF WS-LATEST-NIGHT = 0
                       MOVE 'NO STEP TIMING RECORDS ON HELLOTIM'
                           TO LE1-MESSAGE
                       WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       PERFORM 3500-LOAD-STEP-TABLE
                       PERFORM 4100-REPORT-ONE-NIGHT
                           VARYING WS-REPORT-NIGHT
                               FROM WS-FIRST-REPORT-NIGHT BY 1
                           UNTIL WS-REPORT-NIGHT > WS-LATEST-NIGHT
                       PERFORM 8200-WRITE-ALERT-RECORD
                       IF WS-LATE-NIGHTS > 0 OR WS-DRIFT-STEPS > 0
                               OR TABLE-FULL
                           MOVE 4 TO RETURN-CODE
                       ELSE
                           MOVE 0 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 4900-WRITE-LISTING-TRAILER
           CLOSE SLA-CARD-FILE
           CLOSE ALERT-FILE
           CLOSE LISTING-FILE
           STOP RUN.

       1000-WRITE-LISTING-HEADER.
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
           STRING WS-CUTOFF-HH ':' WS-CUTOFF-MM DELIMITED BY SIZE
                  INTO LH2-SLA-CUTOFF
           END-STRING
           MOVE WS-DRIFT-PCT     TO LH2-DRIFT-PCT
           MOVE WS-REPORT-NIGHTS TO LH2-REPORT-NIGHTS
           WRITE LISTING-RECORD FROM WS-LST-HEADER-LINE1
           WRITE LISTING-RECORD FROM WS-LST-HEADER-LINE2.

      ******************************************************************
      *  SLA CARD: CUTOFF HHMM IN COLS 1-4 (THE TIME THE NIGHT'S LAST
      *  STEP MUST HAVE ENDED BY, THE MORNING AFTER THE BATCH NIGHT),
      *  DRIFT TOLERANCE PERCENT IN COLS 6-8 (BLANK = 020) AND THE
      *  NUMBER OF NIGHTS TO REPORT, ENDING WITH THE LATEST NIGHT ON
      *  THE LOG, IN COLS 10-11 (BLANK = 01).
      ******************************************************************
       2000-READ-SLA-CARD.
           MOVE 'Y' TO WS-CARD-VALID
           READ SLA-CARD-FILE
               AT END
                   MOVE 'Y' TO WS-CARD-EOF
           END-READ
           EVALUATE TRUE
               WHEN CARD-EOF
                   MOVE 'N' TO WS-CARD-VALID
                   MOVE 'SLA CUTOFF CARD MISSING' TO LE1-MESSAGE
               WHEN SC-SLA-CUTOFF IS NOT NUMERIC
                       OR SC-CUTOFF-HH > '23'
                       OR SC-CUTOFF-MM > '59'
                   MOVE 'N' TO WS-CARD-VALID
                   MOVE 'SLA CUTOFF NOT A VALID HHMM' TO LE1-MESSAGE
               WHEN SC-DRIFT-PCT NOT = SPACES
                       AND SC-DRIFT-PCT IS NOT NUMERIC
                   MOVE 'N' TO WS-CARD-VALID
                   MOVE 'DRIFT TOLERANCE PCT NOT NUMERIC'
                       TO LE1-MESSAGE
               WHEN SC-REPORT-NIGHTS NOT = SPACES
                       AND (SC-REPORT-NIGHTS IS NOT NUMERIC
                            OR SC-REPORT-NIGHTS = '00'
                            OR SC-REPORT-NIGHTS > '31')
                   MOVE 'N' TO WS-CARD-VALID
                   MOVE 'REPORT NIGHTS NOT 01-31' TO LE1-MESSAGE
               WHEN OTHER
                   MOVE SC-CUTOFF-HH TO WS-CUTOFF-HH
                   MOVE SC-CUTOFF-MM TO WS-CUTOFF-MM
                   IF SC-DRIFT-PCT NOT = SPACES
                       MOVE SC-DRIFT-PCT TO WS-DRIFT-PCT
                   END-IF
                   IF SC-REPORT-NIGHTS NOT = SPACES
                       MOVE SC-REPORT-NIGHTS TO WS-REPORT-NIGHTS
                   END-IF
           END-EVALUATE.

       3000-FIND-LATEST-NIGHT.
           MOVE 'N' TO WS-TIMING-EOF
           PERFORM 3100-READ-TIMING-RECORD
           PERFORM UNTIL TIMING-EOF
               ADD 1 TO WS-TIMING-READ
               IF TIMING-USABLE
                   PERFORM 3200-COMPUTE-NIGHT
                   IF WS-NIGHT-INTEGER > WS-LATEST-NIGHT
                       MOVE WS-NIGHT-INTEGER TO WS-LATEST-NIGHT
                   END-IF
               ELSE
                   ADD 1 TO WS-TIMING-SKIPPED
               END-IF
               PERFORM 3100-READ-TIMING-RECORD
           END-PERFORM.

       3100-READ-TIMING-RECORD.
           MOVE 'N' TO WS-TIMING-USABLE
           READ TIMING-FILE
               AT END
                   MOVE 'Y' TO WS-TIMING-EOF
               NOT AT END
                   IF TM-START-DATE IS NUMERIC
                           AND TM-START-TIME IS NUMERIC
                           AND TM-END-DATE IS NUMERIC
                           AND TM-END-TIME IS NUMERIC
                           AND TM-START-DATE > 16010101
                           AND TM-END-DATE NOT < TM-START-DATE
                       MOVE 'Y' TO WS-TIMING-USABLE
                   END-IF
           END-READ
           IF WS-TIMING-STATUS NOT = '00'
               MOVE 'Y' TO WS-TIMING-EOF
           END-IF.

      ******************************************************************
      *  STAMPS BECOME SECONDS SINCE THE CALENDAR EPOCH SO A STEP THAT
      *  RUNS OVER MIDNIGHT TIMES CORRECTLY. A BATCH NIGHT RUNS NOON
      *  TO NOON: A STEP STARTING BEFORE 12:00 BELONGS TO THE NIGHT
      *  OF THE PREVIOUS CALENDAR DATE.
      ******************************************************************
       3200-COMPUTE-NIGHT.
           COMPUTE WS-DAY-INTEGER
               = FUNCTION INTEGER-OF-DATE(TM-START-DATE)
           MOVE TM-START-TIME TO WS-TIME-WORK
           COMPUTE WS-START-SECONDS
               = WS-DAY-INTEGER * 86400 + WS-TIME-HH * 3600
                   + WS-TIME-MM * 60 + WS-TIME-SS
           IF WS-TIME-HH < 12
               COMPUTE WS-NIGHT-INTEGER = WS-DAY-INTEGER - 1
           ELSE
               MOVE WS-DAY-INTEGER TO WS-NIGHT-INTEGER
           END-IF
           COMPUTE WS-DAY-INTEGER
               = FUNCTION INTEGER-OF-DATE(TM-END-DATE)
           MOVE TM-END-TIME TO WS-TIME-WORK
           COMPUTE WS-END-SECONDS
               = WS-DAY-INTEGER * 86400 + WS-TIME-HH * 3600
                   + WS-TIME-MM * 60 + WS-TIME-SS.

      ******************************************************************
      *  THE TABLE HOLDS ONE ENTRY PER NIGHT/JOB/STEP FOR THE NIGHTS
      *  REPORTED AND THE 30 NIGHTS BEFORE THEM (FOR THE AVERAGES).
      *  A STEP LOGGED MORE THAN ONCE IN A NIGHT (A RESTART, OR A
      *  PARTITION RECORD RELAYED AGAIN BY A RESUBMITTED MERGE) SPANS
      *  ITS EARLIEST START TO ITS LATEST END; THE RETURN CODE AND
      *  COUNTS ARE THOSE OF THE RUN THAT ENDED LAST.
      ******************************************************************
       3500-LOAD-STEP-TABLE.
           COMPUTE WS-FIRST-REPORT-NIGHT
               = WS-LATEST-NIGHT - WS-REPORT-NIGHTS + 1
           COMPUTE WS-FIRST-KEPT-NIGHT
               = WS-FIRST-REPORT-NIGHT - WS-AVERAGE-NIGHTS
           MOVE 'N' TO WS-TIMING-EOF
           OPEN INPUT TIMING-FILE
           PERFORM 3100-READ-TIMING-RECORD
           PERFORM UNTIL TIMING-EOF
               IF TIMING-USABLE
                   PERFORM 3200-COMPUTE-NIGHT
                   IF WS-NIGHT-INTEGER NOT < WS-FIRST-KEPT-NIGHT
                       PERFORM 3600-POST-TO-STEP-TABLE
                   END-IF
               END-IF
               PERFORM 3100-READ-TIMING-RECORD
           END-PERFORM
           CLOSE TIMING-FILE
           PERFORM 3700-COMPUTE-ONE-RATE
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.

       3600-POST-TO-STEP-TABLE.
           MOVE 'N' TO WS-ENTRY-FOUND
           PERFORM 3610-MATCH-ONE-ENTRY
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
                   OR ENTRY-FOUND
           IF ENTRY-FOUND
               IF WS-START-SECONDS < STT-START-SECONDS (WS-HIT-SUB)
                   MOVE WS-START-SECONDS
                       TO STT-START-SECONDS (WS-HIT-SUB)
                   MOVE TM-START-DATE TO STT-START-DATE (WS-HIT-SUB)
                   MOVE TM-START-TIME TO STT-START-TIME (WS-HIT-SUB)
               END-IF
               IF WS-END-SECONDS NOT < STT-END-SECONDS (WS-HIT-SUB)
                   PERFORM 3620-MOVE-ENDING-RUN
               END-IF
           ELSE
               IF WS-STEP-COUNT < 1000
                   ADD 1 TO WS-STEP-COUNT
                   MOVE WS-STEP-COUNT    TO WS-HIT-SUB
                   MOVE WS-NIGHT-INTEGER TO STT-NIGHT (WS-HIT-SUB)
                   MOVE TM-JOB-NAME      TO STT-JOB-NAME (WS-HIT-SUB)
                   MOVE TM-STEP-NAME     TO STT-STEP-NAME (WS-HIT-SUB)
                   MOVE WS-START-SECONDS
                       TO STT-START-SECONDS (WS-HIT-SUB)
                   MOVE TM-START-DATE TO STT-START-DATE (WS-HIT-SUB)
                   MOVE TM-START-TIME TO STT-START-TIME (WS-HIT-SUB)
                   MOVE 'N'              TO STT-PRINTED (WS-HIT-SUB)
                   PERFORM 3620-MOVE-ENDING-RUN
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL
               END-IF
           END-IF.

       3610-MATCH-ONE-ENTRY.
           IF STT-NIGHT (WS-STEP-SUB) = WS-NIGHT-INTEGER
                   AND STT-JOB-NAME (WS-STEP-SUB) = TM-JOB-NAME
                   AND STT-STEP-NAME (WS-STEP-SUB) = TM-STEP-NAME
               MOVE 'Y' TO WS-ENTRY-FOUND
               MOVE WS-STEP-SUB TO WS-HIT-SUB
           END-IF.

       3620-MOVE-ENDING-RUN.
           MOVE WS-END-SECONDS       TO STT-END-SECONDS (WS-HIT-SUB)
           MOVE TM-END-DATE          TO STT-END-DATE (WS-HIT-SUB)
           MOVE TM-END-TIME          TO STT-END-TIME (WS-HIT-SUB)
           MOVE TM-PROGRAM-NAME      TO STT-PROGRAM-NAME (WS-HIT-SUB)
           MOVE TM-RETURN-CODE       TO STT-RETURN-CODE (WS-HIT-SUB)
           MOVE TM-RECORDS-READ      TO STT-RECORDS-READ (WS-HIT-SUB)
           MOVE TM-RECORDS-PROCESSED
                               TO STT-RECORDS-PROCESSED (WS-HIT-SUB).

       3700-COMPUTE-ONE-RATE.
           IF STT-END-SECONDS (WS-STEP-SUB)
                   > STT-START-SECONDS (WS-STEP-SUB)
               COMPUTE STT-ELAPSED (WS-STEP-SUB)
                   = STT-END-SECONDS (WS-STEP-SUB)
                       - STT-START-SECONDS (WS-STEP-SUB)
           ELSE
               MOVE 0 TO STT-ELAPSED (WS-STEP-SUB)
           END-IF
           IF STT-RECORDS-READ (WS-STEP-SUB) > 0
               COMPUTE STT-RATE (WS-STEP-SUB) ROUNDED
                   = STT-ELAPSED (WS-STEP-SUB) * 1000
                       / STT-RECORDS-READ (WS-STEP-SUB)
           ELSE
               MOVE 0 TO STT-RATE (WS-STEP-SUB)
           END-IF.

      ******************************************************************
      *  ONE SECTION PER NIGHT: ITS STEPS IN START ORDER, THEN THE
      *  WINDOW (FIRST START TO LAST END) AGAINST THE DEADLINE - THE
      *  CUTOFF TIME ON THE MORNING AFTER THE BATCH NIGHT.
      ******************************************************************
       4100-REPORT-ONE-NIGHT.
           ADD 1 TO WS-NIGHTS-REPORTED
           COMPUTE WS-NIGHT-DATE
               = FUNCTION DATE-OF-INTEGER(WS-REPORT-NIGHT)
           STRING WS-NIGHT-DATE(1:4) '-' WS-NIGHT-DATE(5:2) '-'
                  WS-NIGHT-DATE(7:2) DELIMITED BY SIZE
                  INTO NH1-NIGHT-DATE
           END-STRING
           COMPUTE WS-DEADLINE-SECONDS
               = (WS-REPORT-NIGHT + 1) * 86400
                   + WS-CUTOFF-HH * 3600 + WS-CUTOFF-MM * 60
           COMPUTE WS-NIGHT-DATE
               = FUNCTION DATE-OF-INTEGER(WS-REPORT-NIGHT + 1)
           STRING WS-NIGHT-DATE(1:4) '-' WS-NIGHT-DATE(5:2) '-'
                  WS-NIGHT-DATE(7:2) DELIMITED BY SIZE
                  INTO NH1-DEADLINE-DATE
           END-STRING
           MOVE LH2-SLA-CUTOFF TO NH1-DEADLINE-TIME
           WRITE LISTING-RECORD FROM WS-LST-NIGHT-LINE
           COMPUTE WS-AVERAGE-FROM-NIGHT
               = WS-REPORT-NIGHT - WS-AVERAGE-NIGHTS
           MOVE 0 TO WS-NIGHT-STEPS
           MOVE 0 TO WS-WINDOW-START-SECONDS
           MOVE 0 TO WS-WINDOW-END-SECONDS
           PERFORM 4200-FIND-NEXT-STEP
           PERFORM UNTIL WS-NEXT-SUB = 0
               IF WS-NIGHT-STEPS = 0
                   WRITE LISTING-RECORD FROM WS-LST-COLUMN-LINE
               END-IF
               PERFORM 4300-WRITE-STEP-LINE
               PERFORM 4200-FIND-NEXT-STEP
           END-PERFORM
           IF WS-NIGHT-STEPS = 0
               MOVE 'NO STEP TIMING RECORDED FOR THIS NIGHT'
                   TO LE1-MESSAGE
               WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
           ELSE
               PERFORM 4400-WRITE-WINDOW-LINE
           END-IF.

       4200-FIND-NEXT-STEP.
           MOVE 0 TO WS-NEXT-SUB
           PERFORM 4210-CHECK-ONE-CANDIDATE
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.

       4210-CHECK-ONE-CANDIDATE.
           IF STT-NIGHT (WS-STEP-SUB) = WS-REPORT-NIGHT
                   AND STT-PRINTED (WS-STEP-SUB) = 'N'
               IF WS-NEXT-SUB = 0
                   MOVE WS-STEP-SUB TO WS-NEXT-SUB
               ELSE
                   IF STT-START-SECONDS (WS-STEP-SUB)
                           < STT-START-SECONDS (WS-NEXT-SUB)
                       MOVE WS-STEP-SUB TO WS-NEXT-SUB
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *  DRIFT: THE STEP'S SECONDS PER 1,000 RECORDS READ IS ABOVE ITS
      *  AVERAGE OVER THE PRIOR 30 NIGHTS BY MORE THAN THE CARD'S
      *  TOLERANCE. A STEP THAT READ NOTHING HAS NO RATE AND IS NOT
      *  JUDGED. LATE: THE STEP ENDED AFTER THE NIGHT'S DEADLINE.
      ******************************************************************
       4300-WRITE-STEP-LINE.
           MOVE 'Y' TO STT-PRINTED (WS-NEXT-SUB)
           ADD 1 TO WS-NIGHT-STEPS
           IF WS-NIGHT-STEPS = 1
               MOVE STT-START-SECONDS (WS-NEXT-SUB)
                   TO WS-WINDOW-START-SECONDS
               MOVE STT-START-DATE (WS-NEXT-SUB)
                   TO WS-WINDOW-START-DATE
               MOVE STT-START-TIME (WS-NEXT-SUB)
                   TO WS-WINDOW-START-TIME
           END-IF
           IF STT-END-SECONDS (WS-NEXT-SUB) > WS-WINDOW-END-SECONDS
               MOVE STT-END-SECONDS (WS-NEXT-SUB)
                   TO WS-WINDOW-END-SECONDS
               MOVE STT-END-DATE (WS-NEXT-SUB) TO WS-WINDOW-END-DATE
               MOVE STT-END-TIME (WS-NEXT-SUB) TO WS-WINDOW-END-TIME
           END-IF
           MOVE 0 TO WS-RATE-TOTAL
           MOVE 0 TO WS-AVERAGE-COUNT
           MOVE 0 TO WS-AVERAGE-RATE
           PERFORM 4310-ADD-ONE-PRIOR-RATE
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
           IF WS-AVERAGE-COUNT > 0
               COMPUTE WS-AVERAGE-RATE ROUNDED
                   = WS-RATE-TOTAL / WS-AVERAGE-COUNT
           END-IF
           MOVE 'N' TO WS-STEP-LATE
           MOVE 'N' TO WS-STEP-DRIFT
           IF STT-END-SECONDS (WS-NEXT-SUB) > WS-DEADLINE-SECONDS
               MOVE 'Y' TO WS-STEP-LATE
           END-IF
           IF WS-AVERAGE-COUNT > 0
                   AND STT-RECORDS-READ (WS-NEXT-SUB) > 0
                   AND STT-RATE (WS-NEXT-SUB) * 100
                       > WS-AVERAGE-RATE * (100 + WS-DRIFT-PCT)
               MOVE 'Y' TO WS-STEP-DRIFT
               ADD 1 TO WS-DRIFT-STEPS
               IF WS-REPORT-NIGHT = WS-LATEST-NIGHT
                   MOVE 'Y' TO WS-LATEST-DRIFT
               END-IF
           END-IF
           MOVE STT-JOB-NAME (WS-NEXT-SUB)     TO SL1-JOB-NAME
           MOVE STT-STEP-NAME (WS-NEXT-SUB)    TO SL1-STEP-NAME
           MOVE STT-PROGRAM-NAME (WS-NEXT-SUB) TO SL1-PROGRAM-NAME
           MOVE STT-START-DATE (WS-NEXT-SUB)   TO WS-STAMP-DATE
           MOVE STT-START-TIME (WS-NEXT-SUB)   TO WS-STAMP-TIME
           PERFORM 4500-FORMAT-STAMP
           MOVE WS-STAMP-TEXT                  TO SL1-START
           MOVE STT-END-DATE (WS-NEXT-SUB)     TO WS-STAMP-DATE
           MOVE STT-END-TIME (WS-NEXT-SUB)     TO WS-STAMP-TIME
           PERFORM 4500-FORMAT-STAMP
           MOVE WS-STAMP-TEXT                  TO SL1-END
           MOVE STT-ELAPSED (WS-NEXT-SUB)      TO WS-HMS-SECONDS
           PERFORM 4510-FORMAT-ELAPSED
           MOVE WS-HMS-TEXT                    TO SL1-ELAPSED
           MOVE STT-RETURN-CODE (WS-NEXT-SUB)  TO SL1-RETURN-CODE
           MOVE STT-RECORDS-READ (WS-NEXT-SUB) TO SL1-RECORDS-READ
           MOVE STT-RECORDS-PROCESSED (WS-NEXT-SUB)
                                               TO SL1-RECORDS-PROCESSED
           MOVE STT-RATE (WS-NEXT-SUB)         TO SL1-RATE
           MOVE WS-AVERAGE-RATE                TO SL1-AVERAGE-RATE
           EVALUATE TRUE
               WHEN STEP-LATE AND STEP-DRIFT
                   MOVE 'LATE DRIFT'           TO SL1-FLAGS
               WHEN STEP-LATE
                   MOVE 'LATE'                 TO SL1-FLAGS
               WHEN STEP-DRIFT
                   MOVE 'DRIFT'                TO SL1-FLAGS
               WHEN OTHER
                   MOVE SPACES                 TO SL1-FLAGS
           END-EVALUATE
           WRITE LISTING-RECORD FROM WS-LST-STEP-LINE.

       4310-ADD-ONE-PRIOR-RATE.
           IF STT-NIGHT (WS-STEP-SUB) NOT < WS-AVERAGE-FROM-NIGHT
                   AND STT-NIGHT (WS-STEP-SUB) < WS-REPORT-NIGHT
                   AND STT-JOB-NAME (WS-STEP-SUB)
                       = STT-JOB-NAME (WS-NEXT-SUB)
                   AND STT-STEP-NAME (WS-STEP-SUB)
                       = STT-STEP-NAME (WS-NEXT-SUB)
                   AND STT-RECORDS-READ (WS-STEP-SUB) > 0
               ADD STT-RATE (WS-STEP-SUB) TO WS-RATE-TOTAL
               ADD 1 TO WS-AVERAGE-COUNT
           END-IF.

       4400-WRITE-WINDOW-LINE.
           MOVE WS-WINDOW-START-DATE TO WS-STAMP-DATE
           MOVE WS-WINDOW-START-TIME TO WS-STAMP-TIME
           PERFORM 4500-FORMAT-STAMP
           MOVE WS-STAMP-TEXT        TO WN1-WINDOW-START
           MOVE WS-WINDOW-END-DATE   TO WS-STAMP-DATE
           MOVE WS-WINDOW-END-TIME   TO WS-STAMP-TIME
           PERFORM 4500-FORMAT-STAMP
           MOVE WS-STAMP-TEXT        TO WN1-WINDOW-END
           IF WS-WINDOW-END-SECONDS > WS-WINDOW-START-SECONDS
               COMPUTE WS-HMS-SECONDS
                   = WS-WINDOW-END-SECONDS - WS-WINDOW-START-SECONDS
           ELSE
               MOVE 0 TO WS-HMS-SECONDS
           END-IF
           PERFORM 4510-FORMAT-ELAPSED
           MOVE WS-HMS-TEXT          TO WN1-ELAPSED
           IF WS-WINDOW-END-SECONDS > WS-DEADLINE-SECONDS
               ADD 1 TO WS-LATE-NIGHTS
               IF WS-REPORT-NIGHT = WS-LATEST-NIGHT
                   MOVE 'Y' TO WS-LATEST-LATE
               END-IF
               COMPUTE WS-HMS-SECONDS
                   = WS-WINDOW-END-SECONDS - WS-DEADLINE-SECONDS
               PERFORM 4510-FORMAT-ELAPSED
               MOVE SPACES TO WN1-STATUS
               STRING 'LATE BY ' WS-HMS-TEXT DELIMITED BY SIZE
                   INTO WN1-STATUS
               END-STRING
           ELSE
               MOVE 'ON TIME'        TO WN1-STATUS
           END-IF
           WRITE LISTING-RECORD FROM WS-LST-WINDOW-LINE.

       4500-FORMAT-STAMP.
           MOVE SPACES TO WS-STAMP-TEXT
           STRING WS-STAMP-DATE(5:2) '-' WS-STAMP-DATE(7:2) ' '
                  WS-STAMP-TIME(1:2) ':' WS-STAMP-TIME(3:2) ':'
                  WS-STAMP-TIME(5:2) DELIMITED BY SIZE
                  INTO WS-STAMP-TEXT
           END-STRING.

       4510-FORMAT-ELAPSED.
           DIVIDE WS-HMS-SECONDS BY 3600
               GIVING WS-HMS-HH REMAINDER WS-HMS-REST
           DIVIDE WS-HMS-REST BY 60
               GIVING WS-HMS-MM REMAINDER WS-HMS-SS
           MOVE SPACES TO WS-HMS-TEXT
           STRING WS-HMS-HH ':' WS-HMS-MM ':' WS-HMS-SS
                  DELIMITED BY SIZE
                  INTO WS-HMS-TEXT
           END-STRING.

       4900-WRITE-LISTING-TRAILER.
           IF TABLE-FULL
               MOVE 'STEP TABLE FULL - TIMING RECORDS SKIPPED'
                   TO LE1-MESSAGE
               WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
           END-IF
           MOVE WS-TIMING-READ     TO LT2-TIMING-READ
           MOVE WS-TIMING-SKIPPED  TO LT3-TIMING-SKIPPED
           MOVE WS-NIGHTS-REPORTED TO LT4-NIGHTS-REPORTED
           MOVE WS-LATE-NIGHTS     TO LT5-LATE-NIGHTS
           MOVE WS-DRIFT-STEPS     TO LT6-DRIFT-STEPS
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE1
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE2
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE3
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE4
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE5
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE6.

      ******************************************************************
      *  ONLY THE LATEST NIGHT RAISES AN ALERT, SO REPORTING SEVERAL
      *  NIGHTS DOES NOT RE-RAISE BREACHES ALREADY ALERTED. THE ALERT
      *  IS STAMPED WITH THIS REPORT'S RUN DATE/TIME AND CARRIES
      *  REASON 0900 (WINDOW BREACHED), PLUS 0910 WHEN A STEP DRIFTED
      *  THE SAME NIGHT.
      ******************************************************************
       8200-WRITE-ALERT-RECORD.
           IF LATEST-NIGHT-LATE
               MOVE SPACES               TO ALERT-RECORD
               MOVE WS-CURRENT-DATE      TO AL-RUN-DATE
               MOVE WS-CURRENT-TIME      TO AL-RUN-TIME
               MOVE 4                    TO AL-RETURN-CODE
               MOVE '00'                 TO AL-DETAIL-STATUS
               MOVE '00'                 TO AL-CHECKPOINT-STATUS
               MOVE '00'                 TO AL-LOCALE-STATUS
               MOVE '00'                 TO AL-HISTORY-STATUS
               MOVE '00'                 TO AL-SITE-STATUS
               MOVE 0                    TO AL-RECORDS-PROCESSED
               MOVE 0                    TO AL-CARDS-REJECTED
               MOVE 0                    TO AL-DETAILS-REJECTED
               PERFORM 8210-CLEAR-ONE-ALERT-REASON
                   VARYING WS-ALERT-SUB FROM 1 BY 1
                   UNTIL WS-ALERT-SUB > 10
               MOVE 1                    TO AL-REASON-COUNT
               MOVE 0900                 TO AL-REASON-CODE (1)
               IF LATEST-NIGHT-DRIFT
                   MOVE 2                TO AL-REASON-COUNT
                   MOVE 0910             TO AL-REASON-CODE (2)
               END-IF
               WRITE ALERT-RECORD
           END-IF.

       8210-CLEAR-ONE-ALERT-REASON.
           MOVE 0 TO AL-REASON-CODE (WS-ALERT-SUB).
