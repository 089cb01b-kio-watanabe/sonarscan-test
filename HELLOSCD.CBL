       IDENTIFICATION               DIVISION.
       PROGRAM-ID.                  HELLOSCD.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  ------------------------------------------------------------
      *  2026-10-14  INITIAL VERSION. MONTH-END SITE DATA-QUALITY
      *              SCORECARD FROM THE HELLOSST PER-SITE DAILY
      *              STATISTICS KSDS. THE SYSIN CARD CARRIES THE
      *              REPORT MONTH (CCYYMM), THE REJECT-RATE
      *              TOLERANCE (PERCENT, 999V99) AND AN OPTIONAL
      *              ENVIRONMENT CODE. SITES ARE RANKED BY REJECT
      *              RATE FOR THE MONTH, EACH WITH ITS TOP THREE
      *              REASON CODES, ITS RATE FOR EACH OF THE PRIOR
      *              THREE MONTHS AND A TREND AGAINST THEM, AND A
      *              FLAG WHEN IT IS OVER THE TOLERANCE. A SUMMARY
      *              PAGE TOTALS THE MONTH BY REASON CODE. ENDS RC 4
      *              WHEN A SITE IS OVER TOLERANCE OR THE MONTH HAS
      *              NO STATISTICS.
      ******************************************************************
       ENVIRONMENT                  DIVISION.
       INPUT-OUTPUT                 SECTION.
       FILE-CONTROL.
           SELECT REPORT-CARD-FILE  ASSIGN TO SYSIN
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATS-FILE        ASSIGN TO HELLOSST
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS ST-STAT-KEY
                                     FILE STATUS IS WS-STATS-STATUS.
           SELECT SITE-FILE         ASSIGN TO HELLOSIT
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS SM-SITE-CODE
                                     FILE STATUS IS WS-SITE-STATUS.
           SELECT SCORE-WORK-FILE   ASSIGN TO SCDWORK
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE    ASSIGN TO SCDWK1.
           SELECT SCORE-SORTED-FILE ASSIGN TO SCDSRT
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTING-FILE      ASSIGN TO SYSOUT
                                     ORGANIZATION IS LINE SEQUENTIAL.
       DATA                         DIVISION.
       FILE                         SECTION.
       FD  REPORT-CARD-FILE
           RECORDING MODE IS F.
       01  REPORT-CARD-RECORD.
           05  SC-REPORT-MONTH          PIC X(06).
           05  SC-TOLERANCE-X           PIC X(05).
           05  SC-TOLERANCE-PCT REDEFINES SC-TOLERANCE-X
                                        PIC 9(03)V99.
           05  SC-ENV-CODE              PIC X(04).
           05  FILLER                   PIC X(65).

       FD  STATS-FILE.
       01  STATS-RECORD.
           COPY HELLOSST.

       FD  SITE-FILE.
       01  SITE-RECORD.
           COPY HELLOSIT.

       FD  SCORE-WORK-FILE
           RECORDING MODE IS F.
       01  SCORE-WORK-RECORD           PIC X(153).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-REJECT-RATE           PIC 9(03)V99.
           05  SR-REJECTED              PIC 9(08).
           05  SR-SITE-CODE             PIC X(04).
           05  FILLER                   PIC X(136).

       FD  SCORE-SORTED-FILE
           RECORDING MODE IS F.
       01  SCORE-SORTED-RECORD         PIC X(153).

       FD  LISTING-FILE
           RECORDING MODE IS F.
       01  LISTING-RECORD              PIC X(133).

       WORKING-STORAGE              SECTION.
       01  WS-SWITCHES.
           05  WS-CARD-EOF          PIC X     VALUE 'N'.
               88  CARD-EOF                   VALUE 'Y'.
           05  WS-STATS-EOF         PIC X     VALUE 'N'.
               88  STATS-EOF                  VALUE 'Y'.
           05  WS-SORTED-EOF        PIC X     VALUE 'N'.
               88  SORTED-EOF                 VALUE 'Y'.
           05  WS-CARD-VALID        PIC X     VALUE 'Y'.
               88  CARD-VALID                 VALUE 'Y'.
               88  CARD-INVALID               VALUE 'N'.
           05  WS-SITE-OPEN         PIC X     VALUE 'N'.
               88  SITE-OPEN                  VALUE 'Y'.
           05  WS-SITE-FILE-USABLE  PIC X     VALUE 'N'.
               88  SITE-FILE-USABLE           VALUE 'Y'.
       01  WS-STATS-STATUS              PIC XX    VALUE '00'.
       01  WS-SITE-STATUS               PIC XX    VALUE '00'.
       01  WS-CURRENT-DATE              PIC 9(08).
       01  WS-CURRENT-TIME              PIC 9(08).
       01  WS-CURRENT-SITE              PIC X(04) VALUE LOW-VALUES.
       01  WS-CALC-MONTH.
           05  WS-CALC-CCYY             PIC 9(04).
           05  WS-CALC-MM               PIC 9(02).
       01  WS-MONTH-TABLE.
           05  MT-MONTH OCCURS 4 TIMES  PIC X(06).
       01  WS-MONTH-SUB                 PIC 9(02) VALUE 0.
       01  WS-MONTH-HIT                 PIC 9(02) VALUE 0.
       01  WS-REASON-SUB                PIC 9(02) VALUE 0.
       01  WS-TOP-SUB                   PIC 9(02) VALUE 0.
       01  WS-BEST-SUB                  PIC 9(02) VALUE 0.
       01  WS-BEST-COUNT                PIC 9(08) VALUE 0.
       01  WS-PICK-TABLE.
           05  PK-PICKED OCCURS 7 TIMES PIC X(01).
       01  WS-SITE-ACCUMULATORS.
           05  SA-MONTH-ENTRY OCCURS 4 TIMES.
               10  SA-RECEIVED          PIC 9(08).
               10  SA-REJECTED          PIC 9(08).
           05  SA-ACCEPTED              PIC 9(08).
           05  SA-PROCESSED             PIC 9(08).
           05  SA-SKIPPED               PIC 9(08).
           05  SA-REASON-REJECTS OCCURS 7 TIMES
                                        PIC 9(08).
       01  WS-SCORE-WORK.
           05  SW-REJECT-RATE           PIC 9(03)V99.
           05  SW-REJECTED              PIC 9(08).
           05  SW-SITE-CODE             PIC X(04).
           05  SW-RECEIVED              PIC 9(08).
           05  SW-ACCEPTED              PIC 9(08).
           05  SW-PROCESSED             PIC 9(08).
           05  SW-SKIPPED               PIC 9(08).
           05  SW-PRIOR-ENTRY OCCURS 3 TIMES.
               10  SW-PRIOR-RECEIVED    PIC 9(08).
               10  SW-PRIOR-REJECTED    PIC 9(08).
           05  SW-REASON-REJECTS OCCURS 7 TIMES
                                        PIC 9(08).
       01  WS-SITES-SCORED              PIC 9(08) VALUE 0.
       01  WS-SITES-FLAGGED             PIC 9(08) VALUE 0.
       01  WS-RANK                      PIC 9(04) VALUE 0.
       01  WS-MTH-RECEIVED              PIC 9(12) VALUE 0.
       01  WS-MTH-REJECTED              PIC 9(12) VALUE 0.
       01  WS-MTH-REASON-TABLE.
           05  MRT-REJECTS OCCURS 7 TIMES
                                        PIC 9(12) VALUE 0.
       01  WS-PRIOR-RECEIVED-TOTAL      PIC 9(10) VALUE 0.
       01  WS-PRIOR-REJECTED-TOTAL      PIC 9(10) VALUE 0.
       01  WS-REJECT-RATE               PIC 9(03)V99 VALUE 0.
       01  WS-PRIOR-RATE                PIC 9(03)V99 VALUE 0.
       01  WS-RATE-CHANGE               PIC S9(03)V99 VALUE 0.
       01  WS-TREND-BAND                PIC 9(03)V99 VALUE 0.50.
       01  WS-RATE-EDIT                 PIC ZZ9.99.
       01  WS-COUNT-EDIT                PIC ZZZZZ9.

      ******************************************************************
      *  REASON SLOT N ON HELLOSST HOLDS REASON 0100 + 10 * N.
      ******************************************************************
       01  WS-REASON-TEXT-VALUES.
           05  FILLER                  PIC X(34)
                         VALUE '0110SITE CODE MISSING'.
           05  FILLER                  PIC X(34)
                         VALUE '0120INVALID RUN-DATE'.
           05  FILLER                  PIC X(34)
                         VALUE '0130LOCALE CODE NOT ON LOCALE FILE'.
           05  FILLER                  PIC X(34)
                         VALUE '0140SITE NOT ON SITE MASTER'.
           05  FILLER                  PIC X(34)
                         VALUE '0150SITE INACTIVE ON SITE MASTER'.
           05  FILLER                  PIC X(34)
                         VALUE '0160NO CONTROL CARD FOR RUN-DATE'.
           05  FILLER                  PIC X(34)
                         VALUE '0170RUN-DATE NOT A BUSINESS DAY'.
       01  WS-REASON-TEXT-TABLE REDEFINES WS-REASON-TEXT-VALUES.
           05  RTT-ENTRY OCCURS 7 TIMES.
               10  RTT-REASON-CODE      PIC 9(04).
               10  RTT-REASON-TEXT      PIC X(30).

       01  WS-LST-HEADER-LINE1.
           05  LH1-CTL                 PIC X      VALUE '1'.
           05  FILLER                  PIC X(10)  VALUE 'PROGRAM: '.
           05  LH1-PROGRAM-NAME        PIC X(08)  VALUE 'HELLOSCD'.
           05  FILLER                  PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE 'RUN DATE: '.
           05  LH1-RUN-DATE            PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(14)
                                        VALUE 'REPORT MONTH: '.
           05  LH1-REPORT-MONTH        PIC X(06)  VALUE SPACES.
           05  FILLER                  PIC X(53)  VALUE SPACES.

       01  WS-LST-HEADER-LINE2.
           05  LH2-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(10)  VALUE 'RUN TIME: '.
           05  LH2-RUN-TIME            PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE 'TOLERANCE: '.
           05  LH2-TOLERANCE           PIC ZZ9.99.
           05  FILLER                  PIC X(01)  VALUE '%'.
           05  FILLER                  PIC X(13)  VALUE SPACES.
           05  FILLER                  PIC X(13)
                                        VALUE 'ENVIRONMENT: '.
           05  LH2-ENV-CODE            PIC X(04)  VALUE SPACES.
           05  FILLER                  PIC X(56)  VALUE SPACES.

       01  WS-LST-COLUMN-LINE.
           05  CL1-CTL                 PIC X      VALUE '0'.
           05  FILLER                  PIC X(06)  VALUE 'RANK'.
           05  FILLER                  PIC X(06)  VALUE 'SITE'.
           05  FILLER                  PIC X(20)  VALUE 'SITE NAME'.
           05  FILLER                  PIC X(11)  VALUE '  RECEIVED'.
           05  FILLER                  PIC X(11)  VALUE '  REJECTED'.
           05  FILLER                  PIC X(07)  VALUE ' RATE%'.
           05  FILLER                  PIC X(07)  VALUE '   M-1'.
           05  FILLER                  PIC X(07)  VALUE '   M-2'.
           05  FILLER                  PIC X(07)  VALUE '   M-3'.
           05  FILLER                  PIC X(07)  VALUE 'TREND'.
           05  FILLER                  PIC X(39)
                                   VALUE 'TOP REASON CODES (REJECTS)'.
           05  FILLER                  PIC X(04)  VALUE 'FLAG'.

       01  WS-LST-SITE-LINE.
           05  SL1-CTL                 PIC X      VALUE ' '.
           05  SL1-RANK                PIC ZZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  SL1-SITE-CODE           PIC X(04)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  SL1-SITE-NAME           PIC X(19)  VALUE SPACES.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  SL1-RECEIVED            PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  SL1-REJECTED            PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  SL1-REJECT-RATE         PIC ZZ9.99.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  SL1-PRIOR-ENTRY OCCURS 3 TIMES.
               10  SL1-PRIOR-RATE      PIC X(06).
               10  FILLER              PIC X(01).
           05  SL1-TREND               PIC X(06)  VALUE SPACES.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  SL1-TOP-ENTRY OCCURS 3 TIMES.
               10  SL1-TOP-REASON      PIC X(12).
               10  FILLER              PIC X(01).
           05  SL1-FLAG                PIC X(04)  VALUE SPACES.

       01  WS-LST-ERROR-LINE.
           05  LE1-CTL                 PIC X      VALUE '0'.
           05  LE1-MESSAGE             PIC X(40)  VALUE SPACES.
           05  FILLER                  PIC X(92)  VALUE SPACES.

       01  WS-LST-SUMMARY-LINE1.
           05  SM1-CTL                 PIC X      VALUE '1'.
           05  FILLER                  PIC X(28)
                                VALUE 'SCORECARD SUMMARY FOR CCYYMM'.
           05  FILLER                  PIC X(02)  VALUE ': '.
           05  SM1-REPORT-MONTH        PIC X(06)  VALUE SPACES.
           05  FILLER                  PIC X(96)  VALUE SPACES.

       01  WS-LST-SUMMARY-LINE2.
           05  SM2-CTL                 PIC X      VALUE '0'.
           05  FILLER                  PIC X(20)
                                        VALUE 'SITES SCORED:      '.
           05  SM2-SITES-SCORED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(101) VALUE SPACES.

       01  WS-LST-SUMMARY-LINE3.
           05  SM3-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(20)
                                        VALUE 'OVER TOLERANCE:    '.
           05  SM3-SITES-FLAGGED       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(101) VALUE SPACES.

       01  WS-LST-SUMMARY-LINE4.
           05  SM4-CTL                 PIC X      VALUE '0'.
           05  FILLER                  PIC X(20)
                                        VALUE 'RECORDS RECEIVED:  '.
           05  SM4-RECEIVED            PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(97)  VALUE SPACES.

       01  WS-LST-SUMMARY-LINE5.
           05  SM5-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(20)
                                        VALUE 'RECORDS REJECTED:  '.
           05  SM5-REJECTED            PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(97)  VALUE SPACES.

       01  WS-LST-SUMMARY-LINE6.
           05  SM6-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(20)
                                        VALUE 'REJECT RATE PCT:   '.
           05  SM6-REJECT-RATE         PIC ZZ9.99.
           05  FILLER                  PIC X(106) VALUE SPACES.

       01  WS-LST-REASON-HEADER-LINE.
           05  RH1-CTL                 PIC X      VALUE '0'.
           05  FILLER                  PIC X(20)
                                        VALUE 'REJECTS BY REASON:'.
           05  FILLER                  PIC X(30)  VALUE SPACES.
           05  FILLER                  PIC X(15)
                                        VALUE '        REJECTS'.
           05  FILLER                  PIC X(67)  VALUE SPACES.

       01  WS-LST-REASON-LINE.
           05  RL1-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  RL1-REASON-CODE         PIC 9(04)  VALUE 0.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  RL1-REASON-TEXT         PIC X(30)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  RL1-REJECTS             PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(75)  VALUE SPACES.

       PROCEDURE                    DIVISION.
       0000-MAIN.
           OPEN INPUT REPORT-CARD-FILE
           OPEN OUTPUT LISTING-FILE
           PERFORM 2000-READ-SCORECARD-CARD
           PERFORM 1000-WRITE-LISTING-HEADER
           IF CARD-INVALID
               WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT STATS-FILE
               IF WS-STATS-STATUS NOT = '00'
                   MOVE 'HELLOSST OPEN FAILED' TO LE1-MESSAGE
                   WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT SITE-FILE
                   IF WS-SITE-STATUS = '00'
                       MOVE 'Y' TO WS-SITE-FILE-USABLE
                   END-IF
                   PERFORM 3000-SWEEP-SITE-STATISTICS
                   PERFORM 4000-RANK-SITES
                   PERFORM 5000-WRITE-SCORECARD-SUMMARY
                   IF WS-SITES-SCORED = 0 OR WS-SITES-FLAGGED > 0
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
                   CLOSE SITE-FILE
               END-IF
               CLOSE STATS-FILE
           END-IF
           CLOSE REPORT-CARD-FILE
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
           WRITE LISTING-RECORD FROM WS-LST-HEADER-LINE1
           WRITE LISTING-RECORD FROM WS-LST-HEADER-LINE2.

       2000-READ-SCORECARD-CARD.
           MOVE 'Y' TO WS-CARD-VALID
           READ REPORT-CARD-FILE
               AT END
                   MOVE 'Y' TO WS-CARD-EOF
           END-READ
           IF CARD-EOF
               MOVE 'N' TO WS-CARD-VALID
               MOVE 'SCORECARD CARD MISSING' TO LE1-MESSAGE
           ELSE
               IF SC-REPORT-MONTH IS NOT NUMERIC
                       OR SC-REPORT-MONTH (5:2) < '01'
                       OR SC-REPORT-MONTH (5:2) > '12'
                   MOVE 'N' TO WS-CARD-VALID
                   MOVE 'REPORT MONTH NOT A VALID CCYYMM'
                       TO LE1-MESSAGE
               ELSE
                   IF SC-TOLERANCE-X IS NOT NUMERIC
                       MOVE 'N' TO WS-CARD-VALID
                       MOVE 'TOLERANCE NOT NUMERIC (PERCENT 999V99)'
                           TO LE1-MESSAGE
                   ELSE
                       MOVE SC-REPORT-MONTH  TO LH1-REPORT-MONTH
                       MOVE SC-REPORT-MONTH  TO SM1-REPORT-MONTH
                       MOVE SC-TOLERANCE-PCT TO LH2-TOLERANCE
                       MOVE SC-ENV-CODE      TO LH2-ENV-CODE
                       PERFORM 2100-SET-REPORT-MONTHS
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *  MONTH 1 IS THE REPORT MONTH; MONTHS 2-4 ARE THE THREE
      *  BEFORE IT, STEPPING BACK OVER A YEAR END WHERE NEEDED.
      ******************************************************************
       2100-SET-REPORT-MONTHS.
           MOVE SC-REPORT-MONTH TO WS-CALC-MONTH
           MOVE WS-CALC-MONTH   TO MT-MONTH (1)
           PERFORM 2110-SET-ONE-PRIOR-MONTH
               VARYING WS-MONTH-SUB FROM 2 BY 1
               UNTIL WS-MONTH-SUB > 4.

       2110-SET-ONE-PRIOR-MONTH.
           IF WS-CALC-MM = 01
               MOVE 12 TO WS-CALC-MM
               SUBTRACT 1 FROM WS-CALC-CCYY
           ELSE
               SUBTRACT 1 FROM WS-CALC-MM
           END-IF
           MOVE WS-CALC-MONTH TO MT-MONTH (WS-MONTH-SUB).

      ******************************************************************
      *  HELLOSST IS KEYED BY SITE CODE THEN RUN DATE, SO ONE PASS
      *  OVER THE WHOLE FILE PRESENTS EACH SITE'S DAYS TOGETHER.
      *  ONLY SITES WITH RECORDS RECEIVED IN THE REPORT MONTH ARE
      *  SCORED; THE PRIOR MONTHS FEED THE TREND ONLY.
      ******************************************************************
       3000-SWEEP-SITE-STATISTICS.
           OPEN OUTPUT SCORE-WORK-FILE
           MOVE LOW-VALUES TO ST-STAT-KEY
           START STATS-FILE KEY IS >= ST-STAT-KEY
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-STATS-STATUS = '00'
               PERFORM 3100-ACCUMULATE-ONE-STAT
                   UNTIL STATS-EOF
           END-IF
           IF SITE-OPEN
               PERFORM 3300-FINISH-SITE
           END-IF
           CLOSE SCORE-WORK-FILE.

       3100-ACCUMULATE-ONE-STAT.
           READ STATS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-STATS-EOF
               NOT AT END
                   PERFORM 3200-ACCUMULATE-STAT-COUNTS
           END-READ
           IF WS-STATS-STATUS NOT = '00'
               MOVE 'Y' TO WS-STATS-EOF
           END-IF.

       3200-ACCUMULATE-STAT-COUNTS.
           IF NOT SITE-OPEN OR ST-SITE-CODE NOT = WS-CURRENT-SITE
               IF SITE-OPEN
                   PERFORM 3300-FINISH-SITE
               END-IF
               MOVE ST-SITE-CODE TO WS-CURRENT-SITE
               PERFORM 3400-CLEAR-SITE-ACCUMULATORS
               MOVE 'Y' TO WS-SITE-OPEN
           END-IF
           MOVE 0 TO WS-MONTH-HIT
           PERFORM 3210-MATCH-ONE-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 4
           IF WS-MONTH-HIT > 0
                   AND (SC-ENV-CODE = SPACES
                       OR ST-ENV-CODE = SC-ENV-CODE)
               ADD ST-RECEIVED TO SA-RECEIVED (WS-MONTH-HIT)
               ADD ST-REJECTED TO SA-REJECTED (WS-MONTH-HIT)
               IF WS-MONTH-HIT = 1
                   ADD ST-ACCEPTED  TO SA-ACCEPTED
                   ADD ST-PROCESSED TO SA-PROCESSED
                   ADD ST-SKIPPED   TO SA-SKIPPED
                   PERFORM 3220-ADD-ONE-REASON
                       VARYING WS-REASON-SUB FROM 1 BY 1
                       UNTIL WS-REASON-SUB > 7
               END-IF
           END-IF.

       3210-MATCH-ONE-MONTH.
           IF ST-RUN-DATE (1:6) = MT-MONTH (WS-MONTH-SUB)
               MOVE WS-MONTH-SUB TO WS-MONTH-HIT
           END-IF.

       3220-ADD-ONE-REASON.
           ADD ST-REASON-REJECTS (WS-REASON-SUB)
               TO SA-REASON-REJECTS (WS-REASON-SUB).

       3300-FINISH-SITE.
           IF SA-RECEIVED (1) > 0
               COMPUTE WS-REJECT-RATE ROUNDED
                   = SA-REJECTED (1) * 100 / SA-RECEIVED (1)
               MOVE WS-REJECT-RATE  TO SW-REJECT-RATE
               MOVE SA-REJECTED (1) TO SW-REJECTED
               MOVE WS-CURRENT-SITE TO SW-SITE-CODE
               MOVE SA-RECEIVED (1) TO SW-RECEIVED
               MOVE SA-ACCEPTED     TO SW-ACCEPTED
               MOVE SA-PROCESSED    TO SW-PROCESSED
               MOVE SA-SKIPPED      TO SW-SKIPPED
               PERFORM 3310-MOVE-ONE-PRIOR-MONTH
                   VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 3
               PERFORM 3320-MOVE-ONE-REASON
                   VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 7
               WRITE SCORE-WORK-RECORD FROM WS-SCORE-WORK
               ADD 1 TO WS-SITES-SCORED
               ADD SA-RECEIVED (1) TO WS-MTH-RECEIVED
               ADD SA-REJECTED (1) TO WS-MTH-REJECTED
           END-IF
           MOVE 'N' TO WS-SITE-OPEN.

       3310-MOVE-ONE-PRIOR-MONTH.
           MOVE SA-RECEIVED (WS-MONTH-SUB + 1)
               TO SW-PRIOR-RECEIVED (WS-MONTH-SUB)
           MOVE SA-REJECTED (WS-MONTH-SUB + 1)
               TO SW-PRIOR-REJECTED (WS-MONTH-SUB).

       3320-MOVE-ONE-REASON.
           MOVE SA-REASON-REJECTS (WS-REASON-SUB)
               TO SW-REASON-REJECTS (WS-REASON-SUB)
           ADD SA-REASON-REJECTS (WS-REASON-SUB)
               TO MRT-REJECTS (WS-REASON-SUB).

       3400-CLEAR-SITE-ACCUMULATORS.
           PERFORM 3410-CLEAR-ONE-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 4
           MOVE 0 TO SA-ACCEPTED
           MOVE 0 TO SA-PROCESSED
           MOVE 0 TO SA-SKIPPED
           PERFORM 3420-CLEAR-ONE-REASON
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > 7.

       3410-CLEAR-ONE-MONTH.
           MOVE 0 TO SA-RECEIVED (WS-MONTH-SUB)
           MOVE 0 TO SA-REJECTED (WS-MONTH-SUB).

       3420-CLEAR-ONE-REASON.
           MOVE 0 TO SA-REASON-REJECTS (WS-REASON-SUB).

      ******************************************************************
      *  WORST SITE FIRST: DESCENDING REJECT RATE, THEN DESCENDING
      *  REJECT VOLUME, THEN SITE CODE.
      ******************************************************************
       4000-RANK-SITES.
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SR-REJECT-RATE
                                 SR-REJECTED
               ON ASCENDING KEY SR-SITE-CODE
               USING SCORE-WORK-FILE
               GIVING SCORE-SORTED-FILE
           WRITE LISTING-RECORD FROM WS-LST-COLUMN-LINE
           OPEN INPUT SCORE-SORTED-FILE
           PERFORM 4010-READ-SORTED-SCORE
           PERFORM UNTIL SORTED-EOF
               PERFORM 4100-WRITE-ONE-SITE-LINE
               PERFORM 4010-READ-SORTED-SCORE
           END-PERFORM
           CLOSE SCORE-SORTED-FILE.

       4010-READ-SORTED-SCORE.
           READ SCORE-SORTED-FILE INTO WS-SCORE-WORK
               AT END
                   MOVE 'Y' TO WS-SORTED-EOF
           END-READ.

       4100-WRITE-ONE-SITE-LINE.
           ADD 1 TO WS-RANK
           MOVE SPACES          TO WS-LST-SITE-LINE
           MOVE WS-RANK         TO SL1-RANK
           MOVE SW-SITE-CODE    TO SL1-SITE-CODE
           PERFORM 4110-LOOKUP-SITE-NAME
           MOVE SW-RECEIVED     TO SL1-RECEIVED
           MOVE SW-REJECTED     TO SL1-REJECTED
           MOVE SW-REJECT-RATE  TO SL1-REJECT-RATE
           MOVE 0 TO WS-PRIOR-RECEIVED-TOTAL
           MOVE 0 TO WS-PRIOR-REJECTED-TOTAL
           PERFORM 4120-SHOW-ONE-PRIOR-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 3
           PERFORM 4130-SET-TREND
           MOVE SPACES TO WS-PICK-TABLE
           PERFORM 4140-PICK-ONE-TOP-REASON
               VARYING WS-TOP-SUB FROM 1 BY 1
               UNTIL WS-TOP-SUB > 3
           IF SW-REJECT-RATE > SC-TOLERANCE-PCT
               MOVE 'OVER' TO SL1-FLAG
               ADD 1 TO WS-SITES-FLAGGED
           END-IF
           WRITE LISTING-RECORD FROM WS-LST-SITE-LINE.

       4110-LOOKUP-SITE-NAME.
           EVALUATE TRUE
               WHEN SW-SITE-CODE = SPACES
                   MOVE '(NO SITE CODE)'  TO SL1-SITE-NAME
               WHEN NOT SITE-FILE-USABLE
                   CONTINUE
               WHEN OTHER
                   MOVE SW-SITE-CODE TO SM-SITE-CODE
                   READ SITE-FILE
                       INVALID KEY
                           MOVE '(NOT ON MASTER)' TO SL1-SITE-NAME
                       NOT INVALID KEY
                           MOVE SM-SITE-NAME      TO SL1-SITE-NAME
                   END-READ
           END-EVALUATE.

       4120-SHOW-ONE-PRIOR-MONTH.
           IF SW-PRIOR-RECEIVED (WS-MONTH-SUB) > 0
               COMPUTE WS-PRIOR-RATE ROUNDED
                   = SW-PRIOR-REJECTED (WS-MONTH-SUB) * 100
                       / SW-PRIOR-RECEIVED (WS-MONTH-SUB)
               MOVE WS-PRIOR-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT  TO SL1-PRIOR-RATE (WS-MONTH-SUB)
               ADD SW-PRIOR-RECEIVED (WS-MONTH-SUB)
                   TO WS-PRIOR-RECEIVED-TOTAL
               ADD SW-PRIOR-REJECTED (WS-MONTH-SUB)
                   TO WS-PRIOR-REJECTED-TOTAL
           ELSE
               MOVE '   N/A' TO SL1-PRIOR-RATE (WS-MONTH-SUB)
           END-IF.

      ******************************************************************
      *  THE TREND COMPARES THE MONTH'S RATE WITH THE POOLED RATE OF
      *  THE PRIOR MONTHS THAT HAD DATA. A MOVE OF NO MORE THAN
      *  WS-TREND-BAND PERCENTAGE POINTS EITHER WAY IS STEADY.
      ******************************************************************
       4130-SET-TREND.
           IF WS-PRIOR-RECEIVED-TOTAL = 0
               MOVE 'NEW'    TO SL1-TREND
           ELSE
               COMPUTE WS-PRIOR-RATE ROUNDED
                   = WS-PRIOR-REJECTED-TOTAL * 100
                       / WS-PRIOR-RECEIVED-TOTAL
               COMPUTE WS-RATE-CHANGE
                   = SW-REJECT-RATE - WS-PRIOR-RATE
               EVALUATE TRUE
                   WHEN WS-RATE-CHANGE > WS-TREND-BAND
                       MOVE 'WORSE'  TO SL1-TREND
                   WHEN WS-RATE-CHANGE + WS-TREND-BAND < 0
                       MOVE 'BETTER' TO SL1-TREND
                   WHEN OTHER
                       MOVE 'STEADY' TO SL1-TREND
               END-EVALUATE
           END-IF.

       4140-PICK-ONE-TOP-REASON.
           MOVE 0 TO WS-BEST-SUB
           MOVE 0 TO WS-BEST-COUNT
           PERFORM 4150-CHECK-ONE-REASON
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > 7
           IF WS-BEST-SUB > 0
               MOVE 'Y' TO PK-PICKED (WS-BEST-SUB)
               MOVE WS-BEST-COUNT TO WS-COUNT-EDIT
               STRING RTT-REASON-CODE (WS-BEST-SUB) '('
                      WS-COUNT-EDIT ')' DELIMITED BY SIZE
                      INTO SL1-TOP-REASON (WS-TOP-SUB)
               END-STRING
           END-IF.

       4150-CHECK-ONE-REASON.
           IF PK-PICKED (WS-REASON-SUB) NOT = 'Y'
                   AND SW-REASON-REJECTS (WS-REASON-SUB)
                       > WS-BEST-COUNT
               MOVE WS-REASON-SUB TO WS-BEST-SUB
               MOVE SW-REASON-REJECTS (WS-REASON-SUB)
                   TO WS-BEST-COUNT
           END-IF.

       5000-WRITE-SCORECARD-SUMMARY.
           IF WS-MTH-RECEIVED > 0
               COMPUTE WS-REJECT-RATE ROUNDED
                   = WS-MTH-REJECTED * 100 / WS-MTH-RECEIVED
           ELSE
               MOVE 0 TO WS-REJECT-RATE
           END-IF
           MOVE WS-SITES-SCORED  TO SM2-SITES-SCORED
           MOVE WS-SITES-FLAGGED TO SM3-SITES-FLAGGED
           MOVE WS-MTH-RECEIVED  TO SM4-RECEIVED
           MOVE WS-MTH-REJECTED  TO SM5-REJECTED
           MOVE WS-REJECT-RATE   TO SM6-REJECT-RATE
           WRITE LISTING-RECORD FROM WS-LST-SUMMARY-LINE1
           WRITE LISTING-RECORD FROM WS-LST-SUMMARY-LINE2
           WRITE LISTING-RECORD FROM WS-LST-SUMMARY-LINE3
           WRITE LISTING-RECORD FROM WS-LST-SUMMARY-LINE4
           WRITE LISTING-RECORD FROM WS-LST-SUMMARY-LINE5
           WRITE LISTING-RECORD FROM WS-LST-SUMMARY-LINE6
           WRITE LISTING-RECORD FROM WS-LST-REASON-HEADER-LINE
           PERFORM 5100-WRITE-ONE-REASON-LINE
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > 7.

       5100-WRITE-ONE-REASON-LINE.
           MOVE RTT-REASON-CODE (WS-REASON-SUB) TO RL1-REASON-CODE
           MOVE RTT-REASON-TEXT (WS-REASON-SUB) TO RL1-REASON-TEXT
           MOVE MRT-REJECTS (WS-REASON-SUB)     TO RL1-REJECTS
           WRITE LISTING-RECORD FROM WS-LST-REASON-LINE.
