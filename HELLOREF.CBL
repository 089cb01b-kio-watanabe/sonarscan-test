       IDENTIFICATION               DIVISION.
       PROGRAM-ID.                  HELLOREF.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  ------------------------------------------------------------
      *  2026-10-14  INITIAL VERSION. REFERENCE-DATA INTEGRITY AUDIT
      *              ACROSS HELLOSIT, HELLOLOC, HELLOCAL AND HELLOSUS,
      *              RUN AHEAD OF THE BATCH WINDOW. LISTS ACTIVE
      *              SITES WHOSE DEFAULT LOCALE IS NOT ON HELLOLOC,
      *              SITES WITH AN EFFECTIVE END DATE BEFORE THEIR
      *              START OR ALREADY LAPSED WHILE STILL ACTIVE,
      *              WEEKDAYS IN THE NEXT 60 DAYS WITH NO HELLOCAL
      *              RECORD, SUSPENSE RECORDS NOT YET CLOSED FOR
      *              INACTIVE OR UNKNOWN SITES, AND HELLOLOC LOCALES
      *              NO SITE OR SUSPENSE RECORD USES. EACH FINDING
      *              IS A BREAK WHEN IT WOULD CAUSE REJECTS IN
      *              TONIGHT'S RUN (RC 8, SO THE SCHEDULER CAN HOLD
      *              JOBHELLO) OR OTHERWISE A WARNING (RC 4).
      ******************************************************************
       ENVIRONMENT                  DIVISION.
       INPUT-OUTPUT                 SECTION.
       FILE-CONTROL.
           SELECT LOCALE-FILE       ASSIGN TO HELLOLOC
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-LOCALE-STATUS.
           SELECT SITE-FILE         ASSIGN TO HELLOSIT
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS SM-SITE-CODE
                                     FILE STATUS IS WS-SITE-STATUS.
           SELECT CALENDAR-FILE     ASSIGN TO HELLOCAL
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS CA-CAL-DATE
                                     FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT SUSPENSE-FILE     ASSIGN TO HELLOSUS
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT LISTING-FILE      ASSIGN TO SYSOUT
                                     ORGANIZATION IS LINE SEQUENTIAL.
       DATA                         DIVISION.
       FILE                         SECTION.
       FD  LOCALE-FILE
           RECORDING MODE IS F.
       01  LOCALE-RECORD.
           COPY HELLOLOC.

       FD  SITE-FILE.
       01  SITE-RECORD.
           COPY HELLOSIT.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY HELLOCAL.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-RECORD.
           COPY HELLOSUS.

       FD  LISTING-FILE
           RECORDING MODE IS F.
       01  LISTING-RECORD              PIC X(133).

       WORKING-STORAGE              SECTION.
       01  WS-SWITCHES.
           05  WS-SITE-EOF          PIC X     VALUE 'N'.
               88  SITE-EOF                   VALUE 'Y'.
           05  WS-SUSPENSE-EOF      PIC X     VALUE 'N'.
               88  SUSPENSE-EOF               VALUE 'Y'.
           05  WS-LOCALE-FOUND      PIC X     VALUE 'N'.
               88  LOCALE-FOUND               VALUE 'Y'.
           05  WS-LOCALE-OVERFLOW   PIC X     VALUE 'N'.
               88  LOCALE-OVERFLOW            VALUE 'Y'.
       01  WS-LOCALE-STATUS             PIC XX    VALUE '00'.
       01  WS-SITE-STATUS               PIC XX    VALUE '00'.
       01  WS-CALENDAR-STATUS           PIC XX    VALUE '00'.
       01  WS-SUSPENSE-STATUS           PIC XX    VALUE '00'.
       01  WS-CURRENT-DATE              PIC 9(08).
       01  WS-CURRENT-DATE-X            PIC X(08).
       01  WS-CURRENT-TIME              PIC 9(08).
       01  WS-TODAY-INTEGER             PIC 9(08).
       01  WS-CHECK-INTEGER             PIC 9(08).
       01  WS-CHECK-DATE                PIC 9(08).
       01  WS-WEEKDAY                   PIC 9(01).
       01  WS-DAY-OFFSET                PIC 9(02) VALUE 0.
       01  WS-CALENDAR-DAYS             PIC 9(02) VALUE 60.
       01  WS-MATCH-LOCALE              PIC X(02) VALUE SPACES.
       01  WS-DETAIL-IMAGE.
           COPY HELLODTL.
       01  WS-CONTROL-IMAGE.
           COPY HELLOCTL.

       01  WS-SITES-READ                PIC 9(08) VALUE 0.
       01  WS-SUSPENSE-READ             PIC 9(08) VALUE 0.
       01  WS-SECTION-FINDINGS          PIC 9(08) VALUE 0.
       01  WS-SITE-LOCALE-FINDINGS      PIC 9(08) VALUE 0.
       01  WS-SITE-DATE-FINDINGS        PIC 9(08) VALUE 0.
       01  WS-CALENDAR-FINDINGS         PIC 9(08) VALUE 0.
       01  WS-SUSPENSE-FINDINGS         PIC 9(08) VALUE 0.
       01  WS-UNUSED-LOCALES            PIC 9(08) VALUE 0.
       01  WS-BREAK-COUNT               PIC 9(08) VALUE 0.
       01  WS-WARNING-COUNT             PIC 9(08) VALUE 0.

      ******************************************************************
      *  500 ENTRIES MATCHES HELLO'S OWN LOCALE-MSG-TABLE BOUND. A
      *  FILE LARGER THAN THAT OVERFLOWS THE NIGHTLY LOAD AS WELL AND
      *  IS REPORTED AS A BREAK. LLT-USED MARKS A LOCALE NAMED BY ANY
      *  SITE OR BY A SUSPENSE RECORD NOT YET CLOSED.
      ******************************************************************
       01  WS-LOCALE-COUNT              PIC 9(04) VALUE 0.
       01  WS-LOCALE-SUB                PIC 9(04) VALUE 0.
       01  LOCALE-LOOKUP-TABLE.
           05  LLT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-LOCALE-COUNT
                   INDEXED BY LLT-IDX.
               10  LLT-LOCALE-CODE      PIC X(02).
               10  LLT-MESSAGE-TEXT     PIC X(40).
               10  LLT-USED             PIC X(01).

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
           05  LH1-PROGRAM-NAME        PIC X(08)  VALUE 'HELLOREF'.
           05  FILLER                  PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE 'RUN DATE: '.
           05  LH1-RUN-DATE            PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(83)  VALUE SPACES.

       01  WS-LST-HEADER-LINE2.
           05  LH2-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(10)  VALUE 'RUN TIME: '.
           05  LH2-RUN-TIME            PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(114) VALUE SPACES.

       01  WS-LST-SECTION-LINE.
           05  LS1-CTL                 PIC X      VALUE '0'.
           05  LS1-TITLE               PIC X(60)  VALUE SPACES.
           05  FILLER                  PIC X(72)  VALUE SPACES.

       01  WS-LST-FINDING-LINE.
           05  LF-CTL                  PIC X      VALUE ' '.
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  LF-SEVERITY             PIC X(07)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LF-KEY                  PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LF-MESSAGE              PIC X(40)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LF-DETAIL               PIC X(40)  VALUE SPACES.
           05  FILLER                  PIC X(27)  VALUE SPACES.

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
                                        VALUE 'SITES READ:      '.
           05  LT2-SITES-READ          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-LST-TRAILER-LINE3.
           05  LT3-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'SUSPENSE READ:   '.
           05  LT3-SUSPENSE-READ       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-LST-TRAILER-LINE4.
           05  LT4-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'LOCALES LOADED:  '.
           05  LT4-LOCALES-LOADED      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-LST-TRAILER-LINE5.
           05  LT5-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'BREAKS:          '.
           05  LT5-BREAK-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-LST-TRAILER-LINE6.
           05  LT6-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'WARNINGS:        '.
           05  LT6-WARNING-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       PROCEDURE                    DIVISION.
       0000-MAIN.
           OPEN OUTPUT LISTING-FILE
           PERFORM 1000-WRITE-LISTING-HEADER
           OPEN INPUT LOCALE-FILE
           OPEN INPUT SITE-FILE
           OPEN INPUT CALENDAR-FILE
           EVALUATE TRUE
               WHEN WS-LOCALE-STATUS NOT = '00'
                   MOVE 'HELLOLOC OPEN FAILED'  TO LE1-MESSAGE
                   MOVE WS-LOCALE-STATUS        TO LE1-FILE-STATUS
                   WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SITE-STATUS NOT = '00'
                   MOVE 'HELLOSIT OPEN FAILED'  TO LE1-MESSAGE
                   MOVE WS-SITE-STATUS          TO LE1-FILE-STATUS
                   WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CALENDAR-STATUS NOT = '00'
                   MOVE 'HELLOCAL OPEN FAILED'  TO LE1-MESSAGE
                   MOVE WS-CALENDAR-STATUS      TO LE1-FILE-STATUS
                   WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 1100-LOAD-LOCALE-TABLE
                   PERFORM 2000-AUDIT-SITE-MASTER
                   PERFORM 3000-AUDIT-SUSPENSE
                   PERFORM 4000-AUDIT-CALENDAR
                   PERFORM 5000-AUDIT-UNUSED-LOCALES
                   PERFORM 9000-SET-RETURN-CODE
           END-EVALUATE
           PERFORM 8000-WRITE-LISTING-TRAILER
           CLOSE LOCALE-FILE
           CLOSE SITE-FILE
           CLOSE CALENDAR-FILE
           CLOSE LISTING-FILE
           STOP RUN.

       1000-WRITE-LISTING-HEADER.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-X
           COMPUTE WS-TODAY-INTEGER
               = FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
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

       1100-LOAD-LOCALE-TABLE.
           PERFORM 1110-LOAD-ONE-LOCALE
               UNTIL WS-LOCALE-STATUS NOT = '00'
           IF LOCALE-OVERFLOW
               MOVE 'HELLOLOC LOCALE FILE' TO LS1-TITLE
               WRITE LISTING-RECORD FROM WS-LST-SECTION-LINE
               MOVE SPACES TO LF-KEY
               MOVE 'LOCALE FILE OVER 500 ENTRIES' TO LF-MESSAGE
               MOVE 'NIGHTLY LOCALE TABLE LOAD WILL OVERFLOW'
                   TO LF-DETAIL
               PERFORM 7000-WRITE-BREAK
           END-IF.

       1110-LOAD-ONE-LOCALE.
           READ LOCALE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-LOCALE-COUNT < 500
                       ADD 1 TO WS-LOCALE-COUNT
                       MOVE LM-LOCALE-CODE
                           TO LLT-LOCALE-CODE (WS-LOCALE-COUNT)
                       MOVE LM-MESSAGE-TEXT
                           TO LLT-MESSAGE-TEXT (WS-LOCALE-COUNT)
                       MOVE 'N' TO LLT-USED (WS-LOCALE-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-LOCALE-OVERFLOW
                   END-IF
           END-READ.

      ******************************************************************
      *  HELLO FILLS A BLANK DETAIL LOCALE FROM THE SITE'S DEFAULT
      *  AND REJECTS 0130 WHEN THAT LOCALE IS NOT ON HELLOLOC, AND
      *  REJECTS 0150 FOR ANY SITE OUTSIDE ITS EFFECTIVE RANGE, SO
      *  THESE ARE BREAKS FOR AN ACTIVE SITE. A BLANK DEFAULT IS NOT
      *  LOOKED UP BY HELLO AND IS NOT A FINDING.
      ******************************************************************
       2000-AUDIT-SITE-MASTER.
           MOVE 'SITE MASTER (HELLOSIT)' TO LS1-TITLE
           WRITE LISTING-RECORD FROM WS-LST-SECTION-LINE
           MOVE 0 TO WS-SECTION-FINDINGS
           MOVE LOW-VALUES TO SM-SITE-CODE
           START SITE-FILE KEY IS >= SM-SITE-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-SITE-EOF
           END-START
           PERFORM 2100-AUDIT-ONE-SITE
               UNTIL SITE-EOF
           PERFORM 7200-WRITE-SECTION-CLEAN.

       2100-AUDIT-ONE-SITE.
           READ SITE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SITE-EOF
               NOT AT END
                   ADD 1 TO WS-SITES-READ
                   PERFORM 2110-CHECK-SITE-LOCALE
                   PERFORM 2120-CHECK-SITE-DATES
           END-READ
           IF WS-SITE-STATUS NOT = '00'
               MOVE 'Y' TO WS-SITE-EOF
           END-IF.

       2110-CHECK-SITE-LOCALE.
           IF SM-DEFAULT-LOCALE NOT = SPACES
               MOVE SM-DEFAULT-LOCALE TO WS-MATCH-LOCALE
               PERFORM 6000-FIND-AND-MARK-LOCALE
               IF NOT LOCALE-FOUND AND SM-SITE-ACTIVE
                   MOVE SM-SITE-CODE TO LF-KEY
                   MOVE 'ACTIVE SITE DEFAULT LOCALE NOT ON FILE'
                       TO LF-MESSAGE
                   MOVE SPACES TO LF-DETAIL
                   STRING 'DEFAULT LOCALE: ' SM-DEFAULT-LOCALE
                          DELIMITED BY SIZE INTO LF-DETAIL
                   END-STRING
                   ADD 1 TO WS-SITE-LOCALE-FINDINGS
                   PERFORM 7000-WRITE-BREAK
               END-IF
           END-IF.

       2120-CHECK-SITE-DATES.
           MOVE SM-SITE-CODE TO LF-KEY
           MOVE SPACES TO LF-DETAIL
           STRING 'START ' SM-EFF-START-DATE '  END ' SM-EFF-END-DATE
                  DELIMITED BY SIZE INTO LF-DETAIL
           END-STRING
           IF SM-EFF-END-DATE NOT = SPACES
               IF SM-EFF-END-DATE < SM-EFF-START-DATE
                   MOVE 'EFFECTIVE END DATE BEFORE START DATE'
                       TO LF-MESSAGE
                   ADD 1 TO WS-SITE-DATE-FINDINGS
                   IF SM-SITE-ACTIVE
                       PERFORM 7000-WRITE-BREAK
                   ELSE
                       PERFORM 7100-WRITE-WARNING
                   END-IF
               ELSE
                   IF SM-SITE-ACTIVE
                           AND SM-EFF-END-DATE < WS-CURRENT-DATE-X
                       MOVE 'ACTIVE SITE PAST EFFECTIVE END DATE'
                           TO LF-MESSAGE
                       ADD 1 TO WS-SITE-DATE-FINDINGS
                       PERFORM 7000-WRITE-BREAK
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *  HELLOSUS IS THE CURRENT SUSPENSE GENERATION CONCATENATED
      *  WITH SUSPNEW. A CORRECTED ('C') RECORD IS RE-INJECTED BY
      *  HELLORCY TONIGHT AND WILL REJECT AGAIN AGAINST AN INACTIVE
      *  OR UNKNOWN SITE, SO IT IS A BREAK; AN OPEN OR IN-FLIGHT ONE
      *  IS A WARNING. CLOSED RECORDS ARE IGNORED. DETAIL RECORDS
      *  WITH NO SITE CODE ARE 0110 REJECTS AND HAVE NO SITE TO
      *  CHECK.
      ******************************************************************
       3000-AUDIT-SUSPENSE.
           MOVE 'SUSPENSE (HELLOSUS) - INACTIVE OR UNKNOWN SITES'
               TO LS1-TITLE
           WRITE LISTING-RECORD FROM WS-LST-SECTION-LINE
           MOVE 0 TO WS-SECTION-FINDINGS
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = '00'
               MOVE SPACES TO LF-KEY
               MOVE 'HELLOSUS OPEN FAILED - NOT AUDITED'
                   TO LF-MESSAGE
               MOVE SPACES TO LF-DETAIL
               STRING 'FILE STATUS: ' WS-SUSPENSE-STATUS
                      DELIMITED BY SIZE INTO LF-DETAIL
               END-STRING
               PERFORM 7000-WRITE-BREAK
           ELSE
               PERFORM 3100-AUDIT-ONE-SUSPENSE
                   UNTIL SUSPENSE-EOF
               CLOSE SUSPENSE-FILE
           END-IF
           PERFORM 7200-WRITE-SECTION-CLEAN.

       3100-AUDIT-ONE-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-SUSPENSE-EOF
               NOT AT END
                   ADD 1 TO WS-SUSPENSE-READ
                   IF NOT SU-STATUS-CLOSED
                       PERFORM 3200-CHECK-SUSPENSE-RECORD
                   END-IF
           END-READ.

       3200-CHECK-SUSPENSE-RECORD.
           IF SU-TYPE-DETAIL
               MOVE SU-ORIGINAL-IMAGE TO WS-DETAIL-IMAGE
               IF DD-LOCALE-CODE NOT = SPACES
                   MOVE DD-LOCALE-CODE TO WS-MATCH-LOCALE
                   PERFORM 6000-FIND-AND-MARK-LOCALE
               END-IF
               IF DD-SITE-CODE NOT = SPACES
                   PERFORM 3300-CHECK-SUSPENSE-SITE
               END-IF
           ELSE
               MOVE SU-ORIGINAL-IMAGE TO WS-CONTROL-IMAGE
               IF HC-LOCALE-CODE NOT = SPACES
                   MOVE HC-LOCALE-CODE TO WS-MATCH-LOCALE
                   PERFORM 6000-FIND-AND-MARK-LOCALE
               END-IF
           END-IF.

       3300-CHECK-SUSPENSE-SITE.
           MOVE SPACES TO LF-MESSAGE
           MOVE DD-SITE-CODE TO SM-SITE-CODE
           READ SITE-FILE
               INVALID KEY
                   MOVE 'SUSPENSE RECORD FOR UNKNOWN SITE'
                       TO LF-MESSAGE
               NOT INVALID KEY
                   IF NOT SM-SITE-ACTIVE
                       MOVE 'SUSPENSE RECORD FOR INACTIVE SITE'
                           TO LF-MESSAGE
                   END-IF
           END-READ
           IF LF-MESSAGE NOT = SPACES
               MOVE DD-SITE-CODE TO LF-KEY
               MOVE SPACES TO LF-DETAIL
               STRING 'STATUS ' SU-STATUS '  REASON ' SU-REASON-CODE
                      '  RUN DATE ' DD-RUN-DATE
                      DELIMITED BY SIZE INTO LF-DETAIL
               END-STRING
               ADD 1 TO WS-SUSPENSE-FINDINGS
               IF SU-STATUS-CORRECTED
                   PERFORM 7000-WRITE-BREAK
               ELSE
                   PERFORM 7100-WRITE-WARNING
               END-IF
           END-IF.

      ******************************************************************
      *  HELLO TREATS A DATE WITH NO CALENDAR RECORD AS A BUSINESS
      *  DAY, SO A GAP NEVER REJECTS - BUT IT MEANS NEXT YEAR'S
      *  HOLIDAYS HAVE NOT BEEN LOADED. INTEGER-OF-DATE COUNTS FROM
      *  MONDAY 1601-01-01, SO ITS REMAINDER BY 7 IS 0 FOR SUNDAY
      *  THROUGH 6 FOR SATURDAY.
      ******************************************************************
       4000-AUDIT-CALENDAR.
           MOVE 'CALENDAR (HELLOCAL) - WEEKDAYS IN THE NEXT 60 DAYS'
               TO LS1-TITLE
           WRITE LISTING-RECORD FROM WS-LST-SECTION-LINE
           MOVE 0 TO WS-SECTION-FINDINGS
           PERFORM 4100-CHECK-ONE-CALENDAR-DAY
               VARYING WS-DAY-OFFSET FROM 0 BY 1
               UNTIL WS-DAY-OFFSET NOT < WS-CALENDAR-DAYS
           PERFORM 7200-WRITE-SECTION-CLEAN.

       4100-CHECK-ONE-CALENDAR-DAY.
           COMPUTE WS-CHECK-INTEGER = WS-TODAY-INTEGER + WS-DAY-OFFSET
           COMPUTE WS-CHECK-DATE
               = FUNCTION DATE-OF-INTEGER(WS-CHECK-INTEGER)
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-CHECK-INTEGER 7)
           IF WS-WEEKDAY > 0 AND WS-WEEKDAY < 6
               MOVE WS-CHECK-DATE TO CA-CAL-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       MOVE WS-CHECK-DATE TO LF-KEY
                       MOVE 'WEEKDAY HAS NO HELLOCAL RECORD'
                           TO LF-MESSAGE
                       MOVE DNT-DAY-NAME (WS-WEEKDAY + 1)
                           TO LF-DETAIL
                       ADD 1 TO WS-CALENDAR-FINDINGS
                       PERFORM 7100-WRITE-WARNING
               END-READ
           END-IF.

       5000-AUDIT-UNUSED-LOCALES.
           MOVE 'LOCALE FILE (HELLOLOC) - LOCALES NOT IN USE'
               TO LS1-TITLE
           WRITE LISTING-RECORD FROM WS-LST-SECTION-LINE
           MOVE 0 TO WS-SECTION-FINDINGS
           PERFORM 5100-CHECK-ONE-LOCALE
               VARYING WS-LOCALE-SUB FROM 1 BY 1
               UNTIL WS-LOCALE-SUB > WS-LOCALE-COUNT
           PERFORM 7200-WRITE-SECTION-CLEAN.

       5100-CHECK-ONE-LOCALE.
           IF LLT-USED (WS-LOCALE-SUB) = 'N'
               MOVE LLT-LOCALE-CODE (WS-LOCALE-SUB) TO LF-KEY
               MOVE 'LOCALE NOT USED BY ANY SITE OR SUSPENSE'
                   TO LF-MESSAGE
               MOVE LLT-MESSAGE-TEXT (WS-LOCALE-SUB) TO LF-DETAIL
               ADD 1 TO WS-UNUSED-LOCALES
               PERFORM 7100-WRITE-WARNING
           END-IF.

       6000-FIND-AND-MARK-LOCALE.
           MOVE 'N' TO WS-LOCALE-FOUND
           IF WS-LOCALE-COUNT > 0
               SET LLT-IDX TO 1
               SEARCH LLT-ENTRY
                   AT END
                       CONTINUE
                   WHEN LLT-LOCALE-CODE (LLT-IDX) = WS-MATCH-LOCALE
                       MOVE 'Y' TO WS-LOCALE-FOUND
                       MOVE 'Y' TO LLT-USED (LLT-IDX)
               END-SEARCH
           END-IF.

       7000-WRITE-BREAK.
           MOVE 'BREAK'   TO LF-SEVERITY
           ADD 1 TO WS-BREAK-COUNT
           ADD 1 TO WS-SECTION-FINDINGS
           WRITE LISTING-RECORD FROM WS-LST-FINDING-LINE.

       7100-WRITE-WARNING.
           MOVE 'WARNING' TO LF-SEVERITY
           ADD 1 TO WS-WARNING-COUNT
           ADD 1 TO WS-SECTION-FINDINGS
           WRITE LISTING-RECORD FROM WS-LST-FINDING-LINE.

       7200-WRITE-SECTION-CLEAN.
           IF WS-SECTION-FINDINGS = 0
               MOVE SPACES         TO LF-SEVERITY
               MOVE SPACES         TO LF-KEY
               MOVE 'NO EXCEPTIONS' TO LF-MESSAGE
               MOVE SPACES         TO LF-DETAIL
               WRITE LISTING-RECORD FROM WS-LST-FINDING-LINE
           END-IF.

       8000-WRITE-LISTING-TRAILER.
           MOVE WS-SITES-READ      TO LT2-SITES-READ
           MOVE WS-SUSPENSE-READ   TO LT3-SUSPENSE-READ
           MOVE WS-LOCALE-COUNT    TO LT4-LOCALES-LOADED
           MOVE WS-BREAK-COUNT     TO LT5-BREAK-COUNT
           MOVE WS-WARNING-COUNT   TO LT6-WARNING-COUNT
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE1
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE2
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE3
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE4
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE5
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE6.

       9000-SET-RETURN-CODE.
           IF WS-BREAK-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
