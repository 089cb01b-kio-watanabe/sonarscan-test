       IDENTIFICATION               DIVISION.
       PROGRAM-ID.                  HELLOHMT.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  ------------------------------------------------------------
      *  2026-10-14  INITIAL VERSION. CARD-DRIVEN MAINTENANCE FOR THE
      *              HELLOHLD SITE HOLD FILE, SO OPERATIONS CAN PARK
      *              ONE SITE'S DETAIL RECORDS WITHOUT DEACTIVATING
      *              IT ON THE SITE MASTER. A HOLD CARD RECORDS THE
      *              REASON, THE SUBMITTING USER FROM THE STEP PARM,
      *              THE DATE/TIME AND AN OPTIONAL AUTO-RELEASE DATE;
      *              A RELEASE CARD ENDS THE HOLD AND MOVES THE
      *              SITE'S OPEN 0180 (SITE ON HOLD) SUSPENSE
      *              RECORDS TO STATUS 'C' IN A NEW HELLOSUS
      *              GENERATION SO HELLORCY RE-INJECTS THEM AHEAD OF
      *              THE NEXT RUN. EVERY CARD IS ECHOED TO THE SYSOUT
      *              EDIT LISTING AS ACCEPTED OR REJECTED.
      ******************************************************************
       ENVIRONMENT                  DIVISION.
       INPUT-OUTPUT                 SECTION.
       FILE-CONTROL.
           SELECT HOLD-CARD-FILE    ASSIGN TO SYSIN
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-FILE         ASSIGN TO HELLOHLD
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS HD-SITE-CODE
                                     FILE STATUS IS WS-HOLD-STATUS.
           SELECT SITE-FILE         ASSIGN TO HELLOSIT
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS SM-SITE-CODE
                                     FILE STATUS IS WS-SITE-STATUS.
           SELECT SUSPENSE-IN-FILE  ASSIGN TO SUSPIN
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-SUSPIN-STATUS.
           SELECT SUSPENSE-OUT-FILE ASSIGN TO SUSPOUT
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTING-FILE      ASSIGN TO SYSOUT
                                     ORGANIZATION IS LINE SEQUENTIAL.
       DATA                         DIVISION.
       FILE                         SECTION.
       FD  HOLD-CARD-FILE
           RECORDING MODE IS F.
       01  HOLD-CARD-RECORD.
           05  MC-ACTION                PIC X(01).
               88  MC-ACTION-HOLD                 VALUE 'H'.
               88  MC-ACTION-RELEASE              VALUE 'R'.
           05  MC-SITE-CODE             PIC X(04).
           05  MC-AUTO-RELEASE-DATE     PIC X(08).
           05  MC-HOLD-REASON           PIC X(40).
           05  FILLER                   PIC X(27).

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HELLOHLD.

       FD  SITE-FILE.
       01  SITE-RECORD.
           COPY HELLOSIT.

       FD  SUSPENSE-IN-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-IN-RECORD.
           COPY HELLOSUS.

       FD  SUSPENSE-OUT-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-OUT-RECORD         PIC X(160).

       FD  LISTING-FILE
           RECORDING MODE IS F.
       01  LISTING-RECORD              PIC X(133).

       WORKING-STORAGE              SECTION.
       01  WS-SWITCHES.
           05  WS-CARD-EOF          PIC X     VALUE 'N'.
               88  CARD-EOF                   VALUE 'Y'.
           05  WS-CARD-VALID        PIC X     VALUE 'Y'.
               88  CARD-VALID                 VALUE 'Y'.
               88  CARD-INVALID               VALUE 'N'.
           05  WS-DATE-VALID        PIC X     VALUE 'Y'.
               88  DATE-VALID                 VALUE 'Y'.
               88  DATE-INVALID               VALUE 'N'.
           05  WS-HOLD-FOUND        PIC X     VALUE 'N'.
               88  HOLD-FOUND                 VALUE 'Y'.
           05  WS-SUSPENSE-EOF      PIC X     VALUE 'N'.
               88  SUSPENSE-EOF               VALUE 'Y'.
           05  WS-OPEN-FAILED       PIC X     VALUE 'N'.
               88  OPEN-FAILED                VALUE 'Y'.
           05  WS-SITE-RELEASED     PIC X     VALUE 'N'.
               88  SITE-RELEASED              VALUE 'Y'.
       01  WS-HOLD-STATUS               PIC XX    VALUE '00'.
       01  WS-SITE-STATUS               PIC XX    VALUE '00'.
       01  WS-SUSPIN-STATUS             PIC XX    VALUE '00'.
       01  WS-REASON-TEXT               PIC X(40).
       01  WS-CURRENT-DATE              PIC 9(08).
       01  WS-CURRENT-TIME              PIC 9(08).
       01  WS-EDIT-DATE                 PIC X(08).
       01  WS-EDIT-DATE-SPLIT REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-CCYY             PIC 9(04).
           05  WS-EDIT-MM               PIC 9(02).
           05  WS-EDIT-DD               PIC 9(02).
       01  WS-DAYS-IN-MONTH             PIC 9(02) VALUE 31.
       01  WS-CARDS-READ                PIC 9(08) VALUE 0.
       01  WS-HOLDS-PLACED              PIC 9(08) VALUE 0.
       01  WS-HOLDS-RELEASED            PIC 9(08) VALUE 0.
       01  WS-CARDS-REJECTED            PIC 9(08) VALUE 0.
       01  WS-SUSPENSE-READ             PIC 9(08) VALUE 0.
       01  WS-SUSPENSE-CORRECTED        PIC 9(08) VALUE 0.
       01  WS-SUBMIT-USER               PIC X(08) VALUE SPACES.
       01  WS-DETAIL-IMAGE.
           COPY HELLODTL
               REPLACING ==DD-SITE-CODE==    BY ==DI-SITE-CODE==
                         ==DD-RUN-DATE==     BY ==DI-RUN-DATE==
                         ==DD-LOCALE-CODE==  BY ==DI-LOCALE-CODE==
                         ==DD-MESSAGE-TEXT== BY ==DI-MESSAGE-TEXT==.

      ******************************************************************
      *  SITES RELEASED BY THIS DECK. THE SUSPENSE PASS RUNS AFTER
      *  ALL CARDS ARE APPLIED AND MOVES ONLY THESE SITES' HELD
      *  RECORDS TO CORRECTED.
      ******************************************************************
       01  WS-RELEASE-COUNT             PIC 9(04) VALUE 0.
       01  RELEASED-SITE-TABLE.
           05  RST-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-RELEASE-COUNT
                   INDEXED BY RST-IDX.
               10  RST-SITE-CODE    PIC X(04).

       01  WS-LST-HEADER-LINE1.
           05  LH1-CTL                 PIC X      VALUE '1'.
           05  FILLER                  PIC X(10)  VALUE 'PROGRAM: '.
           05  LH1-PROGRAM-NAME        PIC X(08)  VALUE 'HELLOHMT'.
           05  FILLER                  PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE 'RUN DATE: '.
           05  LH1-RUN-DATE            PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(83)  VALUE SPACES.

       01  WS-LST-HEADER-LINE2.
           05  LH2-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(10)  VALUE 'RUN TIME: '.
           05  LH2-RUN-TIME            PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(114) VALUE SPACES.

       01  WS-LST-DETAIL-LINE.
           05  LD-CTL                  PIC X      VALUE ' '.
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  LD-ACTION               PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LD-SITE-CODE            PIC X(04)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LD-AUTO-RELEASE-DATE    PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LD-HOLD-REASON          PIC X(40)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LD-DISPOSITION          PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LD-REASON-TEXT          PIC X(40)  VALUE SPACES.
           05  FILLER                  PIC X(17)  VALUE SPACES.

       01  WS-LST-SUSPENSE-LINE.
           05  LR-CTL                  PIC X      VALUE ' '.
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  FILLER                  PIC X(24)
                                  VALUE 'SUSPENSE SET CORRECTED: '.
           05  LR-SITE-CODE            PIC X(04)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LR-RUN-DATE             PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  FILLER                  PIC X(16)
                                        VALUE 'FIRST REJECTED: '.
           05  LR-FIRST-REJECT-DATE    PIC 9(08)  VALUE 0.
           05  FILLER                  PIC X(64)  VALUE SPACES.

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
                                        VALUE 'CARDS READ:      '.
           05  LT2-CARDS-READ          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-LST-TRAILER-LINE3.
           05  LT3-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'HOLDS PLACED:    '.
           05  LT3-HOLDS-PLACED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-LST-TRAILER-LINE4.
           05  LT4-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'HOLDS RELEASED:  '.
           05  LT4-HOLDS-RELEASED      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-LST-TRAILER-LINE5.
           05  LT5-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'CARDS REJECTED:  '.
           05  LT5-CARDS-REJECTED      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-LST-TRAILER-LINE6.
           05  LT6-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'SUSPENSE READ:   '.
           05  LT6-SUSPENSE-READ       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-LST-TRAILER-LINE7.
           05  LT7-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'SUSP CORRECTED:  '.
           05  LT7-SUSPENSE-CORRECTED  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       LINKAGE                      SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN              PIC S9(4) COMP.
           05  LS-PARM-TEXT             PIC X(08).
       PROCEDURE                    DIVISION USING LS-PARM-AREA.
       0000-MAIN.
           IF LS-PARM-LEN > 0
               IF LS-PARM-LEN > 8
                   MOVE LS-PARM-TEXT TO WS-SUBMIT-USER
               ELSE
                   MOVE LS-PARM-TEXT (1:LS-PARM-LEN)
                       TO WS-SUBMIT-USER
               END-IF
           END-IF
           OPEN INPUT HOLD-CARD-FILE
           OPEN OUTPUT LISTING-FILE
           OPEN I-O HOLD-FILE
           OPEN INPUT SITE-FILE
           PERFORM 1000-WRITE-LISTING-HEADER
           EVALUATE TRUE
               WHEN WS-HOLD-STATUS NOT = '00'
                   MOVE 'HELLOHLD OPEN FAILED' TO LE1-MESSAGE
                   MOVE WS-HOLD-STATUS         TO LE1-FILE-STATUS
                   WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
                   MOVE 'Y' TO WS-OPEN-FAILED
               WHEN WS-SITE-STATUS NOT = '00'
                   MOVE 'HELLOSIT OPEN FAILED' TO LE1-MESSAGE
                   MOVE WS-SITE-STATUS         TO LE1-FILE-STATUS
                   WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
                   MOVE 'Y' TO WS-OPEN-FAILED
               WHEN OTHER
                   PERFORM 2000-READ-HOLD-CARD
                   PERFORM UNTIL CARD-EOF
                       PERFORM 3000-PROCESS-ONE-CARD
                       PERFORM 2000-READ-HOLD-CARD
                   END-PERFORM
           END-EVALUATE
           PERFORM 5000-RELEASE-HELD-SUSPENSE
           PERFORM 4000-WRITE-LISTING-TRAILER
           PERFORM 9500-SET-RETURN-CODE
           CLOSE HOLD-CARD-FILE
           CLOSE LISTING-FILE
           CLOSE HOLD-FILE
           CLOSE SITE-FILE
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

       2000-READ-HOLD-CARD.
           READ HOLD-CARD-FILE
               AT END
                   MOVE 'Y' TO WS-CARD-EOF
           END-READ.

       3000-PROCESS-ONE-CARD.
           ADD 1 TO WS-CARDS-READ
           MOVE 'Y' TO WS-CARD-VALID
           MOVE SPACES TO WS-REASON-TEXT
           PERFORM 3100-EDIT-ONE-CARD
           IF CARD-VALID
               EVALUATE TRUE
                   WHEN MC-ACTION-HOLD
                       PERFORM 3200-PLACE-HOLD
                   WHEN MC-ACTION-RELEASE
                       PERFORM 3300-RELEASE-HOLD
               END-EVALUATE
           END-IF
           PERFORM 3900-WRITE-LISTING-DETAIL.

       3100-EDIT-ONE-CARD.
           IF NOT MC-ACTION-HOLD AND NOT MC-ACTION-RELEASE
               MOVE 'N' TO WS-CARD-VALID
               MOVE 'ACTION NOT H OR R' TO WS-REASON-TEXT
           ELSE
               IF MC-SITE-CODE = SPACES
                   MOVE 'N' TO WS-CARD-VALID
                   MOVE 'SITE CODE MISSING' TO WS-REASON-TEXT
               ELSE
                   IF MC-ACTION-HOLD
                       PERFORM 3110-EDIT-HOLD-FIELDS
                   END-IF
               END-IF
           END-IF.

       3110-EDIT-HOLD-FIELDS.
           IF MC-HOLD-REASON = SPACES
               MOVE 'N' TO WS-CARD-VALID
               MOVE 'HOLD REASON MISSING' TO WS-REASON-TEXT
           ELSE
               IF MC-AUTO-RELEASE-DATE NOT = SPACES
                   MOVE MC-AUTO-RELEASE-DATE TO WS-EDIT-DATE
                   PERFORM 6000-VALIDATE-EDIT-DATE
                   IF DATE-INVALID
                       MOVE 'N' TO WS-CARD-VALID
                       MOVE 'INVALID AUTO-RELEASE DATE'
                           TO WS-REASON-TEXT
                   ELSE
                       IF MC-AUTO-RELEASE-DATE <= WS-CURRENT-DATE
                           MOVE 'N' TO WS-CARD-VALID
                           MOVE 'AUTO-RELEASE DATE NOT AFTER TODAY'
                               TO WS-REASON-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *  THE SITE MUST BE ON THE SITE MASTER, BUT ITS STATUS IS NOT
      *  CHECKED - A HOLD IS INDEPENDENT OF THE MASTER. A RELEASED
      *  HOLD RECORD FOR THE SITE IS REPLACED BY THE NEW HOLD.
      ******************************************************************
       3200-PLACE-HOLD.
           MOVE MC-SITE-CODE TO SM-SITE-CODE
           READ SITE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CARD-VALID
                   MOVE 'SITE NOT ON SITE MASTER' TO WS-REASON-TEXT
           END-READ
           IF CARD-VALID
               PERFORM 3500-READ-HOLD-RECORD
               IF HOLD-FOUND AND HD-STATUS-HELD
                   MOVE 'N' TO WS-CARD-VALID
                   MOVE 'SITE ALREADY ON HOLD' TO WS-REASON-TEXT
               END-IF
           END-IF
           IF CARD-VALID
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE SPACES               TO HOLD-RECORD
               MOVE MC-SITE-CODE         TO HD-SITE-CODE
               MOVE 'H'                  TO HD-HOLD-STATUS
               MOVE MC-HOLD-REASON       TO HD-HOLD-REASON
               MOVE WS-SUBMIT-USER       TO HD-HELD-BY
               MOVE WS-CURRENT-DATE      TO HD-HELD-DATE
               MOVE WS-CURRENT-TIME      TO HD-HELD-TIME
               MOVE MC-AUTO-RELEASE-DATE TO HD-AUTO-RELEASE-DATE
               IF HOLD-FOUND
                   REWRITE HOLD-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-CARD-VALID
                           MOVE 'HOLD REWRITE FAILED'
                               TO WS-REASON-TEXT
                   END-REWRITE
               ELSE
                   WRITE HOLD-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-CARD-VALID
                           MOVE 'HOLD WRITE FAILED'
                               TO WS-REASON-TEXT
                   END-WRITE
               END-IF
           END-IF
           IF CARD-VALID
               ADD 1 TO WS-HOLDS-PLACED
           END-IF.

      ******************************************************************
      *  A HOLD PAST ITS AUTO-RELEASE DATE IS STILL 'H' ON FILE AND
      *  MAY BE RELEASED BY CARD - THAT ALSO FREES ITS SUSPENSE.
      ******************************************************************
       3300-RELEASE-HOLD.
           PERFORM 3500-READ-HOLD-RECORD
           IF NOT HOLD-FOUND OR NOT HD-STATUS-HELD
               MOVE 'N' TO WS-CARD-VALID
               MOVE 'SITE NOT ON HOLD' TO WS-REASON-TEXT
           ELSE
               IF WS-RELEASE-COUNT NOT < 500
                   MOVE 'N' TO WS-CARD-VALID
                   MOVE 'RELEASE TABLE FULL' TO WS-REASON-TEXT
               END-IF
           END-IF
           IF CARD-VALID
               MOVE 'R'             TO HD-HOLD-STATUS
               MOVE WS-SUBMIT-USER  TO HD-RELEASED-BY
               MOVE WS-CURRENT-DATE TO HD-RELEASED-DATE
               REWRITE HOLD-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-CARD-VALID
                       MOVE 'HOLD REWRITE FAILED' TO WS-REASON-TEXT
               END-REWRITE
           END-IF
           IF CARD-VALID
               ADD 1 TO WS-RELEASE-COUNT
               MOVE MC-SITE-CODE TO RST-SITE-CODE (WS-RELEASE-COUNT)
               ADD 1 TO WS-HOLDS-RELEASED
           END-IF.

       3500-READ-HOLD-RECORD.
           MOVE 'Y' TO WS-HOLD-FOUND
           MOVE MC-SITE-CODE TO HD-SITE-CODE
           READ HOLD-FILE
               INVALID KEY
                   MOVE 'N' TO WS-HOLD-FOUND
           END-READ.

       3900-WRITE-LISTING-DETAIL.
           MOVE MC-ACTION            TO LD-ACTION
           MOVE MC-SITE-CODE         TO LD-SITE-CODE
           MOVE MC-AUTO-RELEASE-DATE TO LD-AUTO-RELEASE-DATE
           MOVE MC-HOLD-REASON       TO LD-HOLD-REASON
           IF CARD-VALID
               MOVE 'ACCEPTED' TO LD-DISPOSITION
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
               MOVE 'REJECTED' TO LD-DISPOSITION
           END-IF
           MOVE WS-REASON-TEXT TO LD-REASON-TEXT
           WRITE LISTING-RECORD FROM WS-LST-DETAIL-LINE.

       4000-WRITE-LISTING-TRAILER.
           MOVE WS-CARDS-READ         TO LT2-CARDS-READ
           MOVE WS-HOLDS-PLACED       TO LT3-HOLDS-PLACED
           MOVE WS-HOLDS-RELEASED     TO LT4-HOLDS-RELEASED
           MOVE WS-CARDS-REJECTED     TO LT5-CARDS-REJECTED
           MOVE WS-SUSPENSE-READ      TO LT6-SUSPENSE-READ
           MOVE WS-SUSPENSE-CORRECTED TO LT7-SUSPENSE-CORRECTED
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE1
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE2
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE3
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE4
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE5
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE6
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE7.

      ******************************************************************
      *  THE SUSPENSE GENERATION IS ALWAYS COPIED FORWARD, EVEN WHEN
      *  NO RELEASE CARD WAS ACCEPTED, SO THE NEW GENERATION THE JOB
      *  CATALOGS IS NEVER SHORT. ONLY OPEN 0180 RECORDS FOR A SITE
      *  RELEASED BY THIS DECK CHANGE. FRESH HOLD REJECTS STILL ON
      *  SUSPNEW ARE NOT SEEN HERE; HELLORCY FREES THOSE ITSELF
      *  ONCE IT FINDS THE SITE NO LONGER HELD.
      ******************************************************************
       5000-RELEASE-HELD-SUSPENSE.
           OPEN OUTPUT SUSPENSE-OUT-FILE
           OPEN INPUT SUSPENSE-IN-FILE
           IF WS-SUSPIN-STATUS = '00'
               PERFORM 5010-READ-SUSPENSE-RECORD
               PERFORM UNTIL SUSPENSE-EOF
                   PERFORM 5100-RELEASE-OR-COPY
                   PERFORM 5010-READ-SUSPENSE-RECORD
               END-PERFORM
               CLOSE SUSPENSE-IN-FILE
           END-IF
           CLOSE SUSPENSE-OUT-FILE.

       5010-READ-SUSPENSE-RECORD.
           READ SUSPENSE-IN-FILE
               AT END
                   MOVE 'Y' TO WS-SUSPENSE-EOF
           END-READ.

       5100-RELEASE-OR-COPY.
           ADD 1 TO WS-SUSPENSE-READ
           IF SU-STATUS-OPEN AND SU-TYPE-DETAIL
                   AND SU-REASON-CODE = 0180
                   AND WS-RELEASE-COUNT > 0
               MOVE SU-ORIGINAL-IMAGE TO WS-DETAIL-IMAGE
               PERFORM 5200-FIND-RELEASED-SITE
               IF SITE-RELEASED
                   MOVE 'C' TO SU-STATUS
                   ADD 1 TO WS-SUSPENSE-CORRECTED
                   MOVE DI-SITE-CODE         TO LR-SITE-CODE
                   MOVE DI-RUN-DATE          TO LR-RUN-DATE
                   MOVE SU-FIRST-REJECT-DATE TO LR-FIRST-REJECT-DATE
                   WRITE LISTING-RECORD FROM WS-LST-SUSPENSE-LINE
               END-IF
           END-IF
           WRITE SUSPENSE-OUT-RECORD FROM SUSPENSE-IN-RECORD.

       5200-FIND-RELEASED-SITE.
           MOVE 'N' TO WS-SITE-RELEASED
           SET RST-IDX TO 1
           SEARCH RST-ENTRY
               AT END
                   CONTINUE
               WHEN RST-SITE-CODE (RST-IDX) = DI-SITE-CODE
                   MOVE 'Y' TO WS-SITE-RELEASED
           END-SEARCH.

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
      *  A MISSING SUSPENSE GENERATION (STATUS 35) IS AN EMPTY CHAIN,
      *  NOT A FAILURE.
      ******************************************************************
       9500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SUSPIN-STATUS NOT = '00'
                       AND WS-SUSPIN-STATUS NOT = '10'
                       AND WS-SUSPIN-STATUS NOT = '35'
                   MOVE 'SUSPENSE FILE OPEN FAILED' TO LE1-MESSAGE
                   MOVE WS-SUSPIN-STATUS            TO LE1-FILE-STATUS
                   WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CARDS-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
