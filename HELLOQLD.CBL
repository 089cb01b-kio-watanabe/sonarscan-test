       IDENTIFICATION               DIVISION.
       PROGRAM-ID.                  HELLOQLD.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  ------------------------------------------------------------
      *  2026-10-14  INITIAL VERSION. LOADS HELLO CONTROL CARDS INTO
      *              THE HELLOCCQ CONTROL-CARD QUEUE DAYS AHEAD OF
      *              THEIR RUN DATE. EACH CARD GETS THE SAME EDITS AS
      *              THE HELLO CONTROL-CARD PASS (RUN-DATE, ENV-CODE,
      *              RUN MODE, REJECT THRESHOLD) AND THE HELLOCAL
      *              BUSINESS-DAY CHECK, INCLUDING THE ROLL-FORWARD
      *              OPTION, AT LOAD TIME RATHER THAN ON THE NIGHT.
      *              COL 62 OF THE CARD IS THE QUEUE ACTION: SPACE OR
      *              'A' = ADD, 'C' = CHANGE A QUEUED CARD, 'D' =
      *              DELETE A QUEUED CARD. THE SUBMITTING USER COMES
      *              FROM THE STEP PARM. EVERY CARD IS ECHOED TO THE
      *              SYSOUT EDIT LISTING AS ACCEPTED OR REJECTED.
      ******************************************************************
       ENVIRONMENT                  DIVISION.
       INPUT-OUTPUT                 SECTION.
       FILE-CONTROL.
           SELECT QUEUE-CARD-FILE   ASSIGN TO SYSIN
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
           SELECT LISTING-FILE      ASSIGN TO SYSOUT
                                     ORGANIZATION IS LINE SEQUENTIAL.
       DATA                         DIVISION.
       FILE                         SECTION.
       FD  QUEUE-CARD-FILE
           RECORDING MODE IS F.
       01  QUEUE-CARD-RECORD.
           COPY HELLOCTL.
       01  QUEUE-CARD-ACTION-VIEW.
           05  FILLER                   PIC X(61).
           05  QC-ACTION                PIC X(01).
               88  QC-ACTION-ADD                  VALUES 'A' ' '.
               88  QC-ACTION-CHANGE               VALUE 'C'.
               88  QC-ACTION-DELETE               VALUE 'D'.
           05  FILLER                   PIC X(18).

       FD  QUEUE-FILE.
       01  QUEUE-RECORD.
           COPY HELLOCCQ.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY HELLOCAL.

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
           05  WS-QUEUE-FOUND       PIC X     VALUE 'N'.
               88  QUEUE-FOUND                VALUE 'Y'.
           05  WS-ROLL-FOUND        PIC X     VALUE 'N'.
               88  ROLL-DATE-FOUND            VALUE 'Y'.
           05  WS-CARD-ROLLED       PIC X     VALUE 'N'.
               88  CARD-ROLLED                VALUE 'Y'.
           05  WS-OPEN-FAILED       PIC X     VALUE 'N'.
               88  OPEN-FAILED                VALUE 'Y'.
       01  WS-QUEUE-STATUS              PIC XX    VALUE '00'.
       01  WS-CALENDAR-STATUS           PIC XX    VALUE '00'.
       01  WS-VALID-ENV-CODE            PIC X(04).
           88  VALID-ENV-CODE  VALUES 'PROD' 'TEST' 'DEVL' 'QA  '.
       01  WS-REASON-TEXT               PIC X(40).
       01  WS-QUEUE-ACTION              PIC X(01).
       01  WS-KEYED-RUN-DATE            PIC X(08).
       01  WS-CURRENT-DATE              PIC 9(08).
       01  WS-CURRENT-TIME              PIC 9(08).
       01  WS-EDIT-DATE                 PIC X(08).
       01  WS-EDIT-DATE-SPLIT REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-CCYY             PIC 9(04).
           05  WS-EDIT-MM               PIC 9(02).
           05  WS-EDIT-DD               PIC 9(02).
       01  WS-DAYS-IN-MONTH             PIC 9(02) VALUE 31.
       01  WS-CARDS-READ                PIC 9(08) VALUE 0.
       01  WS-CARDS-ADDED               PIC 9(08) VALUE 0.
       01  WS-CARDS-CHANGED             PIC 9(08) VALUE 0.
       01  WS-CARDS-DELETED             PIC 9(08) VALUE 0.
       01  WS-CARDS-ROLLED              PIC 9(08) VALUE 0.
       01  WS-CARDS-REJECTED            PIC 9(08) VALUE 0.
       01  WS-SUBMIT-USER               PIC X(08) VALUE SPACES.

       01  WS-LST-HEADER-LINE1.
           05  LH1-CTL                 PIC X      VALUE '1'.
           05  FILLER                  PIC X(10)  VALUE 'PROGRAM: '.
           05  LH1-PROGRAM-NAME        PIC X(08)  VALUE 'HELLOQLD'.
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
           05  LD-RUN-DATE             PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LD-ENV-CODE             PIC X(04)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LD-RUN-MODE             PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LD-LOCALE-CODE          PIC X(02)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LD-QUEUED-FOR           PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LD-DISPOSITION          PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LD-REASON-TEXT          PIC X(40)  VALUE SPACES.
           05  FILLER                  PIC X(42)  VALUE SPACES.

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
                                        VALUE 'CARDS QUEUED:    '.
           05  LT3-CARDS-ADDED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-LST-TRAILER-LINE4.
           05  LT4-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'CARDS CHANGED:   '.
           05  LT4-CARDS-CHANGED       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-LST-TRAILER-LINE5.
           05  LT5-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'CARDS DELETED:   '.
           05  LT5-CARDS-DELETED       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-LST-TRAILER-LINE6.
           05  LT6-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'DATES ROLLED:    '.
           05  LT6-CARDS-ROLLED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-LST-TRAILER-LINE7.
           05  LT7-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'CARDS REJECTED:  '.
           05  LT7-CARDS-REJECTED      PIC ZZZ,ZZZ,ZZ9.
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
           OPEN INPUT QUEUE-CARD-FILE
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
                   PERFORM 2000-READ-QUEUE-CARD
                   PERFORM UNTIL CARD-EOF
                       PERFORM 3000-PROCESS-ONE-CARD
                       PERFORM 2000-READ-QUEUE-CARD
                   END-PERFORM
           END-EVALUATE
           PERFORM 4000-WRITE-LISTING-TRAILER
           PERFORM 9500-SET-RETURN-CODE
           CLOSE QUEUE-CARD-FILE
           CLOSE LISTING-FILE
           CLOSE QUEUE-FILE
           CLOSE CALENDAR-FILE
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

       2000-READ-QUEUE-CARD.
           READ QUEUE-CARD-FILE
               AT END
                   MOVE 'Y' TO WS-CARD-EOF
           END-READ.

      ******************************************************************
      *  THE QUEUE ACTION IN COL 62 IS SAVED AND BLANKED BEFORE THE
      *  EDITS SO THE QUEUED CARD IMAGE IS EXACTLY THE CARD HELLO
      *  WILL READ FROM THE DECK.
      ******************************************************************
       3000-PROCESS-ONE-CARD.
           ADD 1 TO WS-CARDS-READ
           MOVE 'Y' TO WS-CARD-VALID
           MOVE 'N' TO WS-CARD-ROLLED
           MOVE SPACES TO WS-REASON-TEXT
           MOVE QC-ACTION TO WS-QUEUE-ACTION
           MOVE HC-RUN-DATE TO WS-KEYED-RUN-DATE
           IF NOT QC-ACTION-ADD AND NOT QC-ACTION-CHANGE
                   AND NOT QC-ACTION-DELETE
               MOVE 'N' TO WS-CARD-VALID
               MOVE 'QUEUE ACTION NOT A, C OR D' TO WS-REASON-TEXT
           ELSE
               MOVE SPACE TO QC-ACTION
               EVALUATE TRUE
                   WHEN WS-QUEUE-ACTION = 'D'
                       PERFORM 3400-DELETE-QUEUED-CARD
                   WHEN OTHER
                       PERFORM 3100-VALIDATE-CONTROL-CARD
                       IF CARD-VALID
                           PERFORM 3200-QUEUE-CARD
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM 3900-WRITE-LISTING-DETAIL.

      ******************************************************************
      *  THE SAME EDITS, IN THE SAME ORDER AND WITH THE SAME REASON
      *  TEXTS, AS HELLO 2100-VALIDATE-CONTROL-CARD, EXCEPT THAT THE
      *  DAY IS CHECKED AGAINST THE LENGTH OF ITS MONTH - A CARD FOR
      *  A DATE THAT DOES NOT EXIST WOULD NEVER COME DUE. A CARD MAY
      *  NOT BE QUEUED FOR A RUN DATE ALREADY PAST.
      ******************************************************************
       3100-VALIDATE-CONTROL-CARD.
           MOVE HC-ENV-CODE TO WS-VALID-ENV-CODE
           MOVE HC-RUN-DATE TO WS-EDIT-DATE
           IF HC-RUN-DATE IS NOT NUMERIC
               MOVE 'N' TO WS-CARD-VALID
               MOVE 'INVALID RUN-DATE FORMAT' TO WS-REASON-TEXT
           ELSE
               IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
                   MOVE 'N' TO WS-CARD-VALID
                   MOVE 'INVALID RUN-DATE MONTH' TO WS-REASON-TEXT
               ELSE
                   PERFORM 6100-SET-DAYS-IN-MONTH
                   IF WS-EDIT-DD < 01
                           OR WS-EDIT-DD > WS-DAYS-IN-MONTH
                       MOVE 'N' TO WS-CARD-VALID
                       MOVE 'INVALID RUN-DATE DAY' TO WS-REASON-TEXT
                   ELSE
                       IF NOT VALID-ENV-CODE
                           MOVE 'N' TO WS-CARD-VALID
                           MOVE 'INVALID ENVIRONMENT CODE'
                               TO WS-REASON-TEXT
                       ELSE
                           IF NOT HC-MODE-LIVE
                                   AND NOT HC-MODE-TRIAL
                               MOVE 'N' TO WS-CARD-VALID
                               MOVE 'INVALID RUN MODE'
                                   TO WS-REASON-TEXT
                           ELSE
                               IF HC-REJECT-THRESHOLD NOT = SPACES
                                   AND HC-REJECT-THRESHOLD
                                       IS NOT NUMERIC
                                   MOVE 'N' TO WS-CARD-VALID
                                   MOVE 'INVALID REJECT THRESHOLD'
                                       TO WS-REASON-TEXT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF CARD-VALID
               PERFORM 3140-VALIDATE-BUSINESS-DAY
           END-IF
           IF CARD-VALID
               IF HC-RUN-DATE < WS-CURRENT-DATE
                   MOVE 'N' TO WS-CARD-VALID
                   MOVE 'RUN-DATE ALREADY PAST' TO WS-REASON-TEXT
               END-IF
           END-IF.

      ******************************************************************
      *  AS HELLO 2140: A DATE WITH NO HELLOCAL RECORD IS A BUSINESS
      *  DAY. A ROLLED CARD IS QUEUED UNDER THE BUSINESS DAY IT
      *  ROLLED TO, WITH THAT DATE IN THE CARD IMAGE, SO THE LISTING
      *  AND THE RELEASE STEP SEE THE NIGHT IT WILL ACTUALLY RUN.
      ******************************************************************
       3140-VALIDATE-BUSINESS-DAY.
           MOVE HC-RUN-DATE TO CA-CAL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   MOVE 'B' TO CA-DAY-TYPE
           END-READ
           IF NOT CA-BUSINESS-DAY
               IF HC-ROLL-FORWARD
                   PERFORM 3150-ROLL-TO-BUSINESS-DAY
                   IF ROLL-DATE-FOUND
                       MOVE CA-CAL-DATE TO HC-RUN-DATE
                       MOVE 'Y' TO WS-CARD-ROLLED
                   ELSE
                       MOVE 'N' TO WS-CARD-VALID
                       MOVE 'NO BUSINESS DAY TO ROLL FORWARD TO'
                           TO WS-REASON-TEXT
                   END-IF
               ELSE
                   MOVE 'N' TO WS-CARD-VALID
                   MOVE 'RUN-DATE NOT A BUSINESS DAY'
                       TO WS-REASON-TEXT
               END-IF
           END-IF.

       3150-ROLL-TO-BUSINESS-DAY.
           MOVE 'N' TO WS-ROLL-FOUND
           MOVE HC-RUN-DATE TO CA-CAL-DATE
           START CALENDAR-FILE KEY IS > CA-CAL-DATE
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-CALENDAR-STATUS = '00'
               PERFORM 3160-READ-NEXT-CALENDAR-DAY
                   UNTIL ROLL-DATE-FOUND
                       OR WS-CALENDAR-STATUS NOT = '00'
           END-IF.

       3160-READ-NEXT-CALENDAR-DAY.
           READ CALENDAR-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF CA-BUSINESS-DAY
                       MOVE 'Y' TO WS-ROLL-FOUND
                   END-IF
           END-READ.

      ******************************************************************
      *  AN ADD MAY NOT OVERLAY ANY CARD ALREADY ON THE QUEUE FOR THE
      *  RUN DATE AND ENVIRONMENT; A CHANGE REPLACES A CARD STILL
      *  QUEUED. A RELEASED CARD IS NEVER CHANGED - IT IS ALREADY ON
      *  THE DECK.
      ******************************************************************
       3200-QUEUE-CARD.
           PERFORM 3500-READ-QUEUE-RECORD
           EVALUATE TRUE
               WHEN WS-QUEUE-ACTION = 'C' AND NOT QUEUE-FOUND
                   MOVE 'N' TO WS-CARD-VALID
                   MOVE 'NO CARD QUEUED FOR RUN-DATE/ENV'
                       TO WS-REASON-TEXT
               WHEN QUEUE-FOUND AND CQ-STATUS-RELEASED
                   MOVE 'N' TO WS-CARD-VALID
                   MOVE 'CARD ALREADY RELEASED FOR RUN-DATE/ENV'
                       TO WS-REASON-TEXT
               WHEN WS-QUEUE-ACTION NOT = 'C' AND QUEUE-FOUND
                   MOVE 'N' TO WS-CARD-VALID
                   MOVE 'CARD ALREADY QUEUED FOR RUN-DATE/ENV'
                       TO WS-REASON-TEXT
           END-EVALUATE
           IF CARD-VALID
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE SPACES            TO QUEUE-RECORD
               MOVE HC-RUN-DATE       TO CQ-RUN-DATE
               MOVE HC-ENV-CODE       TO CQ-ENV-CODE
               MOVE 'Q'               TO CQ-QUEUE-STATUS
               MOVE QUEUE-CARD-RECORD TO CQ-CARD-IMAGE
               MOVE WS-SUBMIT-USER    TO CQ-QUEUED-BY
               MOVE WS-CURRENT-DATE   TO CQ-QUEUED-DATE
               MOVE WS-CURRENT-TIME   TO CQ-QUEUED-TIME
               MOVE WS-KEYED-RUN-DATE TO CQ-KEYED-RUN-DATE
               IF QUEUE-FOUND
                   REWRITE QUEUE-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-CARD-VALID
                           MOVE 'QUEUE REWRITE FAILED'
                               TO WS-REASON-TEXT
                   END-REWRITE
               ELSE
                   WRITE QUEUE-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-CARD-VALID
                           MOVE 'QUEUE WRITE FAILED'
                               TO WS-REASON-TEXT
                   END-WRITE
               END-IF
           END-IF
           IF CARD-VALID
               IF QUEUE-FOUND
                   ADD 1 TO WS-CARDS-CHANGED
               ELSE
                   ADD 1 TO WS-CARDS-ADDED
               END-IF
               IF CARD-ROLLED
                   ADD 1 TO WS-CARDS-ROLLED
               END-IF
           END-IF.

      ******************************************************************
      *  A DELETE NEEDS ONLY THE RUN DATE AND ENVIRONMENT OF THE
      *  QUEUED CARD - THE DATE IT WAS QUEUED UNDER, AFTER ANY ROLL.
      ******************************************************************
       3400-DELETE-QUEUED-CARD.
           PERFORM 3500-READ-QUEUE-RECORD
           IF NOT QUEUE-FOUND
               MOVE 'N' TO WS-CARD-VALID
               MOVE 'NO CARD QUEUED FOR RUN-DATE/ENV'
                   TO WS-REASON-TEXT
           ELSE
               IF CQ-STATUS-RELEASED
                   MOVE 'N' TO WS-CARD-VALID
                   MOVE 'CARD ALREADY RELEASED FOR RUN-DATE/ENV'
                       TO WS-REASON-TEXT
               END-IF
           END-IF
           IF CARD-VALID
               DELETE QUEUE-FILE RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-CARD-VALID
                       MOVE 'QUEUE DELETE FAILED' TO WS-REASON-TEXT
               END-DELETE
           END-IF
           IF CARD-VALID
               ADD 1 TO WS-CARDS-DELETED
           END-IF.

       3500-READ-QUEUE-RECORD.
           MOVE 'Y' TO WS-QUEUE-FOUND
           MOVE HC-RUN-DATE TO CQ-RUN-DATE
           MOVE HC-ENV-CODE TO CQ-ENV-CODE
           READ QUEUE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-QUEUE-FOUND
           END-READ.

       3900-WRITE-LISTING-DETAIL.
           MOVE WS-QUEUE-ACTION   TO LD-ACTION
           MOVE WS-KEYED-RUN-DATE TO LD-RUN-DATE
           MOVE HC-ENV-CODE       TO LD-ENV-CODE
           MOVE HC-RUN-MODE       TO LD-RUN-MODE
           MOVE HC-LOCALE-CODE    TO LD-LOCALE-CODE
           IF CARD-VALID
               MOVE HC-RUN-DATE TO LD-QUEUED-FOR
               MOVE 'ACCEPTED' TO LD-DISPOSITION
               IF CARD-ROLLED
                   MOVE 'ROLLED FORWARD TO NEXT BUSINESS DAY'
                       TO WS-REASON-TEXT
               END-IF
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
               MOVE SPACES TO LD-QUEUED-FOR
               MOVE 'REJECTED' TO LD-DISPOSITION
           END-IF
           MOVE WS-REASON-TEXT TO LD-REASON-TEXT
           WRITE LISTING-RECORD FROM WS-LST-DETAIL-LINE.

       4000-WRITE-LISTING-TRAILER.
           MOVE WS-CARDS-READ     TO LT2-CARDS-READ
           MOVE WS-CARDS-ADDED    TO LT3-CARDS-ADDED
           MOVE WS-CARDS-CHANGED  TO LT4-CARDS-CHANGED
           MOVE WS-CARDS-DELETED  TO LT5-CARDS-DELETED
           MOVE WS-CARDS-ROLLED   TO LT6-CARDS-ROLLED
           MOVE WS-CARDS-REJECTED TO LT7-CARDS-REJECTED
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE1
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE2
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE3
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE4
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE5
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE6
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE7.

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

       9500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CARDS-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
