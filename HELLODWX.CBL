       IDENTIFICATION               DIVISION.
       PROGRAM-ID.                  HELLODWX.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  ------------------------------------------------------------
      *  2026-10-14  INITIAL VERSION. NIGHTLY DATA-WAREHOUSE
      *              INTERFACE. WRITES ONE COMMA-DELIMITED FILE, WITH
      *              A HEADER ROW, FOR EACH OF: HELLOHST RUNS,
      *              HELLOAUD AUDIT ROWS, HELLOERR CARD REJECTS,
      *              DETAIL REJECTS (FROM THE HELLOSUS SUSPENSE
      *              CHAIN) AND HELLOALT/HELLOINC INCIDENTS. DATES
      *              ARE ISO CCYY-MM-DD, TIMES HH:MM:SS, AND CODES
      *              ARE DECODED TO TEXT. A CONTROL FILE GIVES THE
      *              ROW COUNT AND A BALANCING TOTAL PER EXTRACT.
      *              EACH EXTRACT RUNS FROM ITS HELLODWM HIGH-WATER
      *              MARK, SO A MISSED NIGHT IS CAUGHT UP BY THE
      *              NEXT RUN.
      *  2026-10-14  DECODE THE HELLOSLA BATCH-WINDOW ALERT REASONS
      *              (0900 SLA BREACHED, 0910 STEP ELAPSED DRIFT) ON
      *              THE INCIDENT EXTRACT.
      *  2026-10-14  WRITE ENV_CODE UNQUOTED ON DWCREJ, AS ON DWHIST
      *              AND DWAUDIT, SO THE COLUMN HAS ONE FORMAT.
      *  2026-10-14  DTLREJ MARK IS THE REJECT DATE AND SU-REJECT-TIME,
      *              SO REJECTS FROM A LATER RUN THE SAME DAY ARE NOT
      *              SKIPPED. MARK UPDATES STOP AT THE FIRST FAILURE,
      *              WHICH THE LISTING NAMES.
      ******************************************************************
       ENVIRONMENT                  DIVISION.
       INPUT-OUTPUT                 SECTION.
       FILE-CONTROL.
           SELECT MARK-FILE         ASSIGN TO HELLODWM
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS DW-EXTRACT-NAME
                                     FILE STATUS IS WS-MARK-STATUS.
           SELECT HISTORY-FILE      ASSIGN TO HELLOHST
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS HH-HIST-KEY
                                     FILE STATUS IS WS-HISTORY-STATUS.
           SELECT AUDIT-FILE        ASSIGN TO HELLOAUD
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ERROR-FILE        ASSIGN TO HELLOERR
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-ERROR-STATUS.
           SELECT SUSPENSE-FILE     ASSIGN TO SUSPIN
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT ALERT-FILE        ASSIGN TO HELLOALT
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-ALERT-STATUS.
           SELECT INCIDENT-FILE     ASSIGN TO HELLOINC
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS IN-INCIDENT-KEY
                                     FILE STATUS IS WS-INCIDENT-STATUS.
           SELECT HISTORY-CSV-FILE  ASSIGN TO DWHIST
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-CSV-FILE    ASSIGN TO DWAUDIT
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARDREJ-CSV-FILE  ASSIGN TO DWCREJ
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DTLREJ-CSV-FILE   ASSIGN TO DWDREJ
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INCIDENT-CSV-FILE ASSIGN TO DWINCID
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-CSV-FILE  ASSIGN TO DWCNTL
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTING-FILE      ASSIGN TO SYSOUT
                                     ORGANIZATION IS LINE SEQUENTIAL.
       DATA                         DIVISION.
       FILE                         SECTION.
       FD  MARK-FILE.
       01  MARK-RECORD.
           COPY HELLODWM.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY HELLOHST.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD.
           COPY HELLOAUD.

       FD  ERROR-FILE
           RECORDING MODE IS F.
       01  ERROR-RECORD.
           COPY HELLOERR.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-RECORD.
           COPY HELLOSUS.

       FD  ALERT-FILE
           RECORDING MODE IS F.
       01  ALERT-RECORD.
           COPY HELLOALT.

       FD  INCIDENT-FILE.
       01  INCIDENT-RECORD.
           COPY HELLOINC.

       FD  HISTORY-CSV-FILE
           RECORDING MODE IS F.
       01  HISTORY-CSV-RECORD          PIC X(400).

       FD  AUDIT-CSV-FILE
           RECORDING MODE IS F.
       01  AUDIT-CSV-RECORD            PIC X(400).

       FD  CARDREJ-CSV-FILE
           RECORDING MODE IS F.
       01  CARDREJ-CSV-RECORD          PIC X(400).

       FD  DTLREJ-CSV-FILE
           RECORDING MODE IS F.
       01  DTLREJ-CSV-RECORD           PIC X(400).

       FD  INCIDENT-CSV-FILE
           RECORDING MODE IS F.
       01  INCIDENT-CSV-RECORD         PIC X(800).

       FD  CONTROL-CSV-FILE
           RECORDING MODE IS F.
       01  CONTROL-CSV-RECORD          PIC X(400).

       FD  LISTING-FILE
           RECORDING MODE IS F.
       01  LISTING-RECORD              PIC X(133).

       WORKING-STORAGE              SECTION.
       01  WS-SWITCHES.
           05  WS-SOURCE-EOF        PIC X     VALUE 'N'.
               88  SOURCE-EOF                 VALUE 'Y'.
           05  WS-OPEN-FAILED       PIC X     VALUE 'N'.
               88  OPEN-FAILED                VALUE 'Y'.
           05  WS-MARK-FOUND        PIC X     VALUE 'N'.
               88  MARK-FOUND                 VALUE 'Y'.
           05  WS-ERROR-RESET       PIC X     VALUE 'N'.
               88  ERROR-FILE-RESET           VALUE 'Y'.
           05  WS-INCIDENT-LOADED   PIC X     VALUE 'N'.
               88  INCIDENT-LOADED            VALUE 'Y'.
       01  WS-MARK-STATUS               PIC XX    VALUE '00'.
       01  WS-HISTORY-STATUS            PIC XX    VALUE '00'.
       01  WS-AUDIT-STATUS              PIC XX    VALUE '00'.
       01  WS-ERROR-STATUS              PIC XX    VALUE '00'.
       01  WS-SUSPENSE-STATUS           PIC XX    VALUE '00'.
       01  WS-ALERT-STATUS              PIC XX    VALUE '00'.
       01  WS-INCIDENT-STATUS           PIC XX    VALUE '00'.
       01  WS-CURRENT-DATE              PIC 9(08).
       01  WS-CURRENT-TIME              PIC 9(08).
       01  WS-XT-SUB                    PIC 9(02) VALUE 0.
       01  WS-CARD-SUB                  PIC 9(02) VALUE 0.
       01  WS-REASON-SUB                PIC 9(02) VALUE 0.
       01  WS-ERROR-SEQ                 PIC 9(16) VALUE 0.
       01  WS-ERROR-MARK                PIC 9(16) VALUE 0.
       01  WS-ROW-ACTION                PIC X(06) VALUE SPACES.
       01  WS-ROW-SOURCE                PIC X(08) VALUE SPACES.

      ******************************************************************
      *  DATE/TIME STAMP IN HIGH-WATER-MARK FORM, COMPARABLE WITH THE
      *  16-BYTE MARKS ON HELLODWM.
      ******************************************************************
       01  WS-STAMP.
           05  WS-STAMP-DATE            PIC 9(08).
           05  WS-STAMP-TIME            PIC 9(08).
       01  WS-STAMP-KEY REDEFINES WS-STAMP
                                        PIC X(16).

      ******************************************************************
      *  ONE ENTRY PER EXTRACT, IN THIS ORDER:
      *  1 RUNHIST  2 AUDIT  3 CARDREJ  4 DTLREJ  5 INCIDENT
      ******************************************************************
       01  WS-EXTRACT-TABLE.
           05  XT-ENTRY OCCURS 5 TIMES.
               10  XT-EXTRACT-NAME      PIC X(08).
               10  XT-BALANCE-COLUMN    PIC X(20).
               10  XT-MARK-FOUND        PIC X(01).
               10  XT-OLD-MARK          PIC X(16).
               10  XT-NEW-MARK          PIC X(16).
               10  XT-LAST-DATE         PIC 9(08).
               10  XT-ROW-COUNT         PIC 9(08).
               10  XT-BALANCE-TOTAL     PIC 9(15).

      ******************************************************************
      *  HELLO REJECT REASON CODES, AND THE HELLOSLA BATCH-WINDOW
      *  REASONS, FOR DECODING THE HELLOALT/HELLOINC REASON-CODE ARRAY.
      ******************************************************************
       01  WS-REASON-TEXT-VALUES.
           05  FILLER                  PIC X(38)
                         VALUE '0010INVALID RUN-DATE FORMAT'.
           05  FILLER                  PIC X(38)
                         VALUE '0011INVALID RUN-DATE MONTH'.
           05  FILLER                  PIC X(38)
                         VALUE '0012INVALID RUN-DATE DAY'.
           05  FILLER                  PIC X(38)
                         VALUE '0020INVALID ENVIRONMENT CODE'.
           05  FILLER                  PIC X(38)
                         VALUE '0030DUPLICATE RUN-DATE CARD'.
           05  FILLER                  PIC X(38)
                         VALUE '0050INVALID RUN MODE'.
           05  FILLER                  PIC X(38)
                         VALUE '0060INVALID REJECT THRESHOLD'.
           05  FILLER                  PIC X(38)
                         VALUE '0070RUN-DATE NOT A BUSINESS DAY'.
           05  FILLER                  PIC X(38)
                         VALUE '0110SITE CODE MISSING'.
           05  FILLER                  PIC X(38)
                         VALUE '0120INVALID RUN-DATE'.
           05  FILLER                  PIC X(38)
                         VALUE '0130LOCALE CODE NOT ON LOCALE FILE'.
           05  FILLER                  PIC X(38)
                         VALUE '0140SITE NOT ON SITE MASTER'.
           05  FILLER                  PIC X(38)
                         VALUE '0150SITE INACTIVE ON SITE MASTER'.
           05  FILLER                  PIC X(38)
                         VALUE '0160NO CONTROL CARD FOR RUN-DATE'.
           05  FILLER                  PIC X(38)
                         VALUE '0170RUN-DATE NOT A BUSINESS DAY'.
           05  FILLER                  PIC X(38)
                         VALUE '0180SITE ON HOLD'.
           05  FILLER                  PIC X(38)
                         VALUE '0900BATCH WINDOW SLA BREACHED'.
           05  FILLER                  PIC X(38)
                         VALUE '0910STEP ELAPSED TIME DRIFT'.
       01  WS-REASON-TEXT-TABLE REDEFINES WS-REASON-TEXT-VALUES.
           05  RTT-ENTRY OCCURS 18 TIMES
                   INDEXED BY RTT-IDX.
               10  RTT-REASON-CODE      PIC 9(04).
               10  RTT-REASON-TEXT      PIC X(34).

      ******************************************************************
      *  CSV ROW BUILDER. A FIELD IS MOVED TO WS-CSV-FIELD AND ADDED
      *  TO WS-CSV-LINE WITH LEADING AND TRAILING SPACES DROPPED.
      *  FREE TEXT IS QUOTED (EMBEDDED DOUBLE QUOTES BECOME SINGLE
      *  QUOTES); CODES, NUMBERS, DATES AND TIMES ARE NOT. AN EMPTY
      *  FIELD IS WRITTEN AS NOTHING BETWEEN THE COMMAS.
      ******************************************************************
       01  WS-CSV-LINE                  PIC X(800).
       01  WS-CSV-PTR                   PIC 9(04) VALUE 1.
       01  WS-CSV-FIELDS                PIC 9(04) VALUE 0.
       01  WS-CSV-FIELD                 PIC X(60).
       01  WS-CSV-START                 PIC 9(04) VALUE 0.
       01  WS-CSV-END                   PIC 9(04) VALUE 0.
       01  WS-CSV-LEN                   PIC 9(04) VALUE 0.
       01  WS-CSV-NUMBER                PIC S9(15) VALUE 0.
       01  WS-CSV-NUMBER-EDIT           PIC -(15)9.
       01  WS-CSV-DATE                  PIC X(08).
       01  WS-CSV-DATE-SPLIT REDEFINES WS-CSV-DATE.
           05  WS-CSV-CCYY              PIC X(04).
           05  WS-CSV-MM                PIC X(02).
           05  WS-CSV-DD                PIC X(02).
       01  WS-CSV-TIME                  PIC X(08).
       01  WS-CSV-TIME-SPLIT REDEFINES WS-CSV-TIME.
           05  WS-CSV-HH                PIC X(02).
           05  WS-CSV-MI                PIC X(02).
           05  WS-CSV-SS                PIC X(02).
           05  WS-CSV-HS                PIC X(02).
       01  WS-DECODE-ENV                PIC X(04).
       01  WS-DECODE-RC                 PIC 9(04).

       01  WS-DETAIL-IMAGE.
           COPY HELLODTL
               REPLACING ==DD-SITE-CODE==    BY ==DI-SITE-CODE==
                         ==DD-RUN-DATE==     BY ==DI-RUN-DATE==
                         ==DD-LOCALE-CODE==  BY ==DI-LOCALE-CODE==
                         ==DD-MESSAGE-TEXT== BY ==DI-MESSAGE-TEXT==.

       01  WS-LST-HEADER-LINE1.
           05  LH1-CTL                 PIC X      VALUE '1'.
           05  FILLER                  PIC X(10)  VALUE 'PROGRAM: '.
           05  LH1-PROGRAM-NAME        PIC X(08)  VALUE 'HELLODWX'.
           05  FILLER                  PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE 'RUN DATE: '.
           05  LH1-RUN-DATE            PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(83)  VALUE SPACES.

       01  WS-LST-HEADER-LINE2.
           05  LH2-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(10)  VALUE 'RUN TIME: '.
           05  LH2-RUN-TIME            PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(114) VALUE SPACES.

       01  WS-LST-COLUMN-LINE.
           05  LC-CTL                  PIC X      VALUE '0'.
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE 'EXTRACT'.
           05  FILLER                  PIC X(13)  VALUE '         ROWS'.
           05  FILLER                  PIC X(22)
                                  VALUE '      BALANCING TOTAL'.
           05  FILLER                  PIC X(22)
                                  VALUE '  BALANCE COLUMN'.
           05  FILLER                  PIC X(18)  VALUE 'PREVIOUS MARK'.
           05  FILLER                  PIC X(18)  VALUE 'NEW MARK'.
           05  FILLER                  PIC X(25)  VALUE SPACES.

       01  WS-LST-EXTRACT-LINE.
           05  LX-CTL                  PIC X      VALUE ' '.
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  LX-EXTRACT-NAME         PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LX-ROW-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LX-BALANCE-TOTAL        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  LX-BALANCE-COLUMN       PIC X(20)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LX-OLD-MARK             PIC X(16)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LX-NEW-MARK             PIC X(16)  VALUE SPACES.
           05  FILLER                  PIC X(27)  VALUE SPACES.

       01  WS-LST-ERROR-LINE.
           05  LE1-CTL                 PIC X      VALUE '0'.
           05  LE1-MESSAGE             PIC X(40)  VALUE SPACES.
           05  FILLER                  PIC X(14)
                                        VALUE 'FILE STATUS: '.
           05  LE1-FILE-STATUS         PIC XX     VALUE SPACES.
           05  FILLER                  PIC X(76)  VALUE SPACES.

       PROCEDURE                    DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT OPEN-FAILED
               PERFORM 2000-EXTRACT-RUN-HISTORY
               PERFORM 3000-EXTRACT-AUDIT
               PERFORM 3500-EXTRACT-CARD-REJECTS
               PERFORM 4000-EXTRACT-DETAIL-REJECTS
               PERFORM 5000-EXTRACT-INCIDENTS
               PERFORM 8000-WRITE-CONTROL-FILE
               PERFORM 8500-UPDATE-MARKS
           END-IF
           PERFORM 8900-WRITE-LISTING-SUMMARY
           PERFORM 9500-SET-RETURN-CODE
           PERFORM 9000-CLOSE-FILES
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN OUTPUT LISTING-FILE
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO LH1-RUN-DATE
           END-STRING
           STRING WS-CURRENT-TIME(1:2) ':' WS-CURRENT-TIME(3:2) ':'
                  WS-CURRENT-TIME(5:2) DELIMITED BY SIZE
                  INTO LH2-RUN-TIME
           END-STRING
           WRITE LISTING-RECORD FROM WS-LST-HEADER-LINE1
           WRITE LISTING-RECORD FROM WS-LST-HEADER-LINE2
           MOVE 'RUNHIST'  TO XT-EXTRACT-NAME (1)
           MOVE 'RECORDS_PROCESSED' TO XT-BALANCE-COLUMN (1)
           MOVE 'AUDIT'    TO XT-EXTRACT-NAME (2)
           MOVE 'RETURN_CODE'       TO XT-BALANCE-COLUMN (2)
           MOVE 'CARDREJ'  TO XT-EXTRACT-NAME (3)
           MOVE 'REASON_CODE'       TO XT-BALANCE-COLUMN (3)
           MOVE 'DTLREJ'   TO XT-EXTRACT-NAME (4)
           MOVE 'REASON_CODE'       TO XT-BALANCE-COLUMN (4)
           MOVE 'INCIDENT' TO XT-EXTRACT-NAME (5)
           MOVE 'DETAILS_REJECTED'  TO XT-BALANCE-COLUMN (5)
           OPEN I-O MARK-FILE
           OPEN INPUT HISTORY-FILE
           OPEN INPUT INCIDENT-FILE
           OPEN OUTPUT HISTORY-CSV-FILE
           OPEN OUTPUT AUDIT-CSV-FILE
           OPEN OUTPUT CARDREJ-CSV-FILE
           OPEN OUTPUT DTLREJ-CSV-FILE
           OPEN OUTPUT INCIDENT-CSV-FILE
           OPEN OUTPUT CONTROL-CSV-FILE
           EVALUATE TRUE
               WHEN WS-MARK-STATUS NOT = '00'
                   MOVE 'HELLODWM OPEN FAILED' TO LE1-MESSAGE
                   MOVE WS-MARK-STATUS         TO LE1-FILE-STATUS
                   WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
                   MOVE 'Y' TO WS-OPEN-FAILED
               WHEN WS-HISTORY-STATUS NOT = '00'
                   MOVE 'HELLOHST OPEN FAILED' TO LE1-MESSAGE
                   MOVE WS-HISTORY-STATUS      TO LE1-FILE-STATUS
                   WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
                   MOVE 'Y' TO WS-OPEN-FAILED
               WHEN WS-INCIDENT-STATUS NOT = '00'
                   MOVE 'HELLOINC OPEN FAILED' TO LE1-MESSAGE
                   MOVE WS-INCIDENT-STATUS     TO LE1-FILE-STATUS
                   WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
                   MOVE 'Y' TO WS-OPEN-FAILED
               WHEN OTHER
                   PERFORM 1100-READ-ONE-MARK
                       VARYING WS-XT-SUB FROM 1 BY 1
                       UNTIL WS-XT-SUB > 5
           END-EVALUATE.

      ******************************************************************
      *  NO MARK ON FILE YET = EVERYTHING ON THE SOURCE IS NEW. ALL
      *  MARKS ARE DIGITS, SO ZEROS SORT AHEAD OF ANY REAL POSITION.
      ******************************************************************
       1100-READ-ONE-MARK.
           MOVE 0 TO XT-ROW-COUNT (WS-XT-SUB)
           MOVE 0 TO XT-BALANCE-TOTAL (WS-XT-SUB)
           MOVE XT-EXTRACT-NAME (WS-XT-SUB) TO DW-EXTRACT-NAME
           READ MARK-FILE
               INVALID KEY
                   MOVE 'N'       TO XT-MARK-FOUND (WS-XT-SUB)
                   MOVE ZEROS     TO XT-OLD-MARK (WS-XT-SUB)
                   MOVE 0         TO XT-LAST-DATE (WS-XT-SUB)
               NOT INVALID KEY
                   MOVE 'Y'       TO XT-MARK-FOUND (WS-XT-SUB)
                   MOVE DW-HIGH-WATER-MARK
                                  TO XT-OLD-MARK (WS-XT-SUB)
                   MOVE DW-LAST-EXTRACT-DATE
                                  TO XT-LAST-DATE (WS-XT-SUB)
           END-READ
           MOVE XT-OLD-MARK (WS-XT-SUB) TO XT-NEW-MARK (WS-XT-SUB).

      ******************************************************************
      *  HELLOHST IS READ IN KEY ORDER FROM JUST PAST THE MARK; THE
      *  NEW MARK IS THE LAST KEY SENT. RECORDS PURGED BY HELLOPRG
      *  WERE SENT LONG BEFORE THEY AGED OFF.
      ******************************************************************
       2000-EXTRACT-RUN-HISTORY.
           MOVE 1 TO WS-XT-SUB
           MOVE SPACES TO WS-CSV-LINE
           STRING 'RUN_DATE,RUN_ID,RUN_TIME,ENV_CODE,ENVIRONMENT,'
                  'RETURN_CODE,RETURN_CODE_TEXT,RECORDS_PROCESSED,'
                  'RECORDS_REJECTED,RERUN,CARD_DATE_1,CARD_DATE_2,'
                  'CARD_DATE_3'
                  DELIMITED BY SIZE INTO WS-CSV-LINE
           END-STRING
           WRITE HISTORY-CSV-RECORD FROM WS-CSV-LINE
           MOVE 'N' TO WS-SOURCE-EOF
           MOVE XT-OLD-MARK (1) TO HH-HIST-KEY
           START HISTORY-FILE KEY IS > HH-HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SOURCE-EOF
           END-START
           IF NOT SOURCE-EOF
               PERFORM 2050-READ-NEXT-HISTORY
           END-IF
           PERFORM UNTIL SOURCE-EOF
               PERFORM 2100-WRITE-HISTORY-ROW
               PERFORM 2050-READ-NEXT-HISTORY
           END-PERFORM.

       2050-READ-NEXT-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SOURCE-EOF
           END-READ
           IF WS-HISTORY-STATUS NOT = '00'
               MOVE 'Y' TO WS-SOURCE-EOF
           END-IF.

       2100-WRITE-HISTORY-ROW.
           PERFORM 7000-START-CSV-ROW
           MOVE HH-RUN-DATE TO WS-CSV-DATE
           PERFORM 7400-ADD-ISO-DATE
           MOVE HH-RUN-ID TO WS-CSV-FIELD
           PERFORM 7200-ADD-PLAIN-FIELD
           MOVE HH-RUN-ID TO WS-CSV-TIME
           PERFORM 7450-ADD-ISO-TIME
           MOVE HH-ENV-CODE TO WS-CSV-FIELD
           PERFORM 7200-ADD-PLAIN-FIELD
           MOVE HH-ENV-CODE TO WS-DECODE-ENV
           PERFORM 7600-DECODE-ENV-CODE
           PERFORM 7100-ADD-TEXT-FIELD
           MOVE HH-RETURN-CODE TO WS-CSV-NUMBER
           PERFORM 7500-ADD-NUMBER-FIELD
           MOVE HH-RETURN-CODE TO WS-DECODE-RC
           PERFORM 7650-DECODE-RETURN-CODE
           PERFORM 7100-ADD-TEXT-FIELD
           MOVE HH-RECORDS-PROCESSED TO WS-CSV-NUMBER
           PERFORM 7500-ADD-NUMBER-FIELD
           MOVE HH-RECORDS-REJECTED TO WS-CSV-NUMBER
           PERFORM 7500-ADD-NUMBER-FIELD
           IF HH-RERUN
               MOVE 'RERUN'     TO WS-CSV-FIELD
           ELSE
               MOVE 'FIRST RUN' TO WS-CSV-FIELD
           END-IF
           PERFORM 7100-ADD-TEXT-FIELD
           PERFORM 2110-ADD-CARD-DATE
               VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-SUB > 3
           WRITE HISTORY-CSV-RECORD FROM WS-CSV-LINE
           ADD 1 TO XT-ROW-COUNT (1)
           ADD HH-RECORDS-PROCESSED TO XT-BALANCE-TOTAL (1)
           MOVE HH-HIST-KEY TO XT-NEW-MARK (1).

       2110-ADD-CARD-DATE.
           MOVE HH-CARD-DATE (WS-CARD-SUB) TO WS-CSV-DATE
           PERFORM 7400-ADD-ISO-DATE.

      ******************************************************************
      *  HELLOAUD IS A FLAT FILE APPENDED EACH RUN. A ROW IS NEW WHEN
      *  ITS RUN DATE/TIME IS PAST THE MARK; A MISSING FILE IS EMPTY.
      ******************************************************************
       3000-EXTRACT-AUDIT.
           MOVE 2 TO WS-XT-SUB
           MOVE SPACES TO WS-CSV-LINE
           STRING 'JOB_NAME,STEP_NAME,RUN_DATE,RUN_TIME,SUBMIT_USER,'
                  'ENV_CODE,ENVIRONMENT,RETURN_CODE,RETURN_CODE_TEXT'
                  DELIMITED BY SIZE INTO WS-CSV-LINE
           END-STRING
           WRITE AUDIT-CSV-RECORD FROM WS-CSV-LINE
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = '00'
               MOVE 'N' TO WS-SOURCE-EOF
               PERFORM 3050-READ-AUDIT
               PERFORM UNTIL SOURCE-EOF
                   MOVE HA-RUN-DATE TO WS-STAMP-DATE
                   MOVE HA-RUN-TIME TO WS-STAMP-TIME
                   IF WS-STAMP-KEY > XT-OLD-MARK (2)
                       PERFORM 3100-WRITE-AUDIT-ROW
                   END-IF
                   PERFORM 3050-READ-AUDIT
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       3050-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-SOURCE-EOF
           END-READ.

       3100-WRITE-AUDIT-ROW.
           PERFORM 7000-START-CSV-ROW
           MOVE HA-JOB-NAME TO WS-CSV-FIELD
           PERFORM 7200-ADD-PLAIN-FIELD
           MOVE HA-STEP-NAME TO WS-CSV-FIELD
           PERFORM 7200-ADD-PLAIN-FIELD
           MOVE HA-RUN-DATE TO WS-CSV-DATE
           PERFORM 7400-ADD-ISO-DATE
           MOVE HA-RUN-TIME TO WS-CSV-TIME
           PERFORM 7450-ADD-ISO-TIME
           MOVE HA-SUBMIT-USER TO WS-CSV-FIELD
           PERFORM 7200-ADD-PLAIN-FIELD
           MOVE HA-ENV-CODE TO WS-CSV-FIELD
           PERFORM 7200-ADD-PLAIN-FIELD
           MOVE HA-ENV-CODE TO WS-DECODE-ENV
           PERFORM 7600-DECODE-ENV-CODE
           PERFORM 7100-ADD-TEXT-FIELD
           MOVE HA-RETURN-CODE TO WS-CSV-NUMBER
           PERFORM 7500-ADD-NUMBER-FIELD
           MOVE HA-RETURN-CODE TO WS-DECODE-RC
           PERFORM 7650-DECODE-RETURN-CODE
           PERFORM 7100-ADD-TEXT-FIELD
           WRITE AUDIT-CSV-RECORD FROM WS-CSV-LINE
           ADD 1 TO XT-ROW-COUNT (2)
           ADD HA-RETURN-CODE TO XT-BALANCE-TOTAL (2)
           IF WS-STAMP-KEY > XT-NEW-MARK (2)
               MOVE WS-STAMP-KEY TO XT-NEW-MARK (2)
           END-IF.

      ******************************************************************
      *  HELLOERR CARRIES NO RUN TIMESTAMP, SO ITS MARK IS THE NUMBER
      *  OF RECORDS ALREADY SENT. A FILE SHORTER THAN THE MARK HAS
      *  BEEN REALLOCATED: IT IS SENT FROM THE TOP AND THE STEP ENDS
      *  RC 4 SO THE WAREHOUSE TEAM CAN CHECK FOR A GAP.
      ******************************************************************
       3500-EXTRACT-CARD-REJECTS.
           MOVE 3 TO WS-XT-SUB
           MOVE SPACES TO WS-CSV-LINE
           STRING 'REJECT_SEQ,CARD_RUN_DATE,ENV_CODE,ENVIRONMENT,'
                  'REASON_CODE,REASON_TEXT'
                  DELIMITED BY SIZE INTO WS-CSV-LINE
           END-STRING
           WRITE CARDREJ-CSV-RECORD FROM WS-CSV-LINE
           MOVE XT-OLD-MARK (3) TO WS-ERROR-MARK
           MOVE 0 TO WS-ERROR-SEQ
           OPEN INPUT ERROR-FILE
           IF WS-ERROR-STATUS = '00'
               MOVE 'N' TO WS-SOURCE-EOF
               PERFORM 3550-READ-ERROR
               PERFORM UNTIL SOURCE-EOF
                   ADD 1 TO WS-ERROR-SEQ
                   PERFORM 3550-READ-ERROR
               END-PERFORM
               CLOSE ERROR-FILE
           END-IF
           IF WS-ERROR-SEQ < WS-ERROR-MARK
               MOVE 'Y' TO WS-ERROR-RESET
               MOVE 0 TO WS-ERROR-MARK
               MOVE 'HELLOERR SHORTER THAN MARK - RESENT'
                   TO LE1-MESSAGE
               MOVE WS-ERROR-STATUS TO LE1-FILE-STATUS
               WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
           END-IF
           MOVE 0 TO WS-ERROR-SEQ
           OPEN INPUT ERROR-FILE
           IF WS-ERROR-STATUS = '00'
               MOVE 'N' TO WS-SOURCE-EOF
               PERFORM 3550-READ-ERROR
               PERFORM UNTIL SOURCE-EOF
                   ADD 1 TO WS-ERROR-SEQ
                   IF WS-ERROR-SEQ > WS-ERROR-MARK
                       PERFORM 3600-WRITE-CARDREJ-ROW
                   END-IF
                   PERFORM 3550-READ-ERROR
               END-PERFORM
               CLOSE ERROR-FILE
           END-IF
           MOVE WS-ERROR-SEQ TO XT-NEW-MARK (3).

       3550-READ-ERROR.
           READ ERROR-FILE
               AT END
                   MOVE 'Y' TO WS-SOURCE-EOF
           END-READ.

       3600-WRITE-CARDREJ-ROW.
           PERFORM 7000-START-CSV-ROW
           MOVE WS-ERROR-SEQ TO WS-CSV-NUMBER
           PERFORM 7500-ADD-NUMBER-FIELD
           MOVE HE-RUN-DATE TO WS-CSV-DATE
           PERFORM 7400-ADD-ISO-DATE
           MOVE HE-ENV-CODE TO WS-CSV-FIELD
           PERFORM 7200-ADD-PLAIN-FIELD
           MOVE HE-ENV-CODE TO WS-DECODE-ENV
           PERFORM 7600-DECODE-ENV-CODE
           PERFORM 7100-ADD-TEXT-FIELD
           MOVE HE-REASON-CODE TO WS-CSV-NUMBER
           PERFORM 7500-ADD-NUMBER-FIELD
           MOVE HE-REASON-TEXT TO WS-CSV-FIELD
           PERFORM 7100-ADD-TEXT-FIELD
           WRITE CARDREJ-CSV-RECORD FROM WS-CSV-LINE
           ADD 1 TO XT-ROW-COUNT (3)
           ADD HE-REASON-CODE TO XT-BALANCE-TOTAL (3).

      ******************************************************************
      *  HELLODRJ IS A SYSOUT LISTING, SO DETAIL REJECTS COME FROM THE
      *  SUSPENSE CHAIN (CURRENT GENERATION PLUS SUSPNEW). EACH REJECT
      *  IS AN 'O' RECORD STAMPED WITH THE DATE OF THE RUN THAT
      *  REJECTED IT; LATER CORRECTION ('C') OR CANCELLATION ('X')
      *  LEAVES THAT DATE ALONE, AND RECYCLED ('R') RECORDS CARRY THE
      *  RECYCLE DATE, SO THEY ARE SKIPPED - A RE-REJECT COMES BACK AS
      *  A NEW 'O' RECORD. THE MARK IS THE REJECT DATE AND THE
      *  REJECTING RUN'S TIME (SU-REJECT-TIME) OF THE LAST REJECT
      *  SENT, SO A SECOND RUN THE SAME DAY IS STILL PICKED UP. A
      *  RECORD WRITTEN BEFORE THE TIME WAS KEPT COUNTS AS MIDNIGHT.
      ******************************************************************
       4000-EXTRACT-DETAIL-REJECTS.
           MOVE 4 TO WS-XT-SUB
           MOVE SPACES TO WS-CSV-LINE
           STRING 'SITE_CODE,DETAIL_RUN_DATE,LOCALE_CODE,REASON_CODE,'
                  'REASON_TEXT,SUSPENSE_STATUS,ATTEMPT_COUNT,'
                  'FIRST_REJECT_DATE,REJECT_DATE'
                  DELIMITED BY SIZE INTO WS-CSV-LINE
           END-STRING
           WRITE DTLREJ-CSV-RECORD FROM WS-CSV-LINE
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = '00'
               MOVE 'N' TO WS-SOURCE-EOF
               PERFORM 4050-READ-SUSPENSE
               PERFORM UNTIL SOURCE-EOF
                   MOVE SU-LAST-ATTEMPT-DATE TO WS-STAMP-DATE
                   MOVE 0                    TO WS-STAMP-TIME
                   IF SU-REJECT-TIME IS NUMERIC
                       MOVE SU-REJECT-TIME   TO WS-STAMP-TIME
                   END-IF
                   IF SU-TYPE-DETAIL AND NOT SU-STATUS-RECYCLED
                           AND WS-STAMP-KEY > XT-OLD-MARK (4)
                       PERFORM 4100-WRITE-DTLREJ-ROW
                   END-IF
                   PERFORM 4050-READ-SUSPENSE
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       4050-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-SOURCE-EOF
           END-READ.

       4100-WRITE-DTLREJ-ROW.
           MOVE SU-ORIGINAL-IMAGE TO WS-DETAIL-IMAGE
           PERFORM 7000-START-CSV-ROW
           MOVE DI-SITE-CODE TO WS-CSV-FIELD
           PERFORM 7100-ADD-TEXT-FIELD
           MOVE DI-RUN-DATE TO WS-CSV-DATE
           PERFORM 7400-ADD-ISO-DATE
           MOVE DI-LOCALE-CODE TO WS-CSV-FIELD
           PERFORM 7100-ADD-TEXT-FIELD
           MOVE SU-REASON-CODE TO WS-CSV-NUMBER
           PERFORM 7500-ADD-NUMBER-FIELD
           MOVE SU-REASON-TEXT TO WS-CSV-FIELD
           PERFORM 7100-ADD-TEXT-FIELD
           EVALUATE TRUE
               WHEN SU-STATUS-OPEN
                   MOVE 'OPEN'      TO WS-CSV-FIELD
               WHEN SU-STATUS-CORRECTED
                   MOVE 'CORRECTED' TO WS-CSV-FIELD
               WHEN SU-STATUS-CLOSED
                   MOVE 'CLOSED'    TO WS-CSV-FIELD
               WHEN OTHER
                   MOVE SU-STATUS   TO WS-CSV-FIELD
           END-EVALUATE
           PERFORM 7100-ADD-TEXT-FIELD
           MOVE SU-ATTEMPT-COUNT TO WS-CSV-NUMBER
           PERFORM 7500-ADD-NUMBER-FIELD
           MOVE SU-FIRST-REJECT-DATE TO WS-CSV-DATE
           PERFORM 7400-ADD-ISO-DATE
           MOVE SU-LAST-ATTEMPT-DATE TO WS-CSV-DATE
           PERFORM 7400-ADD-ISO-DATE
           WRITE DTLREJ-CSV-RECORD FROM WS-CSV-LINE
           ADD 1 TO XT-ROW-COUNT (4)
           ADD SU-REASON-CODE TO XT-BALANCE-TOTAL (4)
           IF WS-STAMP-KEY > XT-NEW-MARK (4)
               MOVE WS-STAMP-KEY TO XT-NEW-MARK (4)
           END-IF.

      ******************************************************************
      *  INCIDENTS COME FROM HELLOINC, PLUS ANY HELLOALT ALERT THAT
      *  HELLOALM HAS NOT YET LOADED. A KEY PAST THE MARK IS AN
      *  INSERT; AN OLDER INCIDENT ACKNOWLEDGED ON OR AFTER THE LAST
      *  EXTRACT DATE IS RESENT AS AN UPDATE SO THE WAREHOUSE SEES
      *  THE ACKNOWLEDGMENT.
      ******************************************************************
       5000-EXTRACT-INCIDENTS.
           MOVE 5 TO WS-XT-SUB
           MOVE SPACES TO WS-CSV-LINE
           STRING 'ROW_ACTION,SOURCE,RUN_DATE,RUN_TIME,RETURN_CODE,'
                  'RETURN_CODE_TEXT,RECORDS_PROCESSED,CARDS_REJECTED,'
                  'DETAILS_REJECTED,DETAIL_FILE_STATUS,'
                  'CHECKPOINT_FILE_STATUS,LOCALE_FILE_STATUS,'
                  'HISTORY_FILE_STATUS,SITE_FILE_STATUS,REASON_COUNT,'
                  'REASONS,ACK_STATUS,ACK_USER,ACK_DATE,RECURRENCE,'
                  'RECUR_COUNT'
                  DELIMITED BY SIZE INTO WS-CSV-LINE
           END-STRING
           WRITE INCIDENT-CSV-RECORD FROM WS-CSV-LINE
           MOVE 'HELLOINC' TO WS-ROW-SOURCE
           MOVE 'N' TO WS-SOURCE-EOF
           MOVE LOW-VALUES TO IN-INCIDENT-KEY
           START INCIDENT-FILE KEY IS NOT < IN-INCIDENT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SOURCE-EOF
           END-START
           IF NOT SOURCE-EOF
               PERFORM 5050-READ-NEXT-INCIDENT
           END-IF
           PERFORM UNTIL SOURCE-EOF
               PERFORM 5100-SELECT-INCIDENT
               PERFORM 5050-READ-NEXT-INCIDENT
           END-PERFORM
           MOVE 'HELLOALT' TO WS-ROW-SOURCE
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = '00'
               MOVE 'N' TO WS-SOURCE-EOF
               PERFORM 5150-READ-ALERT
               PERFORM UNTIL SOURCE-EOF
                   PERFORM 5200-SELECT-ALERT
                   PERFORM 5150-READ-ALERT
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.

       5050-READ-NEXT-INCIDENT.
           READ INCIDENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SOURCE-EOF
           END-READ
           IF WS-INCIDENT-STATUS NOT = '00'
               MOVE 'Y' TO WS-SOURCE-EOF
           END-IF.

       5100-SELECT-INCIDENT.
           MOVE IN-INCIDENT-KEY TO WS-STAMP-KEY
           EVALUATE TRUE
               WHEN WS-STAMP-KEY > XT-OLD-MARK (5)
                   MOVE 'INSERT' TO WS-ROW-ACTION
                   PERFORM 5300-WRITE-INCIDENT-ROW
               WHEN IN-ACKNOWLEDGED
                       AND XT-MARK-FOUND (5) = 'Y'
                       AND IN-ACK-DATE NOT < XT-LAST-DATE (5)
                   MOVE 'UPDATE' TO WS-ROW-ACTION
                   PERFORM 5300-WRITE-INCIDENT-ROW
           END-EVALUATE.

       5150-READ-ALERT.
           READ ALERT-FILE
               AT END
                   MOVE 'Y' TO WS-SOURCE-EOF
           END-READ.

      ******************************************************************
      *  AN ALERT ALREADY LOADED TO HELLOINC WAS TAKEN FROM THERE. AN
      *  UNLOADED ONE IS SENT UNACKNOWLEDGED WITH NO RECURRENCE
      *  ASSESSMENT; ITS ACKNOWLEDGMENT FOLLOWS LATER AS AN UPDATE.
      ******************************************************************
       5200-SELECT-ALERT.
           MOVE AL-RUN-DATE TO WS-STAMP-DATE
           MOVE AL-RUN-TIME TO WS-STAMP-TIME
           IF WS-STAMP-KEY > XT-OLD-MARK (5)
               MOVE 'Y' TO WS-INCIDENT-LOADED
               MOVE WS-STAMP-KEY TO IN-INCIDENT-KEY
               READ INCIDENT-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-INCIDENT-LOADED
               END-READ
               IF NOT INCIDENT-LOADED
                   MOVE SPACES               TO INCIDENT-RECORD
                   MOVE AL-RUN-DATE          TO IN-RUN-DATE
                   MOVE AL-RUN-TIME          TO IN-RUN-TIME
                   MOVE AL-RETURN-CODE       TO IN-RETURN-CODE
                   MOVE AL-DETAIL-STATUS     TO IN-DETAIL-STATUS
                   MOVE AL-CHECKPOINT-STATUS TO IN-CHECKPOINT-STATUS
                   MOVE AL-LOCALE-STATUS     TO IN-LOCALE-STATUS
                   MOVE AL-HISTORY-STATUS    TO IN-HISTORY-STATUS
                   MOVE AL-SITE-STATUS       TO IN-SITE-STATUS
                   MOVE AL-RECORDS-PROCESSED TO IN-RECORDS-PROCESSED
                   MOVE AL-CARDS-REJECTED    TO IN-CARDS-REJECTED
                   MOVE AL-DETAILS-REJECTED  TO IN-DETAILS-REJECTED
                   MOVE AL-REASON-COUNT      TO IN-REASON-COUNT
                   PERFORM 5210-MOVE-ONE-ALERT-REASON
                       VARYING WS-REASON-SUB FROM 1 BY 1
                       UNTIL WS-REASON-SUB > 10
                   MOVE 'N'                  TO IN-ACK-FLAG
                   MOVE 0                    TO IN-ACK-DATE
                   MOVE 0                    TO IN-RECUR-COUNT
                   MOVE 'INSERT'             TO WS-ROW-ACTION
                   PERFORM 5300-WRITE-INCIDENT-ROW
               END-IF
           END-IF.

       5210-MOVE-ONE-ALERT-REASON.
           MOVE AL-REASON-CODE (WS-REASON-SUB)
               TO IN-REASON-CODE (WS-REASON-SUB).

       5300-WRITE-INCIDENT-ROW.
           PERFORM 7000-START-CSV-ROW
           MOVE WS-ROW-ACTION TO WS-CSV-FIELD
           PERFORM 7200-ADD-PLAIN-FIELD
           MOVE WS-ROW-SOURCE TO WS-CSV-FIELD
           PERFORM 7200-ADD-PLAIN-FIELD
           MOVE IN-RUN-DATE TO WS-CSV-DATE
           PERFORM 7400-ADD-ISO-DATE
           MOVE IN-RUN-TIME TO WS-CSV-TIME
           PERFORM 7450-ADD-ISO-TIME
           MOVE IN-RETURN-CODE TO WS-CSV-NUMBER
           PERFORM 7500-ADD-NUMBER-FIELD
           MOVE IN-RETURN-CODE TO WS-DECODE-RC
           PERFORM 7650-DECODE-RETURN-CODE
           PERFORM 7100-ADD-TEXT-FIELD
           MOVE IN-RECORDS-PROCESSED TO WS-CSV-NUMBER
           PERFORM 7500-ADD-NUMBER-FIELD
           MOVE IN-CARDS-REJECTED TO WS-CSV-NUMBER
           PERFORM 7500-ADD-NUMBER-FIELD
           MOVE IN-DETAILS-REJECTED TO WS-CSV-NUMBER
           PERFORM 7500-ADD-NUMBER-FIELD
           MOVE IN-DETAIL-STATUS TO WS-CSV-FIELD
           PERFORM 7200-ADD-PLAIN-FIELD
           MOVE IN-CHECKPOINT-STATUS TO WS-CSV-FIELD
           PERFORM 7200-ADD-PLAIN-FIELD
           MOVE IN-LOCALE-STATUS TO WS-CSV-FIELD
           PERFORM 7200-ADD-PLAIN-FIELD
           MOVE IN-HISTORY-STATUS TO WS-CSV-FIELD
           PERFORM 7200-ADD-PLAIN-FIELD
           MOVE IN-SITE-STATUS TO WS-CSV-FIELD
           PERFORM 7200-ADD-PLAIN-FIELD
           MOVE IN-REASON-COUNT TO WS-CSV-NUMBER
           PERFORM 7500-ADD-NUMBER-FIELD
           PERFORM 7700-ADD-REASONS-FIELD
           IF IN-ACKNOWLEDGED
               MOVE 'ACKNOWLEDGED'   TO WS-CSV-FIELD
           ELSE
               MOVE 'UNACKNOWLEDGED' TO WS-CSV-FIELD
           END-IF
           PERFORM 7100-ADD-TEXT-FIELD
           MOVE IN-ACK-USER TO WS-CSV-FIELD
           PERFORM 7200-ADD-PLAIN-FIELD
           MOVE IN-ACK-DATE TO WS-CSV-DATE
           PERFORM 7400-ADD-ISO-DATE
           EVALUATE TRUE
               WHEN WS-ROW-SOURCE = 'HELLOALT'
                   MOVE SPACES             TO WS-CSV-FIELD
               WHEN IN-RECURRENCE
                   MOVE 'RECURRENCE'       TO WS-CSV-FIELD
               WHEN OTHER
                   MOVE 'FIRST OCCURRENCE' TO WS-CSV-FIELD
           END-EVALUATE
           PERFORM 7100-ADD-TEXT-FIELD
           MOVE IN-RECUR-COUNT TO WS-CSV-NUMBER
           PERFORM 7500-ADD-NUMBER-FIELD
           WRITE INCIDENT-CSV-RECORD FROM WS-CSV-LINE
           ADD 1 TO XT-ROW-COUNT (5)
           ADD IN-DETAILS-REJECTED TO XT-BALANCE-TOTAL (5)
           IF WS-STAMP-KEY > XT-NEW-MARK (5)
               MOVE WS-STAMP-KEY TO XT-NEW-MARK (5)
           END-IF.

       7000-START-CSV-ROW.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           MOVE 0 TO WS-CSV-FIELDS.

       7010-ADD-SEPARATOR.
           IF WS-CSV-FIELDS > 0
               STRING ',' DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF
           ADD 1 TO WS-CSV-FIELDS.

       7100-ADD-TEXT-FIELD.
           PERFORM 7010-ADD-SEPARATOR
           INSPECT WS-CSV-FIELD REPLACING ALL '"' BY ''''
           PERFORM 7300-FIND-FIELD-BOUNDS
           IF WS-CSV-LEN > 0
               STRING '"' WS-CSV-FIELD (WS-CSV-START:WS-CSV-LEN) '"'
                   DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF.

       7200-ADD-PLAIN-FIELD.
           PERFORM 7010-ADD-SEPARATOR
           PERFORM 7300-FIND-FIELD-BOUNDS
           IF WS-CSV-LEN > 0
               STRING WS-CSV-FIELD (WS-CSV-START:WS-CSV-LEN)
                   DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF.

       7300-FIND-FIELD-BOUNDS.
           MOVE 0 TO WS-CSV-LEN
           IF WS-CSV-FIELD NOT = SPACES
               MOVE 1 TO WS-CSV-START
               PERFORM 7310-SKIP-LEADING-SPACE
                   UNTIL WS-CSV-FIELD (WS-CSV-START:1) NOT = SPACE
               MOVE 60 TO WS-CSV-END
               PERFORM 7320-SKIP-TRAILING-SPACE
                   UNTIL WS-CSV-FIELD (WS-CSV-END:1) NOT = SPACE
               COMPUTE WS-CSV-LEN = WS-CSV-END - WS-CSV-START + 1
           END-IF.

       7310-SKIP-LEADING-SPACE.
           ADD 1 TO WS-CSV-START.

       7320-SKIP-TRAILING-SPACE.
           SUBTRACT 1 FROM WS-CSV-END.

      ******************************************************************
      *  A VALID CCYYMMDD DATE GOES OUT AS CCYY-MM-DD. SPACES OR ZEROS
      *  ARE EMPTY; ANYTHING ELSE (E.G. A REJECTED CARD'S BAD
      *  RUN-DATE) IS SENT AS KEYED, QUOTED.
      ******************************************************************
       7400-ADD-ISO-DATE.
           IF WS-CSV-DATE IS NUMERIC
               IF WS-CSV-DATE = '00000000'
                   MOVE SPACES TO WS-CSV-FIELD
               ELSE
                   MOVE SPACES TO WS-CSV-FIELD
                   STRING WS-CSV-CCYY '-' WS-CSV-MM '-' WS-CSV-DD
                       DELIMITED BY SIZE INTO WS-CSV-FIELD
                   END-STRING
               END-IF
               PERFORM 7200-ADD-PLAIN-FIELD
           ELSE
               MOVE WS-CSV-DATE TO WS-CSV-FIELD
               PERFORM 7100-ADD-TEXT-FIELD
           END-IF.

       7450-ADD-ISO-TIME.
           IF WS-CSV-TIME IS NUMERIC
               MOVE SPACES TO WS-CSV-FIELD
               STRING WS-CSV-HH ':' WS-CSV-MI ':' WS-CSV-SS
                   DELIMITED BY SIZE INTO WS-CSV-FIELD
               END-STRING
               PERFORM 7200-ADD-PLAIN-FIELD
           ELSE
               MOVE WS-CSV-TIME TO WS-CSV-FIELD
               PERFORM 7100-ADD-TEXT-FIELD
           END-IF.

       7500-ADD-NUMBER-FIELD.
           MOVE WS-CSV-NUMBER TO WS-CSV-NUMBER-EDIT
           MOVE WS-CSV-NUMBER-EDIT TO WS-CSV-FIELD
           PERFORM 7200-ADD-PLAIN-FIELD.

       7600-DECODE-ENV-CODE.
           EVALUATE WS-DECODE-ENV
               WHEN 'PROD'
                   MOVE 'PRODUCTION'        TO WS-CSV-FIELD
               WHEN 'TEST'
                   MOVE 'TEST'              TO WS-CSV-FIELD
               WHEN 'DEVL'
                   MOVE 'DEVELOPMENT'       TO WS-CSV-FIELD
               WHEN 'QA  '
                   MOVE 'QUALITY ASSURANCE' TO WS-CSV-FIELD
               WHEN SPACES
                   MOVE SPACES              TO WS-CSV-FIELD
               WHEN OTHER
                   MOVE 'UNKNOWN ENVIRONMENT' TO WS-CSV-FIELD
           END-EVALUATE.

       7650-DECODE-RETURN-CODE.
           EVALUATE WS-DECODE-RC
               WHEN 0
                   MOVE 'COMPLETED NORMALLY'      TO WS-CSV-FIELD
               WHEN 2
                   MOVE 'TRIAL RUN COMPLETED'     TO WS-CSV-FIELD
               WHEN 4
                   MOVE 'COMPLETED WITH WARNINGS' TO WS-CSV-FIELD
               WHEN 8
                   MOVE 'FAILED'                  TO WS-CSV-FIELD
               WHEN 12
                   MOVE 'DUPLICATE RUN BLOCKED'   TO WS-CSV-FIELD
               WHEN OTHER
                   MOVE 'UNKNOWN RETURN CODE'     TO WS-CSV-FIELD
           END-EVALUATE.

      ******************************************************************
      *  THE PACKED REASON-CODE ARRAY GOES OUT AS ONE QUOTED FIELD:
      *  "0140 SITE NOT ON SITE MASTER; 0180 SITE ON HOLD".
      ******************************************************************
       7700-ADD-REASONS-FIELD.
           PERFORM 7010-ADD-SEPARATOR
           IF IN-REASON-COUNT > 0
               STRING '"' DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               END-STRING
               PERFORM 7710-ADD-ONE-REASON
                   VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > IN-REASON-COUNT
                       OR WS-REASON-SUB > 10
               STRING '"' DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF.

       7710-ADD-ONE-REASON.
           IF WS-REASON-SUB > 1
               STRING '; ' DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF
           MOVE SPACES TO WS-CSV-FIELD
           SET RTT-IDX TO 1
           SEARCH RTT-ENTRY
               AT END
                   STRING IN-REASON-CODE (WS-REASON-SUB)
                          ' UNKNOWN REASON CODE'
                       DELIMITED BY SIZE INTO WS-CSV-FIELD
                   END-STRING
               WHEN RTT-REASON-CODE (RTT-IDX)
                       = IN-REASON-CODE (WS-REASON-SUB)
                   STRING RTT-REASON-CODE (RTT-IDX) ' '
                          RTT-REASON-TEXT (RTT-IDX)
                       DELIMITED BY SIZE INTO WS-CSV-FIELD
                   END-STRING
           END-SEARCH
           PERFORM 7300-FIND-FIELD-BOUNDS
           STRING WS-CSV-FIELD (WS-CSV-START:WS-CSV-LEN)
               DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-STRING.

      ******************************************************************
      *  ONE CONTROL ROW PER EXTRACT, EVEN WHEN NO DATA ROWS WERE
      *  WRITTEN, SO THE WAREHOUSE LOAD CAN BALANCE EVERY FILE.
      ******************************************************************
       8000-WRITE-CONTROL-FILE.
           MOVE SPACES TO WS-CSV-LINE
           STRING 'EXTRACT,ROW_COUNT,BALANCE_COLUMN,BALANCE_TOTAL,'
                  'PREVIOUS_MARK,NEW_MARK,EXTRACT_DATE,EXTRACT_TIME'
                  DELIMITED BY SIZE INTO WS-CSV-LINE
           END-STRING
           WRITE CONTROL-CSV-RECORD FROM WS-CSV-LINE
           PERFORM 8100-WRITE-CONTROL-ROW
               VARYING WS-XT-SUB FROM 1 BY 1
               UNTIL WS-XT-SUB > 5.

       8100-WRITE-CONTROL-ROW.
           PERFORM 7000-START-CSV-ROW
           MOVE XT-EXTRACT-NAME (WS-XT-SUB) TO WS-CSV-FIELD
           PERFORM 7200-ADD-PLAIN-FIELD
           MOVE XT-ROW-COUNT (WS-XT-SUB) TO WS-CSV-NUMBER
           PERFORM 7500-ADD-NUMBER-FIELD
           MOVE XT-BALANCE-COLUMN (WS-XT-SUB) TO WS-CSV-FIELD
           PERFORM 7200-ADD-PLAIN-FIELD
           MOVE XT-BALANCE-TOTAL (WS-XT-SUB) TO WS-CSV-NUMBER
           PERFORM 7500-ADD-NUMBER-FIELD
           MOVE XT-OLD-MARK (WS-XT-SUB) TO WS-CSV-FIELD
           PERFORM 7200-ADD-PLAIN-FIELD
           MOVE XT-NEW-MARK (WS-XT-SUB) TO WS-CSV-FIELD
           PERFORM 7200-ADD-PLAIN-FIELD
           MOVE WS-CURRENT-DATE TO WS-CSV-DATE
           PERFORM 7400-ADD-ISO-DATE
           MOVE WS-CURRENT-TIME TO WS-CSV-TIME
           PERFORM 7450-ADD-ISO-TIME
           WRITE CONTROL-CSV-RECORD FROM WS-CSV-LINE.

      ******************************************************************
      *  THE MARKS ARE REWRITTEN ONE EXTRACT AT A TIME AND STOP AT THE
      *  FIRST FAILURE. MARKS AHEAD OF IT HAVE ALREADY MOVED; THE
      *  FAILING ONE AND THOSE AFTER IT HAVE NOT. THE ERROR LINE NAMES
      *  THE FAILING EXTRACT.
      ******************************************************************
       8500-UPDATE-MARKS.
           PERFORM 8510-UPDATE-ONE-MARK
               VARYING WS-XT-SUB FROM 1 BY 1
               UNTIL WS-XT-SUB > 5
                   OR OPEN-FAILED.

       8510-UPDATE-ONE-MARK.
           MOVE SPACES                      TO MARK-RECORD
           MOVE XT-EXTRACT-NAME (WS-XT-SUB) TO DW-EXTRACT-NAME
           MOVE XT-NEW-MARK (WS-XT-SUB)     TO DW-HIGH-WATER-MARK
           MOVE WS-CURRENT-DATE             TO DW-LAST-EXTRACT-DATE
           MOVE WS-CURRENT-TIME             TO DW-LAST-EXTRACT-TIME
           MOVE XT-ROW-COUNT (WS-XT-SUB)    TO DW-LAST-ROW-COUNT
           IF XT-MARK-FOUND (WS-XT-SUB) = 'Y'
               REWRITE MARK-RECORD
                   INVALID KEY
                       MOVE SPACES TO LE1-MESSAGE
                       STRING 'HELLODWM REWRITE FAILED - '
                              XT-EXTRACT-NAME (WS-XT-SUB)
                              DELIMITED BY SIZE INTO LE1-MESSAGE
                       END-STRING
                       MOVE WS-MARK-STATUS TO LE1-FILE-STATUS
                       WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
                       MOVE 'Y' TO WS-OPEN-FAILED
               END-REWRITE
           ELSE
               WRITE MARK-RECORD
                   INVALID KEY
                       MOVE SPACES TO LE1-MESSAGE
                       STRING 'HELLODWM WRITE FAILED - '
                              XT-EXTRACT-NAME (WS-XT-SUB)
                              DELIMITED BY SIZE INTO LE1-MESSAGE
                       END-STRING
                       MOVE WS-MARK-STATUS TO LE1-FILE-STATUS
                       WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
                       MOVE 'Y' TO WS-OPEN-FAILED
               END-WRITE
           END-IF.

       8900-WRITE-LISTING-SUMMARY.
           WRITE LISTING-RECORD FROM WS-LST-COLUMN-LINE
           PERFORM 8910-WRITE-EXTRACT-LINE
               VARYING WS-XT-SUB FROM 1 BY 1
               UNTIL WS-XT-SUB > 5.

       8910-WRITE-EXTRACT-LINE.
           MOVE XT-EXTRACT-NAME (WS-XT-SUB)   TO LX-EXTRACT-NAME
           MOVE XT-ROW-COUNT (WS-XT-SUB)      TO LX-ROW-COUNT
           MOVE XT-BALANCE-TOTAL (WS-XT-SUB)  TO LX-BALANCE-TOTAL
           MOVE XT-BALANCE-COLUMN (WS-XT-SUB) TO LX-BALANCE-COLUMN
           MOVE XT-OLD-MARK (WS-XT-SUB)       TO LX-OLD-MARK
           MOVE XT-NEW-MARK (WS-XT-SUB)       TO LX-NEW-MARK
           WRITE LISTING-RECORD FROM WS-LST-EXTRACT-LINE.

       9000-CLOSE-FILES.
           CLOSE MARK-FILE
           CLOSE HISTORY-FILE
           CLOSE INCIDENT-FILE
           CLOSE HISTORY-CSV-FILE
           CLOSE AUDIT-CSV-FILE
           CLOSE CARDREJ-CSV-FILE
           CLOSE DTLREJ-CSV-FILE
           CLOSE INCIDENT-CSV-FILE
           CLOSE CONTROL-CSV-FILE
           CLOSE LISTING-FILE.

      ******************************************************************
      *  A HARD OPEN FAILURE ENDS RC 8 WITH THE MARKS LEFT WHERE THEY
      *  WERE, SO THE NEXT RUN SENDS THE SAME ROWS. A MARK UPDATE
      *  FAILURE ALSO ENDS RC 8, BUT THE MARKS AHEAD OF THE FAILING
      *  EXTRACT HAVE ALREADY MOVED - ONLY THE FAILING EXTRACT AND
      *  THOSE AFTER IT ARE RESENT. A RESENT HELLOERR ENDS RC 4.
      ******************************************************************
       9500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN ERROR-FILE-RESET
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
