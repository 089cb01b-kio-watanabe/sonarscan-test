      *              BUT RECEIVED NO LISTING, SO A SILENTLY MISSING
      *              FEED SURFACES THE SAME DAY. ENDS RC 4 WHEN AN
      *              ACTIVE SITE GOT NO LISTING.
      *  2026-10-14  APPEND A STEP-TIMING RECORD TO HELLOTIM AT END OF
      *              STEP: START/END STAMPS, RETURN CODE, HELLODST
      *              LINES READ AND LINES TRANSMITTED, FOR THE
      *              HELLOSLA WINDOW REPORT.
      ******************************************************************
       ENVIRONMENT                  DIVISION.
       INPUT-OUTPUT                 SECTION.
                                     FILE STATUS IS WS-SITE-STATUS.
           SELECT LISTING-FILE      ASSIGN TO SYSOUT
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIMING-FILE       ASSIGN TO HELLOTIM
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-TIMING-STATUS.
       DATA                         DIVISION.
       FILE                         SECTION.
       FD  DIST-FILE
           RECORDING MODE IS F.
       01  LISTING-RECORD              PIC X(133).

       FD  TIMING-FILE
           RECORDING MODE IS F.
       01  TIMING-RECORD.
           COPY HELLOTIM.

       WORKING-STORAGE              SECTION.
       01  WS-SWITCHES.
           05  WS-DIST-EOF          PIC X     VALUE 'N'.
               88  SITE-IN-EFFECT             VALUE 'Y'.
       01  WS-DIST-STATUS               PIC XX    VALUE '00'.
       01  WS-SITE-STATUS               PIC XX    VALUE '00'.
       01  WS-TIMING-STATUS             PIC XX    VALUE '00'.
       01  WS-CURRENT-DATE              PIC 9(08).
       01  WS-CURRENT-TIME              PIC 9(08).
       01  WS-END-DATE                  PIC 9(08).
       01  WS-END-TIME                  PIC 9(08).
       01  WS-DIST-READ                 PIC 9(08) VALUE 0.
       01  WS-TODAY-DATE                PIC X(08).
       01  WS-GROUP-SITE-CODE           PIC X(04).
       01  WS-GROUP-LINE-COUNT          PIC 9(08) VALUE 0.
           CLOSE TRAN-FILE
           PERFORM 4000-WRITE-LISTING-TRAILER
           CLOSE LISTING-FILE
           PERFORM 8500-WRITE-STEP-TIMING
           STOP RUN.

       1000-WRITE-LISTING-HEADER.
           READ SORTED-DIST-FILE
               AT END
                   MOVE 'Y' TO WS-DIST-EOF
               NOT AT END
                   ADD 1 TO WS-DIST-READ
           END-READ.

       2100-READ-SITE-RECORD.
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE3
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE4
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE5.

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
               MOVE 'JOBHTRAN'          TO TM-JOB-NAME
               MOVE 'STEP010'           TO TM-STEP-NAME
               MOVE 'HELLOTRN'          TO TM-PROGRAM-NAME
               MOVE WS-CURRENT-DATE     TO TM-START-DATE
               MOVE WS-CURRENT-TIME     TO TM-START-TIME
               MOVE WS-END-DATE         TO TM-END-DATE
               MOVE WS-END-TIME         TO TM-END-TIME
               MOVE RETURN-CODE         TO TM-RETURN-CODE
               MOVE WS-DIST-READ        TO TM-RECORDS-READ
               MOVE WS-LINES-SENT       TO TM-RECORDS-PROCESSED
               WRITE TIMING-RECORD
               CLOSE TIMING-FILE
           END-IF.
