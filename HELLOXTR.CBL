      *  2026-08-08  INITIAL VERSION. EXTRACTS TODAY'S HELLOHST RUN
      *              HISTORY RECORD(S) TO A FLAT SEQUENTIAL FILE FOR
      *              THE DOWNSTREAM SCHEDULER HOOK.
      *  2026-10-14  APPEND A STEP-TIMING RECORD TO HELLOTIM AT END OF
      *              STEP: START/END STAMPS, RETURN CODE, HISTORY
      *              RECORDS READ AND RECORDS EXTRACTED, FOR THE
      *              HELLOSLA WINDOW REPORT.
      ******************************************************************
       ENVIRONMENT                  DIVISION.
       INPUT-OUTPUT                 SECTION.
                                     FILE STATUS IS WS-HISTORY-STATUS.
           SELECT EXTRACT-FILE      ASSIGN TO SYSUT2
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIMING-FILE       ASSIGN TO HELLOTIM
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-TIMING-STATUS.
       DATA                         DIVISION.
       FILE                         SECTION.
       FD  HISTORY-FILE.
           RECORDING MODE IS F.
       01  EXTRACT-RECORD              PIC X(80).

       FD  TIMING-FILE
           RECORDING MODE IS F.
       01  TIMING-RECORD.
           COPY HELLOTIM.

       WORKING-STORAGE              SECTION.
       01  WS-HISTORY-STATUS            PIC XX    VALUE '00'.
       01  WS-TIMING-STATUS             PIC XX    VALUE '00'.
       01  WS-TODAY-DATE                PIC X(08).
       01  WS-START-TIME                PIC 9(08).
       01  WS-END-DATE                  PIC 9(08).
       01  WS-END-TIME                  PIC 9(08).
       01  WS-HISTORY-READ              PIC 9(08) VALUE 0.
       01  WS-RECORDS-EXTRACTED         PIC 9(08) VALUE 0.
       PROCEDURE                    DIVISION.
       0000-MAIN.
           OPEN INPUT HISTORY-FILE
           OPEN OUTPUT EXTRACT-FILE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           MOVE WS-TODAY-DATE TO HH-RUN-DATE
           MOVE LOW-VALUES    TO HH-RUN-ID
           START HISTORY-FILE KEY IS >= HH-HIST-KEY
           END-IF
           CLOSE HISTORY-FILE
           CLOSE EXTRACT-FILE
           PERFORM 8500-WRITE-STEP-TIMING
           STOP RUN.

       1000-COPY-TODAYS-RECORD.
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   IF HH-RUN-DATE = WS-TODAY-DATE
                       MOVE HISTORY-RECORD TO EXTRACT-RECORD
                       WRITE EXTRACT-RECORD
                       ADD 1 TO WS-RECORDS-EXTRACTED
                   END-IF
           END-READ.

       8500-WRITE-STEP-TIMING.
           ACCEPT WS-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND TIMING-FILE
           IF WS-TIMING-STATUS = '00'
               MOVE SPACES               TO TIMING-RECORD
               MOVE 'JOBHPMRG'           TO TM-JOB-NAME
               MOVE 'STEP020'            TO TM-STEP-NAME
               MOVE 'HELLOXTR'           TO TM-PROGRAM-NAME
               MOVE WS-TODAY-DATE        TO TM-START-DATE
               MOVE WS-START-TIME        TO TM-START-TIME
               MOVE WS-END-DATE          TO TM-END-DATE
               MOVE WS-END-TIME          TO TM-END-TIME
               MOVE RETURN-CODE          TO TM-RETURN-CODE
               MOVE WS-HISTORY-READ      TO TM-RECORDS-READ
               MOVE WS-RECORDS-EXTRACTED TO TM-RECORDS-PROCESSED
               WRITE TIMING-RECORD
               CLOSE TIMING-FILE
           END-IF.
