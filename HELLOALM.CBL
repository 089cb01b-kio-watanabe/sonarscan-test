      *              UNACKNOWLEDGED OR RECURRING INCIDENT WITH ITS
      *              COUNTS AND END-OF-RUN FILE STATUSES. ENDS
      *              RC 4 WHEN UNACKNOWLEDGED INCIDENTS REMAIN.
      *  2026-10-14  TRACK RECURRENCE SEPARATELY FOR HELLOSLA BATCH-
      *              WINDOW ALERTS (REASONS 09XX). THEY ARE STAMPED
      *              THE MORNING AFTER THE RUN ALERT, SO COMPARING
      *              EACH ALERT WITH THE ONE JUST BEFORE IT MATCHED
      *              RUN ALERTS AGAINST WINDOW ALERTS AND NEVER
      *              FLAGGED EITHER KIND AS RECURRING. A WINDOW ALERT
      *              IS NOW COMPARED ONLY WITH THE PRIOR WINDOW
      *              ALERT, AND A RUN ALERT WITH THE PRIOR RUN ALERT.
      ******************************************************************
       ENVIRONMENT                  DIVISION.
       INPUT-OUTPUT                 SECTION.
               88  PRIOR-KNOWN                VALUE 'Y'.
           05  WS-RECUR-HIT         PIC X     VALUE 'N'.
               88  RECUR-HIT                  VALUE 'Y'.
           05  WS-WINDOW-PRIOR-KNOWN
                                    PIC X     VALUE 'N'.
               88  WINDOW-PRIOR-KNOWN         VALUE 'Y'.
           05  WS-WINDOW-ALERT      PIC X     VALUE 'N'.
               88  WINDOW-ALERT               VALUE 'Y'.
           05  WS-ALERT-OPEN-FAILED PIC X     VALUE 'N'.
               88  ALERT-OPEN-FAILED          VALUE 'Y'.
       01  WS-ALERT-STATUS              PIC XX    VALUE '00'.
           05  PRT-REASON-CODE OCCURS 10 TIMES
                                        PIC 9(04) VALUE 0.
       01  WS-PRIOR-RECUR-COUNT         PIC 9(04) VALUE 0.
       01  WS-WINDOW-REASON-COUNT       PIC 9(02) VALUE 0.
       01  WS-WINDOW-REASON-TABLE.
           05  WRT-REASON-CODE OCCURS 10 TIMES
                                        PIC 9(04) VALUE 0.
       01  WS-WINDOW-RECUR-COUNT        PIC 9(04) VALUE 0.
       01  WS-ALERTS-READ               PIC 9(08) VALUE 0.
       01  WS-INCIDENTS-ADDED           PIC 9(08) VALUE 0.
       01  WS-INCIDENTS-DUPLICATE       PIC 9(08) VALUE 0.
      ******************************************************************
      *  THE PRIOR-RUN REASON CODES SEED THE RECURRENCE CHECK. KSDS
      *  ACCESS HAS NO READ PREVIOUS, SO THE LAST (HIGHEST-KEY)
      *  INCIDENT IS FOUND BY SWEEPING FORWARD TO END OF FILE. THE
      *  LAST BATCH-WINDOW INCIDENT IS HELD APART FROM THE LAST RUN
      *  INCIDENT, SO EACH KIND IS ONLY COMPARED WITH ITS OWN KIND.
      ******************************************************************
       2000-PRIME-PRIOR-REASONS.
           MOVE LOW-VALUES TO IN-INCIDENT-KEY
               AT END
                   MOVE 'Y' TO WS-INCIDENT-EOF
               NOT AT END
                   PERFORM 2150-CLASSIFY-INCIDENT
                   IF WINDOW-ALERT
                       PERFORM 2300-HOLD-WINDOW-REASONS
                   ELSE
                       PERFORM 2200-HOLD-PRIOR-REASONS
                   END-IF
           END-READ
           IF WS-INCIDENT-STATUS NOT = '00'
               MOVE 'Y' TO WS-INCIDENT-EOF
           END-IF.

      ******************************************************************
      *  HELLOSLA WRITES ITS BATCH-WINDOW ALERTS WITH REASON 0900
      *  FIRST (0910 MAY FOLLOW); NO RUN ALERT CARRIES A 09XX CODE.
      ******************************************************************
       2150-CLASSIFY-INCIDENT.
           IF IN-REASON-COUNT > 0
                   AND IN-REASON-CODE (1) >= 0900
                   AND IN-REASON-CODE (1) <= 0999
               MOVE 'Y' TO WS-WINDOW-ALERT
           ELSE
               MOVE 'N' TO WS-WINDOW-ALERT
           END-IF.

       2200-HOLD-PRIOR-REASONS.
           MOVE 'Y' TO WS-PRIOR-KNOWN
           MOVE IN-REASON-COUNT TO WS-PRIOR-REASON-COUNT
           MOVE IN-REASON-CODE (WS-ALERT-SUB)
               TO PRT-REASON-CODE (WS-ALERT-SUB).

       2300-HOLD-WINDOW-REASONS.
           MOVE 'Y' TO WS-WINDOW-PRIOR-KNOWN
           MOVE IN-REASON-COUNT TO WS-WINDOW-REASON-COUNT
           MOVE IN-RECUR-COUNT  TO WS-WINDOW-RECUR-COUNT
           PERFORM 2310-HOLD-ONE-WINDOW-REASON
               VARYING WS-ALERT-SUB FROM 1 BY 1
               UNTIL WS-ALERT-SUB > 10.

       2310-HOLD-ONE-WINDOW-REASON.
           MOVE IN-REASON-CODE (WS-ALERT-SUB)
               TO WRT-REASON-CODE (WS-ALERT-SUB).

      ******************************************************************
      *  A HARD OPEN FAILURE ON THE ALERT FEED ENDS THE STEP RC 8 -
      *  THE CLEAR STEPS IN JOBHALRT RUN BELOW RC 8 AND WOULD
               NOT INVALID KEY
                   ADD 1 TO WS-INCIDENTS-ADDED
           END-WRITE
           IF WINDOW-ALERT
               PERFORM 2300-HOLD-WINDOW-REASONS
           ELSE
               PERFORM 2200-HOLD-PRIOR-REASONS
           END-IF.

       3210-MOVE-ONE-ALERT-REASON.
           MOVE AL-REASON-CODE (WS-ALERT-SUB)

       3300-CHECK-RECURRENCE.
           MOVE 'N' TO WS-RECUR-HIT
           PERFORM 2150-CLASSIFY-INCIDENT
           EVALUATE TRUE
               WHEN WINDOW-ALERT AND WINDOW-PRIOR-KNOWN
                   PERFORM 3330-MATCH-ONE-WINDOW-REASON
                       VARYING WS-ALERT-SUB FROM 1 BY 1
                       UNTIL WS-ALERT-SUB > IN-REASON-COUNT
                           OR RECUR-HIT
               WHEN NOT WINDOW-ALERT AND PRIOR-KNOWN
                   PERFORM 3310-MATCH-ONE-REASON
                       VARYING WS-ALERT-SUB FROM 1 BY 1
                       UNTIL WS-ALERT-SUB > IN-REASON-COUNT
                           OR RECUR-HIT
           END-EVALUATE
           IF RECUR-HIT
               MOVE 'R' TO IN-RECUR-FLAG
               IF WINDOW-ALERT
                   COMPUTE IN-RECUR-COUNT = WS-WINDOW-RECUR-COUNT + 1
               ELSE
                   COMPUTE IN-RECUR-COUNT = WS-PRIOR-RECUR-COUNT + 1
               END-IF
               ADD 1 TO WS-RECURRENCES
           ELSE
               MOVE SPACE TO IN-RECUR-FLAG
               MOVE 'Y' TO WS-RECUR-HIT
           END-IF.

       3330-MATCH-ONE-WINDOW-REASON.
           PERFORM 3340-MATCH-ONE-PRIOR-WINDOW
               VARYING WS-PRIOR-SUB FROM 1 BY 1
               UNTIL WS-PRIOR-SUB > WS-WINDOW-REASON-COUNT
                   OR RECUR-HIT.

       3340-MATCH-ONE-PRIOR-WINDOW.
           IF IN-REASON-CODE (WS-ALERT-SUB) NOT = 0
                   AND IN-REASON-CODE (WS-ALERT-SUB)
                       = WRT-REASON-CODE (WS-PRIOR-SUB)
               MOVE 'Y' TO WS-RECUR-HIT
           END-IF.

       5000-APPLY-ACK-CARDS.
           PERFORM 5100-READ-ACK-CARD
           PERFORM UNTIL CARD-EOF
