       IDENTIFICATION               DIVISION.
       PROGRAM-ID.                  HELLOSMO.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  ------------------------------------------------------------
      *  2026-10-14  INITIAL VERSION. ONLINE MAINTENANCE AND INQUIRY
      *              FOR THE HELLOSIT SITE MASTER, TRANSACTION HSMO,
      *              PSEUDO-CONVERSATIONAL. A BROWSE SCREEN PAGES
      *              THROUGH THE SITES BY SITE CODE OR, THROUGH THE
      *              HELLOSNM NAME PATH, BY SITE NAME; A LINE IS
      *              SELECTED FOR INQUIRY (S), CHANGE (C) OR
      *              DEACTIVATE (D), AND PF5 ADDS A SITE. ADD, CHANGE
      *              AND DEACTIVATE APPLY THE HELLOSMT CARD EDITS AND
      *              WRITE THE SAME HELLOSCL BEFORE/AFTER CHANGE-LOG
      *              RECORD, CARRYING THE SIGNED-ON USER ID. A CHANGE
      *              OR DEACTIVATE IS REFUSED WHEN THE RECORD NO
      *              LONGER MATCHES THE IMAGE THAT WAS DISPLAYED.
      ******************************************************************
       ENVIRONMENT                  DIVISION.
       DATA                         DIVISION.
       WORKING-STORAGE              SECTION.
       01  WS-SWITCHES.
           05  WS-INPUT-VALID       PIC X     VALUE 'Y'.
               88  INPUT-VALID                VALUE 'Y'.
               88  INPUT-INVALID              VALUE 'N'.
           05  WS-DATE-VALID        PIC X     VALUE 'Y'.
               88  DATE-VALID                 VALUE 'Y'.
               88  DATE-INVALID               VALUE 'N'.
           05  WS-BROWSE-EOF        PIC X     VALUE 'N'.
               88  BROWSE-EOF                 VALUE 'Y'.
           05  WS-END-SESSION       PIC X     VALUE 'N'.
               88  END-SESSION                VALUE 'Y'.
           05  WS-SELECTION-FOUND   PIC X     VALUE 'N'.
               88  SELECTION-FOUND            VALUE 'Y'.
           05  WS-UPDATE-CONFLICT   PIC X     VALUE 'N'.
               88  UPDATE-CONFLICT            VALUE 'Y'.
       01  WS-RESP                      PIC S9(08) COMP VALUE 0.
       01  WS-REASON-TEXT               PIC X(40).
       01  WS-MESSAGE                   PIC X(79) VALUE SPACES.
       01  WS-ACTION-WORD               PIC X(11).
       01  WS-END-MESSAGE               PIC X(28)
                                VALUE 'HELLO SITE MAINTENANCE ENDED'.
       01  WS-ABSTIME                   PIC S9(15) COMP-3 VALUE 0.
       01  WS-ABS-CENTISECONDS          PIC S9(15) COMP-3 VALUE 0.
       01  WS-ABS-WORK                  PIC S9(15) COMP-3 VALUE 0.
       01  WS-HUNDREDTHS                PIC 9(02) VALUE 0.
       01  WS-CURRENT-DATE              PIC 9(08).
       01  WS-CURRENT-HHMMSS            PIC 9(06).
       01  WS-CURRENT-TIME              PIC 9(08).
       01  WS-SIGNON-USER               PIC X(08) VALUE SPACES.
       01  WS-BEFORE-IMAGE              PIC X(80) VALUE SPACES.
       01  WS-LOG-RBA                   PIC S9(08) COMP VALUE 0.
       01  WS-EDIT-DATE                 PIC X(08).
       01  WS-EDIT-DATE-SPLIT REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-CCYY             PIC 9(04).
           05  WS-EDIT-MM               PIC 9(02).
           05  WS-EDIT-DD               PIC 9(02).
       01  WS-DAYS-IN-MONTH             PIC 9(02) VALUE 31.
       01  WS-BROWSE-FILE               PIC X(08).
       01  WS-BROWSE-KEY                PIC X(30).
       01  WS-SKIP-LEFT                 PIC 9(04) VALUE 0.
       01  WS-RUN-NAME                  PIC X(30).
       01  WS-RUN-COUNT                 PIC 9(04) VALUE 0.
       01  WS-ROW-COUNT                 PIC 9(02) VALUE 0.
       01  WS-ROW-SUB                   PIC 9(02) VALUE 0.
       01  WS-SELECT-SUB                PIC 9(02) VALUE 0.
       01  WS-SELECT-CODE               PIC X(04) VALUE SPACES.
       01  WS-PAGE-DISPLAY              PIC Z9.

       01  WS-LIST-LINE.
           05  LR-SITE-CODE             PIC X(04).
           05  FILLER                   PIC X(02).
           05  LR-SITE-NAME             PIC X(30).
           05  FILLER                   PIC X(01).
           05  LR-DEFAULT-LOCALE        PIC X(02).
           05  FILLER                   PIC X(01).
           05  LR-SITE-STATUS           PIC X(01).
           05  FILLER                   PIC X(01).
           05  LR-EFF-START-DATE        PIC X(08).
           05  FILLER                   PIC X(02).
           05  LR-EFF-END-DATE          PIC X(08).

      ******************************************************************
      *  THE SCREEN INPUT IS GATHERED INTO THE HELLOSMT CARD LAYOUT
      *  SO THE CARD EDITS APPLY TO IT UNCHANGED. THE ACTION IS THE
      *  SCREEN MODE; A FIELD LEFT BLANK ON A CHANGE IS UNCHANGED.
      ******************************************************************
       01  WS-MAINT-INPUT.
           05  MC-ACTION                PIC X(01).
               88  MC-ACTION-ADD                  VALUE 'A'.
               88  MC-ACTION-CHANGE               VALUE 'C'.
               88  MC-ACTION-DEACTIVATE           VALUE 'D'.
           05  MC-SITE-CODE             PIC X(04).
           05  MC-SITE-NAME             PIC X(30).
           05  MC-DEFAULT-LOCALE        PIC X(02).
           05  MC-EFF-START-DATE        PIC X(08).
           05  MC-EFF-END-DATE          PIC X(08).
           05  FILLER                   PIC X(27).

       01  SITE-RECORD.
           COPY HELLOSIT.

       01  CHANGE-LOG-RECORD.
           COPY HELLOSCL.

      ******************************************************************
      *  COMMAREA CARRIED BETWEEN TASKS.
      *  CA-PAGE-ENTRY  - START KEY OF EACH PAGE BROWSED SO FAR (PF7
      *                   RETURNS TO THE ONE BEFORE). IN NAME ORDER
      *                   THE SKIP COUNT PASSES OVER SITES SHARING
      *                   THE START NAME THAT AN EARLIER PAGE SHOWED.
      *  CA-ROW-CODE    - SITE CODE ON EACH ROW OF THE CURRENT PAGE
      *  CA-SAVED-IMAGE - SITE RECORD AS LAST DISPLAYED, COMPARED
      *                   WITH THE RECORD READ FOR UPDATE
      ******************************************************************
       01  WS-COMMAREA.
           05  CA-SCREEN                PIC X(01).
               88  CA-LIST-SCREEN                 VALUE 'L'.
               88  CA-DETAIL-SCREEN               VALUE 'D'.
           05  CA-DETAIL-MODE           PIC X(01).
               88  CA-MODE-INQUIRY                VALUE 'I'.
               88  CA-MODE-ADD                    VALUE 'A'.
               88  CA-MODE-CHANGE                 VALUE 'C'.
               88  CA-MODE-DEACTIVATE             VALUE 'D'.
           05  CA-BROWSE-ORDER          PIC X(01).
               88  CA-ORDER-CODE                  VALUE 'C'.
               88  CA-ORDER-NAME                  VALUE 'N'.
           05  CA-PAGE-NUMBER           PIC 9(02).
           05  CA-MORE-PAGES            PIC X(01).
               88  CA-MORE-SITES                  VALUE 'Y'.
           05  CA-NEXT-KEY              PIC X(30).
           05  CA-NEXT-SKIP             PIC 9(04).
           05  CA-PAGE-ENTRY OCCURS 99 TIMES.
               10  CA-PAGE-KEY          PIC X(30).
               10  CA-PAGE-SKIP         PIC 9(04).
           05  CA-ROW-CODES.
               10  CA-ROW-CODE          PIC X(04) OCCURS 15 TIMES.
           05  CA-SAVED-IMAGE.
               10  CA-SAVED-SITE-CODE   PIC X(04).
               10  FILLER               PIC X(76).

           COPY HELLOSM.

           COPY DFHAID.

           COPY DFHBMSCA.

       LINKAGE                      SECTION.
       01  DFHCOMMAREA                  PIC X(3546).

       PROCEDURE                    DIVISION.
       0000-MAIN.
           IF EIBCALEN NOT = LENGTH OF WS-COMMAREA
               PERFORM 1000-START-SESSION
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE TRUE
                   WHEN CA-DETAIL-SCREEN
                       PERFORM 3000-PROCESS-DETAIL-SCREEN
                   WHEN OTHER
                       PERFORM 2000-PROCESS-LIST-SCREEN
               END-EVALUATE
           END-IF
           IF END-SESSION
               EXEC CICS SEND TEXT FROM(WS-END-MESSAGE)
                         LENGTH(LENGTH OF WS-END-MESSAGE)
                         ERASE FREEKB
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           ELSE
               EXEC CICS RETURN TRANSID('HSMO')
                         COMMAREA(WS-COMMAREA)
                         LENGTH(LENGTH OF WS-COMMAREA)
               END-EXEC
           END-IF
           GOBACK.

       1000-START-SESSION.
           MOVE SPACES TO WS-COMMAREA
           MOVE 'C'    TO CA-BROWSE-ORDER
           MOVE 1      TO CA-PAGE-NUMBER
           MOVE 0      TO CA-PAGE-SKIP (1)
           MOVE 0      TO CA-NEXT-SKIP
           MOVE SPACES TO WS-MESSAGE
           PERFORM 4000-SHOW-LIST-PAGE.

       2000-PROCESS-LIST-SCREEN.
           MOVE SPACES TO WS-MESSAGE
           EVALUATE EIBAID
               WHEN DFHPF3
               WHEN DFHCLEAR
                   MOVE 'Y' TO WS-END-SESSION
               WHEN DFHPF5
                   MOVE 'A' TO CA-DETAIL-MODE
                   PERFORM 6000-SHOW-DETAIL
               WHEN DFHPF7
                   PERFORM 2500-PAGE-BACKWARD
               WHEN DFHPF8
                   PERFORM 2400-PAGE-FORWARD
               WHEN DFHENTER
                   PERFORM 2100-RECEIVE-LIST-MAP
                   PERFORM 2200-FIND-SELECTION
                   EVALUATE TRUE
                       WHEN SELECTION-FOUND
                           PERFORM 6000-SHOW-DETAIL
                       WHEN WS-MESSAGE NOT = SPACES
                           PERFORM 4000-SHOW-LIST-PAGE
                       WHEN LSTARTL > 0
                               OR LSTARTF = DFHBMEOF
                               OR LORDERL > 0
                           PERFORM 2300-START-NEW-BROWSE
                       WHEN OTHER
                           PERFORM 4000-SHOW-LIST-PAGE
                   END-EVALUATE
               WHEN OTHER
                   MOVE 'INVALID KEY PRESSED' TO WS-MESSAGE
                   PERFORM 4000-SHOW-LIST-PAGE
           END-EVALUATE.

       2100-RECEIVE-LIST-MAP.
           EXEC CICS RECEIVE MAP('HSMOLST') MAPSET('HELLOSM')
                     INTO(HSMOLSTI)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO HSMOLSTI
           END-IF.

      ******************************************************************
      *  THE FIRST MARKED LINE IS TAKEN; ANY OTHER MARKS ARE DROPPED
      *  WHEN THE PAGE IS NEXT SHOWN.
      ******************************************************************
       2200-FIND-SELECTION.
           MOVE 'N' TO WS-SELECTION-FOUND
           MOVE 0   TO WS-SELECT-SUB
           PERFORM 2210-CHECK-ONE-ROW
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > 15
                   OR WS-SELECT-SUB > 0
           IF WS-SELECT-SUB > 0
               MOVE CA-ROW-CODE (WS-SELECT-SUB) TO WS-SELECT-CODE
               EVALUATE TRUE
                   WHEN WS-SELECT-CODE = SPACES
                       MOVE 'NO SITE ON THE SELECTED LINE'
                           TO WS-MESSAGE
                   WHEN LSELI (WS-SELECT-SUB) = 'S'
                       MOVE 'I' TO CA-DETAIL-MODE
                       MOVE 'Y' TO WS-SELECTION-FOUND
                   WHEN LSELI (WS-SELECT-SUB) = 'C'
                       MOVE 'C' TO CA-DETAIL-MODE
                       MOVE 'Y' TO WS-SELECTION-FOUND
                   WHEN LSELI (WS-SELECT-SUB) = 'D'
                       MOVE 'D' TO CA-DETAIL-MODE
                       MOVE 'Y' TO WS-SELECTION-FOUND
                   WHEN OTHER
                       MOVE 'SELECT A LINE WITH S, C OR D'
                           TO WS-MESSAGE
               END-EVALUATE
           END-IF.

       2210-CHECK-ONE-ROW.
           IF LSELL (WS-ROW-SUB) > 0
                   AND LSELI (WS-ROW-SUB) NOT = SPACE
                   AND LSELI (WS-ROW-SUB) NOT = LOW-VALUE
               MOVE WS-ROW-SUB TO WS-SELECT-SUB
           END-IF.

      ******************************************************************
      *  A NEW START KEY OR ORDER RESTARTS THE BROWSE AT PAGE 1. A
      *  CHANGE OF ORDER WITH THE START KEY UNTOUCHED, OR A START KEY
      *  ERASED, STARTS FROM THE TOP.
      ******************************************************************
       2300-START-NEW-BROWSE.
           MOVE CA-PAGE-KEY (1) TO WS-BROWSE-KEY
           IF LORDERL > 0
               EVALUATE LORDERI
                   WHEN 'C'
                   WHEN 'N'
                       IF LORDERI NOT = CA-BROWSE-ORDER
                           MOVE LORDERI TO CA-BROWSE-ORDER
                           MOVE SPACES  TO WS-BROWSE-KEY
                       END-IF
                   WHEN OTHER
                       MOVE 'ORDER MUST BE C (CODE) OR N (NAME)'
                           TO WS-MESSAGE
               END-EVALUATE
           END-IF
           IF WS-MESSAGE = SPACES
               IF LSTARTF = DFHBMEOF
                   MOVE SPACES TO WS-BROWSE-KEY
               END-IF
               IF LSTARTL > 0
                   MOVE LSTARTI TO WS-BROWSE-KEY
                   INSPECT WS-BROWSE-KEY
                       REPLACING ALL LOW-VALUE BY SPACE
               END-IF
               MOVE 1             TO CA-PAGE-NUMBER
               MOVE WS-BROWSE-KEY TO CA-PAGE-KEY (1)
               MOVE 0             TO CA-PAGE-SKIP (1)
           END-IF
           PERFORM 4000-SHOW-LIST-PAGE.

       2400-PAGE-FORWARD.
           EVALUATE TRUE
               WHEN NOT CA-MORE-SITES
                   MOVE 'NO MORE SITES - THIS IS THE LAST PAGE'
                       TO WS-MESSAGE
               WHEN CA-PAGE-NUMBER = 99
                   MOVE 'PAGE LIMIT REACHED - KEY A START VALUE'
                       TO WS-MESSAGE
               WHEN OTHER
                   ADD 1 TO CA-PAGE-NUMBER
                   MOVE CA-NEXT-KEY  TO CA-PAGE-KEY (CA-PAGE-NUMBER)
                   MOVE CA-NEXT-SKIP TO CA-PAGE-SKIP (CA-PAGE-NUMBER)
           END-EVALUATE
           PERFORM 4000-SHOW-LIST-PAGE.

       2500-PAGE-BACKWARD.
           IF CA-PAGE-NUMBER > 1
               SUBTRACT 1 FROM CA-PAGE-NUMBER
           ELSE
               MOVE 'ALREADY AT THE FIRST PAGE' TO WS-MESSAGE
           END-IF
           PERFORM 4000-SHOW-LIST-PAGE.

       3000-PROCESS-DETAIL-SCREEN.
           MOVE SPACES TO WS-MESSAGE
           EVALUATE EIBAID
               WHEN DFHPF3
               WHEN DFHCLEAR
                   IF NOT CA-MODE-INQUIRY
                       MOVE 'NO CHANGE MADE' TO WS-MESSAGE
                   END-IF
                   PERFORM 4000-SHOW-LIST-PAGE
               WHEN DFHENTER
                   IF CA-MODE-INQUIRY
                       PERFORM 4000-SHOW-LIST-PAGE
                   ELSE
                       PERFORM 3050-APPLY-SCREEN-INPUT
                   END-IF
               WHEN OTHER
                   MOVE 'INVALID KEY PRESSED' TO WS-REASON-TEXT
                   PERFORM 6200-SEND-DETAIL-MESSAGE
           END-EVALUATE.

      ******************************************************************
      *  AN ACCEPTED ACTION RETURNS TO THE BROWSE PAGE WITH A
      *  CONFIRMATION. A REJECTED ONE LEAVES THE OPERATOR'S INPUT ON
      *  THE SCREEN WITH THE HELLOSMT REASON TEXT, EXCEPT A CONFLICT,
      *  WHICH REDISPLAYS THE RECORD AS IT NOW STANDS.
      ******************************************************************
       3050-APPLY-SCREEN-INPUT.
           MOVE 'Y'    TO WS-INPUT-VALID
           MOVE 'N'    TO WS-UPDATE-CONFLICT
           MOVE SPACES TO WS-REASON-TEXT
           PERFORM 3060-RECEIVE-DETAIL-MAP
           PERFORM 3100-EDIT-SCREEN-INPUT
           IF INPUT-VALID
               EVALUATE TRUE
                   WHEN MC-ACTION-ADD
                       PERFORM 3200-ADD-SITE
                   WHEN MC-ACTION-CHANGE
                       PERFORM 3300-CHANGE-SITE
                   WHEN MC-ACTION-DEACTIVATE
                       PERFORM 3400-DEACTIVATE-SITE
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN INPUT-VALID
                   EVALUATE TRUE
                       WHEN MC-ACTION-ADD
                           MOVE 'ADDED'       TO WS-ACTION-WORD
                       WHEN MC-ACTION-CHANGE
                           MOVE 'CHANGED'     TO WS-ACTION-WORD
                       WHEN OTHER
                           MOVE 'DEACTIVATED' TO WS-ACTION-WORD
                   END-EVALUATE
                   STRING 'SITE ' MC-SITE-CODE ' ' WS-ACTION-WORD
                          DELIMITED BY SIZE
                          INTO WS-MESSAGE
                   END-STRING
                   PERFORM 4000-SHOW-LIST-PAGE
               WHEN UPDATE-CONFLICT
                   MOVE SITE-RECORD    TO CA-SAVED-IMAGE
                   MOVE WS-REASON-TEXT TO WS-MESSAGE
                   PERFORM 6100-SEND-DETAIL-MAP
               WHEN OTHER
                   PERFORM 6200-SEND-DETAIL-MESSAGE
           END-EVALUATE.

       3060-RECEIVE-DETAIL-MAP.
           EXEC CICS RECEIVE MAP('HSMODTL') MAPSET('HELLOSM')
                     INTO(HSMODTLI)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO HSMODTLI
           END-IF
           MOVE SPACES         TO WS-MAINT-INPUT
           MOVE CA-DETAIL-MODE TO MC-ACTION
           IF CA-MODE-ADD
               IF DCODEL > 0
                   MOVE DCODEI TO MC-SITE-CODE
               END-IF
           ELSE
               MOVE CA-SAVED-SITE-CODE TO MC-SITE-CODE
           END-IF
           IF DNAMEL > 0
               MOVE DNAMEI TO MC-SITE-NAME
           END-IF
           IF DLOCLL > 0
               MOVE DLOCLI TO MC-DEFAULT-LOCALE
           END-IF
           IF DSTRTL > 0
               MOVE DSTRTI TO MC-EFF-START-DATE
           END-IF
           IF DENDL > 0
               MOVE DENDI TO MC-EFF-END-DATE
           END-IF
           INSPECT WS-MAINT-INPUT REPLACING ALL LOW-VALUE BY SPACE.

       3100-EDIT-SCREEN-INPUT.
           IF MC-SITE-CODE = SPACES
               MOVE 'N' TO WS-INPUT-VALID
               MOVE 'SITE CODE MISSING' TO WS-REASON-TEXT
           ELSE
               IF MC-ACTION-ADD
                   PERFORM 3110-EDIT-ADD-FIELDS
               ELSE
                   PERFORM 3120-EDIT-OPTIONAL-FIELDS
               END-IF
           END-IF.

       3110-EDIT-ADD-FIELDS.
           IF MC-SITE-NAME = SPACES
               MOVE 'N' TO WS-INPUT-VALID
               MOVE 'SITE NAME MISSING' TO WS-REASON-TEXT
           ELSE
               MOVE MC-EFF-START-DATE TO WS-EDIT-DATE
               PERFORM 5000-VALIDATE-EDIT-DATE
               IF DATE-INVALID
                   MOVE 'N' TO WS-INPUT-VALID
                   MOVE 'INVALID EFFECTIVE START DATE'
                       TO WS-REASON-TEXT
               ELSE
                   PERFORM 3120-EDIT-OPTIONAL-FIELDS
               END-IF
           END-IF.

       3120-EDIT-OPTIONAL-FIELDS.
           IF INPUT-VALID
                   AND MC-ACTION-CHANGE
                   AND MC-EFF-START-DATE NOT = SPACES
               MOVE MC-EFF-START-DATE TO WS-EDIT-DATE
               PERFORM 5000-VALIDATE-EDIT-DATE
               IF DATE-INVALID
                   MOVE 'N' TO WS-INPUT-VALID
                   MOVE 'INVALID EFFECTIVE START DATE'
                       TO WS-REASON-TEXT
               END-IF
           END-IF
           IF INPUT-VALID
                   AND MC-EFF-END-DATE NOT = SPACES
               MOVE MC-EFF-END-DATE TO WS-EDIT-DATE
               PERFORM 5000-VALIDATE-EDIT-DATE
               IF DATE-INVALID
                   MOVE 'N' TO WS-INPUT-VALID
                   MOVE 'INVALID EFFECTIVE END DATE'
                       TO WS-REASON-TEXT
               END-IF
           END-IF
           IF INPUT-VALID
                   AND MC-EFF-START-DATE NOT = SPACES
                   AND MC-EFF-END-DATE NOT = SPACES
                   AND MC-EFF-END-DATE < MC-EFF-START-DATE
               MOVE 'N' TO WS-INPUT-VALID
               MOVE 'EFFECTIVE END BEFORE START' TO WS-REASON-TEXT
           END-IF.

       3200-ADD-SITE.
           MOVE SPACES             TO WS-BEFORE-IMAGE
           MOVE SPACES             TO SITE-RECORD
           MOVE MC-SITE-CODE       TO SM-SITE-CODE
           MOVE MC-SITE-NAME       TO SM-SITE-NAME
           MOVE MC-DEFAULT-LOCALE  TO SM-DEFAULT-LOCALE
           MOVE 'A'                TO SM-SITE-STATUS
           MOVE MC-EFF-START-DATE  TO SM-EFF-START-DATE
           MOVE MC-EFF-END-DATE    TO SM-EFF-END-DATE
           MOVE MC-SITE-CODE       TO WS-SELECT-CODE
           EXEC CICS WRITE FILE('HELLOSIT')
                     FROM(SITE-RECORD)
                     RIDFLD(WS-SELECT-CODE)
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(DUPREC)
                   MOVE 'N' TO WS-INPUT-VALID
                   MOVE 'SITE ALREADY ON SITE MASTER'
                       TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE 'N' TO WS-INPUT-VALID
                   MOVE 'SITE MASTER WRITE FAILED' TO WS-REASON-TEXT
           END-EVALUATE
           IF INPUT-VALID
               PERFORM 3800-WRITE-CHANGE-LOG
           END-IF.

       3300-CHANGE-SITE.
           PERFORM 3500-READ-SITE-FOR-UPDATE
           IF INPUT-VALID
               MOVE SITE-RECORD TO WS-BEFORE-IMAGE
               IF MC-SITE-NAME NOT = SPACES
                   MOVE MC-SITE-NAME TO SM-SITE-NAME
               END-IF
               IF MC-DEFAULT-LOCALE NOT = SPACES
                   MOVE MC-DEFAULT-LOCALE TO SM-DEFAULT-LOCALE
               END-IF
               IF MC-EFF-START-DATE NOT = SPACES
                   MOVE MC-EFF-START-DATE TO SM-EFF-START-DATE
               END-IF
               IF MC-EFF-END-DATE NOT = SPACES
                   MOVE MC-EFF-END-DATE TO SM-EFF-END-DATE
               END-IF
               PERFORM 3600-REWRITE-SITE
           END-IF
           IF INPUT-VALID
               PERFORM 3800-WRITE-CHANGE-LOG
           END-IF.

       3400-DEACTIVATE-SITE.
           PERFORM 3500-READ-SITE-FOR-UPDATE
           IF INPUT-VALID
               MOVE SITE-RECORD TO WS-BEFORE-IMAGE
               MOVE 'I' TO SM-SITE-STATUS
               IF MC-EFF-END-DATE NOT = SPACES
                   MOVE MC-EFF-END-DATE TO SM-EFF-END-DATE
               ELSE
                   PERFORM 8000-GET-CURRENT-STAMP
                   MOVE WS-CURRENT-DATE TO SM-EFF-END-DATE
               END-IF
               PERFORM 3600-REWRITE-SITE
           END-IF
           IF INPUT-VALID
               PERFORM 3800-WRITE-CHANGE-LOG
           END-IF.

      ******************************************************************
      *  CONFLICT CHECK: THE RECORD READ FOR UPDATE MUST STILL MATCH
      *  THE IMAGE SAVED WHEN IT WAS DISPLAYED. IF ANOTHER TERMINAL OR
      *  A HELLOSMT RUN HAS CHANGED IT SINCE, THE LOCK IS RELEASED
      *  AND NOTHING IS APPLIED.
      ******************************************************************
       3500-READ-SITE-FOR-UPDATE.
           MOVE MC-SITE-CODE TO WS-SELECT-CODE
           EXEC CICS READ FILE('HELLOSIT')
                     INTO(SITE-RECORD)
                     RIDFLD(WS-SELECT-CODE)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF SITE-RECORD NOT = CA-SAVED-IMAGE
                       EXEC CICS UNLOCK FILE('HELLOSIT')
                       END-EXEC
                       MOVE 'N' TO WS-INPUT-VALID
                       MOVE 'Y' TO WS-UPDATE-CONFLICT
                       MOVE 'SITE CHANGED SINCE DISPLAYED - RE-ENTER'
                           TO WS-REASON-TEXT
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE 'N' TO WS-INPUT-VALID
                   MOVE 'SITE NOT ON SITE MASTER' TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE 'N' TO WS-INPUT-VALID
                   MOVE 'SITE MASTER READ FAILED' TO WS-REASON-TEXT
           END-EVALUATE.

       3600-REWRITE-SITE.
           EXEC CICS REWRITE FILE('HELLOSIT')
                     FROM(SITE-RECORD)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO WS-INPUT-VALID
               MOVE 'SITE MASTER REWRITE FAILED' TO WS-REASON-TEXT
           END-IF.

      ******************************************************************
      *  SAME HELLOSCL RECORD HELLOSMT WRITES, WITH THE SIGNED-ON
      *  USER IN PLACE OF THE STEP PARM. IF IT CANNOT BE LOGGED THE
      *  SITE MASTER UPDATE IS BACKED OUT, SO NO CHANGE GOES
      *  UNRECORDED.
      ******************************************************************
       3800-WRITE-CHANGE-LOG.
           PERFORM 8000-GET-CURRENT-STAMP
           EXEC CICS ASSIGN USERID(WS-SIGNON-USER)
           END-EXEC
           MOVE SPACES          TO CHANGE-LOG-RECORD
           MOVE WS-CURRENT-DATE TO CL-CHANGE-DATE
           MOVE WS-CURRENT-TIME TO CL-CHANGE-TIME
           MOVE WS-SIGNON-USER  TO CL-SUBMIT-USER
           MOVE MC-ACTION       TO CL-ACTION
           MOVE MC-SITE-CODE    TO CL-SITE-CODE
           MOVE WS-BEFORE-IMAGE TO CL-BEFORE-IMAGE
           MOVE SITE-RECORD     TO CL-AFTER-IMAGE
           EXEC CICS WRITE FILE('HELLOSCL')
                     FROM(CHANGE-LOG-RECORD)
                     RIDFLD(WS-LOG-RBA)
                     RBA
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'N' TO WS-INPUT-VALID
               MOVE 'CHANGE LOG WRITE FAILED - NOT APPLIED'
                   TO WS-REASON-TEXT
           END-IF.

      ******************************************************************
      *  ONE PAGE OF THE BROWSE FROM THE CURRENT PAGE'S START KEY.
      *  THE SITE READ AFTER THE FIFTEENTH ROW, IF ANY, GIVES THE
      *  NEXT PAGE'S START KEY. IN NAME ORDER THE SKIP COUNT IS THE
      *  NUMBER OF SITES WITH THAT NAME ALREADY SHOWN.
      ******************************************************************
       4000-SHOW-LIST-PAGE.
           MOVE LOW-VALUES TO HSMOLSTO
           MOVE SPACES     TO CA-ROW-CODES
           MOVE 'L'        TO CA-SCREEN
           MOVE 'N'        TO CA-MORE-PAGES
           MOVE 0          TO WS-ROW-COUNT
           MOVE CA-PAGE-KEY (CA-PAGE-NUMBER)  TO WS-BROWSE-KEY
           MOVE CA-PAGE-KEY (CA-PAGE-NUMBER)  TO WS-RUN-NAME
           MOVE CA-PAGE-SKIP (CA-PAGE-NUMBER) TO WS-SKIP-LEFT
           MOVE CA-PAGE-SKIP (CA-PAGE-NUMBER) TO WS-RUN-COUNT
           IF CA-ORDER-NAME
               MOVE 'HELLOSNM' TO WS-BROWSE-FILE
           ELSE
               MOVE 'HELLOSIT' TO WS-BROWSE-FILE
           END-IF
           EXEC CICS STARTBR FILE(WS-BROWSE-FILE)
                     RIDFLD(WS-BROWSE-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'N' TO WS-BROWSE-EOF
                   PERFORM 4100-READ-NEXT-SITE
                   PERFORM UNTIL BROWSE-EOF OR WS-ROW-COUNT = 15
                       IF WS-SKIP-LEFT > 0
                               AND SM-SITE-NAME
                                   = CA-PAGE-KEY (CA-PAGE-NUMBER)
                           SUBTRACT 1 FROM WS-SKIP-LEFT
                       ELSE
                           MOVE 0 TO WS-SKIP-LEFT
                           PERFORM 4200-ADD-LIST-ROW
                       END-IF
                       PERFORM 4100-READ-NEXT-SITE
                   END-PERFORM
                   IF NOT BROWSE-EOF
                       MOVE 'Y' TO CA-MORE-PAGES
                       MOVE 0   TO CA-NEXT-SKIP
                       IF CA-ORDER-NAME
                           MOVE SM-SITE-NAME TO CA-NEXT-KEY
                           IF SM-SITE-NAME = WS-RUN-NAME
                               MOVE WS-RUN-COUNT TO CA-NEXT-SKIP
                           END-IF
                       ELSE
                           MOVE SM-SITE-CODE TO CA-NEXT-KEY
                       END-IF
                   END-IF
                   EXEC CICS ENDBR FILE(WS-BROWSE-FILE)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE 'SITE MASTER BROWSE FAILED' TO WS-MESSAGE
           END-EVALUATE
           IF WS-ROW-COUNT = 0
                   AND WS-MESSAGE = SPACES
               MOVE 'NO SITES AT OR AFTER THE START KEY'
                   TO WS-MESSAGE
           END-IF
           PERFORM 4500-SEND-LIST-MAP.

       4100-READ-NEXT-SITE.
           EXEC CICS READNEXT FILE(WS-BROWSE-FILE)
                     INTO(SITE-RECORD)
                     RIDFLD(WS-BROWSE-KEY)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
                   AND WS-RESP NOT = DFHRESP(DUPKEY)
               MOVE 'Y' TO WS-BROWSE-EOF
           END-IF.

       4200-ADD-LIST-ROW.
           ADD 1 TO WS-ROW-COUNT
           MOVE SM-SITE-CODE      TO CA-ROW-CODE (WS-ROW-COUNT)
           MOVE SPACES            TO WS-LIST-LINE
           MOVE SM-SITE-CODE      TO LR-SITE-CODE
           MOVE SM-SITE-NAME      TO LR-SITE-NAME
           MOVE SM-DEFAULT-LOCALE TO LR-DEFAULT-LOCALE
           MOVE SM-SITE-STATUS    TO LR-SITE-STATUS
           MOVE SM-EFF-START-DATE TO LR-EFF-START-DATE
           MOVE SM-EFF-END-DATE   TO LR-EFF-END-DATE
           MOVE WS-LIST-LINE      TO LLINO (WS-ROW-COUNT)
           IF SM-SITE-NAME = WS-RUN-NAME
               ADD 1 TO WS-RUN-COUNT
           ELSE
               MOVE SM-SITE-NAME TO WS-RUN-NAME
               MOVE 1            TO WS-RUN-COUNT
           END-IF.

       4500-SEND-LIST-MAP.
           MOVE CA-PAGE-NUMBER  TO WS-PAGE-DISPLAY
           MOVE WS-PAGE-DISPLAY TO LPAGEO
           MOVE CA-PAGE-KEY (1) TO LSTARTO
           MOVE CA-BROWSE-ORDER TO LORDERO
           MOVE WS-MESSAGE      TO LMSGO
           IF WS-ROW-COUNT > 0
               MOVE -1 TO LSELL (1)
           ELSE
               MOVE -1 TO LSTARTL
           END-IF
           EXEC CICS SEND MAP('HSMOLST') MAPSET('HELLOSM')
                     FROM(HSMOLSTO)
                     ERASE
                     CURSOR
                     FREEKB
           END-EXEC.

       5000-VALIDATE-EDIT-DATE.
           MOVE 'Y' TO WS-DATE-VALID
           IF WS-EDIT-DATE IS NOT NUMERIC
               MOVE 'N' TO WS-DATE-VALID
           ELSE
               IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
                   MOVE 'N' TO WS-DATE-VALID
               ELSE
                   PERFORM 5100-SET-DAYS-IN-MONTH
                   IF WS-EDIT-DD < 01
                           OR WS-EDIT-DD > WS-DAYS-IN-MONTH
                       MOVE 'N' TO WS-DATE-VALID
                   END-IF
               END-IF
           END-IF.

       5100-SET-DAYS-IN-MONTH.
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
      *  DETAIL SCREEN FOR THE MODE SET FROM THE BROWSE. ADD STARTS
      *  BLANK; THE OTHER MODES SHOW THE SITE AS READ AND SAVE ITS
      *  IMAGE FOR THE CONFLICT CHECK.
      ******************************************************************
       6000-SHOW-DETAIL.
           IF CA-MODE-ADD
               MOVE SPACES TO SITE-RECORD
               MOVE SPACES TO CA-SAVED-IMAGE
               MOVE 'KEY THE NEW SITE, THEN PRESS ENTER'
                   TO WS-MESSAGE
               PERFORM 6100-SEND-DETAIL-MAP
           ELSE
               EXEC CICS READ FILE('HELLOSIT')
                         INTO(SITE-RECORD)
                         RIDFLD(WS-SELECT-CODE)
                         RESP(WS-RESP)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       MOVE SITE-RECORD TO CA-SAVED-IMAGE
                       EVALUATE TRUE
                           WHEN CA-MODE-CHANGE
                               MOVE 'OVERKEY THE FIELDS TO CHANGE, THEN 
      -                             'PRESS ENTER' TO WS-MESSAGE
                           WHEN CA-MODE-DEACTIVATE
                               MOVE 'KEY AN END DATE OR LEAVE IT BLANK F
      -                             'OR TODAY, THEN PRESS ENTER'
                                   TO WS-MESSAGE
                           WHEN OTHER
                               MOVE SPACES TO WS-MESSAGE
                       END-EVALUATE
                       PERFORM 6100-SEND-DETAIL-MAP
                   WHEN DFHRESP(NOTFND)
                       MOVE 'SITE NO LONGER ON SITE MASTER'
                           TO WS-MESSAGE
                       PERFORM 4000-SHOW-LIST-PAGE
                   WHEN OTHER
                       MOVE 'SITE MASTER READ FAILED' TO WS-MESSAGE
                       PERFORM 4000-SHOW-LIST-PAGE
               END-EVALUATE
           END-IF.

       6100-SEND-DETAIL-MAP.
           MOVE LOW-VALUES        TO HSMODTLO
           MOVE 'D'               TO CA-SCREEN
           MOVE SM-SITE-CODE      TO DCODEO
           MOVE SM-SITE-NAME      TO DNAMEO
           MOVE SM-DEFAULT-LOCALE TO DLOCLO
           MOVE SM-SITE-STATUS    TO DSTATO
           MOVE SM-EFF-START-DATE TO DSTRTO
           MOVE SM-EFF-END-DATE   TO DENDO
           MOVE DFHBMASK TO DCODEA DNAMEA DLOCLA DSTRTA DENDA
           EVALUATE TRUE
               WHEN CA-MODE-ADD
                   MOVE 'ADD'        TO DMODEO
                   MOVE DFHBMFSE TO DCODEA DNAMEA DLOCLA DSTRTA DENDA
                   MOVE -1           TO DCODEL
                   MOVE 'ENTER=ADD SITE   PF3=CANCEL'
                       TO DPFKO
               WHEN CA-MODE-CHANGE
                   MOVE 'CHANGE'     TO DMODEO
                   MOVE DFHBMFSE TO DNAMEA DLOCLA DSTRTA DENDA
                   MOVE -1           TO DNAMEL
                   MOVE 'ENTER=APPLY CHANGE   PF3=CANCEL   (A BLANK FIEL
      -                 'D IS LEFT UNCHANGED)'
                       TO DPFKO
               WHEN CA-MODE-DEACTIVATE
                   MOVE 'DEACTIVATE' TO DMODEO
                   MOVE SPACES       TO DENDO
                   MOVE DFHBMFSE     TO DENDA
                   MOVE -1           TO DENDL
                   MOVE 'ENTER=DEACTIVATE SITE   PF3=CANCEL'
                       TO DPFKO
               WHEN OTHER
                   MOVE 'INQUIRY'    TO DMODEO
                   MOVE -1           TO DCODEL
                   MOVE 'ENTER OR PF3=RETURN TO BROWSE'
                       TO DPFKO
           END-EVALUATE
           MOVE WS-MESSAGE TO DMSGO
           EXEC CICS SEND MAP('HSMODTL') MAPSET('HELLOSM')
                     FROM(HSMODTLO)
                     ERASE
                     CURSOR
                     FREEKB
           END-EXEC.

       6200-SEND-DETAIL-MESSAGE.
           MOVE LOW-VALUES     TO HSMODTLO
           MOVE WS-REASON-TEXT TO DMSGO
           EXEC CICS SEND MAP('HSMODTL') MAPSET('HELLOSM')
                     FROM(HSMODTLO)
                     DATAONLY
                     FREEKB
                     ALARM
           END-EXEC.

      ******************************************************************
      *  CHANGE DATE/TIME AS HELLOSMT STAMPS IT: CCYYMMDD AND
      *  HHMMSSCC, THE HUNDREDTHS TAKEN FROM THE ABSOLUTE TIME.
      ******************************************************************
       8000-GET-CURRENT-STAMP.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-CURRENT-DATE)
                     TIME(WS-CURRENT-HHMMSS)
           END-EXEC
           DIVIDE WS-ABSTIME BY 10 GIVING WS-ABS-CENTISECONDS
           DIVIDE WS-ABS-CENTISECONDS BY 100
               GIVING WS-ABS-WORK REMAINDER WS-HUNDREDTHS
           COMPUTE WS-CURRENT-TIME
               = WS-CURRENT-HHMMSS * 100 + WS-HUNDREDTHS.
