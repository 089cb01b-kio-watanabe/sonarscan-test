       IDENTIFICATION               DIVISION.
       PROGRAM-ID.                  HELLOLMT.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  ------------------------------------------------------------
      *  2026-10-14  INITIAL VERSION. CARD-DRIVEN MAINTENANCE FOR THE
      *              HELLOLOC LOCALE MESSAGE FILE - ADD, CHANGE AND
      *              DELETE, WITH AN EDIT LISTING OF EVERY CARD AND
      *              A HELLOLCL BEFORE/AFTER CHANGE-LOG RECORD FOR
      *              EVERY ACCEPTED ACTION CARRYING THE SUBMITTING
      *              USER FROM THE STEP PARM. THE CURRENT FILE IS
      *              LOADED, THE CARDS APPLIED IN DECK ORDER AND THE
      *              WHOLE FILE WRITTEN TO LOCNEW FOR THE COPY-BACK
      *              STEP. A DELETE IS REFUSED WHILE AN ACTIVE
      *              HELLOSIT SITE NAMES THE LOCALE AS ITS DEFAULT
      *              OR A HELLOSUS SUSPENSE RECORD NOT YET CLOSED
      *              CARRIES IT, SINCE EITHER WOULD TURN INTO 0130
      *              REJECTS ON THE NEXT RUN.
      ******************************************************************
       ENVIRONMENT                  DIVISION.
       INPUT-OUTPUT                 SECTION.
       FILE-CONTROL.
           SELECT MAINT-CARD-FILE   ASSIGN TO SYSIN
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCALE-FILE       ASSIGN TO HELLOLOC
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-LOCALE-STATUS.
           SELECT NEW-LOCALE-FILE   ASSIGN TO LOCNEW
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SITE-FILE         ASSIGN TO HELLOSIT
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS SM-SITE-CODE
                                     FILE STATUS IS WS-SITE-STATUS.
           SELECT SUSPENSE-FILE     ASSIGN TO HELLOSUS
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT CHANGE-LOG-FILE   ASSIGN TO HELLOLCL
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTING-FILE      ASSIGN TO SYSOUT
                                     ORGANIZATION IS LINE SEQUENTIAL.
       DATA                         DIVISION.
       FILE                         SECTION.
       FD  MAINT-CARD-FILE
           RECORDING MODE IS F.
       01  MAINT-CARD-RECORD.
           05  MC-ACTION                PIC X(01).
               88  MC-ACTION-ADD                  VALUE 'A'.
               88  MC-ACTION-CHANGE               VALUE 'C'.
               88  MC-ACTION-DELETE               VALUE 'D'.
           05  MC-LOCALE-CODE           PIC X(02).
           05  MC-MESSAGE-TEXT          PIC X(40).
           05  FILLER                   PIC X(37).

       FD  LOCALE-FILE
           RECORDING MODE IS F.
       01  LOCALE-RECORD.
           COPY HELLOLOC.

       FD  NEW-LOCALE-FILE
           RECORDING MODE IS F.
       01  NEW-LOCALE-RECORD           PIC X(80).

       FD  SITE-FILE.
       01  SITE-RECORD.
           COPY HELLOSIT.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-RECORD.
           COPY HELLOSUS.

       FD  CHANGE-LOG-FILE
           RECORDING MODE IS F.
       01  CHANGE-LOG-RECORD.
           COPY HELLOLCL.

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
           05  WS-LOCALE-FOUND      PIC X     VALUE 'N'.
               88  LOCALE-FOUND               VALUE 'Y'.
           05  WS-LOAD-FAILED       PIC X     VALUE 'N'.
               88  LOAD-FAILED                VALUE 'Y'.
           05  WS-SITE-EOF          PIC X     VALUE 'N'.
               88  SITE-EOF                   VALUE 'Y'.
           05  WS-SUSPENSE-EOF      PIC X     VALUE 'N'.
               88  SUSPENSE-EOF               VALUE 'Y'.
       01  WS-LOCALE-STATUS             PIC XX    VALUE '00'.
       01  WS-SITE-STATUS               PIC XX    VALUE '00'.
       01  WS-SUSPENSE-STATUS           PIC XX    VALUE '00'.
       01  WS-REASON-TEXT               PIC X(40).
       01  WS-CURRENT-DATE              PIC 9(08).
       01  WS-CURRENT-TIME              PIC 9(08).
       01  WS-CARDS-READ                PIC 9(08) VALUE 0.
       01  WS-CARDS-ADDED               PIC 9(08) VALUE 0.
       01  WS-CARDS-CHANGED             PIC 9(08) VALUE 0.
       01  WS-CARDS-DELETED             PIC 9(08) VALUE 0.
       01  WS-CARDS-REJECTED            PIC 9(08) VALUE 0.
       01  WS-LOCALES-WRITTEN           PIC 9(08) VALUE 0.
       01  WS-SUBMIT-USER               PIC X(08) VALUE SPACES.
       01  WS-BEFORE-IMAGE              PIC X(80) VALUE SPACES.
       01  WS-AFTER-IMAGE               PIC X(80) VALUE SPACES.
       01  WS-DETAIL-IMAGE.
           COPY HELLODTL.
       01  WS-CONTROL-IMAGE.
           COPY HELLOCTL.

      ******************************************************************
      *  THE WHOLE LOCALE FILE IS HELD HERE WHILE THE CARDS ARE
      *  APPLIED. 500 ENTRIES MATCHES THE BOUND ON HELLO'S OWN
      *  LOCALE-MSG-TABLE, SO THIS PROGRAM NEVER BUILDS A FILE THE
      *  NIGHTLY RUN CANNOT LOAD. A DELETED ENTRY STAYS IN ITS SLOT,
      *  FLAGGED, AND IS DROPPED WHEN LOCNEW IS WRITTEN.
      ******************************************************************
       01  WS-LOCALE-COUNT              PIC 9(04) VALUE 0.
       01  WS-LOCALE-SUB                PIC 9(04) VALUE 0.
       01  LOCALE-FILE-TABLE.
           05  LFT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-LOCALE-COUNT
                   INDEXED BY LFT-IDX.
               10  LFT-IMAGE.
                   15  LFT-LOCALE-CODE  PIC X(02).
                   15  LFT-MESSAGE-TEXT PIC X(40).
                   15  FILLER           PIC X(38).
               10  LFT-DELETED          PIC X(01).

       01  WS-LST-HEADER-LINE1.
           05  LH1-CTL                 PIC X      VALUE '1'.
           05  FILLER                  PIC X(10)  VALUE 'PROGRAM: '.
           05  LH1-PROGRAM-NAME        PIC X(08)  VALUE 'HELLOLMT'.
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
           05  LD-LOCALE-CODE          PIC X(02)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LD-MESSAGE-TEXT         PIC X(40)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LD-DISPOSITION          PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LD-REASON-TEXT          PIC X(40)  VALUE SPACES.
           05  FILLER                  PIC X(29)  VALUE SPACES.

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
                                        VALUE 'LOCALES ADDED:   '.
           05  LT3-CARDS-ADDED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-LST-TRAILER-LINE4.
           05  LT4-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'LOCALES CHANGED: '.
           05  LT4-CARDS-CHANGED       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-LST-TRAILER-LINE5.
           05  LT5-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'LOCALES DELETED: '.
           05  LT5-CARDS-DELETED       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-LST-TRAILER-LINE6.
           05  LT6-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'CARDS REJECTED:  '.
           05  LT6-CARDS-REJECTED      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-LST-TRAILER-LINE7.
           05  LT7-CTL                 PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'LOCALES WRITTEN: '.
           05  LT7-LOCALES-WRITTEN     PIC ZZZ,ZZZ,ZZ9.
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
           OPEN INPUT MAINT-CARD-FILE
           OPEN OUTPUT LISTING-FILE
           OPEN INPUT LOCALE-FILE
           OPEN INPUT SITE-FILE
           PERFORM 1000-WRITE-LISTING-HEADER
           EVALUATE TRUE
               WHEN WS-LOCALE-STATUS NOT = '00'
                   MOVE 'HELLOLOC OPEN FAILED' TO LE1-MESSAGE
                   MOVE WS-LOCALE-STATUS       TO LE1-FILE-STATUS
                   WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SITE-STATUS NOT = '00'
                   MOVE 'HELLOSIT OPEN FAILED' TO LE1-MESSAGE
                   MOVE WS-SITE-STATUS         TO LE1-FILE-STATUS
                   WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 1100-LOAD-LOCALE-FILE
                   IF LOAD-FAILED
                       WRITE LISTING-RECORD FROM WS-LST-ERROR-LINE
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       OPEN EXTEND CHANGE-LOG-FILE
                       PERFORM 2000-READ-MAINT-CARD
                       PERFORM UNTIL CARD-EOF
                           PERFORM 3000-PROCESS-ONE-CARD
                           PERFORM 2000-READ-MAINT-CARD
                       END-PERFORM
                       CLOSE CHANGE-LOG-FILE
                       PERFORM 5000-WRITE-NEW-LOCALE-FILE
                       IF WS-CARDS-REJECTED > 0
                           MOVE 4 TO RETURN-CODE
                       ELSE
                           MOVE 0 TO RETURN-CODE
                       END-IF
                   END-IF
           END-EVALUATE
           PERFORM 4000-WRITE-LISTING-TRAILER
           CLOSE MAINT-CARD-FILE
           CLOSE LISTING-FILE
           CLOSE LOCALE-FILE
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

      ******************************************************************
      *  A FILE TOO LARGE FOR THE TABLE IS A HARD STOP: WRITING BACK
      *  ONLY THE FIRST 500 RECORDS WOULD SILENTLY DROP LOCALES.
      ******************************************************************
       1100-LOAD-LOCALE-FILE.
           PERFORM 1110-LOAD-ONE-LOCALE
               UNTIL WS-LOCALE-STATUS NOT = '00'
                   OR LOAD-FAILED.

       1110-LOAD-ONE-LOCALE.
           READ LOCALE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-LOCALE-COUNT < 500
                       ADD 1 TO WS-LOCALE-COUNT
                       MOVE LOCALE-RECORD
                           TO LFT-IMAGE (WS-LOCALE-COUNT)
                       MOVE 'N' TO LFT-DELETED (WS-LOCALE-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-LOAD-FAILED
                       MOVE 'LOCALE FILE OVER 500 ENTRIES'
                           TO LE1-MESSAGE
                   END-IF
           END-READ.

       2000-READ-MAINT-CARD.
           READ MAINT-CARD-FILE
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
                   WHEN MC-ACTION-ADD
                       PERFORM 3200-ADD-LOCALE
                   WHEN MC-ACTION-CHANGE
                       PERFORM 3300-CHANGE-LOCALE
                   WHEN MC-ACTION-DELETE
                       PERFORM 3400-DELETE-LOCALE
               END-EVALUATE
           END-IF
           PERFORM 3900-WRITE-LISTING-DETAIL.

       3100-EDIT-ONE-CARD.
           IF NOT MC-ACTION-ADD
                   AND NOT MC-ACTION-CHANGE
                   AND NOT MC-ACTION-DELETE
               MOVE 'N' TO WS-CARD-VALID
               MOVE 'ACTION NOT A, C OR D' TO WS-REASON-TEXT
           ELSE
               IF MC-LOCALE-CODE = SPACES
                   MOVE 'N' TO WS-CARD-VALID
                   MOVE 'LOCALE CODE MISSING' TO WS-REASON-TEXT
               ELSE
                   IF NOT MC-ACTION-DELETE
                           AND MC-MESSAGE-TEXT = SPACES
                       MOVE 'N' TO WS-CARD-VALID
                       MOVE 'MESSAGE TEXT MISSING' TO WS-REASON-TEXT
                   END-IF
               END-IF
           END-IF.

       3200-ADD-LOCALE.
           PERFORM 3500-FIND-LOCALE-ENTRY
           IF LOCALE-FOUND
               MOVE 'N' TO WS-CARD-VALID
               MOVE 'LOCALE ALREADY ON LOCALE FILE' TO WS-REASON-TEXT
           ELSE
               IF WS-LOCALE-COUNT < 500
                   ADD 1 TO WS-LOCALE-COUNT
                   MOVE SPACES TO LFT-IMAGE (WS-LOCALE-COUNT)
                   MOVE MC-LOCALE-CODE
                       TO LFT-LOCALE-CODE (WS-LOCALE-COUNT)
                   MOVE MC-MESSAGE-TEXT
                       TO LFT-MESSAGE-TEXT (WS-LOCALE-COUNT)
                   MOVE 'N' TO LFT-DELETED (WS-LOCALE-COUNT)
               ELSE
                   MOVE 'N' TO WS-CARD-VALID
                   MOVE 'LOCALE FILE FULL AT 500 ENTRIES'
                       TO WS-REASON-TEXT
               END-IF
           END-IF
           IF CARD-VALID
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE LFT-IMAGE (WS-LOCALE-COUNT) TO WS-AFTER-IMAGE
               ADD 1 TO WS-CARDS-ADDED
               PERFORM 3800-WRITE-CHANGE-LOG
           END-IF.

       3300-CHANGE-LOCALE.
           PERFORM 3500-FIND-LOCALE-ENTRY
           IF NOT LOCALE-FOUND
               MOVE 'N' TO WS-CARD-VALID
               MOVE 'LOCALE NOT ON LOCALE FILE' TO WS-REASON-TEXT
           ELSE
               MOVE LFT-IMAGE (LFT-IDX) TO WS-BEFORE-IMAGE
               MOVE MC-MESSAGE-TEXT TO LFT-MESSAGE-TEXT (LFT-IDX)
               MOVE LFT-IMAGE (LFT-IDX) TO WS-AFTER-IMAGE
               ADD 1 TO WS-CARDS-CHANGED
               PERFORM 3800-WRITE-CHANGE-LOG
           END-IF.

       3400-DELETE-LOCALE.
           PERFORM 3500-FIND-LOCALE-ENTRY
           IF NOT LOCALE-FOUND
               MOVE 'N' TO WS-CARD-VALID
               MOVE 'LOCALE NOT ON LOCALE FILE' TO WS-REASON-TEXT
           END-IF
           IF CARD-VALID
               PERFORM 3600-CHECK-SITE-USAGE
           END-IF
           IF CARD-VALID
               PERFORM 3700-CHECK-SUSPENSE-USAGE
           END-IF
           IF CARD-VALID
               MOVE LFT-IMAGE (LFT-IDX) TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE 'Y' TO LFT-DELETED (LFT-IDX)
               ADD 1 TO WS-CARDS-DELETED
               PERFORM 3800-WRITE-CHANGE-LOG
           END-IF.

       3500-FIND-LOCALE-ENTRY.
           MOVE 'N' TO WS-LOCALE-FOUND
           IF WS-LOCALE-COUNT > 0
               SET LFT-IDX TO 1
               SEARCH LFT-ENTRY
                   AT END
                       CONTINUE
                   WHEN LFT-LOCALE-CODE (LFT-IDX) = MC-LOCALE-CODE
                           AND LFT-DELETED (LFT-IDX) = 'N'
                       MOVE 'Y' TO WS-LOCALE-FOUND
               END-SEARCH
           END-IF.

      ******************************************************************
      *  A DETAIL RECORD WITH NO LOCALE CODE OF ITS OWN TAKES ITS
      *  SITE'S DEFAULT, SO DELETING A LOCALE AN ACTIVE SITE STILL
      *  DEFAULTS TO WOULD REJECT THAT SITE'S WHOLE FEED TONIGHT.
      *  INACTIVE SITES ARE REJECTED 0150 ANYWAY AND DO NOT BLOCK.
      ******************************************************************
       3600-CHECK-SITE-USAGE.
           MOVE 'N' TO WS-SITE-EOF
           MOVE LOW-VALUES TO SM-SITE-CODE
           START SITE-FILE KEY IS >= SM-SITE-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-SITE-EOF
           END-START
           PERFORM 3610-CHECK-ONE-SITE
               UNTIL SITE-EOF.

       3610-CHECK-ONE-SITE.
           READ SITE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SITE-EOF
               NOT AT END
                   IF SM-SITE-ACTIVE
                           AND SM-DEFAULT-LOCALE = MC-LOCALE-CODE
                       MOVE 'N' TO WS-CARD-VALID
                       STRING 'DEFAULT LOCALE OF ACTIVE SITE '
                              SM-SITE-CODE DELIMITED BY SIZE
                              INTO WS-REASON-TEXT
                       END-STRING
                       MOVE 'Y' TO WS-SITE-EOF
                   END-IF
           END-READ
           IF WS-SITE-STATUS NOT = '00'
               MOVE 'Y' TO WS-SITE-EOF
           END-IF.

      ******************************************************************
      *  HELLOSUS IS THE CURRENT SUSPENSE GENERATION CONCATENATED
      *  WITH SUSPNEW, SO LAST NIGHT'S FRESH REJECTS ARE SEEN TOO.
      *  ANY RECORD NOT YET CLOSED (OPEN, CORRECTED OR IN FLIGHT)
      *  WILL COME BACK THROUGH THE EDIT PASS AND BLOCKS THE DELETE.
      ******************************************************************
       3700-CHECK-SUSPENSE-USAGE.
           MOVE 'N' TO WS-SUSPENSE-EOF
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = '00'
               MOVE 'N' TO WS-CARD-VALID
               MOVE 'HELLOSUS OPEN FAILED - CANNOT CHECK'
                   TO WS-REASON-TEXT
           ELSE
               PERFORM 3710-CHECK-ONE-SUSPENSE
                   UNTIL SUSPENSE-EOF
               CLOSE SUSPENSE-FILE
           END-IF.

       3710-CHECK-ONE-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-SUSPENSE-EOF
               NOT AT END
                   IF NOT SU-STATUS-CLOSED
                       PERFORM 3720-CHECK-SUSPENSE-LOCALE
                   END-IF
           END-READ.

       3720-CHECK-SUSPENSE-LOCALE.
           IF SU-TYPE-DETAIL
               MOVE SU-ORIGINAL-IMAGE TO WS-DETAIL-IMAGE
               IF DD-LOCALE-CODE = MC-LOCALE-CODE
                   MOVE 'N' TO WS-CARD-VALID
                   STRING 'ON OPEN SUSPENSE RECORD FOR SITE '
                          DD-SITE-CODE DELIMITED BY SIZE
                          INTO WS-REASON-TEXT
                   END-STRING
                   MOVE 'Y' TO WS-SUSPENSE-EOF
               END-IF
           ELSE
               MOVE SU-ORIGINAL-IMAGE TO WS-CONTROL-IMAGE
               IF HC-LOCALE-CODE = MC-LOCALE-CODE
                   MOVE 'N' TO WS-CARD-VALID
                   STRING 'ON OPEN SUSPENSE CONTROL CARD '
                          HC-RUN-DATE DELIMITED BY SIZE
                          INTO WS-REASON-TEXT
                   END-STRING
                   MOVE 'Y' TO WS-SUSPENSE-EOF
               END-IF
           END-IF.

       3800-WRITE-CHANGE-LOG.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES          TO CHANGE-LOG-RECORD
           MOVE WS-CURRENT-DATE TO LC-CHANGE-DATE
           MOVE WS-CURRENT-TIME TO LC-CHANGE-TIME
           MOVE WS-SUBMIT-USER  TO LC-SUBMIT-USER
           MOVE MC-ACTION       TO LC-ACTION
           MOVE MC-LOCALE-CODE  TO LC-LOCALE-CODE
           MOVE WS-BEFORE-IMAGE TO LC-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE  TO LC-AFTER-IMAGE
           WRITE CHANGE-LOG-RECORD.

       3900-WRITE-LISTING-DETAIL.
           MOVE MC-ACTION       TO LD-ACTION
           MOVE MC-LOCALE-CODE  TO LD-LOCALE-CODE
           MOVE MC-MESSAGE-TEXT TO LD-MESSAGE-TEXT
           IF CARD-VALID
               MOVE 'ACCEPTED' TO LD-DISPOSITION
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
               MOVE 'REJECTED' TO LD-DISPOSITION
           END-IF
           MOVE WS-REASON-TEXT TO LD-REASON-TEXT
           WRITE LISTING-RECORD FROM WS-LST-DETAIL-LINE.

       4000-WRITE-LISTING-TRAILER.
           MOVE WS-CARDS-READ        TO LT2-CARDS-READ
           MOVE WS-CARDS-ADDED       TO LT3-CARDS-ADDED
           MOVE WS-CARDS-CHANGED     TO LT4-CARDS-CHANGED
           MOVE WS-CARDS-DELETED     TO LT5-CARDS-DELETED
           MOVE WS-CARDS-REJECTED    TO LT6-CARDS-REJECTED
           MOVE WS-LOCALES-WRITTEN   TO LT7-LOCALES-WRITTEN
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE1
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE2
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE3
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE4
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE5
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE6
           WRITE LISTING-RECORD FROM WS-LST-TRAILER-LINE7.

       5000-WRITE-NEW-LOCALE-FILE.
           OPEN OUTPUT NEW-LOCALE-FILE
           PERFORM 5100-WRITE-ONE-LOCALE
               VARYING WS-LOCALE-SUB FROM 1 BY 1
               UNTIL WS-LOCALE-SUB > WS-LOCALE-COUNT
           CLOSE NEW-LOCALE-FILE.

       5100-WRITE-ONE-LOCALE.
           IF LFT-DELETED (WS-LOCALE-SUB) = 'N'
               WRITE NEW-LOCALE-RECORD FROM LFT-IMAGE (WS-LOCALE-SUB)
               ADD 1 TO WS-LOCALES-WRITTEN
           END-IF.
