      ******************************************************************
      *  HELLOHLD  -  SITE HOLD RECORD (VSAM KSDS)
      *
      *  ONE RECORD PER SITE EVER PLACED ON HOLD, KEYED BY SITE CODE.
      *  WHILE A SITE IS HELD THE HELLO EDIT PASS ROUTES ITS DETAIL
      *  RECORDS TO THE HELLOSUS SUSPENSE FILE UNDER REASON 0180
      *  INSTEAD OF PROCESSING THEM, WITHOUT ANY CHANGE TO THE SITE
      *  MASTER. MAINTAINED BY HELLOHMT; A RELEASED HOLD STAYS ON
      *  FILE AS THE LAST HOLD TAKEN AND IS REPLACED BY THE NEXT.
      *
      *  HOLD-STATUS        - 'H' = HELD, 'R' = RELEASED
      *  AUTO-RELEASE-DATE  - CCYYMMDD THE HOLD LAPSES ON ITS OWN
      *                       (FIRST RUN DATE THE SITE FLOWS AGAIN);
      *                       SPACES = HELD UNTIL A RELEASE CARD
      *  RELEASED-BY/DATE   - SPACES UNTIL RELEASED BY CARD
      ******************************************************************
       05  HD-SITE-CODE                PIC X(04).
       05  HD-HOLD-STATUS              PIC X(01).
           88  HD-STATUS-HELD                    VALUE 'H'.
           88  HD-STATUS-RELEASED                VALUE 'R'.
       05  HD-HOLD-REASON              PIC X(40).
       05  HD-HELD-BY                  PIC X(08).
       05  HD-HELD-DATE                PIC 9(08).
       05  HD-HELD-TIME                PIC 9(08).
       05  HD-AUTO-RELEASE-DATE        PIC X(08).
       05  HD-RELEASED-BY              PIC X(08).
       05  HD-RELEASED-DATE            PIC X(08).
       05  FILLER                      PIC X(07).
