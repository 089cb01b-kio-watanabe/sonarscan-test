      ******************************************************************
      *  HELLOCCQ  -  CONTROL-CARD QUEUE RECORD (VSAM KSDS)
      *
      *  ONE RECORD PER HELLO CONTROL CARD LOADED AHEAD OF ITS RUN,
      *  KEYED BY RUN DATE AND ENVIRONMENT. HELLOQLD EDITS AND QUEUES
      *  THE CARDS; HELLOQRL WRITES THE CARDS DUE ON A RUN DATE TO
      *  THE CNTLCARD DECK AHEAD OF THE NIGHTLY HELLO STEP AND MARKS
      *  THEM RELEASED. RELEASED RECORDS STAY ON FILE SO A RESTARTED
      *  RELEASE STEP DOES NOT RELEASE THE SAME NIGHT TWICE.
      *
      *  RUN-DATE          - RUN DATE THE CARD IS QUEUED FOR, AFTER
      *                      ANY HELLOCAL ROLL-FORWARD (SAME AS
      *                      COLS 1-8 OF CARD-IMAGE)
      *  QUEUE-STATUS      - 'Q' = QUEUED, 'R' = RELEASED TO THE DECK
      *  CARD-IMAGE        - THE HELLOCTL CARD EXACTLY AS IT IS
      *                      WRITTEN TO THE DECK
      *  KEYED-RUN-DATE    - RUN DATE AS KEYED ON THE LOADER CARD;
      *                      DIFFERS FROM RUN-DATE WHEN THE CARD WAS
      *                      ROLLED FORWARD OFF A NON-BUSINESS DAY
      *  RELEASED-DATE/TIME - SPACES UNTIL RELEASED
      ******************************************************************
       05  CQ-QUEUE-KEY.
           10  CQ-RUN-DATE             PIC X(08).
           10  CQ-ENV-CODE             PIC X(04).
       05  CQ-QUEUE-STATUS             PIC X(01).
           88  CQ-STATUS-QUEUED                  VALUE 'Q'.
           88  CQ-STATUS-RELEASED                VALUE 'R'.
       05  CQ-CARD-IMAGE               PIC X(80).
       05  CQ-QUEUED-BY                PIC X(08).
       05  CQ-QUEUED-DATE              PIC 9(08).
       05  CQ-QUEUED-TIME              PIC 9(08).
       05  CQ-KEYED-RUN-DATE           PIC X(08).
       05  CQ-RELEASED-DATE            PIC X(08).
       05  CQ-RELEASED-TIME            PIC X(08).
       05  FILLER                      PIC X(09).
