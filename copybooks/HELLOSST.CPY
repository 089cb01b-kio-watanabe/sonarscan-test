      ******************************************************************
      *  HELLOSST  -  HELLO PER-SITE DAILY STATISTICS RECORD (KSDS)
      *
      *  ONE RECORD PER SITE PER RUN DATE, WRITTEN BY EVERY LIVE
      *  HELLO RUN AND KEYED BY SITE CODE/RUN DATE SO A SITE'S
      *  HISTORY READS IN DATE ORDER. THE RUN DATE IS THE EXECUTION
      *  DATE, THE SAME DATE THAT KEYS HELLOHST. A LATER RUN ON THE
      *  SAME DATE (RERUN OR CORRECTED RESEND) REPLACES THE RECORD.
      *  DETAIL RECORDS WITH NO SITE CODE COUNT UNDER A BLANK SITE.
      *
      *    RECEIVED   - DETAIL RECORDS READ FOR THE SITE
      *    ACCEPTED   - PASSED THE EDIT PASS
      *    PROCESSED  - REPORTED/DISTRIBUTED IN THE MAIN LOOP
      *    SKIPPED    - HELD BACK UNREJECTED (ENVIRONMENT FILTER
      *                 OR ALREADY-RUN CARD), OR ROUTED TO SUSPENSE
      *                 UNDER REASON 0180 WHILE THE SITE IS ON HOLD
      *    REJECTED   - FAILED THE EDIT PASS, BROKEN OUT BELOW BY
      *                 REASON: SLOT N HOLDS REASON 0100 + 10 * N
      *                 (0110 THROUGH 0170)
      ******************************************************************
       05  ST-STAT-KEY.
           10  ST-SITE-CODE            PIC X(04).
           10  ST-RUN-DATE             PIC X(08).
       05  ST-RUN-TIME                 PIC 9(08).
       05  ST-ENV-CODE                 PIC X(04).
       05  ST-RECEIVED                 PIC 9(08).
       05  ST-ACCEPTED                 PIC 9(08).
       05  ST-PROCESSED                PIC 9(08).
       05  ST-SKIPPED                  PIC 9(08).
       05  ST-REJECTED                 PIC 9(08).
       05  ST-REASON-REJECTS OCCURS 7 TIMES
                                       PIC 9(08).
       05  FILLER                      PIC X(10).
