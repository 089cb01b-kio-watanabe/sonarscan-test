      ******************************************************************
      *  HELLODWM  -  WAREHOUSE EXTRACT HIGH-WATER MARK (VSAM KSDS)
      *
      *  ONE RECORD PER HELLODWX EXTRACT, KEYED BY EXTRACT NAME,
      *  HOLDING THE LAST SOURCE POSITION SENT TO THE DATA
      *  WAREHOUSE. EACH NIGHT'S EXTRACT PICKS UP EVERYTHING PAST
      *  THE MARK, SO A MISSED NIGHT IS CAUGHT UP BY THE NEXT RUN.
      *  THE MARKS ARE REWRITTEN ONLY AFTER EVERY EXTRACT FILE AND
      *  THE CONTROL FILE HAVE BEEN WRITTEN, IN EXTRACT ORDER, AND
      *  STOP AT THE FIRST ONE THAT FAILS. NO RECORD = EXTRACT
      *  EVERYTHING ON FILE.
      *
      *  HIGH-WATER-MARK  - RUNHIST  HELLOHST KEY (RUN-DATE/RUN-ID)
      *                     AUDIT    HELLOAUD RUN-DATE/RUN-TIME
      *                     CARDREJ  HELLOERR RECORDS ALREADY SENT
      *                     DTLREJ   SUSPENSE LAST-ATTEMPT-DATE/
      *                              REJECT-TIME
      *                     INCIDENT HELLOALT/HELLOINC RUN-DATE/TIME
      *  LAST-EXTRACT-DATE/TIME - WHEN THE MARK WAS LAST MOVED
      *  LAST-ROW-COUNT   - DATA ROWS SENT BY THAT EXTRACT
      ******************************************************************
       05  DW-EXTRACT-NAME             PIC X(08).
       05  DW-HIGH-WATER-MARK          PIC X(16).
       05  DW-LAST-EXTRACT-DATE        PIC 9(08).
       05  DW-LAST-EXTRACT-TIME        PIC 9(08).
       05  DW-LAST-ROW-COUNT           PIC 9(08).
       05  FILLER                      PIC X(32).
