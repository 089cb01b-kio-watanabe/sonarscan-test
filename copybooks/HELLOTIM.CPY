      ******************************************************************
      *  HELLOTIM  -  BATCH STEP TIMING RECORD
      *
      *  ONE RECORD IS APPENDED TO THE STEP-TIMING LOG AT THE END OF
      *  EVERY STEP OF THE NIGHTLY CHAIN (HELLORCY, HELLOQRL,
      *  HELLOPSP, THE HELLO PARTITIONS, HELLOPMG, HELLOXTR AND
      *  HELLOTRN). HELLOSLA READS THE LOG TO REPORT EACH NIGHT'S
      *  BATCH WINDOW AGAINST THE SLA CUTOFF AND TO TRACK ELAPSED
      *  TIME PER 1,000 RECORDS.
      *
      *  START-DATE/TIME  - ACCEPTED WHEN THE STEP BEGINS (HHMMSSCC)
      *  END-DATE/TIME    - ACCEPTED AS THE STEP ENDS (HHMMSSCC)
      *  RETURN-CODE      - THE STEP'S CONDITION CODE
      *  RECORDS-READ     - THE STEP'S MAIN INPUT COUNT (FOR HELLO,
      *                     DETAIL RECORDS READ)
      *  RECORDS-PROCESSED - THE STEP'S MAIN OUTPUT COUNT (FOR
      *                     HELLO, DETAIL RECORDS PROCESSED)
      ******************************************************************
       05  TM-JOB-NAME                 PIC X(08).
       05  TM-STEP-NAME                PIC X(08).
       05  TM-PROGRAM-NAME             PIC X(08).
       05  TM-START-DATE               PIC 9(08).
       05  TM-START-TIME               PIC 9(08).
       05  TM-END-DATE                 PIC 9(08).
       05  TM-END-TIME                 PIC 9(08).
       05  TM-RETURN-CODE              PIC 9(04).
       05  TM-RECORDS-READ             PIC 9(08).
       05  TM-RECORDS-PROCESSED        PIC 9(08).
       05  FILLER                      PIC X(04).
