      *                       CANCEL CARD - DROPPED FROM THE CHAIN
      *                       BY THE NEXT HELLORCY CYCLE SO AN
      *                       ABANDONED REJECT STOPS AGING)
      *  REJECT-TIME  - TIME OF THE EDIT RUN THAT WROTE THE 'O'
      *                 RECORD (WITH LAST-ATTEMPT-DATE, THE
      *                 WAREHOUSE EXTRACT'S HIGH-WATER MARK)
      ******************************************************************
       05  SU-RECORD-TYPE              PIC X(01).
           88  SU-TYPE-DETAIL                    VALUE 'D'.
       05  SU-FIRST-REJECT-DATE        PIC 9(08).
       05  SU-LAST-ATTEMPT-DATE        PIC 9(08).
       05  SU-ORIGINAL-IMAGE           PIC X(80).
       05  SU-REJECT-TIME              PIC 9(08).
       05  FILLER                      PIC X(08).
