      ******************************************************************
      *  HELLOACK  -  HELLODTL FEED ACKNOWLEDGMENT RETURN RECORD
      *
      *  ONE ACKNOWLEDGMENT FILE IS PRODUCED PER LIVE HELLO RUN FOR
      *  RETURN TO THE FEED SENDER. EVERY RECORD IS KEYED BY THE
      *  SENDER ID FROM THE HDR* ENVELOPE HEADER. THE FIRST RECORD
      *  IS THE SUMMARY ('H'): ACK WHEN THE ENVELOPE BALANCED, NAK
      *  WHEN IT DID NOT (WITH THE FIRST ENVELOPE ERROR), THE
      *  HEADER/TRAILER COUNTS AND HASH AS RECEIVED, THE COUNT AND
      *  HASH ACTUALLY READ, AND THE ACCEPTED/REJECTED DETAIL
      *  COUNTS. ONE REJECT RECORD ('D') FOLLOWS FOR EACH DETAIL
      *  RECORD THE EDIT PASS REJECTED, CARRYING THE HELLODRJ
      *  REASON CODE AND TEXT SO THE SENDER CAN CORRECT AND RESEND.
      *  A FEED WHOSE ENVELOPE DOES NOT BALANCE NEVER REACHES THE
      *  EDIT PASS: HELLORCY (OR HELLOPSP) WRITES ITS NAK SUMMARY,
      *  WITH ZERO ACCEPTED/REJECTED COUNTS AND NO REJECT RECORDS.
      ******************************************************************
       05  AK-SENDER-ID                PIC X(08).
       05  AK-RECORD-TYPE              PIC X(01).
           88  AK-TYPE-SUMMARY                    VALUE 'H'.
           88  AK-TYPE-REJECT                     VALUE 'D'.
       05  AK-RUN-DATE                 PIC 9(08).
       05  AK-RUN-TIME                 PIC 9(08).
       05  AK-RECORD-DATA              PIC X(125).
       05  AK-SUMMARY-DATA REDEFINES AK-RECORD-DATA.
           10  AK-ACK-STATUS           PIC X(03).
               88  AK-ACCEPTED                    VALUE 'ACK'.
               88  AK-NOT-ACCEPTED                VALUE 'NAK'.
           10  AK-CREATE-DATE          PIC X(08).
           10  AK-CREATE-TIME          PIC X(06).
           10  AK-HDR-EXPECTED-COUNT   PIC 9(08).
           10  AK-TRL-RECORD-COUNT     PIC 9(08).
           10  AK-TRL-HASH-TOTAL       PIC 9(12).
           10  AK-DETAIL-READ          PIC 9(08).
           10  AK-HASH-TOTAL           PIC 9(12).
           10  AK-DETAIL-ACCEPTED      PIC 9(08).
           10  AK-DETAIL-REJECTED      PIC 9(08).
           10  AK-ENVELOPE-MESSAGE     PIC X(40).
           10  FILLER                  PIC X(04).
       05  AK-REJECT-DATA REDEFINES AK-RECORD-DATA.
           10  AK-SITE-CODE            PIC X(04).
           10  AK-DTL-RUN-DATE         PIC X(08).
           10  AK-LOCALE-CODE          PIC X(02).
           10  AK-REASON-CODE          PIC 9(04).
           10  AK-REASON-TEXT          PIC X(40).
           10  FILLER                  PIC X(67).
