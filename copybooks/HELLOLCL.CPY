      ******************************************************************
      *  HELLOLCL  -  LOCALE FILE CHANGE-LOG RECORD
      *
      *  ONE RECORD PER ACCEPTED HELLOLMT MAINTENANCE ACTION, WITH
      *  THE FULL BEFORE AND AFTER LM- RECORD IMAGES, THE ACTION
      *  CODE, THE CHANGE DATE/TIME AND THE SUBMITTING USER (FROM
      *  THE STEP PARM), SO A MIS-KEYED GREETING OR A DELETED
      *  LOCALE BEHIND A NIGHT OF 0130 REJECTS CAN BE TRACED TO WHO
      *  CHANGED IT AND WHEN. LAID OUT LIKE HELLOSCL. THE BEFORE
      *  IMAGE IS SPACES FOR AN ADD AND THE AFTER IMAGE IS SPACES
      *  FOR A DELETE.
      ******************************************************************
       05  LC-CHANGE-DATE              PIC 9(08).
       05  LC-CHANGE-TIME              PIC 9(08).
       05  LC-SUBMIT-USER              PIC X(08).
       05  LC-ACTION                   PIC X(01).
       05  LC-LOCALE-CODE              PIC X(02).
       05  LC-BEFORE-IMAGE             PIC X(80).
       05  LC-AFTER-IMAGE              PIC X(80).
       05  FILLER                      PIC X(13).
