      *  CAN BE RECONSTRUCTED AND "WHO DEACTIVATED SITE 0417 AND
      *  WHEN" ANSWERED WITHOUT DIGGING THROUGH OLD SPOOL.
      *  REPORTED BY HELLOSCR. THE BEFORE IMAGE IS SPACES FOR AN
      *  ADD. HELLOSMO WRITES THE SAME RECORD FOR EACH ONLINE ACTION
      *  TO THE ONLINE CHANGE-LOG ESDS, WITH THE SIGNED-ON CICS USER
      *  ID AS THE SUBMITTING USER.
      ******************************************************************
       05  CL-CHANGE-DATE              PIC 9(08).
       05  CL-CHANGE-TIME              PIC 9(08).
