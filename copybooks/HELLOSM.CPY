      ******************************************************************
      *  HELLOSM  -  SYMBOLIC MAP FOR MAPSET HELLOSM (BMS SOURCE
      *              BMS/HELLOSM.BMS), TRANSACTION HSMO
      *
      *  LAID OUT AS THE BMS ASSEMBLY GENERATES IT, EXCEPT THAT THE
      *  FIFTEEN BROWSE ROWS (SEL01/LIN01 - SEL15/LIN15) ARE CODED
      *  AS THE LROWI/LROWO TABLE SO HELLOSMO CAN SUBSCRIPT THEM.
      *  KEEP IN STEP WITH THE BMS SOURCE.
      ******************************************************************
       01  HSMOLSTI.
           02  FILLER PIC X(12).
           02  LPAGEL    COMP  PIC  S9(4).
           02  LPAGEF    PICTURE X.
           02  FILLER REDEFINES LPAGEF.
             03  LPAGEA    PICTURE X.
           02  LPAGEI    PIC X(2).
           02  LSTARTL    COMP  PIC  S9(4).
           02  LSTARTF    PICTURE X.
           02  FILLER REDEFINES LSTARTF.
             03  LSTARTA    PICTURE X.
           02  LSTARTI    PIC X(30).
           02  LORDERL    COMP  PIC  S9(4).
           02  LORDERF    PICTURE X.
           02  FILLER REDEFINES LORDERF.
             03  LORDERA    PICTURE X.
           02  LORDERI    PIC X(1).
           02  LROWI OCCURS 15 TIMES.
             03  LSELL    COMP  PIC  S9(4).
             03  LSELF    PICTURE X.
             03  FILLER REDEFINES LSELF.
               04  LSELA    PICTURE X.
             03  LSELI    PIC X(1).
             03  LLINL    COMP  PIC  S9(4).
             03  LLINF    PICTURE X.
             03  FILLER REDEFINES LLINF.
               04  LLINA    PICTURE X.
             03  LLINI    PIC X(60).
           02  LMSGL    COMP  PIC  S9(4).
           02  LMSGF    PICTURE X.
           02  FILLER REDEFINES LMSGF.
             03  LMSGA    PICTURE X.
           02  LMSGI    PIC X(79).
       01  HSMOLSTO REDEFINES HSMOLSTI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  LPAGEO    PIC X(2).
           02  FILLER PICTURE X(3).
           02  LSTARTO    PIC X(30).
           02  FILLER PICTURE X(3).
           02  LORDERO    PIC X(1).
           02  LROWO OCCURS 15 TIMES.
             03  FILLER PICTURE X(3).
             03  LSELO    PIC X(1).
             03  FILLER PICTURE X(3).
             03  LLINO    PIC X(60).
           02  FILLER PICTURE X(3).
           02  LMSGO    PIC X(79).
       01  HSMODTLI.
           02  FILLER PIC X(12).
           02  DMODEL    COMP  PIC  S9(4).
           02  DMODEF    PICTURE X.
           02  FILLER REDEFINES DMODEF.
             03  DMODEA    PICTURE X.
           02  DMODEI    PIC X(10).
           02  DCODEL    COMP  PIC  S9(4).
           02  DCODEF    PICTURE X.
           02  FILLER REDEFINES DCODEF.
             03  DCODEA    PICTURE X.
           02  DCODEI    PIC X(4).
           02  DNAMEL    COMP  PIC  S9(4).
           02  DNAMEF    PICTURE X.
           02  FILLER REDEFINES DNAMEF.
             03  DNAMEA    PICTURE X.
           02  DNAMEI    PIC X(30).
           02  DLOCLL    COMP  PIC  S9(4).
           02  DLOCLF    PICTURE X.
           02  FILLER REDEFINES DLOCLF.
             03  DLOCLA    PICTURE X.
           02  DLOCLI    PIC X(2).
           02  DSTATL    COMP  PIC  S9(4).
           02  DSTATF    PICTURE X.
           02  FILLER REDEFINES DSTATF.
             03  DSTATA    PICTURE X.
           02  DSTATI    PIC X(1).
           02  DSTRTL    COMP  PIC  S9(4).
           02  DSTRTF    PICTURE X.
           02  FILLER REDEFINES DSTRTF.
             03  DSTRTA    PICTURE X.
           02  DSTRTI    PIC X(8).
           02  DENDL    COMP  PIC  S9(4).
           02  DENDF    PICTURE X.
           02  FILLER REDEFINES DENDF.
             03  DENDA    PICTURE X.
           02  DENDI    PIC X(8).
           02  DMSGL    COMP  PIC  S9(4).
           02  DMSGF    PICTURE X.
           02  FILLER REDEFINES DMSGF.
             03  DMSGA    PICTURE X.
           02  DMSGI    PIC X(79).
           02  DPFKL    COMP  PIC  S9(4).
           02  DPFKF    PICTURE X.
           02  FILLER REDEFINES DPFKF.
             03  DPFKA    PICTURE X.
           02  DPFKI    PIC X(79).
       01  HSMODTLO REDEFINES HSMODTLI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DMODEO    PIC X(10).
           02  FILLER PICTURE X(3).
           02  DCODEO    PIC X(4).
           02  FILLER PICTURE X(3).
           02  DNAMEO    PIC X(30).
           02  FILLER PICTURE X(3).
           02  DLOCLO    PIC X(2).
           02  FILLER PICTURE X(3).
           02  DSTATO    PIC X(1).
           02  FILLER PICTURE X(3).
           02  DSTRTO    PIC X(8).
           02  FILLER PICTURE X(3).
           02  DENDO    PIC X(8).
           02  FILLER PICTURE X(3).
           02  DMSGO    PIC X(79).
           02  FILLER PICTURE X(3).
           02  DPFKO    PIC X(79).
