      *================================================================
      * BRK300M - SYMBOLIC MAP FOR MAPSET BRK300M (TRDMAP)
      *           USED BY BRKRG300 (TRANSACTION BRTI)
      *
      * LAYOUT AS GENERATED FROM src/bms/BRK300M.bms - CHANGE THE
      * MAP SOURCE AND THIS MEMBER TOGETHER.
      *================================================================
       01  TRDMAPI.
           02  FILLER PIC X(12).
           02  TTRADEL    COMP  PIC  S9(4).
           02  TTRADEF    PICTURE X.
           02  FILLER REDEFINES TTRADEF.
             03 TTRADEA    PICTURE X.
           02  TTRADEI  PIC X(16).
           02  DFHMS1 OCCURS 15 TIMES.
             03  TLINEL    COMP  PIC  S9(4).
             03  TLINEF    PICTURE X.
             03  TLINEI  PIC X(79).
           02  TMSGL    COMP  PIC  S9(4).
           02  TMSGF    PICTURE X.
           02  FILLER REDEFINES TMSGF.
             03 TMSGA    PICTURE X.
           02  TMSGI  PIC X(79).
       01  TRDMAPO REDEFINES TRDMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TTRADEO  PIC X(16).
           02  DFHMS2 OCCURS 15 TIMES.
             03  FILLER PICTURE X(2).
             03  TLINEA    PICTURE X.
             03  TLINEO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  TMSGO  PIC X(79).
