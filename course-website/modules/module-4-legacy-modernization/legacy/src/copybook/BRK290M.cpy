      *================================================================
      * BRK290M - SYMBOLIC MAP FOR MAPSET BRK290M (AUDMAP)
      *           USED BY BRKRG290 (TRANSACTION BRAI)
      *
      * LAYOUT AS GENERATED FROM src/bms/BRK290M.bms - CHANGE THE
      * MAP SOURCE AND THIS MEMBER TOGETHER.
      *================================================================
       01  AUDMAPI.
           02  FILLER PIC X(12).
           02  AACCTL    COMP  PIC  S9(4).
           02  AACCTF    PICTURE X.
           02  FILLER REDEFINES AACCTF.
             03 AACCTA    PICTURE X.
           02  AACCTI  PIC X(12).
           02  ASYML    COMP  PIC  S9(4).
           02  ASYMF    PICTURE X.
           02  FILLER REDEFINES ASYMF.
             03 ASYMA    PICTURE X.
           02  ASYMI  PIC X(10).
           02  DFHMS1 OCCURS 15 TIMES.
             03  ALINEL    COMP  PIC  S9(4).
             03  ALINEF    PICTURE X.
             03  ALINEI  PIC X(79).
           02  AMSGL    COMP  PIC  S9(4).
           02  AMSGF    PICTURE X.
           02  FILLER REDEFINES AMSGF.
             03 AMSGA    PICTURE X.
           02  AMSGI  PIC X(79).
       01  AUDMAPO REDEFINES AUDMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  AACCTO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  ASYMO  PIC X(10).
           02  DFHMS2 OCCURS 15 TIMES.
             03  FILLER PICTURE X(2).
             03  ALINEA    PICTURE X.
             03  ALINEO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  AMSGO  PIC X(79).
