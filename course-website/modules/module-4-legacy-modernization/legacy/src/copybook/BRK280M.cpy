      *================================================================
      * BRK280M - SYMBOLIC MAPS FOR MAPSET BRK280M (POSMAP, LOTMAP)
      *           USED BY BRKRG280 (TRANSACTION BRPI)
      *
      * LAYOUT AS GENERATED FROM src/bms/BRK280M.bms - CHANGE THE
      * MAP SOURCE AND THIS MEMBER TOGETHER.
      *================================================================
       01  POSMAPI.
           02  FILLER PIC X(12).
           02  PACCTL    COMP  PIC  S9(4).
           02  PACCTF    PICTURE X.
           02  FILLER REDEFINES PACCTF.
             03 PACCTA    PICTURE X.
           02  PACCTI  PIC X(12).
           02  PSYML    COMP  PIC  S9(4).
           02  PSYMF    PICTURE X.
           02  FILLER REDEFINES PSYMF.
             03 PSYMA    PICTURE X.
           02  PSYMI  PIC X(10).
           02  PLOTSL    COMP  PIC  S9(4).
           02  PLOTSF    PICTURE X.
           02  FILLER REDEFINES PLOTSF.
             03 PLOTSA    PICTURE X.
           02  PLOTSI  PIC X(10).
           02  DFHMS1 OCCURS 15 TIMES.
             03  PLINEL    COMP  PIC  S9(4).
             03  PLINEF    PICTURE X.
             03  PLINEI  PIC X(79).
           02  PMSGL    COMP  PIC  S9(4).
           02  PMSGF    PICTURE X.
           02  FILLER REDEFINES PMSGF.
             03 PMSGA    PICTURE X.
           02  PMSGI  PIC X(79).
       01  POSMAPO REDEFINES POSMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  PACCTO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  PSYMO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  PLOTSO  PIC X(10).
           02  DFHMS2 OCCURS 15 TIMES.
             03  FILLER PICTURE X(2).
             03  PLINEA    PICTURE X.
             03  PLINEO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  PMSGO  PIC X(79).
       01  LOTMAPI.
           02  FILLER PIC X(12).
           02  LACCTL    COMP  PIC  S9(4).
           02  LACCTF    PICTURE X.
           02  FILLER REDEFINES LACCTF.
             03 LACCTA    PICTURE X.
           02  LACCTI  PIC X(12).
           02  LSYML    COMP  PIC  S9(4).
           02  LSYMF    PICTURE X.
           02  FILLER REDEFINES LSYMF.
             03 LSYMA    PICTURE X.
           02  LSYMI  PIC X(10).
           02  LPOSL    COMP  PIC  S9(4).
           02  LPOSF    PICTURE X.
           02  FILLER REDEFINES LPOSF.
             03 LPOSA    PICTURE X.
           02  LPOSI  PIC X(12).
           02  DFHMS3 OCCURS 15 TIMES.
             03  LLINEL    COMP  PIC  S9(4).
             03  LLINEF    PICTURE X.
             03  LLINEI  PIC X(79).
           02  LMSGL    COMP  PIC  S9(4).
           02  LMSGF    PICTURE X.
           02  FILLER REDEFINES LMSGF.
             03 LMSGA    PICTURE X.
           02  LMSGI  PIC X(79).
       01  LOTMAPO REDEFINES LOTMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  LACCTO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  LSYMO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  LPOSO  PIC X(12).
           02  DFHMS4 OCCURS 15 TIMES.
             03  FILLER PICTURE X(2).
             03  LLINEA    PICTURE X.
             03  LLINEO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LMSGO  PIC X(79).
