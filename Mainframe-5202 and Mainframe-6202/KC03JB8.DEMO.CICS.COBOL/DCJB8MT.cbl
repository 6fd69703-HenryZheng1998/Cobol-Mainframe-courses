      * TERM CALENDAR MAINTENANCE MAP LAYOUT - USED BY DCJB8PGT. ONE
      * TERM CODE AT THE TOP, THEN THE CALENDAR DATES (YYYYDDD).
       01  MAP1I.
           02  FILLER PIC X(12).
           02  TITLEL    COMP  PIC  S9(4).
             03 TRMGRDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TRMGRDI  PIC X(7).
           02  TRMCENL    COMP  PIC  S9(4).
           02  TRMCENF    PICTURE X.
           02  FILLER REDEFINES TRMCENF.
             03 TRMCENA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TRMCENI  PIC X(7).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
           02  TRMGRDH    PICTURE X.
           02  TRMGRDO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  TRMCENC    PICTURE X.
           02  TRMCENH    PICTURE X.
           02  TRMCENO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
