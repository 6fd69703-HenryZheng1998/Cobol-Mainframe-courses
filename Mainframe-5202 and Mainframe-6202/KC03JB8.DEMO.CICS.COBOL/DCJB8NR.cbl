      * FINANCIAL PERIOD CONTROL MAP LAYOUT - USED BY DCJB8PHS. THE
      * SUPERVISOR KEYS A TERM AND FISCAL MONTH WITH AN ACTION - 'D'
      * DEFINE THE PERIOD (WITH THE FIRST AND LAST CALENDAR DAY IT
      * COVERS, KEYED YYYYDDD) OR 'C' CLOSE IT. THE TERM'S PERIODS
      * LIST SIX TO A SCREEN WITH THEIR DATES, STATUS AND WHO CLOSED
      * THEM.
       01  MAP1I.
           02  FILLER PIC X(12).
           02  TITLEL    COMP  PIC  S9(4).
           02  TITLEF    PICTURE X.
           02  FILLER REDEFINES TITLEF.
             03 TITLEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TITLEI  PIC X(28).
           02  PRDTRML    COMP  PIC  S9(4).
           02  PRDTRMF    PICTURE X.
           02  FILLER REDEFINES PRDTRMF.
             03 PRDTRMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PRDTRMI  PIC X(5).
           02  FMONTHL    COMP  PIC  S9(4).
           02  FMONTHF    PICTURE X.
           02  FILLER REDEFINES FMONTHF.
             03 FMONTHA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FMONTHI  PIC X(2).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACTIONI  PIC X(1).
           02  STARTDL    COMP  PIC  S9(4).
           02  STARTDF    PICTURE X.
           02  FILLER REDEFINES STARTDF.
             03 STARTDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  STARTDI  PIC X(7).
           02  ENDDL    COMP  PIC  S9(4).
           02  ENDDF    PICTURE X.
           02  FILLER REDEFINES ENDDF.
             03 ENDDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ENDDI  PIC X(7).
           02  LINE1L    COMP  PIC  S9(4).
           02  LINE1F    PICTURE X.
           02  FILLER REDEFINES LINE1F.
             03 LINE1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE1I  PIC X(55).
           02  LINE2L    COMP  PIC  S9(4).
           02  LINE2F    PICTURE X.
           02  FILLER REDEFINES LINE2F.
             03 LINE2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE2I  PIC X(55).
           02  LINE3L    COMP  PIC  S9(4).
           02  LINE3F    PICTURE X.
           02  FILLER REDEFINES LINE3F.
             03 LINE3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE3I  PIC X(55).
           02  LINE4L    COMP  PIC  S9(4).
           02  LINE4F    PICTURE X.
           02  FILLER REDEFINES LINE4F.
             03 LINE4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE4I  PIC X(55).
           02  LINE5L    COMP  PIC  S9(4).
           02  LINE5F    PICTURE X.
           02  FILLER REDEFINES LINE5F.
             03 LINE5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE5I  PIC X(55).
           02  LINE6L    COMP  PIC  S9(4).
           02  LINE6F    PICTURE X.
           02  FILLER REDEFINES LINE6F.
             03 LINE6A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE6I  PIC X(55).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGI  PIC X(60).
           02  FOOTERL    COMP  PIC  S9(4).
           02  FOOTERF    PICTURE X.
           02  FILLER REDEFINES FOOTERF.
             03 FOOTERA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FOOTERI  PIC X(79).
       01  MAP1O REDEFINES MAP1I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TITLEC    PICTURE X.
           02  TITLEH    PICTURE X.
           02  TITLEO  PIC X(28).
           02  FILLER PICTURE X(3).
           02  PRDTRMC    PICTURE X.
           02  PRDTRMH    PICTURE X.
           02  PRDTRMO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  FMONTHC    PICTURE X.
           02  FMONTHH    PICTURE X.
           02  FMONTHO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONH    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  STARTDC    PICTURE X.
           02  STARTDH    PICTURE X.
           02  STARTDO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  ENDDC    PICTURE X.
           02  ENDDH    PICTURE X.
           02  ENDDO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  LINE1C    PICTURE X.
           02  LINE1H    PICTURE X.
           02  LINE1O  PIC X(55).
           02  FILLER PICTURE X(3).
           02  LINE2C    PICTURE X.
           02  LINE2H    PICTURE X.
           02  LINE2O  PIC X(55).
           02  FILLER PICTURE X(3).
           02  LINE3C    PICTURE X.
           02  LINE3H    PICTURE X.
           02  LINE3O  PIC X(55).
           02  FILLER PICTURE X(3).
           02  LINE4C    PICTURE X.
           02  LINE4H    PICTURE X.
           02  LINE4O  PIC X(55).
           02  FILLER PICTURE X(3).
           02  LINE5C    PICTURE X.
           02  LINE5H    PICTURE X.
           02  LINE5O  PIC X(55).
           02  FILLER PICTURE X(3).
           02  LINE6C    PICTURE X.
           02  LINE6H    PICTURE X.
           02  LINE6O  PIC X(55).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  FOOTERC    PICTURE X.
           02  FOOTERH    PICTURE X.
           02  FOOTERO  PIC X(79).
