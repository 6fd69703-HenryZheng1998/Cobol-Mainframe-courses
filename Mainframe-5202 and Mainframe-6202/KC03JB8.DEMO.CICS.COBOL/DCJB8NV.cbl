      * ACADEMIC INTEGRITY CASE MAP LAYOUT - USED BY DCJB8PHW. A
      * SUPERVISOR KEYS A STUDENT NUMBER, SEES THE STUDENT'S CASES
      * EIGHT TO A SCREEN UNDER A SUMMARY LINE (CASES, FINDINGS, HOLD
      * ON FILE), AND OPENS A CASE (CASE NUMBER LEFT BLANK) OR UPDATES
      * ONE BY KEYING ITS NUMBER WITH THE SECTION, ALLEGATION, HEARING
      * DATE, OUTCOME AND SANCTION.
       01  MAP1I.
           02  FILLER PIC X(12).
           02  TITLEL    COMP  PIC  S9(4).
           02  TITLEF    PICTURE X.
           02  FILLER REDEFINES TITLEF.
             03 TITLEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TITLEI  PIC X(28).
           02  STUNUML    COMP  PIC  S9(4).
           02  STUNUMF    PICTURE X.
           02  FILLER REDEFINES STUNUMF.
             03 STUNUMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  STUNUMI  PIC X(7).
           02  STUNAMEL    COMP  PIC  S9(4).
           02  STUNAMEF    PICTURE X.
           02  FILLER REDEFINES STUNAMEF.
             03 STUNAMEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  STUNAMEI  PIC X(20).
           02  SUMRYL    COMP  PIC  S9(4).
           02  SUMRYF    PICTURE X.
           02  FILLER REDEFINES SUMRYF.
             03 SUMRYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SUMRYI  PIC X(40).
           02  LINE1L    COMP  PIC  S9(4).
           02  LINE1F    PICTURE X.
           02  FILLER REDEFINES LINE1F.
             03 LINE1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE1I  PIC X(60).
           02  LINE2L    COMP  PIC  S9(4).
           02  LINE2F    PICTURE X.
           02  FILLER REDEFINES LINE2F.
             03 LINE2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE2I  PIC X(60).
           02  LINE3L    COMP  PIC  S9(4).
           02  LINE3F    PICTURE X.
           02  FILLER REDEFINES LINE3F.
             03 LINE3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE3I  PIC X(60).
           02  LINE4L    COMP  PIC  S9(4).
           02  LINE4F    PICTURE X.
           02  FILLER REDEFINES LINE4F.
             03 LINE4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE4I  PIC X(60).
           02  LINE5L    COMP  PIC  S9(4).
           02  LINE5F    PICTURE X.
           02  FILLER REDEFINES LINE5F.
             03 LINE5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE5I  PIC X(60).
           02  LINE6L    COMP  PIC  S9(4).
           02  LINE6F    PICTURE X.
           02  FILLER REDEFINES LINE6F.
             03 LINE6A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE6I  PIC X(60).
           02  LINE7L    COMP  PIC  S9(4).
           02  LINE7F    PICTURE X.
           02  FILLER REDEFINES LINE7F.
             03 LINE7A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE7I  PIC X(60).
           02  LINE8L    COMP  PIC  S9(4).
           02  LINE8F    PICTURE X.
           02  FILLER REDEFINES LINE8F.
             03 LINE8A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE8I  PIC X(60).
           02  CASENOL    COMP  PIC  S9(4).
           02  CASENOF    PICTURE X.
           02  FILLER REDEFINES CASENOF.
             03 CASENOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CASENOI  PIC X(3).
           02  CRSL    COMP  PIC  S9(4).
           02  CRSF    PICTURE X.
           02  FILLER REDEFINES CRSF.
             03 CRSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CRSI  PIC X(8).
           02  TERML    COMP  PIC  S9(4).
           02  TERMF    PICTURE X.
           02  FILLER REDEFINES TERMF.
             03 TERMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TERMI  PIC X(5).
           02  ALLEGL    COMP  PIC  S9(4).
           02  ALLEGF    PICTURE X.
           02  FILLER REDEFINES ALLEGF.
             03 ALLEGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ALLEGI  PIC X(1).
           02  HEARDTL    COMP  PIC  S9(4).
           02  HEARDTF    PICTURE X.
           02  FILLER REDEFINES HEARDTF.
             03 HEARDTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  HEARDTI  PIC X(7).
           02  OUTCML    COMP  PIC  S9(4).
           02  OUTCMF    PICTURE X.
           02  FILLER REDEFINES OUTCMF.
             03 OUTCMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OUTCMI  PIC X(1).
           02  GRDPENL    COMP  PIC  S9(4).
           02  GRDPENF    PICTURE X.
           02  FILLER REDEFINES GRDPENF.
             03 GRDPENA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  GRDPENI  PIC X(2).
           02  SUSPTML    COMP  PIC  S9(4).
           02  SUSPTMF    PICTURE X.
           02  FILLER REDEFINES SUSPTMF.
             03 SUSPTMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SUSPTMI  PIC X(5).
           02  NOTATNL    COMP  PIC  S9(4).
           02  NOTATNF    PICTURE X.
           02  FILLER REDEFINES NOTATNF.
             03 NOTATNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOTATNI  PIC X(1).
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
           02  STUNUMC    PICTURE X.
           02  STUNUMH    PICTURE X.
           02  STUNUMO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  STUNAMEC    PICTURE X.
           02  STUNAMEH    PICTURE X.
           02  STUNAMEO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  SUMRYC    PICTURE X.
           02  SUMRYH    PICTURE X.
           02  SUMRYO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  LINE1C    PICTURE X.
           02  LINE1H    PICTURE X.
           02  LINE1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LINE2C    PICTURE X.
           02  LINE2H    PICTURE X.
           02  LINE2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LINE3C    PICTURE X.
           02  LINE3H    PICTURE X.
           02  LINE3O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LINE4C    PICTURE X.
           02  LINE4H    PICTURE X.
           02  LINE4O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LINE5C    PICTURE X.
           02  LINE5H    PICTURE X.
           02  LINE5O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LINE6C    PICTURE X.
           02  LINE6H    PICTURE X.
           02  LINE6O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LINE7C    PICTURE X.
           02  LINE7H    PICTURE X.
           02  LINE7O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LINE8C    PICTURE X.
           02  LINE8H    PICTURE X.
           02  LINE8O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  CASENOC    PICTURE X.
           02  CASENOH    PICTURE X.
           02  CASENOO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  CRSC    PICTURE X.
           02  CRSH    PICTURE X.
           02  CRSO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  TERMC    PICTURE X.
           02  TERMH    PICTURE X.
           02  TERMO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  ALLEGC    PICTURE X.
           02  ALLEGH    PICTURE X.
           02  ALLEGO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HEARDTC    PICTURE X.
           02  HEARDTH    PICTURE X.
           02  HEARDTO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  OUTCMC    PICTURE X.
           02  OUTCMH    PICTURE X.
           02  OUTCMO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  GRDPENC    PICTURE X.
           02  GRDPENH    PICTURE X.
           02  GRDPENO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  SUSPTMC    PICTURE X.
           02  SUSPTMH    PICTURE X.
           02  SUSPTMO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  NOTATNC    PICTURE X.
           02  NOTATNH    PICTURE X.
           02  NOTATNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  FOOTERC    PICTURE X.
           02  FOOTERH    PICTURE X.
           02  FOOTERO  PIC X(79).
