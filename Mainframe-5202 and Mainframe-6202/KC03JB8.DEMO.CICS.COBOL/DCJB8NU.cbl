      * REQUIRED-DOCUMENT CHECKLIST MAP LAYOUT - USED BY DCJB8PHV.
      * THE OPERATOR KEYS A STUDENT NUMBER, SEES THE STUDENT'S
      * CHECKLIST EIGHT DOCUMENTS TO A SCREEN UNDER A SUMMARY LINE
      * (OUTSTANDING, OVERDUE, HOLD ON FILE), AND ADDS OR UPDATES ONE
      * DOCUMENT BY KEYING ITS CODE WITH A DESCRIPTION, REQUIRED-BY
      * DATE, RECEIVED DATE, OR AN ACTION (R/W/D).
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
           02  DOCCDEL    COMP  PIC  S9(4).
           02  DOCCDEF    PICTURE X.
           02  FILLER REDEFINES DOCCDEF.
             03 DOCCDEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DOCCDEI  PIC X(4).
           02  DOCDSCL    COMP  PIC  S9(4).
           02  DOCDSCF    PICTURE X.
           02  FILLER REDEFINES DOCDSCF.
             03 DOCDSCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DOCDSCI  PIC X(30).
           02  REQBYL    COMP  PIC  S9(4).
           02  REQBYF    PICTURE X.
           02  FILLER REDEFINES REQBYF.
             03 REQBYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  REQBYI  PIC X(7).
           02  RCVDTL    COMP  PIC  S9(4).
           02  RCVDTF    PICTURE X.
           02  FILLER REDEFINES RCVDTF.
             03 RCVDTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RCVDTI  PIC X(7).
           02  ACTNL    COMP  PIC  S9(4).
           02  ACTNF    PICTURE X.
           02  FILLER REDEFINES ACTNF.
             03 ACTNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACTNI  PIC X(1).
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
           02  DOCCDEC    PICTURE X.
           02  DOCCDEH    PICTURE X.
           02  DOCCDEO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  DOCDSCC    PICTURE X.
           02  DOCDSCH    PICTURE X.
           02  DOCDSCO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  REQBYC    PICTURE X.
           02  REQBYH    PICTURE X.
           02  REQBYO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  RCVDTC    PICTURE X.
           02  RCVDTH    PICTURE X.
           02  RCVDTO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  ACTNC    PICTURE X.
           02  ACTNH    PICTURE X.
           02  ACTNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  FOOTERC    PICTURE X.
           02  FOOTERH    PICTURE X.
           02  FOOTERO  PIC X(79).
