      * MISCELLANEOUS CHARGE POSTING MAP LAYOUT - USED BY DCJB8PHQ.
      * THE OPERATOR KEYS A STUDENT NUMBER (AND OPTIONALLY A TERM),
      * SEES THE ASSESSED/CHARGES/PAID/BALANCE FIGURES AND THE TERM'S
      * CHARGES SIX TO A SCREEN, AND POSTS A CHARGE BY KEYING A CHARGE
      * CODE, AMOUNT, AND REFERENCE.
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
           02  CHGTRML    COMP  PIC  S9(4).
           02  CHGTRMF    PICTURE X.
           02  FILLER REDEFINES CHGTRMF.
             03 CHGTRMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CHGTRMI  PIC X(5).
           02  ASSESDL    COMP  PIC  S9(4).
           02  ASSESDF    PICTURE X.
           02  FILLER REDEFINES ASSESDF.
             03 ASSESDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ASSESDI  PIC X(12).
           02  CHGTOTL    COMP  PIC  S9(4).
           02  CHGTOTF    PICTURE X.
           02  FILLER REDEFINES CHGTOTF.
             03 CHGTOTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CHGTOTI  PIC X(12).
           02  PAIDL    COMP  PIC  S9(4).
           02  PAIDF    PICTURE X.
           02  FILLER REDEFINES PAIDF.
             03 PAIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PAIDI  PIC X(12).
           02  BALNCEL    COMP  PIC  S9(4).
           02  BALNCEF    PICTURE X.
           02  FILLER REDEFINES BALNCEF.
             03 BALNCEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BALNCEI  PIC X(12).
           02  CHGCDEL    COMP  PIC  S9(4).
           02  CHGCDEF    PICTURE X.
           02  FILLER REDEFINES CHGCDEF.
             03 CHGCDEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CHGCDEI  PIC X(4).
           02  CHGAMTL    COMP  PIC  S9(4).
           02  CHGAMTF    PICTURE X.
           02  FILLER REDEFINES CHGAMTF.
             03 CHGAMTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CHGAMTI  PIC X(9).
           02  CHGREFL    COMP  PIC  S9(4).
           02  CHGREFF    PICTURE X.
           02  FILLER REDEFINES CHGREFF.
             03 CHGREFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CHGREFI  PIC X(8).
           02  LINE1L    COMP  PIC  S9(4).
           02  LINE1F    PICTURE X.
           02  FILLER REDEFINES LINE1F.
             03 LINE1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE1I  PIC X(40).
           02  LINE2L    COMP  PIC  S9(4).
           02  LINE2F    PICTURE X.
           02  FILLER REDEFINES LINE2F.
             03 LINE2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE2I  PIC X(40).
           02  LINE3L    COMP  PIC  S9(4).
           02  LINE3F    PICTURE X.
           02  FILLER REDEFINES LINE3F.
             03 LINE3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE3I  PIC X(40).
           02  LINE4L    COMP  PIC  S9(4).
           02  LINE4F    PICTURE X.
           02  FILLER REDEFINES LINE4F.
             03 LINE4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE4I  PIC X(40).
           02  LINE5L    COMP  PIC  S9(4).
           02  LINE5F    PICTURE X.
           02  FILLER REDEFINES LINE5F.
             03 LINE5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE5I  PIC X(40).
           02  LINE6L    COMP  PIC  S9(4).
           02  LINE6F    PICTURE X.
           02  FILLER REDEFINES LINE6F.
             03 LINE6A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE6I  PIC X(40).
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
      * WAIVER FIELD - A SUPERVISOR KEYS THE SEQUENCE NUMBER OF A
      * POSTED CHARGE TO WAIVE IT.
           02  WAIVSQL    COMP  PIC  S9(4).
           02  WAIVSQF    PICTURE X.
           02  FILLER REDEFINES WAIVSQF.
             03 WAIVSQA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WAIVSQI  PIC X(3).
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
           02  CHGTRMC    PICTURE X.
           02  CHGTRMH    PICTURE X.
           02  CHGTRMO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  ASSESDC    PICTURE X.
           02  ASSESDH    PICTURE X.
           02  ASSESDO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  CHGTOTC    PICTURE X.
           02  CHGTOTH    PICTURE X.
           02  CHGTOTO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  PAIDC    PICTURE X.
           02  PAIDH    PICTURE X.
           02  PAIDO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  BALNCEC    PICTURE X.
           02  BALNCEH    PICTURE X.
           02  BALNCEO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  CHGCDEC    PICTURE X.
           02  CHGCDEH    PICTURE X.
           02  CHGCDEO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  CHGAMTC    PICTURE X.
           02  CHGAMTH    PICTURE X.
           02  CHGAMTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  CHGREFC    PICTURE X.
           02  CHGREFH    PICTURE X.
           02  CHGREFO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LINE1C    PICTURE X.
           02  LINE1H    PICTURE X.
           02  LINE1O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  LINE2C    PICTURE X.
           02  LINE2H    PICTURE X.
           02  LINE2O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  LINE3C    PICTURE X.
           02  LINE3H    PICTURE X.
           02  LINE3O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  LINE4C    PICTURE X.
           02  LINE4H    PICTURE X.
           02  LINE4O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  LINE5C    PICTURE X.
           02  LINE5H    PICTURE X.
           02  LINE5O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  LINE6C    PICTURE X.
           02  LINE6H    PICTURE X.
           02  LINE6O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  FOOTERC    PICTURE X.
           02  FOOTERH    PICTURE X.
           02  FOOTERO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  WAIVSQC    PICTURE X.
           02  WAIVSQH    PICTURE X.
           02  WAIVSQO  PIC X(3).
