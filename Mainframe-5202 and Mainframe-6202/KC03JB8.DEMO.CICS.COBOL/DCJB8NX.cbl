      * SCHEDULE PLANNER MAP LAYOUT - USED BY DCJB8PHY. UP TO SIX BASE
      * COURSE CODES, A CAMPUS AND (OPTIONALLY) A STUDENT NUMBER AT THE
      * TOP, THEN EIGHT NUMBERED LINES OF CLASH-FREE SECTION
      * COMBINATIONS PER PAGE. THE LINE NUMBER KEYED IN THE PICK FIELD
      * IS THE COMBINATION CARRIED TO REGISTRATION OR UPDATE.
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
           02  CAMPUSL    COMP  PIC  S9(4).
           02  CAMPUSF    PICTURE X.
           02  FILLER REDEFINES CAMPUSF.
             03 CAMPUSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CAMPUSI  PIC X(3).
           02  TERML    COMP  PIC  S9(4).
           02  TERMF    PICTURE X.
           02  FILLER REDEFINES TERMF.
             03 TERMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TERMI  PIC X(5).
           02  BASESL    COMP  PIC  S9(4)  OCCURS 6.
           02  BASESF    PICTURE X            OCCURS 6.
           02  FILLER   PICTURE X(2)          OCCURS 6.
           02  BASESI  PIC X(8)               OCCURS 6.
           02  LINESL    COMP  PIC  S9(4)  OCCURS 8.
           02  LINESF    PICTURE X            OCCURS 8.
           02  FILLER   PICTURE X(2)          OCCURS 8.
           02  LINESI  PIC X(75)               OCCURS 8.
           02  PICKL    COMP  PIC  S9(4).
           02  PICKF    PICTURE X.
           02  FILLER REDEFINES PICKF.
             03 PICKA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PICKI  PIC X(1).
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
           02  CAMPUSC    PICTURE X.
           02  CAMPUSH    PICTURE X.
           02  CAMPUSO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  TERMC    PICTURE X.
           02  TERMH    PICTURE X.
           02  TERMO  PIC X(5).
           02  FILLER PICTURE X(3)           OCCURS 6.
           02  BASESO  PIC X(8)                OCCURS 6.
           02  FILLER PICTURE X(3)           OCCURS 8.
           02  LINESO  PIC X(75)                OCCURS 8.
           02  FILLER PICTURE X(3).
           02  PICKC    PICTURE X.
           02  PICKH    PICTURE X.
           02  PICKO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  FOOTERC    PICTURE X.
           02  FOOTERH    PICTURE X.
           02  FOOTERO  PIC X(79).
