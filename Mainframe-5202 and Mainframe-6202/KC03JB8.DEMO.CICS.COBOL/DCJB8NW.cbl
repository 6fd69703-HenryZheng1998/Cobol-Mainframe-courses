      * EXAM ACCOMMODATIONS MAP LAYOUT - USED BY DCJB8PHX. A SUPERVISOR
      * KEYS A STUDENT NUMBER AND SEES THE ACCOMMODATIONS ON FILE UNDER
      * A STATUS LINE (WHO LAST CHANGED THEM AND WHEN) - EXTRA TIME,
      * SEPARATE ROOM, READER, DOCUMENTATION RENEWAL DATE AND NOTE -
      * AND CHANGES THEM BY KEYING OVER THE FIELDS.
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
           02  STATL    COMP  PIC  S9(4).
           02  STATF    PICTURE X.
           02  FILLER REDEFINES STATF.
             03 STATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  STATI  PIC X(40).
           02  EXTRAL    COMP  PIC  S9(4).
           02  EXTRAF    PICTURE X.
           02  FILLER REDEFINES EXTRAF.
             03 EXTRAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EXTRAI  PIC X(3).
           02  ROOML    COMP  PIC  S9(4).
           02  ROOMF    PICTURE X.
           02  FILLER REDEFINES ROOMF.
             03 ROOMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ROOMI  PIC X(1).
           02  READERL    COMP  PIC  S9(4).
           02  READERF    PICTURE X.
           02  FILLER REDEFINES READERF.
             03 READERA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  READERI  PIC X(1).
           02  REVIEWL    COMP  PIC  S9(4).
           02  REVIEWF    PICTURE X.
           02  FILLER REDEFINES REVIEWF.
             03 REVIEWA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  REVIEWI  PIC X(7).
           02  DOCNOTEL    COMP  PIC  S9(4).
           02  DOCNOTEF    PICTURE X.
           02  FILLER REDEFINES DOCNOTEF.
             03 DOCNOTEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DOCNOTEI  PIC X(40).
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
           02  STATC    PICTURE X.
           02  STATH    PICTURE X.
           02  STATO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  EXTRAC    PICTURE X.
           02  EXTRAH    PICTURE X.
           02  EXTRAO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  ROOMC    PICTURE X.
           02  ROOMH    PICTURE X.
           02  ROOMO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  READERC    PICTURE X.
           02  READERH    PICTURE X.
           02  READERO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  REVIEWC    PICTURE X.
           02  REVIEWH    PICTURE X.
           02  REVIEWO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  DOCNOTEC    PICTURE X.
           02  DOCNOTEH    PICTURE X.
           02  DOCNOTEO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  FOOTERC    PICTURE X.
           02  FOOTERH    PICTURE X.
           02  FOOTERO  PIC X(79).
