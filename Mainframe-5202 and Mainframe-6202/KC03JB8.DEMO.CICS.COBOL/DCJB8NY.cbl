      * ROOM BOOKINGS MAP LAYOUT - USED BY DCJB8PHZ. THE OPERATOR KEYS
      * A ROOM AND A DATE AND SEES THE ROOM'S DAY - THE CLASSES THAT
      * MEET IN IT ON THAT WEEKDAY AND THE EVENTS ALREADY RESERVED -
      * IN TIME ORDER ON EIGHT LINES. THE BOOKING FIELDS BELOW THEM
      * TAKE A NEW EVENT (ACTION A), A CHANGE TO THE ONE STARTING AT
      * THE KEYED TIME (C) OR ITS CANCELLATION (D).
       01  MAP1I.
           02  FILLER PIC X(12).
           02  TITLEL    COMP  PIC  S9(4).
           02  TITLEF    PICTURE X.
           02  FILLER REDEFINES TITLEF.
             03 TITLEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TITLEI  PIC X(28).
           02  ROOML    COMP  PIC  S9(4).
           02  ROOMF    PICTURE X.
           02  FILLER REDEFINES ROOMF.
             03 ROOMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ROOMI  PIC X(6).
           02  ROOMDSCL    COMP  PIC  S9(4).
           02  ROOMDSCF    PICTURE X.
           02  FILLER REDEFINES ROOMDSCF.
             03 ROOMDSCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ROOMDSCI  PIC X(20).
           02  DATEL    COMP  PIC  S9(4).
           02  DATEF    PICTURE X.
           02  FILLER REDEFINES DATEF.
             03 DATEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATEI  PIC X(7).
           02  DAYNML    COMP  PIC  S9(4).
           02  DAYNMF    PICTURE X.
           02  FILLER REDEFINES DAYNMF.
             03 DAYNMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DAYNMI  PIC X(9).
           02  STARTL    COMP  PIC  S9(4).
           02  STARTF    PICTURE X.
           02  FILLER REDEFINES STARTF.
             03 STARTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  STARTI  PIC X(4).
           02  ENDL    COMP  PIC  S9(4).
           02  ENDF    PICTURE X.
           02  FILLER REDEFINES ENDF.
             03 ENDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ENDI  PIC X(4).
           02  TYPEL    COMP  PIC  S9(4).
           02  TYPEF    PICTURE X.
           02  FILLER REDEFINES TYPEF.
             03 TYPEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TYPEI  PIC X(1).
           02  DEPTL    COMP  PIC  S9(4).
           02  DEPTF    PICTURE X.
           02  FILLER REDEFINES DEPTF.
             03 DEPTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DEPTI  PIC X(4).
           02  DESCL    COMP  PIC  S9(4).
           02  DESCF    PICTURE X.
           02  FILLER REDEFINES DESCF.
             03 DESCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DESCI  PIC X(30).
           02  CONTACTL    COMP  PIC  S9(4).
           02  CONTACTF    PICTURE X.
           02  FILLER REDEFINES CONTACTF.
             03 CONTACTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CONTACTI  PIC X(20).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACTIONI  PIC X(1).
           02  STATL    COMP  PIC  S9(4).
           02  STATF    PICTURE X.
           02  FILLER REDEFINES STATF.
             03 STATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  STATI  PIC X(40).
           02  LINESL    COMP  PIC  S9(4)  OCCURS 8.
           02  LINESF    PICTURE X            OCCURS 8.
           02  FILLER   PICTURE X(2)          OCCURS 8.
           02  LINESI  PIC X(60)               OCCURS 8.
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
           02  ROOMC    PICTURE X.
           02  ROOMH    PICTURE X.
           02  ROOMO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  ROOMDSCC    PICTURE X.
           02  ROOMDSCH    PICTURE X.
           02  ROOMDSCO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  DATEC    PICTURE X.
           02  DATEH    PICTURE X.
           02  DATEO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  DAYNMC    PICTURE X.
           02  DAYNMH    PICTURE X.
           02  DAYNMO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  STARTC    PICTURE X.
           02  STARTH    PICTURE X.
           02  STARTO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  ENDC    PICTURE X.
           02  ENDH    PICTURE X.
           02  ENDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  TYPEC    PICTURE X.
           02  TYPEH    PICTURE X.
           02  TYPEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DEPTC    PICTURE X.
           02  DEPTH    PICTURE X.
           02  DEPTO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  DESCC    PICTURE X.
           02  DESCH    PICTURE X.
           02  DESCO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  CONTACTC    PICTURE X.
           02  CONTACTH    PICTURE X.
           02  CONTACTO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONH    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  STATC    PICTURE X.
           02  STATH    PICTURE X.
           02  STATO  PIC X(40).
           02  FILLER PICTURE X(3)           OCCURS 8.
           02  LINESO  PIC X(60)                OCCURS 8.
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  FOOTERC    PICTURE X.
           02  FOOTERH    PICTURE X.
           02  FOOTERO  PIC X(79).
