      * STUDENT PROFILE MAINTENANCE MAP LAYOUT - USED BY DCJB8PHT.
      * ONE STUDENT NUMBER AT THE TOP (NAME SHOWN BESIDE IT), THEN THE
      * PROFILE FIELDS - BIRTH DATE, CITIZENSHIP/RESIDENCY, COUNTRY,
      * PREFERRED NAME, EMAIL, MOBILE, EMAIL CONSENT, STUDY-PERMIT
      * EXPIRY - AND THE LAST-CHANGED LINE.
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
           02  DOBL    COMP  PIC  S9(4).
           02  DOBF    PICTURE X.
           02  FILLER REDEFINES DOBF.
             03 DOBA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DOBI  PIC X(8).
           02  CITZL    COMP  PIC  S9(4).
           02  CITZF    PICTURE X.
           02  FILLER REDEFINES CITZF.
             03 CITZA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CITZI  PIC X(1).
           02  CNTRYL    COMP  PIC  S9(4).
           02  CNTRYF    PICTURE X.
           02  FILLER REDEFINES CNTRYF.
             03 CNTRYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CNTRYI  PIC X(3).
           02  PNAMEL    COMP  PIC  S9(4).
           02  PNAMEF    PICTURE X.
           02  FILLER REDEFINES PNAMEF.
             03 PNAMEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PNAMEI  PIC X(20).
           02  EMAILL    COMP  PIC  S9(4).
           02  EMAILF    PICTURE X.
           02  FILLER REDEFINES EMAILF.
             03 EMAILA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EMAILI  PIC X(50).
           02  MOBILEL    COMP  PIC  S9(4).
           02  MOBILEF    PICTURE X.
           02  FILLER REDEFINES MOBILEF.
             03 MOBILEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MOBILEI  PIC X(10).
           02  CONSNTL    COMP  PIC  S9(4).
           02  CONSNTF    PICTURE X.
           02  FILLER REDEFINES CONSNTF.
             03 CONSNTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CONSNTI  PIC X(1).
           02  PRMEXPL    COMP  PIC  S9(4).
           02  PRMEXPF    PICTURE X.
           02  FILLER REDEFINES PRMEXPF.
             03 PRMEXPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PRMEXPI  PIC X(8).
           02  LCHGL    COMP  PIC  S9(4).
           02  LCHGF    PICTURE X.
           02  FILLER REDEFINES LCHGF.
             03 LCHGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LCHGI  PIC X(27).
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
           02  DOBC    PICTURE X.
           02  DOBH    PICTURE X.
           02  DOBO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CITZC    PICTURE X.
           02  CITZH    PICTURE X.
           02  CITZO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CNTRYC    PICTURE X.
           02  CNTRYH    PICTURE X.
           02  CNTRYO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  PNAMEC    PICTURE X.
           02  PNAMEH    PICTURE X.
           02  PNAMEO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  EMAILC    PICTURE X.
           02  EMAILH    PICTURE X.
           02  EMAILO  PIC X(50).
           02  FILLER PICTURE X(3).
           02  MOBILEC    PICTURE X.
           02  MOBILEH    PICTURE X.
           02  MOBILEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  CONSNTC    PICTURE X.
           02  CONSNTH    PICTURE X.
           02  CONSNTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  PRMEXPC    PICTURE X.
           02  PRMEXPH    PICTURE X.
           02  PRMEXPO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LCHGC    PICTURE X.
           02  LCHGH    PICTURE X.
           02  LCHGO  PIC X(27).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  FOOTERC    PICTURE X.
           02  FOOTERH    PICTURE X.
           02  FOOTERO  PIC X(79).
