      * ADMISSIONS APPLICATION MAP LAYOUT - USED BY DCJB8PHU. THE
      * APPLICATION NUMBER AT THE TOP (BLANK TO ADD A NEW ONE), THEN
      * THE INTAKE TERM AND THE APPLICANT - NAME, ADDRESS, POSTAL CODE,
      * PHONE AND THE PROFILE FIELDS - THEN THE PROGRAM AND CAMPUS
      * APPLIED FOR, THE DECISION AND ANY OFFER CONDITIONS, THE
      * APPLICANT'S RESPONSE, AND A STATUS LINE (APPLIED, DECIDED,
      * EXPORTED, STUDENT NUMBER).
       01  MAP1I.
           02  FILLER PIC X(12).
           02  TITLEL    COMP  PIC  S9(4).
           02  TITLEF    PICTURE X.
           02  FILLER REDEFINES TITLEF.
             03 TITLEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TITLEI  PIC X(28).
           02  APLNUML    COMP  PIC  S9(4).
           02  APLNUMF    PICTURE X.
           02  FILLER REDEFINES APLNUMF.
             03 APLNUMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  APLNUMI  PIC X(7).
           02  TERML    COMP  PIC  S9(4).
           02  TERMF    PICTURE X.
           02  FILLER REDEFINES TERMF.
             03 TERMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TERMI  PIC X(5).
           02  NAMEL    COMP  PIC  S9(4).
           02  NAMEF    PICTURE X.
           02  FILLER REDEFINES NAMEF.
             03 NAMEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NAMEI  PIC X(20).
           02  ADDR1L    COMP  PIC  S9(4).
           02  ADDR1F    PICTURE X.
           02  FILLER REDEFINES ADDR1F.
             03 ADDR1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ADDR1I  PIC X(20).
           02  ADDR2L    COMP  PIC  S9(4).
           02  ADDR2F    PICTURE X.
           02  FILLER REDEFINES ADDR2F.
             03 ADDR2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ADDR2I  PIC X(20).
           02  ADDR3L    COMP  PIC  S9(4).
           02  ADDR3F    PICTURE X.
           02  FILLER REDEFINES ADDR3F.
             03 ADDR3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ADDR3I  PIC X(20).
           02  POST1L    COMP  PIC  S9(4).
           02  POST1F    PICTURE X.
           02  FILLER REDEFINES POST1F.
             03 POST1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  POST1I  PIC X(3).
           02  POST2L    COMP  PIC  S9(4).
           02  POST2F    PICTURE X.
           02  FILLER REDEFINES POST2F.
             03 POST2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  POST2I  PIC X(3).
           02  PHONE1L    COMP  PIC  S9(4).
           02  PHONE1F    PICTURE X.
           02  FILLER REDEFINES PHONE1F.
             03 PHONE1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PHONE1I  PIC X(3).
           02  PHONE2L    COMP  PIC  S9(4).
           02  PHONE2F    PICTURE X.
           02  FILLER REDEFINES PHONE2F.
             03 PHONE2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PHONE2I  PIC X(3).
           02  PHONE3L    COMP  PIC  S9(4).
           02  PHONE3F    PICTURE X.
           02  FILLER REDEFINES PHONE3F.
             03 PHONE3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PHONE3I  PIC X(4).
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
           02  PROGL    COMP  PIC  S9(4).
           02  PROGF    PICTURE X.
           02  FILLER REDEFINES PROGF.
             03 PROGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PROGI  PIC X(4).
           02  CAMPUSL    COMP  PIC  S9(4).
           02  CAMPUSF    PICTURE X.
           02  FILLER REDEFINES CAMPUSF.
             03 CAMPUSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CAMPUSI  PIC X(3).
           02  DECISNL    COMP  PIC  S9(4).
           02  DECISNF    PICTURE X.
           02  FILLER REDEFINES DECISNF.
             03 DECISNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DECISNI  PIC X(1).
           02  CONDSL    COMP  PIC  S9(4).
           02  CONDSF    PICTURE X.
           02  FILLER REDEFINES CONDSF.
             03 CONDSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CONDSI  PIC X(60).
           02  RESPNSL    COMP  PIC  S9(4).
           02  RESPNSF    PICTURE X.
           02  FILLER REDEFINES RESPNSF.
             03 RESPNSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RESPNSI  PIC X(1).
           02  INFOL    COMP  PIC  S9(4).
           02  INFOF    PICTURE X.
           02  FILLER REDEFINES INFOF.
             03 INFOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  INFOI  PIC X(70).
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
           02  APLNUMC    PICTURE X.
           02  APLNUMH    PICTURE X.
           02  APLNUMO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  TERMC    PICTURE X.
           02  TERMH    PICTURE X.
           02  TERMO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  NAMEC    PICTURE X.
           02  NAMEH    PICTURE X.
           02  NAMEO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  ADDR1C    PICTURE X.
           02  ADDR1H    PICTURE X.
           02  ADDR1O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  ADDR2C    PICTURE X.
           02  ADDR2H    PICTURE X.
           02  ADDR2O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  ADDR3C    PICTURE X.
           02  ADDR3H    PICTURE X.
           02  ADDR3O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  POST1C    PICTURE X.
           02  POST1H    PICTURE X.
           02  POST1O  PIC X(3).
           02  FILLER PICTURE X(3).
           02  POST2C    PICTURE X.
           02  POST2H    PICTURE X.
           02  POST2O  PIC X(3).
           02  FILLER PICTURE X(3).
           02  PHONE1C    PICTURE X.
           02  PHONE1H    PICTURE X.
           02  PHONE1O  PIC X(3).
           02  FILLER PICTURE X(3).
           02  PHONE2C    PICTURE X.
           02  PHONE2H    PICTURE X.
           02  PHONE2O  PIC X(3).
           02  FILLER PICTURE X(3).
           02  PHONE3C    PICTURE X.
           02  PHONE3H    PICTURE X.
           02  PHONE3O  PIC X(4).
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
           02  PROGC    PICTURE X.
           02  PROGH    PICTURE X.
           02  PROGO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  CAMPUSC    PICTURE X.
           02  CAMPUSH    PICTURE X.
           02  CAMPUSO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  DECISNC    PICTURE X.
           02  DECISNH    PICTURE X.
           02  DECISNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CONDSC    PICTURE X.
           02  CONDSH    PICTURE X.
           02  CONDSO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  RESPNSC    PICTURE X.
           02  RESPNSH    PICTURE X.
           02  RESPNSO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  INFOC    PICTURE X.
           02  INFOH    PICTURE X.
           02  INFOO  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  FOOTERC    PICTURE X.
           02  FOOTERH    PICTURE X.
           02  FOOTERO  PIC X(79).
