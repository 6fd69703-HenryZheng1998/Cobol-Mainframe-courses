      * LARGE-REFUND APPROVAL MAP LAYOUT - USED BY DCJB8PHR. THE
      * QUEUE OF REFUNDS WAITING ON A SUPERVISOR LISTS SIX TO A
      * SCREEN (STUDENT, TERM, CREDIT, WHO KEYED THE PAYMENT BEHIND
      * IT, ITS RECEIPT, AND THE DATE QUEUED). THE SUPERVISOR KEYS A
      * STUDENT NUMBER AND TERM FROM THE LIST WITH A DECISION - 'A'
      * APPROVE OR 'R' REJECT, A REJECTION NEEDING A REASON CODE.
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
           02  RFDTRML    COMP  PIC  S9(4).
           02  RFDTRMF    PICTURE X.
           02  FILLER REDEFINES RFDTRMF.
             03 RFDTRMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RFDTRMI  PIC X(5).
           02  DECISNL    COMP  PIC  S9(4).
           02  DECISNF    PICTURE X.
           02  FILLER REDEFINES DECISNF.
             03 DECISNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DECISNI  PIC X(1).
           02  REASONL    COMP  PIC  S9(4).
           02  REASONF    PICTURE X.
           02  FILLER REDEFINES REASONF.
             03 REASONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  REASONI  PIC X(2).
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
           02  STUNUMC    PICTURE X.
           02  STUNUMH    PICTURE X.
           02  STUNUMO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  RFDTRMC    PICTURE X.
           02  RFDTRMH    PICTURE X.
           02  RFDTRMO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  DECISNC    PICTURE X.
           02  DECISNH    PICTURE X.
           02  DECISNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  REASONC    PICTURE X.
           02  REASONH    PICTURE X.
           02  REASONO  PIC X(2).
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
