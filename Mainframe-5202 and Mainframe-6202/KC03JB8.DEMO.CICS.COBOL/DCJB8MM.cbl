           02  FILLER REDEFINES CHOICEF.
             03 CHOICEA    PICTURE X.
           02  FILLER   PICTURE X(2).
      * TWO WIDE - ONE CHARACTER IS A FASTPATH CODE, TWO PICK A
      * SUB-MENU (RG/AR/SF/CC/AD).
           02  CHOICEI  PIC X(2).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 FOOTERA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FOOTERI  PIC X(79).
      * MENU HEADING AND OPTION LINES - DCJB8PGM FILLS THEM WITH THE
      * SUB-MENUS, OR ONE SUB-MENU'S OPTIONS, THE OPERATOR'S ROLE
      * ALLOWS.
           02  MENUHDL    COMP  PIC  S9(4).
           02  MENUHDF    PICTURE X.
           02  FILLER REDEFINES MENUHDF.
             03 MENUHDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MENUHDI  PIC X(40).
           02  OPTSL    COMP  PIC  S9(4)  OCCURS 14.
           02  OPTSF    PICTURE X            OCCURS 14.
           02  FILLER REDEFINES OPTSF.
             03 OPTSA    PICTURE X          OCCURS 14.
           02  FILLER   PICTURE X(2)          OCCURS 14.
           02  OPTSI  PIC X(40)               OCCURS 14.
       01  MAP1O REDEFINES MAP1I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  FILLER PICTURE X(3).
           02  CHOICEC    PICTURE X.
           02  CHOICEH    PICTURE X.
           02  CHOICEO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  FILLER PICTURE X(3).
           02  FOOTERC    PICTURE X.
           02  FOOTERH    PICTURE X.
           02  FOOTERO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  MENUHDC    PICTURE X.
           02  MENUHDH    PICTURE X.
           02  MENUHDO  PIC X(40).
           02  FILLER PICTURE X(3)             OCCURS 14.
           02  OPTSC    PICTURE X             OCCURS 14.
           02  OPTSH    PICTURE X             OCCURS 14.
           02  OPTSO  PIC X(40)                OCCURS 14.
