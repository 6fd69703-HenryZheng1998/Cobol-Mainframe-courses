             03 ADVNAMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ADVNAMI  PIC X(20).
      * REVEAL REASON CODE - AN INQUIRY-ROLE OPERATOR KEYS ONE OF THE
      * ACCLREC CODES HERE BEFORE PF11 UNMASKS THE STUDENT ON DISPLAY.
           02  RSNCDL    COMP  PIC  S9(4).
           02  RSNCDF    PICTURE X.
           02  FILLER REDEFINES RSNCDF.
             03 RSNCDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RSNCDI  PIC X(2).
       01  MAP1O REDEFINES MAP1I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ADVNAMC    PICTURE X.
           02  ADVNAMH    PICTURE X.
           02  ADVNAMO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  RSNCDC    PICTURE X.
           02  RSNCDH    PICTURE X.
           02  RSNCDO  PIC X(2).
