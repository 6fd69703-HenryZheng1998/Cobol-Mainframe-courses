      * CREDREG RECORD LAYOUT - REGISTER OF DIPLOMAS ISSUED, KEYED BY
      * THE SERIAL PRINTED ON THE PARCHMENT SO AN EMPLOYER CHECKING
      * ONE CAN BE ANSWERED FROM A SINGLE KEYED READ (DCJB8WSD).
      * WRITTEN BY THE DCJB8BDP DIPLOMA PRINT RUN - THE SAME IDEA AS
      * THE VRFREG LETTER REGISTER (SEE VREGREC). THE SERIAL IS THE
      * RUN DATE (CYYDDD) TIMES 1000 PLUS THE DIPLOMA'S SEQUENCE
      * WITHIN THE DAY, SO A CONVOCATION OF UP TO 999 PRINTS IN ONE
      * DAY WITHOUT A COUNTER FILE.
       01 CREDREG-RECORD.
           05 CRG-KEY.
               10 CRG-SERIAL          PIC 9(9).
           05 CRG-STU-NUMBER          PIC X(7).
      * THE NAME EXACTLY AS PRINTED, SO THE REGISTER STILL MATCHES
      * THE PARCHMENT AFTER A LATER NAME CHANGE OR AN ARCHIVE RUN.
           05 CRG-NAME                PIC X(20).
           05 CRG-PROGRAM             PIC X(4).
           05 CRG-CAMPUS              PIC X(3).
      * THE CONVOCATION TERM AND ITS CONFERRAL DATE (CYYDDD).
           05 CRG-TERM                PIC X(5).
           05 CRG-CONFER-DATE         PIC 9(7).
      * HONOURS AS PRINTED - WORKED OUT FROM STU-CUM-GPA AGAINST THE
      * PARMFILE HONRDIST/HONRHIGH BANDS. BLANK MEANS NONE.
           05 CRG-HONOURS             PIC X(1).
               88 CRG-NO-HONOURS              VALUE ' '.
               88 CRG-DISTINCTION             VALUE 'D'.
               88 CRG-HIGH-DISTINCTION        VALUE 'H'.
           05 CRG-PRINT-DATE          PIC 9(7).
      * ZERO FOR THE ORIGINAL PARCHMENT, ONE FOR THE FIRST REPRINT,
      * AND SO ON.
           05 CRG-REPRINT-COUNT       PIC 9(2).
      * A REPRINT VOIDS THE SERIAL IT REPLACES AND POINTS IT AT THE
      * NEW ONE - THE OLD PARCHMENT NO LONGER VERIFIES.
           05 CRG-STATUS              PIC X(1).
               88 CRG-VALID                   VALUE ' '.
               88 CRG-VOID                    VALUE 'V'.
           05 CRG-REPLACED-BY         PIC 9(9).
           05 CRG-VOID-DATE           PIC 9(7).
           05 CRG-RUN-ID              PIC X(8).
           05 FILLER                  PIC X(12).

       01 CREDREG-LENGTH              PIC S9(4) COMP VALUE 102.
