      * EVTOKEN RECORD LAYOUT - COURSE EVALUATION TOKENS. DCJB8BET
      * ISSUES ONE TOKEN PER ENROLLED, FOR-CREDIT SEAT AS THE TERM
      * NEARS TRM-END-DATE AND PRINTS IT ON THE STUDENT'S SLIP; THE
      * STUDENT WRITES IT ON THE PAPER EVALUATION FORM. THE ROW
      * CARRIES THE SECTION AND ITS INSTRUCTOR BUT NEVER THE STUDENT,
      * AND NO ISSUE DATE (A LATE SINGLE ISSUE WOULD OTHERWISE STAND
      * OUT AGAINST THE CORRESPONDENCE REGISTER). DCJB8BEL MARKS A
      * TOKEN USED AS ITS FORM IS LOADED, SO EACH SEAT COUNTS ONCE.
       01 EVTOKEN-RECORD.
           05 EVT-KEY.
               10 EVT-TOKEN           PIC X(10).
           05 EVT-TERM                PIC X(5).
           05 EVT-COURSE              PIC X(8).
           05 EVT-INSTR-ID            PIC X(5).
           05 EVT-STATUS              PIC X(1).
               88 EVT-ISSUED                  VALUE 'I'.
               88 EVT-USED                    VALUE 'U'.
           05 FILLER                  PIC X(11).

       01 EVTOKEN-LENGTH              PIC S9(4) COMP VALUE 40.
