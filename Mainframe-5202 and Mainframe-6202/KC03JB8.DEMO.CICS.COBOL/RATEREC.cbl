      * RATEFILE RECORD LAYOUT - SESSIONAL PAY RATES. ONE ROW PER
      * DEPARTMENT PER INSTRUCTOR RANK, KEYED BY INS-DEPT + INS-RANK,
      * CARRYING WHAT ONE CREDIT HOUR OF TEACHING IS PAID FOR A TERM.
      * LOADED BY THE PAYROLL OFFICE FROM THE COLLECTIVE-AGREEMENT
      * SCHEDULE EACH ACADEMIC YEAR. THE DCJB8BIP TERM PAY RUN PRICES
      * EVERY SESSIONAL'S CREDIT HOURS THROUGH THIS FILE; AN
      * INSTRUCTOR WHOSE DEPARTMENT AND RANK HAVE NO ROW HERE IS NOT
      * PAID BY THE RUN AND GOES ON ITS EXCEPTION LIST.
       01 RATEFILE-RECORD.
           05 RAT-KEY.
               10 RAT-DEPT            PIC X(10).
               10 RAT-RANK            PIC X(2).
      * DOLLARS AND CENTS PER CREDIT HOUR FOR THE WHOLE TERM.
           05 RAT-CREDIT-RATE         PIC 9(5)V99.
      * WHEN PAYROLL LAST LOADED THE ROW (CYYDDD).
           05 RAT-LOAD-DATE           PIC 9(7).
           05 FILLER                  PIC X(14).

       01 RATEFILE-LENGTH             PIC S9(4) COMP VALUE 40.
