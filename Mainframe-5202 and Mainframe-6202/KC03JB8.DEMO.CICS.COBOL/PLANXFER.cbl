      * PLANNER HAND-OFF COMMAREA - THE DCJB8PHY SCHEDULE PLANNER
      * XCTLS THE COMBINATION THE OPERATOR PICKED WITH THIS 74-BYTE
      * SHAPE (A LENGTH NO OTHER COMMAREA IN THE SUITE USES). WITH NO
      * STUDENT NUMBER IT GOES TO DCJB8PGC, WHICH OPENS A NEW
      * REGISTRATION WITH THE SECTIONS ALREADY IN THE COURSE FIELDS;
      * WITH ONE IT GOES TO DCJB8PGU, WHICH LOADS THE STUDENT AND
      * LAYS THE SECTIONS OVER THE SCHEDULE. EITHER WAY THE OPERATOR
      * STILL PRESSES ENTER AND THE USUAL DCJB8PGE EDITS DECIDE.
       01 PLN-DATA.
           05 PLN-OPERID              PIC X(8).
           05 PLN-STUNUM              PIC X(7).
           05 PLN-CAMPUS              PIC X(3).
           05 PLN-TERM                PIC X(5).
      * ONE SECTION PER BASE COURSE KEYED ON THE PLANNER, IN THE
      * ORDER KEYED. SPACES = NO COURSE IN THAT POSITION.
           05 PLN-SECTION             PIC X(8) OCCURS 6 TIMES.
           05 PLN-MARKER              PIC X(3).
       01 PLN-DATA-LEN                PIC S9(4) COMP VALUE 74.
