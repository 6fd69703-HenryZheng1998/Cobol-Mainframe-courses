      * FINAL-EXAM SITTING - DATE (CYYDDD, ZERO = NOT SCHEDULED),
      * START TIME (HHMM), AND DURATION IN MINUTES. DCJB8BEX WALKS
      * EVERY STUDENT SCHEDULE AGAINST THESE FOR PER-STUDENT EXAM
      * CONFLICTS AND PRINTS THE EXAM TIMETABLES. THE DURATION IS THE
      * STANDARD SITTING; A STUDENT WITH EXAM ACCOMMODATIONS (SEE
      * ACMDREC) WRITES FOR LONGER.
           05 CRX-EXAM-DATE           PIC 9(7).
           05 CRX-EXAM-START          PIC X(4).
           05 CRX-EXAM-DUR            PIC 9(3).
      * DCJB8PGE AND DCJB8WSE REFUSE A SCHEDULE CARRYING ONE HALF OF
      * A PAIR WITHOUT THE OTHER. SPACES MEANS THE SLOT IS UNUSED.
           05 CRX-COREQ-TABLE         PIC X(8) OCCURS 2 TIMES.
      * CANCELLATION DATE (CYYDDD) - STAMPED BY THE DCJB8BCC SWEEP
      * WHEN THE SECTION IS CANCELLED. ZERO (OR BLANK ON A ROW THAT
      * PREDATES THE FIELD) MEANS THE SECTION IS RUNNING. THE DCJB8BIP
      * PAY RUN PRO-RATES A SESSIONAL'S PAY FOR A SECTION CANCELLED
      * AFTER THE TERM STARTED AND PAYS NOTHING FOR ONE CANCELLED
      * BEFORE.
           05 CRX-CANCEL-DATE         PIC 9(7).
      * EXPANSION SPACE - CARVE NEW FIELDS OUT OF THIS FILLER SO THE
      * RECORD LENGTH STAYS PUT.
           05 FILLER                  PIC X(3).

       01 CRSXFILE-LENGTH             PIC S9(4) COMP VALUE 48.
