      * SCHFILE RECORD LAYOUT - SCHOLARSHIP SELECTION CRITERIA. ONE
      * ROW PER SCHOLARSHIP, KEYED BY THE AWARD CODE IT POSTS UNDER
      * ON AWDFILE. THE DCJB8BSE SELECTION RUN RANKS THE ELIGIBLE
      * ACTIVE STUDENTS FOR EACH ROW AND QUEUES THE TOP ONES ON
      * NOMFILE (SEE NOMREC) FOR THE COMMITTEE. LOADED THE WAY
      * OPERFILE IS.
       01 SCHFILE-RECORD.
           05 SCH-KEY.
               10 SCH-CODE            PIC X(4).
           05 SCH-DESC                PIC X(20).
           05 SCH-AMOUNT              PIC 9(7)V99.
      * MINIMUM STU-CUM-GPA - ZERO MEANS NO GPA FLOOR.
           05 SCH-MIN-GPA             PIC 9V99.
      * 'D' DEAN'S LIST ONLY, 'G' GOOD STANDING OR DEAN'S LIST,
      * BLANK ANY STANDING SHORT OF SUSPENDED.
           05 SCH-STANDING            PIC X(1).
               88 SCH-NEED-DEANS-LIST         VALUE 'D'.
               88 SCH-NEED-GOOD-STANDING      VALUE 'G'.
      * BLANK PROGRAM OR CAMPUS MEANS ANY.
           05 SCH-PROGRAM             PIC X(4).
           05 SCH-CAMPUS              PIC X(3).
      * MINIMUM FOR-CREDIT HOURS IN THE TERM (AUDITED SLOTS DO NOT
      * COUNT) - ZERO MEANS NO MINIMUM LOAD.
           05 SCH-MIN-CREDITS         PIC 9(2).
      * HOW MANY AWARDS THE SCHOLARSHIP CARRIES PER TERM.
           05 SCH-AWARDS              PIC 9(2).
           05 FILLER                  PIC X(10).

       01 SCHFILE-LENGTH              PIC S9(4) COMP VALUE 58.
