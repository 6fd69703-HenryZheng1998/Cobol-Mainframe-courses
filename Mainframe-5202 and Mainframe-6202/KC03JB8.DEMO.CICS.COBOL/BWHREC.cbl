      * BWHIST RECORD LAYOUT - BATCH-WINDOW ELAPSED-TIME HISTORY. ONE
      * ROW PER NIGHTLY JOB PER NIGHT, KEYED BY JOB THEN NIGHT (CYYDDD,
      * THE DATE THE WINDOW OPENED) SO ONE JOB'S RECENT NIGHTS READ
      * BACK TOGETHER. POSTED EACH MORNING BY DCJB8BWO FROM THE JOB'S
      * BATCHCTL ROW AND AGED OFF BY THE SAME RUN PER ITS RETENTION
      * PARM. TIMES ARE HHMMSST AS BATCHCTL KEEPS THEM; BWH-ELAPSED IS
      * IN TENTHS OF A SECOND. BWH-TERM-START MARKS A NIGHT ON WHICH
      * DCJB8BTA, DCJB8BYR AND DCJB8BRO ALL RAN - THE BASIS OF THE
      * TERM-START FORECAST.
       01 BWHIST-RECORD.
           05 BWH-KEY.
               10 BWH-JOB             PIC X(8).
               10 BWH-NIGHT           PIC 9(7).
           05 BWH-START-TIME          PIC 9(7).
           05 BWH-END-TIME            PIC 9(7).
           05 BWH-ELAPSED             PIC 9(7).
           05 BWH-TOTAL               PIC 9(15).
           05 BWH-TERM-START          PIC X(1).
               88 BWH-IS-TERM-START             VALUE 'Y'.
      * EXPANSION SPACE - CARVE NEW FIELDS OUT OF THIS FILLER SO THE
      * RECORD LENGTH STAYS PUT.
           05 FILLER                  PIC X(8).

       01 BWHIST-LENGTH               PIC S9(4) COMP VALUE 60.
