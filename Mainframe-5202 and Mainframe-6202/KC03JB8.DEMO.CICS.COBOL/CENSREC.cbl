      * CENSFILE RECORD LAYOUT - THE OFFICIAL ENROLLMENT AS OF A TERM'S
      * CENSUS DATE (TRM-CENSUS-DATE). ONE ROW PER ACTIVE STUDENT PER
      * TERM, KEYED BY TERM + STUDENT NUMBER, WRITTEN ONCE BY THE
      * DCJB8BCS CENSUS RUN AND NEVER CHANGED AFTER - DCJB8BME,
      * DCJB8BTE AND DCJB8BCH CAN REPORT FROM IT SO A RERUN MONTHS
      * LATER GIVES THE SAME FIGURES THAT WERE SUBMITTED.
       01 CENSFILE-RECORD.
           05 CEN-KEY.
               10 CEN-TERM            PIC X(5).
               10 CEN-STU-NUMBER      PIC X(7).
      * THE STUDENT'S SCHEDULE ON THE CENSUS DATE, SLOT FOR SLOT AS
      * STU-COURSE-TABLE / STU-BASIS-TABLE HELD IT.
           05 CEN-COURSE-COUNT        PIC 9(2).
           05 CEN-COURSE-TABLE        PIC X(8) OCCURS 10 TIMES.
           05 CEN-BASIS-TABLE         PIC X(1) OCCURS 10 TIMES.
      * CREDIT-HOUR LOAD AS THE MINISTRY RETURN COUNTS IT (A COURSE
      * WITH NO CREDIT HOURS ON CRSFILE COUNTS THREE), AND THE
      * FULL/PART-TIME STATUS IT GIVES (NINE OR MORE IS FULL TIME).
           05 CEN-CREDIT-HOURS        PIC 9(3).
           05 CEN-LOAD                PIC X(2).
               88 CEN-FULL-TIME       VALUE 'FT'.
               88 CEN-PART-TIME       VALUE 'PT'.
           05 CEN-CAMPUS              PIC X(3).
           05 CEN-PROGRAM             PIC X(4).
           05 CEN-FEE-CAT             PIC X(1).
      * THE TERM'S CENSUS DATE AND THE DAY THE SNAPSHOT WAS ACTUALLY
      * TAKEN (CYYDDD) - THE RUN MAY COME A DAY OR TWO AFTER.
           05 CEN-CENSUS-DATE         PIC 9(7).
           05 CEN-SNAP-DATE           PIC 9(7).
           05 FILLER                  PIC X(19).

       01 CENSFILE-LENGTH             PIC S9(4) COMP VALUE 150.
