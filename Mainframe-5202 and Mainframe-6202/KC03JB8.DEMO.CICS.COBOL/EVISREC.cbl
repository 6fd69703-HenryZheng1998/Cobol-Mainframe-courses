      * EVISSUE RECORD LAYOUT - COURSE EVALUATION SEATS ISSUED. ONE
      * ROW PER STUDENT/TERM/SECTION DCJB8BET HAS ISSUED A TOKEN FOR,
      * SO A RERUN DOES NOT ISSUE THE SEAT A SECOND TOKEN. IT RECORDS
      * THAT A TOKEN WENT OUT, NEVER WHICH ONE - NOTHING ON FILE TIES
      * A STUDENT TO A TOKEN OR A TOKEN TO A STUDENT.
       01 EVISSUE-RECORD.
           05 EVI-KEY.
               10 EVI-STU-NUMBER      PIC X(7).
               10 EVI-TERM            PIC X(5).
               10 EVI-COURSE          PIC X(8).
           05 FILLER                  PIC X(10).

       01 EVISSUE-LENGTH              PIC S9(4) COMP VALUE 30.
