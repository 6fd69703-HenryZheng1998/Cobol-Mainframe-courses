      * SECTION PER MEETING DATE (CYYDDD) PER STUDENT, KEYED IN THAT
      * ORDER SO A SECTION'S SHEET FOR A DATE READS BACK TOGETHER.
      * MARKED ON THE DCJB8PHG SCREEN, WHICH PAGES THE SECTION'S
      * ROSTER THE WAY DCJB8PGL DOES, OR BY THE INSTRUCTOR THROUGH THE
      * DCJB8WSI PORTAL SERVICE, WHICH STAMPS THE INSTRUCTOR ID IN
      * ATT-OPERID. THE DCJB8BAB WEEKLY RUN COUNTS
      * ABSENCES PER STUDENT PER SECTION AGAINST ITS SYSIN THRESHOLD
      * SO ADVISING HEARS ABOUT A DISAPPEARING STUDENT BEFORE THE
      * GRADE FILE DOES. THE DCJB8BNS NO-SHOW RUN DROPS A STUDENT
      * MARKED ABSENT AT EVERY MEETING OF A SECTION ONCE IT HAS MET
      * THE PARMFILE NOSHOWDY NUMBER OF CLASS DAYS.
       01 ATTFILE-RECORD.
           05 ATT-KEY.
               10 ATT-COURSE          PIC X(8).
