      * INTAKE RECORD LAYOUT - THE ADMISSIONS INTAKE DATASET DCJB8BLD
      * LOADS FOR A NEW TERM. ADMISSIONS USED TO BUILD IT BY HAND;
      * DCJB8BAX NOW WRITES IT FROM THE ACCEPTED OFFERS ON APPLFILE,
      * AND A HAND-BUILT FILE STILL LOADS THE SAME WAY. THE TRAILING
      * APPLICATION NUMBER, PROGRAM AND CAMPUS ARE BLANK ON A
      * HAND-BUILT LINE.
       01 INTAKE-RECORD.
           05 INT-NAME                PIC X(20).
           05 INT-ADDRESS-1           PIC X(20).
           05 INT-ADDRESS-2           PIC X(20).
           05 INT-ADDRESS-3           PIC X(20).
           05 INT-POSTAL-1            PIC X(3).
           05 INT-POSTAL-1-CHK REDEFINES INT-POSTAL-1.
               10 INT-POST1-C1        PIC X(1).
               10 INT-POST1-C2        PIC X(1).
               10 INT-POST1-C3        PIC X(1).
           05 INT-POSTAL-2            PIC X(3).
           05 INT-POSTAL-2-CHK REDEFINES INT-POSTAL-2.
               10 INT-POST2-C1        PIC X(1).
               10 INT-POST2-C2        PIC X(1).
               10 INT-POST2-C3        PIC X(1).
           05 INT-PHONE-1             PIC X(3).
           05 INT-PHONE-2             PIC X(3).
           05 INT-PHONE-3             PIC X(4).
           05 INT-COURSE-TABLE        PIC X(8) OCCURS 10 TIMES.
      *    PROFILE FIELDS - ANY OF THEM MAY BE BLANK.
           05 INT-BIRTH-DATE          PIC X(8).
           05 INT-CITIZENSHIP         PIC X(1).
               88 INT-CITIZENSHIP-VALID       VALUE 'C' 'P' 'S' 'O'
                                                    ' '.
           05 INT-COUNTRY             PIC X(3).
           05 INT-PREF-NAME           PIC X(20).
           05 INT-EMAIL               PIC X(50).
           05 INT-MOBILE              PIC X(10).
      *    FROM AN APPLICATION - THE APPLFILE ROW THE LINE CAME FROM
      *    AND THE PROGRAM AND CAMPUS THE APPLICANT WAS ADMITTED TO.
           05 INT-APPL-NUMBER         PIC X(7).
           05 INT-PROGRAM             PIC X(4).
           05 INT-CAMPUS              PIC X(3).

       01 INTAKE-LENGTH               PIC S9(4) COMP VALUE 282.
