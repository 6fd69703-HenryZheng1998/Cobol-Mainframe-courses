      * APPLFILE RECORD LAYOUT - ADMISSIONS APPLICATIONS. ONE ROW PER
      * APPLICATION, KEYED BY A SYSTEM-ASSIGNED APPLICATION NUMBER,
      * KEYED AND DECIDED ON THE DCJB8PHU SCREEN. REFUSED, WAITLISTED
      * AND DECLINED APPLICANTS STAY ON FILE, SO THE OFFICE HAS A
      * RECORD OF EVERYONE WHO APPLIED, NOT ONLY THOSE WHO CAME.
      * DCJB8BAX WRITES EVERY ACCEPTED OFFER FOR A TERM INTO THE
      * DCJB8BLD INTAKE FORMAT (SEE INTKREC) AND STAMPS THE EXPORT
      * DATE; DCJB8BLD STAMPS THE STUDENT NUMBER IT ASSIGNED. THE
      * DCJB8BAF FUNNEL REPORT COUNTS FROM HERE. ALL DATES CYYDDD.
       01 APPLFILE-RECORD.
           05 APL-KEY.
               10 APL-NUMBER          PIC X(7).
      *    THE INTAKE TERM APPLIED FOR (YYYYS - SEE STU-TERM).
           05 APL-TERM                PIC X(5).
      *    THE APPLICANT - THE SAME FIELDS THE INTAKE RECORD CARRIES.
           05 APL-NAME                PIC X(20).
           05 APL-ADDRESS-1           PIC X(20).
           05 APL-ADDRESS-2           PIC X(20).
           05 APL-ADDRESS-3           PIC X(20).
           05 APL-POSTAL-1            PIC X(3).
           05 APL-POSTAL-2            PIC X(3).
           05 APL-PHONE-1             PIC X(3).
           05 APL-PHONE-2             PIC X(3).
           05 APL-PHONE-3             PIC X(4).
      *    YYYYMMDD - ZERO WHEN NOT KNOWN.
           05 APL-BIRTH-DATE          PIC 9(8).
           05 APL-CITIZENSHIP         PIC X(1).
               88 APL-CITIZENSHIP-VALID       VALUE 'C' 'P' 'S'
                                                    'O' ' '.
           05 APL-COUNTRY             PIC X(3).
           05 APL-PREF-NAME           PIC X(20).
           05 APL-EMAIL               PIC X(50).
           05 APL-MOBILE              PIC X(10).
      *    WHAT WAS APPLIED FOR - A PRGFILE PROGRAM CODE AND THE
      *    CAMPUS (SEE STU-PROGRAM AND STU-CAMPUS).
           05 APL-PROGRAM             PIC X(4).
           05 APL-CAMPUS              PIC X(3).
           05 APL-APPLIED-DATE        PIC 9(7).
      *    THE OFFICE'S DECISION - BLANK UNTIL ONE IS MADE.
           05 APL-DECISION            PIC X(1).
               88 APL-UNDECIDED               VALUE ' '.
               88 APL-OFFERED                 VALUE 'O'.
               88 APL-REFUSED                 VALUE 'R'.
               88 APL-WAITLISTED              VALUE 'W'.
               88 APL-DECISION-VALID          VALUE ' ' 'O' 'R' 'W'.
           05 APL-DECISION-DATE       PIC 9(7).
           05 APL-DECISION-OPERID     PIC X(8).
      *    CONDITIONS ON AN OFFER (E.G. FINAL MARKS STILL TO COME).
           05 APL-CONDITIONS          PIC X(60).
      *    THE APPLICANT'S ANSWER TO AN OFFER.
           05 APL-RESPONSE            PIC X(1).
               88 APL-NO-RESPONSE             VALUE ' '.
               88 APL-ACCEPTED                VALUE 'A'.
               88 APL-DECLINED                VALUE 'D'.
               88 APL-RESPONSE-VALID          VALUE ' ' 'A' 'D'.
           05 APL-RESPONSE-DATE       PIC 9(7).
      *    SET BY DCJB8BAX WHEN THE ACCEPTED APPLICANT GOES TO THE
      *    INTAKE FILE - ZERO UNTIL THEN. THE ROW IS FROZEN AFTER IT.
           05 APL-EXPORT-DATE         PIC 9(7).
      *    SET BY DCJB8BLD - THE STUDENT NUMBER THE APPLICANT WAS
      *    LOADED UNDER. BLANK UNTIL THE INTAKE LOAD RUNS.
           05 APL-STU-NUMBER          PIC X(7).
           05 APL-LASTCHG-DATE        PIC 9(7).
           05 APL-LASTCHG-OPERID      PIC X(8).
           05 FILLER                  PIC X(23).

       01 APPLFILE-LENGTH             PIC S9(4) COMP VALUE 350.
