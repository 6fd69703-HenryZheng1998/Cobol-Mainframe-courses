      * REQUEST LAYOUT PASSED INTO DCJB8WSI BY THE INSTRUCTOR PORTAL.
      * WSI-ACTION-REQ 'R' ASKS FOR THE LIVE ROSTER OF EVERY SECTION
      * THE INSTRUCTOR TEACHES (CRS-INSTR-ID), OR OF THE ONE SECTION
      * IN WSI-COURSE-REQ WHEN IT IS KEYED; WSI-TERM-REQ, WHEN KEYED,
      * LIMITS THE FORMER TO ONE TERM. 'A' POSTS A DAY'S ATTENDANCE
      * MARKS FOR THE SECTION IN WSI-COURSE-REQ, WHICH IS THEN
      * REQUIRED. THE MEETING DATE (YYYYDDD) DEFAULTS TO TODAY, AS IT
      * DOES ON THE DCJB8PHG SCREEN, AND ALSO PICKS THE MARK SHOWN
      * BESIDE EACH NAME ON THE ROSTER.
       01 WSIINS-REQ.
           05 WSI-INSTR-REQ           PIC X(5).
           05 WSI-ACTION-REQ          PIC X(1).
               88 WSI-ACTION-ROSTER           VALUE 'R'.
               88 WSI-ACTION-ATTEND           VALUE 'A'.
           05 WSI-COURSE-REQ          PIC X(8).
           05 WSI-TERM-REQ            PIC X(6).
           05 WSI-DATE-REQ            PIC X(7).
      * ATTENDANCE MARKS - ONE STUDENT NUMBER AND P/A/L MARK PER
      * ENTRY, THE FIRST WSI-MARK-COUNT-REQ ENTRIES USED. A BLANK
      * MARK IS SKIPPED, AS A BLANK MARK FIELD IS ON THE SCREEN.
           05 WSI-MARK-COUNT-REQ      PIC 9(2).
           05 WSI-MARK-ENTRY-REQ OCCURS 40 TIMES.
               10 WSI-MARK-STU-REQ    PIC X(7).
               10 WSI-MARK-CODE-REQ   PIC X(1).
      * REGISTERED-CALLER CREDENTIALS - CHECKED AGAINST CALLFILE AT
      * THE TOP OF THE SERVICE BEFORE ANYTHING ELSE IS LOOKED AT,
      * UNDER THE SERVICE'S OWN CAL-ALLOW-WSI GRANT.
           05 WSI-CALLERID-REQ        PIC X(8).
           05 WSI-CALLSECRET-REQ      PIC X(16).
