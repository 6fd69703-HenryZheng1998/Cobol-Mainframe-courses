      * INTGFILE RECORD LAYOUT - ACADEMIC INTEGRITY CASE FILE. ONE ROW
      * PER CASE, KEYED BY STUDENT NUMBER + A CASE NUMBER COUNTING UP
      * FROM 001 FOR THE STUDENT. CONFIDENTIAL TO THE DEAN'S OFFICE -
      * KEPT ON THE SUPERVISOR-ONLY DCJB8PHW SCREEN AND READ BY NOTHING
      * THAT PRINTS OR LEAVES THE BUILDING. THE DISCIPLINE ('C') HOLD
      * ON HOLDFILE SAYS THAT A SUSPENSION STANDS; THIS FILE SAYS WHY.
       01 INTGFILE-RECORD.
           05 ITG-KEY.
               10 ITG-STU-NUMBER      PIC X(7).
               10 ITG-CASE-NO         PIC 9(3).
      * THE COURSE SECTION AND TERM THE ALLEGATION AROSE IN.
           05 ITG-COURSE              PIC X(8).
           05 ITG-TERM                PIC X(5).
           05 ITG-ALLEGATION          PIC X(1).
               88 ITG-PLAGIARISM              VALUE 'P'.
               88 ITG-CHEATING                VALUE 'C'.
               88 ITG-FABRICATION             VALUE 'F'.
               88 ITG-COLLUSION               VALUE 'U'.
               88 ITG-MISREPRESENT            VALUE 'M'.
               88 ITG-OTHER-ALLEGATION        VALUE 'O'.
               88 ITG-ALLEGATION-VALID        VALUE 'P' 'C' 'F'
                                                    'U' 'M' 'O'.
      * DATES ARE CYYDDD, EIBDATE'S SHAPE. A ZERO HEARING DATE MEANS
      * NONE IS SCHEDULED YET.
           05 ITG-HEARING-DATE        PIC 9(7).
      * A FINDING ('R', RESPONSIBLE) IS WHAT COUNTS TOWARD A REPEAT
      * OFFENCE, AND THE ONLY OUTCOME A SANCTION MAY BE RECORDED
      * AGAINST.
           05 ITG-OUTCOME             PIC X(1).
               88 ITG-PENDING                 VALUE ' '.
               88 ITG-FINDING                 VALUE 'R'.
               88 ITG-NOT-RESPONSIBLE         VALUE 'N'.
               88 ITG-WITHDRAWN               VALUE 'W'.
               88 ITG-OUTCOME-VALID           VALUE ' ' 'R' 'N' 'W'.
      * THE SANCTION - ANY MIX OF A GRADE PENALTY IN THE SECTION (THE
      * GRADE IMPOSED, APPLIED THROUGH THE DCJB8PHE GRADE-CHANGE
      * SCREEN), A SUSPENSION TERM, AND A TRANSCRIPT NOTATION. A
      * SUSPENSION PLACES THE DISCIPLINE HOLD AND SUSPENDS THE
      * STUDENT'S STANDING WHEN IT IS RECORDED.
           05 ITG-SANCTION.
               10 ITG-GRADE-PENALTY   PIC X(2).
               10 ITG-SUSP-TERM       PIC X(5).
               10 ITG-NOTATION        PIC X(1).
                   88 ITG-NOTATION-ON         VALUE 'Y'.
                   88 ITG-NOTATION-VALID      VALUE 'Y' 'N' ' '.
           05 ITG-OPENED-DATE         PIC 9(7).
           05 ITG-LASTCHG-OPERID      PIC X(8).
           05 ITG-LASTCHG-DATE        PIC 9(7).
           05 FILLER                  PIC X(20).

       01 INTGFILE-LENGTH             PIC S9(4) COMP VALUE 82.
