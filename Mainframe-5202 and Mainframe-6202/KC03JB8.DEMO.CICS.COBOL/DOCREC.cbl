      * DOCFILE RECORD LAYOUT - REQUIRED-DOCUMENT CHECKLIST. ONE ROW
      * PER DOCUMENT A STUDENT OWES THE REGISTRAR (FINAL HIGH-SCHOOL
      * TRANSCRIPT, PROOF OF IDENTITY, IMMIGRATION DOCUMENTS AND THE
      * LIKE), KEYED BY STUDENT NUMBER + A SHORT DOCUMENT CODE. KEPT
      * ON THE DCJB8PHV CHECKLIST SCREEN. THE NIGHTLY DCJB8BDC RUN
      * PLACES THE DOCUMENTS ('D') HOLD ON HOLDFILE WHEN A DOCUMENT IS
      * PAST ITS REQUIRED-BY DATE, RELEASES IT ONCE EVERY ROW IS
      * RECEIVED OR WAIVED, AND MAILS THE REMINDER LETTER.
       01 DOCFILE-RECORD.
           05 DOC-KEY.
               10 DOC-STU-NUMBER      PIC X(7).
               10 DOC-CODE            PIC X(4).
           05 DOC-DESCRIPTION         PIC X(30).
      * DATES ARE CYYDDD, EIBDATE'S SHAPE. A DOCUMENT IS OVERDUE
      * ONCE THE REQUIRED-BY DATE HAS PASSED AND IT IS STILL
      * OUTSTANDING.
           05 DOC-REQUIRED-DATE       PIC 9(7).
           05 DOC-RECEIVED-DATE       PIC 9(7).
      * A WAIVED DOCUMENT (SUPERVISOR ONLY) COUNTS AS SATISFIED THE
      * SAME AS A RECEIVED ONE BUT STAYS ON THE CHECKLIST.
           05 DOC-STATUS              PIC X(1).
               88 DOC-OUTSTANDING               VALUE ' '.
               88 DOC-RECEIVED                  VALUE 'R'.
               88 DOC-WAIVED                    VALUE 'W'.
               88 DOC-SATISFIED                 VALUE 'R' 'W'.
      * WHEN DCJB8BDC LAST MAILED A REMINDER NAMING THIS DOCUMENT -
      * ZERO UNTIL THE FIRST ONE GOES OUT.
           05 DOC-REMIND-DATE         PIC 9(7).
           05 DOC-LASTCHG-OPERID      PIC X(8).
           05 DOC-LASTCHG-DATE        PIC 9(7).
           05 FILLER                  PIC X(12).

       01 DOCFILE-LENGTH              PIC S9(4) COMP VALUE 90.
