      * PRDFILE RECORD LAYOUT - FINANCIAL PERIOD CONTROL. ONE ROW PER
      * TERM PER FISCAL MONTH, KEYED BY TERM + FISCAL MONTH NUMBER
      * (01-12), DEFINED AND CLOSED BY A SUPERVISOR ON THE DCJB8PHS
      * SCREEN. THE ROW CARRIES THE CALENDAR DATES THE FISCAL MONTH
      * COVERS (CYYDDD, EIBDATE'S SHAPE), SO A POSTING IS PLACED IN A
      * PERIOD BY ITS OWN DATE. ONCE A PERIOD IS CLOSED, DCJB8PGP,
      * DCJB8PHA, DCJB8PGS, DCJB8PHC AND DCJB8PIC REFUSE ANY POSTING
      * FOR THE TERM DATED INSIDE IT - INCLUDING A CHANGE TO A ROW
      * ORIGINALLY POSTED INSIDE IT - AND THE CORRECTION GOES IN AS AN
      * ADJUSTMENT IN THE OPEN PERIOD. THE PORTAL PAYMENT SERVICE
      * (DCJB8WSP) REFUSES THE PAYMENT, AND THE AGENCY REMITTANCE RUN
      * (DCJB8BCA) HOLDS THE LINE FOR A LATER RUN. A CLOSED PERIOD IS
      * NEVER REOPENED.
       01 PRDFILE-RECORD.
           05 PRD-KEY.
               10 PRD-TERM            PIC X(5).
               10 PRD-FMONTH          PIC 9(2).
           05 PRD-START-DATE          PIC 9(7).
           05 PRD-END-DATE            PIC 9(7).
      * 'O' OPEN, 'C' CLOSED.
           05 PRD-STATUS              PIC X(1).
               88 PRD-OPEN                      VALUE 'O'.
               88 PRD-CLOSED                    VALUE 'C'.
      * WHO DEFINED THE PERIOD, AND WHO CLOSED IT AND WHEN.
           05 PRD-DEFINE-OPERID       PIC X(8).
           05 PRD-CLOSE-OPERID        PIC X(8).
           05 PRD-CLOSE-DATE          PIC S9(7) COMP-3.
           05 PRD-CLOSE-TIME          PIC S9(7) COMP-3.
      * THE FROZEN CLOSING-BALANCE REPORT - WRITTEN BY THE DCJB8BPC
      * RUN AFTER THE CLOSE INTO RPTFILE UNDER REPORT TYPE DCJB8BPC,
      * RUN DATE PRD-REPORT-DATE, LINES PRD-REPORT-FIRST THRU
      * PRD-REPORT-LAST. ZERO DATE MEANS THE REPORT IS STILL TO RUN.
           05 PRD-REPORT-DATE         PIC 9(7).
           05 PRD-REPORT-FIRST        PIC 9(5).
           05 PRD-REPORT-LAST         PIC 9(5).
      * CLOSING TOTALS, AS PRINTED ON THE REPORT - WHAT A LATER
      * DCJB8BAR RUN FOR THE TERM IS COMPARED AGAINST.
           05 PRD-CLOSE-ACCOUNTS      PIC 9(7).
           05 PRD-CLOSE-BALANCE       PIC S9(9)V99.
           05 FILLER                  PIC X(15).

       01 PRDFILE-LENGTH              PIC S9(4) COMP VALUE 96.
