           05 CJR-DATE                PIC S9(7) COMP-3.
           05 CJR-TIME                PIC S9(7) COMP-3.
           05 CJR-RECORD-IMAGE        PIC X(242).
      * TAMPER-EVIDENT CHAIN - STAMPED AT WRITE TIME FROM THE JRNCTL
      * ROW FOR THIS JOURNAL, ONLINE BY DCJB8PIB AND IN BATCH BY THE
      * WRITING JOB. THE SEQUENCE NUMBER RUNS UNBROKEN FROM 1; THE
      * HASH FOLDS EVERY BYTE OF THE ENTRY BUT ITSELF ONTO THE
      * PREVIOUS ENTRY'S HASH (JRNHASH), SO AN ENTRY ALTERED, DROPPED,
      * OR SLIPPED IN SHOWS UP ON THE DCJB8BJV VERIFICATION REPORT.
      * ZEROS OR SPACES ON ENTRIES WRITTEN BEFORE THE CHAIN BEGAN.
           05 CJR-SEQ                 PIC 9(9).
           05 CJR-HASH                PIC 9(9).

       01 CRSJRNL-LENGTH              PIC S9(4) COMP VALUE 289.
