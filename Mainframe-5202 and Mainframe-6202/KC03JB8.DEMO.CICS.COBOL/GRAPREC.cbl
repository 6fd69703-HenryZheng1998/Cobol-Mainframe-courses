      * NOT YET RUN) AND THE FIRST CHECK THAT FAILED.
           05 GRA-CLEAR-DATE          PIC 9(7).
           05 GRA-FAIL-REASON         PIC X(12).
      * WHEN THE DCJB8BAL ALUMNI HAND-OFF SENT A CLEARED GRADUATE TO
      * THE ALUMNI OFFICE (CYYDDD) - ZERO UNTIL THEN, SO NOBODY GOES
      * TWICE. ADDED WITH THE HAND-OFF, GROWING THE RECORD FROM 44 TO
      * 51 BYTES - EXISTING ROWS WERE RELOADED AT THE CONVERSION WITH
      * A ZERO DATE.
           05 GRA-ALUMNI-DATE         PIC 9(7).
      * THE SERIAL OF THE DIPLOMA CURRENTLY ISSUED FOR THIS
      * CONVOCATION (SEE CREGREC) - ZERO UNTIL THE DCJB8BDP PRINT RUN
      * ISSUES ONE, SO NOBODY IS PRINTED TWICE; A REPRINT MOVES IT TO
      * THE NEW SERIAL. ADDED WITH THE DIPLOMA RUN, GROWING THE
      * RECORD FROM 51 TO 60 BYTES - EXISTING ROWS WERE RELOADED AT
      * THE CONVERSION WITH A ZERO SERIAL.
           05 GRA-DIPLOMA-SERIAL      PIC 9(9).

       01 GRAPFILE-LENGTH             PIC S9(4) COMP VALUE 60.
