      * FROM 33 TO 40 BYTES - EXISTING ROWS WERE RELOADED AT THE
      * CONVERSION WITH THE DEADLINE SET TO THE TERM END.
           05 TRM-GRADE-DEADLINE      PIC 9(7).
      * CENSUS DATE - THE DAY THE TERM'S OFFICIAL ENROLLMENT IS
      * COUNTED. ON OR AFTER IT THE DCJB8BCS CENSUS RUN FREEZES EVERY
      * ACTIVE STUDENT INTO CENSFILE (SEE CENSREC), WHICH THE MINISTRY
      * RETURN AND THE TREND REPORTS CAN REPORT FROM. ADDED WITH THE
      * CENSUS WORK, GROWING THE RECORD FROM 40 TO 47 BYTES - EXISTING
      * ROWS WERE RELOADED WITH A ZERO CENSUS DATE, WHICH MEANS NONE
      * IS SET AND THE CENSUS RUN REFUSES THE TERM.
           05 TRM-CENSUS-DATE         PIC 9(7).

       01 TERMFILE-LENGTH             PIC S9(4) COMP VALUE 47.
