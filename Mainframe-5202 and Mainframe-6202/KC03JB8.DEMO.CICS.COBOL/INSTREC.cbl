      * INSTRUCTOR ID. ASSIGNED TO A COURSE SECTION THROUGH
      * CRS-INSTR-ID ON THE DCJB8PGN COURSE SCREEN; PRINTED ON THE
      * DCJB8BCR ROSTER AND THE DCJB8PGL ONLINE ROSTER, AND TOTALLED
      * BY THE DCJB8BIW WORKLOAD REPORT. SESSIONAL INSTRUCTORS ARE
      * PAID PER CREDIT HOUR TAUGHT BY THE DCJB8BIP TERM PAY RUN.
       01 INSTFILE-RECORD.
           05 INS-KEY.
               10 INS-ID              PIC X(5).
           05 INS-PHONE-1             PIC X(3).
           05 INS-PHONE-2             PIC X(3).
           05 INS-PHONE-3             PIC X(4).
      * RANK - WHAT THE INSTRUCTOR IS PAID AS. THE SESSIONAL STEPS
      * ARE PAID PER CREDIT HOUR THROUGH RATEFILE (SEE RATEREC) BY
      * THE DCJB8BIP PAY RUN; THE SALARIED RANKS ARE PAID BY HR AND
      * IGNORED THERE. ADDED WITH THE SESSIONAL PAY WORK, GROWING THE
      * RECORD FROM 45 TO 50 BYTES - EXISTING ROWS WERE RELOADED WITH
      * THE RANK FROM THE HR FILE, BLANK WHERE HR HAD NONE, WHICH THE
      * PAY RUN LISTS AS AN EXCEPTION IF THE INSTRUCTOR IS TEACHING.
           05 INS-RANK                PIC X(2).
               88 INS-RANK-SESSIONAL          VALUE 'S1' 'S2' 'S3'.
               88 INS-RANK-SALARIED           VALUE 'LE' 'AP' 'AS'
                                                    'PR'.
               88 INS-RANK-MISSING            VALUE SPACES.
      * EXPANSION SPACE - CARVE NEW FIELDS OUT OF THIS FILLER SO THE
      * RECORD LENGTH STAYS PUT.
           05 FILLER                  PIC X(3).

       01 INSTFILE-LENGTH             PIC S9(4) COMP VALUE 50.
