      * EVRESP RECORD LAYOUT - COURSE EVALUATION RESPONSES. ONE ROW
      * PER COMPLETED FORM DCJB8BEL LOADS, CARRYING THE SECTION AND
      * INSTRUCTOR OFF THE FORM'S TOKEN BUT NOT THE TOKEN ITSELF. THE
      * KEY'S LAST PART IS A RANDOM NUMBER, NOT A LOAD SEQUENCE, SO A
      * SECTION'S RESPONSES READ BACK IN NO ORDER THAT COULD BE
      * MATCHED TO THE ORDER THE FORMS WERE HANDED IN. DCJB8BER
      * REPORTS FROM IT PER SECTION AND PER INSTRUCTOR.
       01 EVRESP-RECORD.
           05 EVR-KEY.
               10 EVR-TERM            PIC X(5).
               10 EVR-COURSE          PIC X(8).
               10 EVR-RANDOM          PIC 9(10).
           05 EVR-INSTR-ID            PIC X(5).
      * THE RATING QUESTIONS OF THE PRINTED FORM IN ORDER, EACH 1
      * (POOR) TO 5 (EXCELLENT); A SPACE IS A QUESTION LEFT BLANK.
           05 EVR-RATING-TABLE.
               10 EVR-RATING          PIC X(1) OCCURS 8 TIMES.
           05 EVR-COMMENT             PIC X(60).
           05 FILLER                  PIC X(14).

       01 EVRESP-LENGTH               PIC S9(4) COMP VALUE 110.
