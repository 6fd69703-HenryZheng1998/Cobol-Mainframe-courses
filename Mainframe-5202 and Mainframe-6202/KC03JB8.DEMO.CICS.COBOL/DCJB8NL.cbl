      * CORRESPONDENCE INQUIRY MAP LAYOUT - USED BY DCJB8PHM. THE
      * OPERATOR KEYS A STUDENT NUMBER AND PAGES THE STUDENT'S
      * CORRESPONDENCE REGISTER TEN ROWS AT A TIME (DATE, DOCUMENT,
      * SENDING RUN, DELIVERY CHANNEL), THE WAY DCJB8PGA PAGES THE
      * AUDIT TRAIL.
       01  MAP1I.
           02  FILLER PIC X(12).
           02  TITLEL    COMP  PIC  S9(4).
