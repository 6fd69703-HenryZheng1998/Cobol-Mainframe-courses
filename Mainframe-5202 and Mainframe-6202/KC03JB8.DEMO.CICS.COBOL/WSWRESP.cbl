      * (CREATE ONLY), 4 A REQUESTED COURSE IS FULL, 5 DUPLICATE
      * STUDENT NUMBER (CREATE ONLY), 6 PAST THE TERM CALENDAR'S
      * ADD/DROP DEADLINE, 7 ACTIVE REGISTRATION HOLD BLOCKS COURSE
      * CHANGES, X SYSTEM ERROR - THE SERVICE ABENDED, NOTHING WAS
      * SAVED AND WSW-MSG QUOTES THE ERRLOG REFERENCE (SEE ERRLREC).
       01 WSW-RESP.
           05 WSW-STATUS-CODE         PIC X.
           05 WSW-MSG                 PIC X(60).
