      * RESPONSE LAYOUT RETURNED BY DCJB8WSG - THE STUDENT'S GRADE
      * ROWS BY TERM (UP TO 30, IN KEY ORDER), THE CUMULATIVE GPA
      * AND STANDING STAMPED BY DCJB8BGP, AND ANY HOLDFILE HOLD.
      * WSG-STATUS-CODE 'X' IS A SYSTEM ERROR - THE SERVICE ABENDED AND
      * WSG-MSG QUOTES THE ERRLOG REFERENCE (SEE ERRLREC).
       01 WSG-RESP.
           05 grades-resp.
            10 WSG-STATUS-CODE  PIC X.
