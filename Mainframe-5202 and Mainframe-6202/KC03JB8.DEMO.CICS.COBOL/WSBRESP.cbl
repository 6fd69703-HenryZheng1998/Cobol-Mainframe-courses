      * RESPONSE LAYOUT RETURNED BY DCJB8WSB AND DCJB8WSN. STATUS-CODE
      * 'X' IS A SYSTEM ERROR - THE SERVICE ABENDED AND MSG QUOTES THE
      * ERRLOG REFERENCE (SEE ERRLREC).
       01 STU-RESP.
           05 student-resp.
            10 STATUS-CODE      PIC X.
