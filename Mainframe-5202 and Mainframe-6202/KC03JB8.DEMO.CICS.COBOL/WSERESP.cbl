      * (NO OPEN SLOT), B CALLER NOT AUTHORIZED (SEE CALLREC),
      * C COURSE OFFERED AT ANOTHER CAMPUS THAN THE STUDENT'S,
      * D PREREQUISITE NOT MET (SEE WSE-MSG), E TIMETABLE CONFLICT
      * WITH AN ENROLLED COURSE (WSE-MSG NAMES BOTH CODES),
      * F NOT APPLIED - A FILE UPDATE FAILED AND THE WHOLE CHANGE WAS
      * BACKED OUT (WSE-MSG NAMES THE FILE), X SYSTEM ERROR - THE
      * SERVICE ABENDED, THE WHOLE CHANGE WAS BACKED OUT AND WSE-MSG
      * QUOTES THE ERRLOG REFERENCE (SEE ERRLREC).
      * WSE-RESULT: 'E' ENROLLED, 'W' WAITLISTED, 'D' DROPPED,
      * 'S' SWAPPED (SECTION TRADE COMMITTED AS ONE CHANGE).
       01 WSE-RESP.
