      * RESPONSE LAYOUT RETURNED BY DCJB8WSD.
      * WSD-STATUS-CODE: 0 THE DIPLOMA IS GENUINE AND CURRENT,
      * 1 VALIDATION ERROR (SEE WSD-MSG), 2 SERIAL NOT ON THE
      * REGISTER, 3 SERIAL VOIDED BY A REPRINT - THE PARCHMENT QUOTED
      * IS NO LONGER VALID, 9 CALLER NOT AUTHORIZED (SEE CALLREC),
      * X SYSTEM ERROR - THE SERVICE ABENDED; WSD-MSG QUOTES THE
      * ERRLOG REFERENCE (SEE ERRLREC).
      * THE CREDENTIAL FIELDS COME BACK FOR CODES 0 AND 3 SO THE
      * CALLER CAN COMPARE THEM WITH THE PARCHMENT. THE NAME IS THE
      * ONE PRINTED ON THE DIPLOMA, NOT WHATEVER STUFILE HOLDS TODAY.
       01 WSD-RESP.
           05 diploma-resp.
            10 WSD-STATUS-CODE  PIC X.
            10 WSD-MSG          PIC X(60).
            10 WSD-SERIAL-RESP  PIC X(9).
            10 WSD-NAME         PIC X(20).
            10 WSD-PROGRAM      PIC X(4).
            10 WSD-PROGRAM-TITLE PIC X(20).
            10 WSD-CAMPUS       PIC X(3).
            10 WSD-TERM         PIC X(5).
      * CONFERRAL DATE AS YYYYDDD.
            10 WSD-CONFER-DATE  PIC 9(7).
      * ' ' NONE, 'D' WITH DISTINCTION, 'H' WITH HIGH DISTINCTION.
            10 WSD-HONOURS      PIC X(1).
            10 WSD-REPRINT-COUNT PIC 9(2).
