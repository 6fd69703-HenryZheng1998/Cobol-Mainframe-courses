      * REQUEST LAYOUT PASSED INTO DCJB8WSD BY AN EMPLOYER OR
      * CREDENTIAL-CHECKING AGENCY - THE SERIAL PRINTED ON A DIPLOMA,
      * CHECKED AGAINST THE CREDREG REGISTER (SEE CREGREC).
       01 WSDDIP-REQ.
           05 WSD-SERIAL-REQ          PIC X(9).
      * REGISTERED-CALLER CREDENTIALS - CHECKED AGAINST CALLFILE AT
      * THE TOP OF THE SERVICE BEFORE ANYTHING ELSE IS LOOKED AT,
      * UNDER THE SERVICE'S OWN CAL-ALLOW-WSD GRANT.
           05 WSD-CALLERID-REQ        PIC X(8).
           05 WSD-CALLSECRET-REQ      PIC X(16).
