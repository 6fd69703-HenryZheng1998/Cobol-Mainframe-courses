      * WHICH GREW THE RECORD FROM 30 TO 31 BYTES (THE FILE HAD NO
      * FILLER LEFT). EXISTING ROWS WERE RELOADED AT THE CONVERSION.
           05 CAL-ALLOW-WSG           PIC X(1).
      * PORTAL BALANCE/PAYMENT SERVICE GRANT - ADDED WITH DCJB8WSP,
      * WHICH GREW THE RECORD FROM 31 TO 32 BYTES. EXISTING ROWS WERE
      * RELOADED AT THE CONVERSION WITH THE GRANT OFF.
           05 CAL-ALLOW-WSP           PIC X(1).
      * DIPLOMA VERIFICATION SERVICE GRANT - ADDED WITH DCJB8WSD FOR
      * EMPLOYERS CHECKING A PARCHMENT, WHICH GREW THE RECORD FROM 32
      * TO 33 BYTES. EXISTING ROWS WERE RELOADED AT THE CONVERSION
      * WITH THE GRANT OFF.
           05 CAL-ALLOW-WSD           PIC X(1).
      * INSTRUCTOR ROSTER/ATTENDANCE SERVICE GRANT - ADDED WITH
      * DCJB8WSI FOR THE INSTRUCTOR PORTAL, WHICH GREW THE RECORD FROM
      * 33 TO 34 BYTES. EXISTING ROWS WERE RELOADED AT THE CONVERSION
      * WITH THE GRANT OFF.
           05 CAL-ALLOW-WSI           PIC X(1).

       01 CALLFILE-LENGTH             PIC S9(4) COMP VALUE 34.
