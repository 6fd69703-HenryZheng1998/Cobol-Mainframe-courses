      * ERRLOG RECORD LAYOUT - THE APPLICATION ERROR LOG. ONE ENTRY
      * PER ABEND IN AN ONLINE PROGRAM, APPENDED (WRITE, NO RIDFLD)
      * TO THE ESDS ERRLOG FILE BY DCJB8PIA. EVERY DCJB8P* SCREEN AND
      * DCJB8WS* SERVICE REGISTERS A HANDLE ABEND EXIT (099-ABEND-
      * EXIT) THAT FILLS IN THE PROGRAM, OPERATOR, CHANNEL AND
      * WHATEVER STUDENT/COURSE KEY IT HAS IN HAND, CAPTURES THE LAST
      * CICS COMMAND FROM THE EIB, AND LINKS DCJB8PIA WITH THIS
      * RECORD AS THE COMMAREA. DCJB8PIA STAMPS THE REST, WRITES IT,
      * AND HANDS BACK ERL-REFERENCE FOR THE OPERATOR OR THE CALLER
      * TO QUOTE. DCJB8BLG PRINTS THE DAY'S ENTRIES BY PROGRAM AND
      * ABEND CODE INTO THE RPTFILE VIEWER.
       01 ERRLOG-RECORD.
      * WHEN, AS CYYDDD AND 0HHMMSS - EIBDATE'S AND EIBTIME'S SHAPE.
           05 ERL-DATE                PIC 9(7).
           05 ERL-TIME                PIC 9(7).
      * THE CICS TASK NUMBER - THE REFERENCE QUOTED ON THE SCREEN OR
      * IN THE SERVICE RESPONSE. TOGETHER WITH ERL-DATE IT FINDS THE
      * ONE ENTRY THE HELP DESK IS BEING CALLED ABOUT.
           05 ERL-REFERENCE           PIC 9(7).
      * THE PROGRAM WHOSE EXIT CAUGHT THE ABEND, AND THE ONE CICS
      * SAYS ACTUALLY ABENDED (A LINKED ROUTINE SUCH AS DCJB8PGE
      * ABENDS UNDER ITS CALLER'S EXIT).
           05 ERL-PROGRAM             PIC X(8).
           05 ERL-ABPROGRAM           PIC X(8).
           05 ERL-ABCODE              PIC X(4).
           05 ERL-TRANSID             PIC X(4).
           05 ERL-TERMID              PIC X(4).
      * THE SIGNED-ON OPERATOR FOR A SCREEN, THE REGISTERED CALLER ID
      * (CALLREC) FOR A WEB SERVICE.
           05 ERL-OPERID              PIC X(8).
      * THE LAST CICS COMMAND ISSUED BEFORE THE ABEND - EIBFN, ITS
      * NAME AS DCJB8PIA DECODES IT, THE FILE/MAP/PROGRAM IT NAMED
      * (EIBRSRCE), AND THE RESPONSE IT GOT BACK.
           05 ERL-LAST-FN             PIC X(2).
           05 ERL-LAST-CMD            PIC X(16).
           05 ERL-LAST-RSRCE          PIC X(8).
           05 ERL-EIBRESP             PIC S9(8) COMP.
           05 ERL-EIBRESP2            PIC S9(8) COMP.
      * THE STUDENT AND/OR COURSE THE PROGRAM WAS WORKING ON, SPACES
      * WHEN IT CARRIES NO SUCH RECORD.
           05 ERL-STU-NUMBER          PIC X(7).
           05 ERL-CRS-CODE            PIC X(8).
           05 ERL-CHANNEL             PIC X(1).
               88 ERL-FROM-TERMINAL           VALUE 'T'.
               88 ERL-FROM-WEBSVC             VALUE 'W'.
      * 'Y' WHEN DCJB8PIA'S OWN ERRLOG WRITE FAILED - THE REFERENCE
      * IS STILL QUOTED, BUT THE ENTRY WILL NOT BE ON THE REPORT.
           05 ERL-LOG-FAILED          PIC X(1).
           05 FILLER                  PIC X(12).

       01 ERRLOG-LENGTH               PIC S9(4) COMP VALUE 120.
