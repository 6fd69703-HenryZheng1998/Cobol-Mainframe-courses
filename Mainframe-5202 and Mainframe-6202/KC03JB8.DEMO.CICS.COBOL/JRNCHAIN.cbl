      * DCJB8PIB COMMAREA - A JOURNAL ENTRY TO BE CHAINED AND WRITTEN.
      * THE CALLER NAMES THE JOURNAL FILE, PUTS THE FINISHED RECORD
      * IN JCA-IMAGE WITH ITS LENGTH, AND LINKS DCJB8PIB IN PLACE OF
      * ITS OWN EXEC CICS WRITE. DCJB8PIB STAMPS THE SEQUENCE NUMBER
      * AND HASH (THE LAST 18 BYTES OF EVERY CHAINED JOURNAL RECORD),
      * WRITES THE ENTRY, MOVES THE JRNCTL ROW ON, AND HANDS BACK THE
      * STAMPED IMAGE AND THE CICS RESPONSE OF WHICHEVER STEP FAILED.
      * A CALLER THAT CHECKS NO RESPONSE SETS JCA-ABEND-SW TO 'Y' SO
      * A FAILURE ABENDS THE TASK (JRNL), AS ITS OWN WRITE WOULD HAVE.
       01 JRNL-CHAIN-AREA.
           05 JCA-JOURNAL             PIC X(8).
           05 JCA-LENGTH              PIC S9(4) COMP.
           05 JCA-RESP                PIC S9(8) COMP.
           05 JCA-ABEND-SW            PIC X(1).
               88 JCA-ABEND-ON-ERROR          VALUE 'Y'.
           05 JCA-IMAGE               PIC X(300).

       01 JRNL-CHAIN-AREA-LEN         PIC S9(4) COMP VALUE 315.
