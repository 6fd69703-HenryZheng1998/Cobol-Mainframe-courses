001460*                PER-CAMPUS ENROLLED-SEATS SUBTOTAL BLOCK AT END
001470*                OF RUN - THE CHECKPOINT NOW CARRIES THE RUNNING
001480*                CAMPUS COUNTS SO A RESTART RUN KEEPS THEM RIGHT.
001485* 10/15/26  HZ   INSTFILE RECORD NOW 50 BYTES - CARRIES THE
001490*                INSTRUCTOR'S RANK.
001500*----------------------------------------------------------------
001851* 08/23/26  HZ   ON-DEMAND REQUEST TRACKING - WHEN DCJB8PGO
001852*                QUEUED THIS REPORT, ITS JOBSTAT ROW IS CLAIMED
006500
006520 FD  INSTFILE
006530     LABEL RECORDS ARE STANDARD
006540     RECORD CONTAINS 50 CHARACTERS
006550     DATA RECORD IS INSTFILE-RECORD.
006560
006570*    INSTFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
