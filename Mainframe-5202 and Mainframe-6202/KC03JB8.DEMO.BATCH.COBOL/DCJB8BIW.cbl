001300*                SECTION, SEATS USED) WITH A COURSE COUNT AND
001400*                TOTAL ENROLLED SEATS PER INSTRUCTOR - THE
001500*                NUMBERS DEPARTMENT HEADS ASK FOR EVERY TERM.
001510* 10/15/26  HZ   INSTFILE RECORD NOW 50 BYTES - CARRIES THE
001520*                INSTRUCTOR'S RANK.
001600*----------------------------------------------------------------
001700
001800 ENVIRONMENT DIVISION.
004800
004900 FD  INSTFILE
005000     LABEL RECORDS ARE STANDARD
005100     RECORD CONTAINS 50 CHARACTERS
005200     DATA RECORD IS INSTFILE-RECORD.
005300
005400*    INSTFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
