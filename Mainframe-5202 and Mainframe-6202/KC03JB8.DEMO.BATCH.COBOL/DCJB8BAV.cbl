001400*                ASSIGNED TO THEM WITH NUMBER, NAME, STANDING,
001500*                AND PHONE - THE ROUTING LIST THE DEFICIENCY
001600*                AND STANDING REPORTS GET SORTED BY.
001610* 10/15/26  HZ   INSTFILE RECORD NOW 50 BYTES - CARRIES THE
001620*                INSTRUCTOR'S RANK.
001700*----------------------------------------------------------------
001800
001900 ENVIRONMENT DIVISION.
004500
004600 FD  INSTFILE
004700     LABEL RECORDS ARE STANDARD
004800     RECORD CONTAINS 50 CHARACTERS
004900     DATA RECORD IS INSTFILE-RECORD.
005000
005100     COPY 'INSTREC'.
