001700*                AUDIT-BASIS SLOTS ARE LEFT OFF THE LIST - NO
001800*                LETTER GRADE IS OWED FOR AN AUDIT. RUN BEFORE
001900*                THE DEADLINE IT SAYS SO AND ENDS WITH RC 4.
001910* 10/15/26  HZ   TERMFILE RECORD NOW 47 BYTES - CARRIES THE
001920*                TERM'S CENSUS DATE.
002000*----------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
008100
008200 FD  TERMFILE
008300     LABEL RECORDS ARE STANDARD
008400     RECORD CONTAINS 47 CHARACTERS
008500     DATA RECORD IS TERMFILE-RECORD.
008600
008700     COPY 'TERMREC'.
