001700*                STUDENT, AND A TOTAL - SO AN EMPLOYER WITH
001800*                THIRTY STUDENTS GETS ONE BILL INSTEAD OF
001900*                THIRTY PIECES OF STUDENT MAIL.
001910* 10/15/26  HZ   ASSESS RECORD NOW 38 BYTES - CARRIES THE FEES
001920*                THE GL ALREADY HOLDS.
002000*----------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
007400
007500 FD  ASSESS-FILE
007600     LABEL RECORDS ARE STANDARD
007700     RECORD CONTAINS 38 CHARACTERS
007800     DATA RECORD IS ASSESS-RECORD.
007900
008000     COPY 'ASSESREC'.
