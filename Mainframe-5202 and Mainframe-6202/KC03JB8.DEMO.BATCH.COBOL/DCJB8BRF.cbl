001700*                DAY'S GRADES AND PAYMENTS ARE RE-KEYED FROM
001800*                THE ROSTER SHEETS AND RECEIPT BOOKS, WHICH IS
001900*                WHY THE CASHIERS KEEP THEM.
001910* 10/15/26  HZ   ASSESS RECORD AND ITS UNLOAD NOW 38 BYTES -
001920*                CARRIES THE FEES THE GL ALREADY HOLDS.
002000*----------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
006800
006900 FD  ASM-UNLOAD
007000     LABEL RECORDS ARE STANDARD
007100     RECORD CONTAINS 38 CHARACTERS
007200     DATA RECORD IS ASM-UNLOAD-RECORD.
007300 01  ASM-UNLOAD-RECORD               PIC X(38).
007400
007500 FD  PAY-UNLOAD
007600     LABEL RECORDS ARE STANDARD
008700
008800 FD  ASSESS-FILE
008900     LABEL RECORDS ARE STANDARD
009000     RECORD CONTAINS 38 CHARACTERS
009100     DATA RECORD IS ASSESS-RECORD.
009200
009300     COPY 'ASSESREC'.
