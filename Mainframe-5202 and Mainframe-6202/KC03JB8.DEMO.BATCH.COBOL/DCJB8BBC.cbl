001700*                NIGHTLY STREAM. RESTORES GO THROUGH DCJB8BRX
001800*                (CRSFILE, WITH CRSJRNL REPLAY) AND DCJB8BRF
001900*                (THE FINANCIAL MASTERS).
001910* 10/15/26  HZ   ASSESS RECORD AND ITS UNLOAD NOW 38 BYTES -
001920*                CARRIES THE FEES THE GL ALREADY HOLDS.
002000*----------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
009200
009300 FD  ASSESS-FILE
009400     LABEL RECORDS ARE STANDARD
009500     RECORD CONTAINS 38 CHARACTERS
009600     DATA RECORD IS ASSESS-RECORD.
009700
009800     COPY 'ASSESREC'.
011800
011900 FD  ASM-UNLOAD
012000     LABEL RECORDS ARE STANDARD
012100     RECORD CONTAINS 38 CHARACTERS
012200     DATA RECORD IS ASM-UNLOAD-RECORD.
012300 01  ASM-UNLOAD-RECORD               PIC X(38).
012400
012500 FD  PAY-UNLOAD
012600     LABEL RECORDS ARE STANDARD
