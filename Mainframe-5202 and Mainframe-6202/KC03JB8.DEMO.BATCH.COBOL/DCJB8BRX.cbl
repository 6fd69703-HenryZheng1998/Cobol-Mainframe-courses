001700*                YYYYDDDHHMMSS), REPORTING EVERY RECORD APPLIED
001800*                AND STOPPING CLEANLY AT THE FIRST ENTRY PAST
001900*                THE POINT - NO MORE LOSING EVERY WAITLIST.
001910* 10/15/26  HZ   CRSJRNL RECORD NOW 289 BYTES - CARRIES THE
001920*                CHAIN SEQUENCE NUMBER AND HASH.
002000*----------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
006400
006500 FD  CRSJRNL-FILE
006600     LABEL RECORDS ARE STANDARD
006700     RECORD CONTAINS 289 CHARACTERS
006800     DATA RECORD IS CRSJRNL-RECORD.
006900
007000*    CRSJRNL RECORD LAYOUT - SHARED WITH THE CICS SIDE.
