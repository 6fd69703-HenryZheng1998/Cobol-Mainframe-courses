001700*                APPLIED AND STOPPING CLEANLY AT THE FIRST ENTRY
001800*                PAST THE POINT. A BACKUP WE CANNOT RESTORE AND
001900*                ROLL FORWARD IS NOT REALLY A BACKUP.
001910* 10/15/26  HZ   STUJRNL RECORD NOW 273 BYTES - CARRIES THE
001920*                CHAIN SEQUENCE NUMBER AND HASH.
002000*----------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
006400
006500 FD  STUJRNL-FILE
006600     LABEL RECORDS ARE STANDARD
006700     RECORD CONTAINS 273 CHARACTERS
006800     DATA RECORD IS STUJRNL-RECORD.
006900
007000*    STUJRNL RECORD LAYOUT - SHARED WITH THE CICS SIDE.
