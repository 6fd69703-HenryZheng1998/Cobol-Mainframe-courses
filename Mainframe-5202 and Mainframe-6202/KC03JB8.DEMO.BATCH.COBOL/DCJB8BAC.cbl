001600*                COUNTS. THE SUPERVISORS' DAILY STAFF-CHANGE
001700*                REVIEW THE AUDITORS KEEP ASKING ABOUT FINALLY
001800*                HAS A REPORT TO REVIEW.
001810* 10/15/26  HZ   STUJRNL RECORD NOW 273 BYTES - CARRIES THE
001820*                CHAIN SEQUENCE NUMBER AND HASH.
001900*----------------------------------------------------------------
002000
002100 ENVIRONMENT DIVISION.
003900
004000 FD  JRNL-IN
004100     LABEL RECORDS ARE STANDARD
004200     RECORD CONTAINS 273 CHARACTERS
004300     DATA RECORD IS STUJRNL-RECORD.
004400
004500*    STUJRNL RECORD LAYOUT - SHARED WITH THE CICS SIDE.
