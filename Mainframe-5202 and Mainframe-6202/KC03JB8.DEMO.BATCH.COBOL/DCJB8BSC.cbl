001900*                NUMBERS BEHIND THE TRUE COUNT. SYSIN = 'C'
002000*                ALSO CORRECTS THE COUNTERS IN PLACE; ANYTHING
002100*                ELSE IS REPORT-ONLY.
002110* 10/15/26  HZ   RETURN CODE 4 WHEN ANY DISCREPANCY IS FOUND -
002120*                THE ONLINE UPDATES NOW COMMIT ALL-OR-NOTHING, SO
002130*                DRIFT ON A NORMAL DAY POINTS AT A REAL FAULT.
002200*----------------------------------------------------------------
002300
002400 ENVIRONMENT DIVISION.
025100     DISPLAY 'DCJB8BSC - CHECKED = ' WS-COURSE-COUNT
025200         ' DISCREPANCIES = ' WS-DISCREP-COUNT
025300         ' CORRECTED = ' WS-FIXED-COUNT.
025305
025310*    THE ONLINE UPDATES COMMIT OR BACK OUT AS ONE UNIT, SO A
025320*    DRIFTED COUNTER IS NO LONGER ROUTINE - FLAG THE STEP.
025330     IF WS-DISCREP-COUNT > 0
025340         MOVE 4 TO RETURN-CODE
025350     END-IF.
025400
025500 3000-EXIT.
025600     EXIT.
