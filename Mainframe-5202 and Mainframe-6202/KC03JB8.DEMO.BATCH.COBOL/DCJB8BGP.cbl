002100* 09/02/26  HZ   QUIESCE GATE - REFUSES TO RUN UNTIL THE ONLINE
002100*                SUITE IS QUIESCED ON BATCHCTL (DCJB8PHJ),
002100*                MATCHING THE BACKUP AND ROLLOVER JOBS.
002100* 10/15/26  HZ   LAPSED INCOMPLETES - A STUDENT FLAGGED ON PRFFILE
002100*                (PRF-GPA-RECALC) BY DCJB8BIL HAS THEIR CUMULATIVE
002100*                GPA REFRESHED EVEN WITH NOTHING GRADED IN THE
002100*                PARM TERM, AND THE FLAG IS CLEARED.
002100* 10/15/26  HZ   DISCIPLINE HOLD - A STUDENT UNDER THE 'C' HOLD
002100*                (AN INTEGRITY SUSPENSION FROM DCJB8PHW) KEEPS A
002100*                SUSPENDED STANDING UNTIL THE HOLD IS RELEASED.
002100* 10/15/26  HZ   2400-CHECK-DISC-HOLD AND 2500-CHECK-RECALC
002100*                MOVED BELOW 2100-EXIT - THEY SAT INSIDE THE 1000
002100*                PERFORM RANGE AND RAN ONCE AT START-UP.
002100*----------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
004900         ACCESS MODE IS RANDOM
004900         RECORD KEY IS BCT-KEY
004900         FILE STATUS IS WS-BATCHCTL-STATUS.
004900
004900*    THE STUDENT PROFILE - CARRIES THE GPA-RECALCULATION FLAG
004900*    DCJB8BIL SETS WHEN AN INCOMPLETE LAPSES TO AN F.
004900     SELECT PRFFILE ASSIGN TO PRFFILE
004900         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
004900         RECORD KEY IS PRF-KEY
004900         FILE STATUS IS WS-PRFFILE-STATUS.
004900
004900*    THE REGISTRATION-HOLD FILE - A DISCIPLINE ('C') HOLD KEEPS
004900*    THE STUDENT SUSPENDED.
004900     SELECT HOLD-FILE ASSIGN TO HOLDFILE
004900         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
004900         RECORD KEY IS HLD-KEY
004900         FILE STATUS IS WS-HOLDFILE-STATUS.

005000 DATA DIVISION.
005100 FILE SECTION.

007400*    BATCHCTL RECORD LAYOUT - SHARED ACROSS THE NIGHTLY STREAM.
007400     COPY 'BCTLREC'.
007400
007400 FD  PRFFILE
007400     LABEL RECORDS ARE STANDARD
007400     RECORD CONTAINS 200 CHARACTERS
007400     DATA RECORD IS PRFFILE-RECORD.
007400
007400*    PRFFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
007400     COPY 'PROFREC'.
007400
007400 FD  HOLD-FILE
007400     LABEL RECORDS ARE STANDARD
007400     RECORD CONTAINS 24 CHARACTERS
007400     DATA RECORD IS HOLDFILE-RECORD.
007400
007400*    HOLDFILE RECORD LAYOUT - SHARED WITH DCJB8PGH.
007400     COPY 'HOLDREC'.

007500 WORKING-STORAGE SECTION.

008203
008210 01  WS-STND-STATUS                  PIC X(2) VALUE SPACES.
008220     88 WS-STND-OK                       VALUE '00'.
008220
008220 01  WS-PRFFILE-STATUS               PIC X(2) VALUE SPACES.
008220     88 WS-PRFFILE-OK                    VALUE '00'.
008220
008220 01  WS-HOLDFILE-STATUS              PIC X(2) VALUE SPACES.
008220     88 WS-HOLDFILE-OK                   VALUE '00'.
008230
008300 01  WS-GPARPT-STATUS                PIC X(2) VALUE SPACES.
008400     88 WS-GPARPT-OK                     VALUE '00'.
008800         88 WS-STU-EOF                    VALUE 'Y'.
008900     05 WS-GRAD-DONE-SW              PIC X(1) VALUE 'N'.
009000         88 WS-GRAD-DONE                  VALUE 'Y'.
009000     05 WS-DISC-HOLD-SW              PIC X(1) VALUE 'N'.
009000         88 WS-DISC-HOLD                  VALUE 'Y'.
009100
009200 01  WS-RUN-TERM                     PIC X(5) VALUE SPACES.
009210 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
009230* THE STANDING AS IT STOOD BEFORE THIS RUN'S ASSIGNMENT.
009240 01  WS-OLD-STANDING                 PIC X(1) VALUE SPACE.
009250 77  WS-CHANGE-COUNT                 PIC S9(7) COMP VALUE 0.
009250* STUDENTS WHOSE CUMULATIVE GPA WAS REFRESHED FOR A LAPSED
009250* INCOMPLETE (PRF-GPA-RECALC).
009250 77  WS-RECALC-COUNT                 PIC S9(7) COMP VALUE 0.
009300
009400 77  WS-STUDENT-COUNT                PIC S9(7) COMP VALUE 0.
009500 77  WS-GRADED-COUNT                 PIC S9(7) COMP VALUE 0.
019340             WS-STND-STATUS
019350         GO TO 9999-ABEND
019360     END-IF.
019360
019360     OPEN I-O PRFFILE.
019360     IF NOT WS-PRFFILE-OK
019360         DISPLAY 'DCJB8BGP - PRFFILE OPEN FAILED, STATUS = '
019360             WS-PRFFILE-STATUS
019360         GO TO 9999-ABEND
019360     END-IF.
019360
019360     OPEN INPUT HOLD-FILE.
019360     IF NOT WS-HOLDFILE-OK
019360         DISPLAY 'DCJB8BGP - HOLDFILE OPEN FAILED, STATUS = '
019360             WS-HOLDFILE-STATUS
019360         GO TO 9999-ABEND
019360     END-IF.
019370
019400     OPEN OUTPUT GPA-RPT.
019500     IF NOT WS-GPARPT-OK
021200
021300     IF WS-TERM-COURSES > 0
021310         MOVE STU-STANDING TO WS-OLD-STANDING
021310         PERFORM 2400-CHECK-DISC-HOLD THRU 2400-EXIT
021400         PERFORM 5000-ASSIGN-STANDING THRU 5000-EXIT
021410         IF STU-STANDING NOT = WS-OLD-STANDING
021420             PERFORM 5500-WRITE-STANDING-HISTORY THRU 5500-EXIT
021600         ADD 1 TO WS-GRADED-COUNT
021700         REWRITE STUFILE-RECORD
021800     END-IF.
021800     PERFORM 2500-CHECK-RECALC THRU 2500-EXIT.
021900
022000     PERFORM 2100-READ-NEXT-STUDENT THRU 2100-EXIT.
022100
023200 2100-EXIT.
023300     EXIT.
023400
023401*----------------------------------------------------------------
023402* IS THE STUDENT UNDER THE DISCIPLINE ('C') HOLD?
023403*----------------------------------------------------------------
023404 2400-CHECK-DISC-HOLD.
023405
023406     MOVE 'N' TO WS-DISC-HOLD-SW.
023407     MOVE STU-NUMBER TO HLD-STU-NUMBER.
023408     READ HOLD-FILE
023409         INVALID KEY
023410             GO TO 2400-EXIT
023411     END-READ.
023412
023413     IF HLD-DISCIPLINE
023414         MOVE 'Y' TO WS-DISC-HOLD-SW
023415     END-IF.
023416
023417 2400-EXIT.
023418     EXIT.
023419*----------------------------------------------------------------
023420* A STUDENT FLAGGED ON PRFFILE BY THE DCJB8BIL INCOMPLETE-LAPSE
023421* SWEEP HAS AN F THE CUMULATIVE GPA HAS NOT SEEN. ONE WITH GRADES
023422* IN THE PARM TERM WAS JUST REWRITTEN WITH A FRESH FIGURE; ONE
023423* WITHOUT HAS THE CUMULATIVE GPA REFRESHED HERE, STANDING LEFT AS
023424* IT IS. EITHER WAY THE FLAG IS CLEARED.
023425*----------------------------------------------------------------
023426 2500-CHECK-RECALC.
023427
023428     MOVE STU-NUMBER TO PRF-STU-NUMBER.
023429     READ PRFFILE
023430         INVALID KEY
023431             GO TO 2500-EXIT
023432     END-READ.
023433
023434     IF NOT PRF-GPA-RECALC-DUE
023435         GO TO 2500-EXIT
023436     END-IF.
023437
023438     IF WS-TERM-COURSES = 0
023439         IF WS-CUM-COURSES > 0
023440             COMPUTE WS-CUM-GPA ROUNDED =
023441                 WS-CUM-POINTS / WS-CUM-COURSES
023442         ELSE
023443             MOVE 0 TO WS-CUM-GPA
023444         END-IF
023445         MOVE WS-CUM-GPA TO STU-CUM-GPA
023446         REWRITE STUFILE-RECORD
023447     END-IF.
023448
023449     MOVE SPACE TO PRF-GPA-RECALC.
023450     REWRITE PRFFILE-RECORD.
023451     ADD 1 TO WS-RECALC-COUNT.
023452
023453 2500-EXIT.
023454     EXIT.
023455
023500 3000-TERMINATE.
023600
023700     PERFORM 6100-PRINT-TOTALS THRU 6100-EXIT.
024200
024240     CLOSE CRSFILE.
024250     CLOSE STND-FILE.
024250     CLOSE PRFFILE.
024250     CLOSE HOLD-FILE.
024260
024300     DISPLAY 'DCJB8BGP - STUDENTS READ = ' WS-STUDENT-COUNT
024400         ' STANDINGS ASSIGNED = ' WS-GRADED-COUNT
024410         ' STANDINGS CHANGED = ' WS-CHANGE-COUNT
024410         ' GPA REFRESHES = ' WS-RECALC-COUNT.
024500
024600 3000-EXIT.
024700     EXIT.
033200* STANDING COMES FROM THE PARM TERM'S GPA ALONE - A STRONG PAST
033300* DOESN'T EXCUSE A FAILED TERM, AND ONE BAD TERM IS PROBATION
033400* RATHER THAN SUSPENSION UNLESS IT FELL BELOW 1.00.
033400* A STUDENT UNDER THE DISCIPLINE ('C') HOLD STAYS SUSPENDED
033400* WHATEVER THE GPA - AN INTEGRITY SANCTION (DCJB8PHW) LASTS
033400* UNTIL THE DEAN'S OFFICE RELEASES THE HOLD.
033500*----------------------------------------------------------------
033600 5000-ASSIGN-STANDING.
033700
034600     END-IF.
034700
034800     EVALUATE TRUE
034800         WHEN WS-DISC-HOLD
034800             MOVE 'S' TO STU-STANDING
034800             ADD 1 TO WS-SUSP-COUNT
034900         WHEN WS-TERM-GPA >= 3.50
035000             MOVE 'D' TO STU-STANDING
035100             ADD 1 TO WS-DEANS-COUNT
041700     MOVE 'SUSPENDED  . . . . . . . . . .' TO RPT-TOT-TEXT.
041800     MOVE WS-SUSP-COUNT TO RPT-TOT-COUNT.
041900     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
041900
041900     MOVE 'GPA REFRESHED AFTER A LAPSE  .' TO RPT-TOT-TEXT.
041900     MOVE WS-RECALC-COUNT TO RPT-TOT-COUNT.
041900     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
042000
042100 6100-EXIT.
042200     EXIT.
