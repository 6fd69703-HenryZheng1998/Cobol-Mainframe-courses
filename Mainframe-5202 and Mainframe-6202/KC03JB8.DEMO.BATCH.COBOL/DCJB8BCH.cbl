001800*                TERMS LATER - THE BOARD'S QUESTION, OFF THE
001900*                FILES INSTEAD OF A SPREADSHEET. TERMS SORT
002000*                CHRONOLOGICALLY (S, U, F WITHIN A YEAR).
002010* 10/15/26  HZ   SYSIN CARD COLUMN 1 'C' BUILDS THE GRID FROM
002020*                THE CENSUS SNAPSHOTS (CENSFILE, TAKEN BY
002030*                DCJB8BCS) INSTEAD OF STUHIST AND STUFILE - EACH
002040*                TERM COUNTS AS IT STOOD ON ITS CENSUS DATE AND
002050*                THE CAMPUS IS THE ONE FROZEN FOR THE STUDENT'S
002060*                ENTERING TERM, SO A RERUN REPEATS THE FIGURES.
002100*----------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
004100     SELECT RETAIN-RPT ASSIGN TO CRHRPT
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-CRHRPT-STATUS.
004310
004320     SELECT CENSFILE ASSIGN TO CENSFILE
004330         ORGANIZATION IS INDEXED
004340         ACCESS MODE IS SEQUENTIAL
004350         RECORD KEY IS CEN-KEY
004360         FILE STATUS IS WS-CENSFILE-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
005800     DATA RECORD IS STUFILE-RECORD.
005900
006000     COPY 'STUREC'.
006010
006020 FD  CENSFILE
006030     LABEL RECORDS ARE STANDARD
006040     RECORD CONTAINS 150 CHARACTERS
006050     DATA RECORD IS CENSFILE-RECORD.
006060
006070     COPY 'CENSREC'.
006100
006200 FD  RETAIN-RPT
006300     LABEL RECORDS ARE STANDARD
007300     88 WS-STUFILE-OK                    VALUE '00'.
007400 01  WS-CRHRPT-STATUS                PIC X(2) VALUE SPACES.
007500     88 WS-CRHRPT-OK                     VALUE '00'.
007510 01  WS-CENSFILE-STATUS              PIC X(2) VALUE SPACES.
007520     88 WS-CENSFILE-OK                   VALUE '00'.
007600
007700 01  WS-SWITCHES.
007800     05 WS-EOF-SW                    PIC X(1) VALUE 'N'.
007900         88 WS-EOF                        VALUE 'Y'.
007910
007920*    SYSIN - A 'C' IN COLUMN 1 READS THE CENSUS SNAPSHOTS RATHER
007930*    THAN STUHIST AND STUFILE.
007940 01  WS-PARM-CARD.
007950     05 WS-PARM-SOURCE               PIC X(1).
007960         88 WS-FROM-CENSUS               VALUE 'C'.
007970     05 FILLER                       PIC X(79).
008000
008100* A TERM AS A CHRONOLOGICALLY SORTABLE KEY - YYYY PLUS AN
008200* ORDER DIGIT (S=1, U=2, F=3), SO 2024S < 2024U < 2024F.
017300
017400 1000-INITIALIZE.
017500
017510     ACCEPT WS-PARM-CARD FROM SYSIN.
017520
017600     INITIALIZE WS-GRID.
017700     MOVE 'ALL' TO WS-CMP-CODE(1).
017800
019200*----------------------------------------------------------------
019300 2000-SCAN-ENTERING.
019400
019500     IF WS-FROM-CENSUS
019505         OPEN INPUT CENSFILE
019510         IF NOT WS-CENSFILE-OK
019515             DISPLAY 'DCJB8BCH - CENSFILE OPEN FAILED, STATUS = '
019520                 WS-CENSFILE-STATUS
019525             GO TO 9999-ABEND
019530         END-IF
019535     ELSE
019540         OPEN INPUT STUHIST-FILE
019545         IF NOT WS-HIST-OK
019550             DISPLAY 'DCJB8BCH - STUHIST OPEN FAILED, STATUS = '
019555                 WS-HIST-STATUS
019560             GO TO 9999-ABEND
019565         END-IF
019570     END-IF.
020100
020200     MOVE 'N' TO WS-EOF-SW.
020300     PERFORM 2050-READ-HIST THRU 2050-EXIT.
020400     PERFORM 2100-NOTE-ONE-ROW THRU 2100-EXIT
020500         UNTIL WS-EOF.
020600
020700     PERFORM 2090-CLOSE-SOURCE THRU 2090-EXIT.
020800
020900 2000-EXIT.
021000     EXIT.
021100
021200 2050-READ-HIST.
021300
021400     IF WS-FROM-CENSUS
021405         READ CENSFILE NEXT RECORD
021410             AT END
021415                 MOVE 'Y' TO WS-EOF-SW
021420             NOT AT END
021425                 MOVE CEN-STU-NUMBER TO HIST-STU-NUMBER
021430                 MOVE CEN-TERM TO HIST-TERM
021435         END-READ
021440         GO TO 2050-EXIT
021445     END-IF.
021450
021455     READ STUHIST-FILE
021500         AT END
021600             MOVE 'Y' TO WS-EOF-SW
021700     END-READ.
021800
021900 2050-EXIT.
022000     EXIT.
022005
022010 2090-CLOSE-SOURCE.
022015
022020     IF WS-FROM-CENSUS
022025         CLOSE CENSFILE
022030     ELSE
022035         CLOSE STUHIST-FILE
022040     END-IF.
022045
022050 2090-EXIT.
022055     EXIT.
022100
022200 2100-NOTE-ONE-ROW.
022300
025000*----------------------------------------------------------------
025100* PASS 2 - STUFILE SUPPLIES EACH COHORT MEMBER'S CAMPUS AND
025200* COUNTS THE CURRENT TERM AS PRESENCE FOR ACTIVE STUDENTS.
025210* IN CENSUS MODE THE SNAPSHOTS ARE READ AGAIN INSTEAD - THE
025220* CAMPUS COMES FROM THE ROW FOR THE STUDENT'S ENTERING TERM, AND
025230* STUFILE'S CURRENT TERM IS LEFT OUT (IT HAS NO CENSUS YET).
025300*----------------------------------------------------------------
025400 3000-SCAN-CAMPUS.
025500
025510     IF WS-FROM-CENSUS
025520         PERFORM 3500-SCAN-CENSUS-CAMPUS THRU 3500-EXIT
025530         GO TO 3000-EXIT
025540     END-IF.
025550
025600     OPEN INPUT STUFILE.
025700     IF NOT WS-STUFILE-OK
025800         DISPLAY 'DCJB8BCH - STUFILE OPEN FAILED, STATUS = '
030400
030500 3100-EXIT.
030600     EXIT.
030602
030604 3500-SCAN-CENSUS-CAMPUS.
030606
030608     OPEN INPUT CENSFILE.
030610     IF NOT WS-CENSFILE-OK
030612         DISPLAY 'DCJB8BCH - CENSFILE REOPEN FAILED, STATUS = '
030614             WS-CENSFILE-STATUS
030616         GO TO 9999-ABEND
030618     END-IF.
030620
030622     MOVE 'N' TO WS-EOF-SW.
030624     PERFORM 2050-READ-HIST THRU 2050-EXIT.
030626     PERFORM 3600-NOTE-ONE-CENSUS-ROW THRU 3600-EXIT
030628         UNTIL WS-EOF.
030630
030632     CLOSE CENSFILE.
030634
030636 3500-EXIT.
030638     EXIT.
030640
030642 3600-NOTE-ONE-CENSUS-ROW.
030644
030646     PERFORM 6200-FIND-STUDENT THRU 6200-EXIT.
030648     IF WS-STB-FOUND = 0
030650         GO TO 3600-NEXT
030652     END-IF.
030654
030656     MOVE HIST-TERM TO WS-TERM-IN.
030658     PERFORM 6000-REGISTER-TERM THRU 6000-EXIT.
030660     IF WS-TRM-FOUND NOT = WS-STB-ENTER-IDX(WS-STB-FOUND)
030662         GO TO 3600-NEXT
030664     END-IF.
030666
030668*    6400-FIND-CAMPUS WORKS FROM STU-CAMPUS - THE FROZEN CAMPUS
030670*    IS HANDED OVER THROUGH THE (UNOPENED) STUFILE RECORD AREA.
030672     MOVE CEN-CAMPUS TO STU-CAMPUS.
030674     PERFORM 6400-FIND-CAMPUS THRU 6400-EXIT.
030676     MOVE WS-CMP-FOUND TO WS-STB-CAMPUS-IDX(WS-STB-FOUND).
030678
030680 3600-NEXT.
030682
030684     PERFORM 2050-READ-HIST THRU 2050-EXIT.
030686
030688 3600-EXIT.
030690     EXIT.
030700
030800*----------------------------------------------------------------
030900* PASS 3 - STUHIST (OR CENSFILE) AGAIN, NOW THAT EVERY ENTERING
031000* TERM AND CAMPUS IS KNOWN, MARKING PRESENCE TERM BY TERM.
031100*----------------------------------------------------------------
031200 4000-SCAN-PRESENCE.
031300
031400     IF WS-FROM-CENSUS
031405         OPEN INPUT CENSFILE
031410         IF NOT WS-CENSFILE-OK
031415             DISPLAY
031418                 'DCJB8BCH - CENSFILE REOPEN FAILED, STATUS = '
031420                 WS-CENSFILE-STATUS
031425             GO TO 9999-ABEND
031430         END-IF
031435     ELSE
031440         OPEN INPUT STUHIST-FILE
031445         IF NOT WS-HIST-OK
031450             DISPLAY
031453                 'DCJB8BCH - STUHIST REOPEN FAILED, STATUS = '
031455                 WS-HIST-STATUS
031460             GO TO 9999-ABEND
031465         END-IF
031470     END-IF.
032000
032100     MOVE 'N' TO WS-EOF-SW.
032200     PERFORM 2050-READ-HIST THRU 2050-EXIT.
032300     PERFORM 4100-MARK-ONE-ROW THRU 4100-EXIT
032400         UNTIL WS-EOF.
032500
032600     PERFORM 2090-CLOSE-SOURCE THRU 2090-EXIT.
032700
032800 4000-EXIT.
032900     EXIT.
