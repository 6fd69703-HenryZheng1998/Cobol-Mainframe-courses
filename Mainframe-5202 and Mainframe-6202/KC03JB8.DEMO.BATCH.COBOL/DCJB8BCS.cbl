000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BCS.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - ENROLLMENT CENSUS SNAPSHOT.
001100*                ON OR AFTER THE SYSIN TERM'S CENSUS DATE
001200*                (TRM-CENSUS-DATE) FREEZES EVERY ACTIVE STUDENT
001300*                REGISTERED IN THE TERM INTO CENSFILE - SCHEDULE,
001400*                CREDIT-HOUR LOAD AND FULL/PART-TIME STATUS
001500*                (COUNTED THE WAY DCJB8BME COUNTS THEM), CAMPUS,
001600*                PROGRAM AND FEE CATEGORY. THE SNAPSHOT IS TAKEN
001700*                ONCE: A TERM ALREADY ON CENSFILE IS LEFT ALONE
001800*                AND THE RUN ENDS WITH RC 4, AS DOES A RUN BEFORE
001900*                THE CENSUS DATE. A TERM WITH NO CENSUS DATE SET
002000*                IS AN ERROR. A CONTROL REPORT SHOWS THE TOTALS
002100*                FROZEN.
002200*----------------------------------------------------------------
002300
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. IBM-370.
002700 OBJECT-COMPUTER. IBM-370.
002800
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100
003200     SELECT STUFILE ASSIGN TO STUFILE
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS STU-NUMBER
003600         FILE STATUS IS WS-STUFILE-STATUS.
003700
003800     SELECT CRSFILE ASSIGN TO CRSFILE
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS CRS-CODE
004200         FILE STATUS IS WS-CRSFILE-STATUS.
004300
004400     SELECT TERMFILE ASSIGN TO TERMFILE
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS TRM-KEY
004800         FILE STATUS IS WS-TERMFILE-STATUS.
004900
005000     SELECT CENSFILE ASSIGN TO CENSFILE
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS CEN-KEY
005400         FILE STATUS IS WS-CENSFILE-STATUS.
005500
005600     SELECT CENSUS-RPT ASSIGN TO CENRPT
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-CENRPT-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200
006300 FD  STUFILE
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 227 CHARACTERS
006600     DATA RECORD IS STUFILE-RECORD.
006700
006800     COPY 'STUREC'.
006900
007000 FD  CRSFILE
007100     LABEL RECORDS ARE STANDARD
007200     RECORD CONTAINS 242 CHARACTERS
007300     DATA RECORD IS CRSFILE-RECORD.
007400
007500     COPY 'CRSREC'.
007600
007700 FD  TERMFILE
007800     LABEL RECORDS ARE STANDARD
007900     RECORD CONTAINS 47 CHARACTERS
008000     DATA RECORD IS TERMFILE-RECORD.
008100
008200     COPY 'TERMREC'.
008300
008400 FD  CENSFILE
008500     LABEL RECORDS ARE STANDARD
008600     RECORD CONTAINS 150 CHARACTERS
008700     DATA RECORD IS CENSFILE-RECORD.
008800
008900     COPY 'CENSREC'.
009000
009100 FD  CENSUS-RPT
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 133 CHARACTERS
009400     DATA RECORD IS RPT-LINE.
009500 01  RPT-LINE                        PIC X(133).
009600
009700 WORKING-STORAGE SECTION.
009800
009900 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
010000     88 WS-STUFILE-OK                    VALUE '00'.
010100 01  WS-CRSFILE-STATUS               PIC X(2) VALUE SPACES.
010200     88 WS-CRSFILE-OK                    VALUE '00'.
010300 01  WS-TERMFILE-STATUS              PIC X(2) VALUE SPACES.
010400     88 WS-TERMFILE-OK                   VALUE '00'.
010500 01  WS-CENSFILE-STATUS              PIC X(2) VALUE SPACES.
010600     88 WS-CENSFILE-OK                   VALUE '00'.
010700 01  WS-CENRPT-STATUS                PIC X(2) VALUE SPACES.
010800     88 WS-CENRPT-OK                     VALUE '00'.
010900
011000 01  WS-SWITCHES.
011100     05 WS-STU-EOF-SW                PIC X(1) VALUE 'N'.
011200         88 WS-STU-EOF                    VALUE 'Y'.
011300     05 WS-TAKEN-SW                  PIC X(1) VALUE 'N'.
011400         88 WS-ALREADY-TAKEN              VALUE 'Y'.
011500
011600 01  WS-TERM-IN                      PIC X(5) VALUE SPACES.
011700 01  WS-TODAY                        PIC 9(7) VALUE 0.
011800 01  WS-TODAY-CYYDDD                 PIC 9(7) VALUE 0.
011900 01  WS-CENSUS-DATE                  PIC 9(7) VALUE 0.
012000
012100 77  WS-SLOT-IDX                     PIC S9(4) COMP VALUE 0.
012200 77  WS-CREDITS                      PIC S9(3) COMP VALUE 0.
012300 77  WS-STUDENT-COUNT                PIC S9(7) COMP VALUE 0.
012400 77  WS-FT-COUNT                     PIC S9(7) COMP VALUE 0.
012500 77  WS-PT-COUNT                     PIC S9(7) COMP VALUE 0.
012600 77  WS-CREDIT-TOTAL                 PIC S9(9) COMP VALUE 0.
012700 77  WS-SEAT-COUNT                   PIC S9(9) COMP VALUE 0.
012800
012900 01  RPT-HEADING-1.
013000     05 FILLER                       PIC X(1) VALUE '1'.
013100     05 FILLER                       PIC X(34) VALUE
013200            'DCJB8BCS - ENROLLMENT CENSUS, TERM'.
013300     05 FILLER                       PIC X(1) VALUE SPACE.
013400     05 HD1-TERM                     PIC X(5).
013500     05 FILLER                       PIC X(15) VALUE
013600            '  CENSUS DATE '.
013700     05 HD1-CENSUS-DATE              PIC 9(7).
013800     05 FILLER                       PIC X(14) VALUE
013900            '  TAKEN ON '.
014000     05 HD1-SNAP-DATE                PIC 9(7).
014100     05 FILLER                       PIC X(49) VALUE SPACES.
014200
014300 01  RPT-TOTAL-LINE.
014400     05 RPT-TOT-CC                   PIC X(1) VALUE ' '.
014500     05 FILLER                       PIC X(4) VALUE SPACES.
014600     05 RPT-TOT-TEXT                 PIC X(30).
014700     05 RPT-TOT-COUNT                PIC ZZZ,ZZZ,ZZ9.
014800     05 FILLER                       PIC X(87) VALUE SPACES.
014900
015000 PROCEDURE DIVISION.
015100
015200 0000-MAINLINE.
015300
015400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015500
015600     PERFORM 2000-FREEZE-STUDENT THRU 2000-EXIT
015700         UNTIL WS-STU-EOF.
015800
015900     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
016000
016100     PERFORM 3000-TERMINATE THRU 3000-EXIT.
016200
016300     GOBACK.
016400
016500 1000-INITIALIZE.
016600
016700     ACCEPT WS-TERM-IN FROM SYSIN.
016800     IF WS-TERM-IN = SPACES
016900         DISPLAY 'DCJB8BCS - NO TERM ON SYSIN'
017000         GO TO 9999-ABEND
017100     END-IF.
017200
017300     OPEN INPUT TERMFILE.
017400     IF NOT WS-TERMFILE-OK
017500         DISPLAY 'DCJB8BCS - TERMFILE OPEN FAILED, STATUS = '
017600             WS-TERMFILE-STATUS
017700         GO TO 9999-ABEND
017800     END-IF.
017900
018000     MOVE WS-TERM-IN TO TRM-CODE.
018100     READ TERMFILE
018200         INVALID KEY
018300             DISPLAY 'DCJB8BCS - TERM ' WS-TERM-IN
018400                 ' NOT ON THE TERM CALENDAR'
018500             GO TO 9999-ABEND
018600     END-READ.
018700
018800*    A ZERO CENSUS DATE MEANS THE CALENDAR WAS NEVER GIVEN ONE -
018900*    THE OFFICE HAS TO SET IT ON DCJB8PGT BEFORE THE COUNT IS
019000*    TAKEN, NOT HAVE THE RUN GUESS.
019100     IF (TRM-CENSUS-DATE IS NOT NUMERIC) OR
019200        (TRM-CENSUS-DATE = 0)
019300         DISPLAY 'DCJB8BCS - TERM ' WS-TERM-IN
019400             ' HAS NO CENSUS DATE ON THE TERM CALENDAR'
019500         GO TO 9999-ABEND
019600     END-IF.
019700     MOVE TRM-CENSUS-DATE TO WS-CENSUS-DATE.
019800     CLOSE TERMFILE.
019900
020000     ACCEPT WS-TODAY FROM DAY.
020100     COMPUTE WS-TODAY-CYYDDD = WS-TODAY - 1900000.
020200
020300     IF WS-TODAY-CYYDDD < WS-CENSUS-DATE
020400         DISPLAY 'DCJB8BCS - CENSUS DATE ' WS-CENSUS-DATE
020500             ' NOT REACHED - NO SNAPSHOT TAKEN'
020600         MOVE 4 TO RETURN-CODE
020700         GOBACK
020800     END-IF.
020900
021000     OPEN I-O CENSFILE.
021100     IF NOT WS-CENSFILE-OK
021200         DISPLAY 'DCJB8BCS - CENSFILE OPEN FAILED, STATUS = '
021300             WS-CENSFILE-STATUS
021400         GO TO 9999-ABEND
021500     END-IF.
021600
021700     PERFORM 1100-CHECK-TAKEN THRU 1100-EXIT.
021800     IF WS-ALREADY-TAKEN
021900         DISPLAY 'DCJB8BCS - CENSUS FOR TERM ' WS-TERM-IN
022000             ' ALREADY TAKEN - SNAPSHOT LEFT AS IT STANDS'
022100         CLOSE CENSFILE
022200         MOVE 4 TO RETURN-CODE
022300         GOBACK
022400     END-IF.
022500
022600     OPEN INPUT STUFILE.
022700     IF NOT WS-STUFILE-OK
022800         DISPLAY 'DCJB8BCS - STUFILE OPEN FAILED, STATUS = '
022900             WS-STUFILE-STATUS
023000         GO TO 9999-ABEND
023100     END-IF.
023200
023300     OPEN INPUT CRSFILE.
023400     IF NOT WS-CRSFILE-OK
023500         DISPLAY 'DCJB8BCS - CRSFILE OPEN FAILED, STATUS = '
023600             WS-CRSFILE-STATUS
023700         GO TO 9999-ABEND
023800     END-IF.
023900
024000     OPEN OUTPUT CENSUS-RPT.
024100     IF NOT WS-CENRPT-OK
024200         DISPLAY 'DCJB8BCS - CENRPT OPEN FAILED, STATUS = '
024300             WS-CENRPT-STATUS
024400         GO TO 9999-ABEND
024500     END-IF.
024600
024700     MOVE WS-TERM-IN TO HD1-TERM.
024800     MOVE WS-CENSUS-DATE TO HD1-CENSUS-DATE.
024900     MOVE WS-TODAY-CYYDDD TO HD1-SNAP-DATE.
025000     WRITE RPT-LINE FROM RPT-HEADING-1.
025100
025200     PERFORM 2100-READ-NEXT-STUDENT THRU 2100-EXIT.
025300
025400 1000-EXIT.
025500     EXIT.
025600
025700*----------------------------------------------------------------
025800* ANY CENSFILE ROW UNDER THE TERM MEANS THE SNAPSHOT WAS ALREADY
025900* TAKEN - POSITION AT THE FRONT OF THE TERM AND LOOK AT THE FIRST
026000* ROW THERE.
026100*----------------------------------------------------------------
026200 1100-CHECK-TAKEN.
026300
026400     MOVE WS-TERM-IN TO CEN-TERM.
026500     MOVE LOW-VALUES TO CEN-STU-NUMBER.
026600     START CENSFILE KEY IS NOT LESS THAN CEN-KEY
026700         INVALID KEY
026800             GO TO 1100-EXIT
026900     END-START.
027000
027100     READ CENSFILE NEXT RECORD
027200         AT END
027300             GO TO 1100-EXIT
027400     END-READ.
027500
027600     IF CEN-TERM = WS-TERM-IN
027700         MOVE 'Y' TO WS-TAKEN-SW
027800     END-IF.
027900
028000 1100-EXIT.
028100     EXIT.
028200
028300*----------------------------------------------------------------
028400* ONE STUDENT - AN ACTIVE STUDENT REGISTERED IN THE CENSUS TERM
028500* IS WRITTEN TO CENSFILE EXACTLY AS STUFILE HOLDS IT TODAY.
028600*----------------------------------------------------------------
028700 2000-FREEZE-STUDENT.
028800
028900     IF (NOT STU-ACTIVE) OR (STU-TERM NOT = WS-TERM-IN)
029000         GO TO 2000-NEXT
029100     END-IF.
029200
029300     MOVE SPACES TO CENSFILE-RECORD.
029400     MOVE WS-TERM-IN TO CEN-TERM.
029500     MOVE STU-NUMBER TO CEN-STU-NUMBER.
029600     MOVE STU-COURSE-COUNT TO CEN-COURSE-COUNT.
029700     PERFORM 2200-COPY-ONE-SLOT THRU 2200-EXIT
029800         VARYING WS-SLOT-IDX FROM 1 BY 1
029900         UNTIL WS-SLOT-IDX > 10.
030000
030100     PERFORM 2300-SUM-CREDITS THRU 2300-EXIT.
030200     MOVE WS-CREDITS TO CEN-CREDIT-HOURS.
030300     IF WS-CREDITS >= 9
030400         SET CEN-FULL-TIME TO TRUE
030500         ADD 1 TO WS-FT-COUNT
030600     ELSE
030700         SET CEN-PART-TIME TO TRUE
030800         ADD 1 TO WS-PT-COUNT
030900     END-IF.
031000
031100     MOVE STU-CAMPUS TO CEN-CAMPUS.
031200     MOVE STU-PROGRAM TO CEN-PROGRAM.
031300     MOVE STU-FEE-CAT TO CEN-FEE-CAT.
031400     MOVE WS-CENSUS-DATE TO CEN-CENSUS-DATE.
031500     MOVE WS-TODAY-CYYDDD TO CEN-SNAP-DATE.
031600
031700     WRITE CENSFILE-RECORD
031800         INVALID KEY
031900             DISPLAY 'DCJB8BCS - CENSFILE WRITE FAILED FOR '
032000                 STU-NUMBER ', STATUS = ' WS-CENSFILE-STATUS
032100             GO TO 9999-ABEND
032200     END-WRITE.
032300
032400     ADD 1 TO WS-STUDENT-COUNT.
032500     ADD WS-CREDITS TO WS-CREDIT-TOTAL.
032600
032700 2000-NEXT.
032800
032900     PERFORM 2100-READ-NEXT-STUDENT THRU 2100-EXIT.
033000
033100 2000-EXIT.
033200     EXIT.
033300
033400 2100-READ-NEXT-STUDENT.
033500
033600     READ STUFILE NEXT RECORD
033700         AT END
033800             MOVE 'Y' TO WS-STU-EOF-SW
033900     END-READ.
034000
034100 2100-EXIT.
034200     EXIT.
034300
034400 2200-COPY-ONE-SLOT.
034500
034600     MOVE STU-COURSE-TABLE(WS-SLOT-IDX)
034700         TO CEN-COURSE-TABLE(WS-SLOT-IDX).
034800     MOVE STU-BASIS-TABLE(WS-SLOT-IDX)
034900         TO CEN-BASIS-TABLE(WS-SLOT-IDX).
035000     IF STU-COURSE-TABLE(WS-SLOT-IDX) NOT = SPACES
035100         ADD 1 TO WS-SEAT-COUNT
035200     END-IF.
035300
035400 2200-EXIT.
035500     EXIT.
035600
035700*----------------------------------------------------------------
035800* CREDIT HOURS ARE SUMMED EXACTLY AS DCJB8BME'S 2300-SUM-CREDITS
035900* SUMS THEM, SO THE LOAD FROZEN HERE GIVES THE RETURN THE SAME
036000* FULL/PART-TIME SPLIT IT WOULD HAVE COUNTED ON THE DAY.
036100*----------------------------------------------------------------
036200 2300-SUM-CREDITS.
036300
036400     MOVE 0 TO WS-CREDITS.
036500     PERFORM 2400-SUM-ONE-SLOT THRU 2400-EXIT
036600         VARYING WS-SLOT-IDX FROM 1 BY 1
036700         UNTIL WS-SLOT-IDX > 10.
036800
036900 2300-EXIT.
037000     EXIT.
037100
037200 2400-SUM-ONE-SLOT.
037300
037400     IF STU-COURSE-TABLE(WS-SLOT-IDX) = SPACES
037500         GO TO 2400-EXIT
037600     END-IF.
037700
037800     MOVE STU-COURSE-TABLE(WS-SLOT-IDX) TO CRS-CODE.
037900     READ CRSFILE
038000         INVALID KEY
038100             ADD 3 TO WS-CREDITS
038200             GO TO 2400-EXIT
038300     END-READ.
038400
038500     IF (CRS-CREDIT-HOURS IS NUMERIC) AND (CRS-CREDIT-HOURS > 0)
038600         ADD CRS-CREDIT-HOURS TO WS-CREDITS
038700     ELSE
038800         ADD 3 TO WS-CREDITS
038900     END-IF.
039000
039100 2400-EXIT.
039200     EXIT.
039300
039400 5000-PRINT-TOTALS.
039500
039600     MOVE '0' TO RPT-TOT-CC.
039700     MOVE 'STUDENTS FROZEN  . . . . . . .' TO RPT-TOT-TEXT.
039800     MOVE WS-STUDENT-COUNT TO RPT-TOT-COUNT.
039900     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
040000
040100     MOVE ' ' TO RPT-TOT-CC.
040200     MOVE '  FULL TIME  . . . . . . . . .' TO RPT-TOT-TEXT.
040300     MOVE WS-FT-COUNT TO RPT-TOT-COUNT.
040400     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
040500
040600     MOVE '  PART TIME  . . . . . . . . .' TO RPT-TOT-TEXT.
040700     MOVE WS-PT-COUNT TO RPT-TOT-COUNT.
040800     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
040900
041000     MOVE 'COURSE SEATS HELD  . . . . . .' TO RPT-TOT-TEXT.
041100     MOVE WS-SEAT-COUNT TO RPT-TOT-COUNT.
041200     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
041300
041400     MOVE 'CREDIT HOURS . . . . . . . . .' TO RPT-TOT-TEXT.
041500     MOVE WS-CREDIT-TOTAL TO RPT-TOT-COUNT.
041600     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
041700
041800 5000-EXIT.
041900     EXIT.
042000
042100 3000-TERMINATE.
042200
042300     CLOSE STUFILE CRSFILE.
042400     CLOSE CENSFILE.
042500     CLOSE CENSUS-RPT.
042600
042700     DISPLAY 'DCJB8BCS - TERM ' WS-TERM-IN
042800         ' STUDENTS FROZEN = ' WS-STUDENT-COUNT.
042900
043000 3000-EXIT.
043100     EXIT.
043200
043300 9999-ABEND.
043400
043500     MOVE 16 TO RETURN-CODE.
043600     GOBACK.
043700
043800 END PROGRAM DCJB8BCS.
