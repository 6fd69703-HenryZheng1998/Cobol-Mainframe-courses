000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BET.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - COURSE EVALUATION TOKEN ISSUE.
001100*                FOR THE SYSIN TERM, ONCE THE TERM IS WITHIN THE
001200*                PARMFILE EVALWNDW NUMBER OF DAYS OF TRM-END-DATE,
001300*                EVERY ACTIVE STUDENT'S FOR-CREDIT SEATS ARE EACH
001400*                GIVEN A RANDOM TOKEN ON EVTOKEN (SECTION AND
001500*                INSTRUCTOR, NO STUDENT) AND ONE PRINTED SLIP
001600*                LISTS THE STUDENT'S TOKENS. EVISSUE REMEMBERS
001700*                WHICH SEATS HAVE HAD ONE, NOT WHICH TOKEN, SO A
001800*                RERUN PICKS UP ONLY LATE ENROLMENTS.
001900*----------------------------------------------------------------
002000
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER. IBM-370.
002400 OBJECT-COMPUTER. IBM-370.
002500
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800
002900     SELECT STUFILE ASSIGN TO STUFILE
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS STU-NUMBER
003300         FILE STATUS IS WS-STUFILE-STATUS.
003400
003500     SELECT CRSFILE ASSIGN TO CRSFILE
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS CRS-CODE
003900         FILE STATUS IS WS-CRSFILE-STATUS.
004000
004100     SELECT TERMFILE ASSIGN TO TERMFILE
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS TRM-KEY
004500         FILE STATUS IS WS-TERMFILE-STATUS.
004600
004700*    CENTRAL PARAMETER FILE - THE EVALWNDW DAY COUNT.
004800     SELECT PARM-FILE ASSIGN TO PARMFILE
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS PAR-KEY
005200         FILE STATUS IS WS-PARMFILE-STATUS.
005300
005400*    THE TOKENS THEMSELVES - SEE EVTKREC.
005500     SELECT EVTOKEN-FILE ASSIGN TO EVTOKEN
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS EVT-KEY
005900         FILE STATUS IS WS-EVTOKEN-STATUS.
006000
006100*    THE SEATS ALREADY ISSUED A TOKEN - SEE EVISREC.
006200     SELECT EVISSUE-FILE ASSIGN TO EVISSUE
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS EVI-KEY
006600         FILE STATUS IS WS-EVISSUE-STATUS.
006700
006800     SELECT CORR-FILE ASSIGN TO CORRFILE
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS COR-KEY
007200         FILE STATUS IS WS-CORFILE-STATUS.
007300
007400     SELECT SLIP-RPT ASSIGN TO EVSLIP
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-EVSLIP-STATUS.
007700
007800     SELECT ISSUE-RPT ASSIGN TO EVTRPT
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-EVTRPT-STATUS.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400
008500 FD  STUFILE
008600     LABEL RECORDS ARE STANDARD
008700     RECORD CONTAINS 227 CHARACTERS
008800     DATA RECORD IS STUFILE-RECORD.
008900
009000*    STUFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
009100     COPY 'STUREC'.
009200
009300 FD  CRSFILE
009400     LABEL RECORDS ARE STANDARD
009500     RECORD CONTAINS 242 CHARACTERS
009600     DATA RECORD IS CRSFILE-RECORD.
009700
009800*    CRSFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
009900     COPY 'CRSREC'.
010000
010100 FD  TERMFILE
010200     LABEL RECORDS ARE STANDARD
010300     RECORD CONTAINS 47 CHARACTERS
010400     DATA RECORD IS TERMFILE-RECORD.
010500
010600     COPY 'TERMREC'.
010700
010800 FD  PARM-FILE
010900     LABEL RECORDS ARE STANDARD
011000     RECORD CONTAINS 78 CHARACTERS
011100     DATA RECORD IS PARMFILE-RECORD.
011200
011300*    PARMFILE RECORD LAYOUT - SHARED WITH DCJB8PHK.
011400     COPY 'PARMREC'.
011500
011600 FD  EVTOKEN-FILE
011700     LABEL RECORDS ARE STANDARD
011800     RECORD CONTAINS 40 CHARACTERS
011900     DATA RECORD IS EVTOKEN-RECORD.
012000
012100*    EVTOKEN RECORD LAYOUT - SHARED WITH DCJB8BEL.
012200     COPY 'EVTKREC'.
012300
012400 FD  EVISSUE-FILE
012500     LABEL RECORDS ARE STANDARD
012600     RECORD CONTAINS 30 CHARACTERS
012700     DATA RECORD IS EVISSUE-RECORD.
012800
012900     COPY 'EVISREC'.
013000
013100 FD  CORR-FILE
013200     LABEL RECORDS ARE STANDARD
013300     RECORD CONTAINS 40 CHARACTERS
013400     DATA RECORD IS CORRFILE-RECORD.
013500
013600     COPY 'CORRREC'.
013700
013800 FD  SLIP-RPT
013900     LABEL RECORDS ARE STANDARD
014000     RECORD CONTAINS 133 CHARACTERS
014100     DATA RECORD IS RPT-LINE.
014200 01  RPT-LINE                        PIC X(133).
014300
014400 FD  ISSUE-RPT
014500     LABEL RECORDS ARE STANDARD
014600     RECORD CONTAINS 133 CHARACTERS
014700     DATA RECORD IS ETR-LINE.
014800 01  ETR-LINE                        PIC X(133).
014900
015000 WORKING-STORAGE SECTION.
015100
015200 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
015300     88 WS-STUFILE-OK                    VALUE '00'.
015400 01  WS-CRSFILE-STATUS               PIC X(2) VALUE SPACES.
015500     88 WS-CRSFILE-OK                    VALUE '00'.
015600 01  WS-TERMFILE-STATUS              PIC X(2) VALUE SPACES.
015700     88 WS-TERMFILE-OK                   VALUE '00'.
015800 01  WS-PARMFILE-STATUS              PIC X(2) VALUE SPACES.
015900     88 WS-PARMFILE-OK                   VALUE '00'.
016000 01  WS-PARM-VALUE-X                 PIC X(12) VALUE SPACES.
016100 01  WS-EVTOKEN-STATUS               PIC X(2) VALUE SPACES.
016200     88 WS-EVTOKEN-OK                    VALUE '00'.
016300 01  WS-EVISSUE-STATUS               PIC X(2) VALUE SPACES.
016400     88 WS-EVISSUE-OK                    VALUE '00'.
016500 01  WS-CORFILE-STATUS               PIC X(2) VALUE SPACES.
016600     88 WS-CORFILE-OK                    VALUE '00'.
016700 01  WS-EVSLIP-STATUS                PIC X(2) VALUE SPACES.
016800     88 WS-EVSLIP-OK                     VALUE '00'.
016900 01  WS-EVTRPT-STATUS                PIC X(2) VALUE SPACES.
017000     88 WS-EVTRPT-OK                     VALUE '00'.
017100
017200 01  WS-SWITCHES.
017300     05 WS-STU-EOF-SW                PIC X(1) VALUE 'N'.
017400         88 WS-STU-EOF                    VALUE 'Y'.
017500
017600 01  WS-SYSIN-CARD.
017700     05 WS-RUN-TERM                  PIC X(5).
017800     05 FILLER                       PIC X(75).
017900
018000* HOW MANY DAYS BEFORE TRM-END-DATE THE TOKENS MAY GO OUT
018100* (PARMFILE EVALWNDW). THE WINDOW CLOSES AT THE TERM END - A
018200* FORM FILLED IN ONCE THE GRADES ARE COMING IN IS NOT WANTED.
018300 01  WS-WINDOW-DAYS                  PIC 9(3) VALUE 0.
018400 01  WS-WINDOW-DAYS-X REDEFINES WS-WINDOW-DAYS
018500                                     PIC X(3).
018600
018700* DATES ARE CYYDDD; COMPARISONS GO THROUGH A DAY NUMBER
018800* (CYY * 365 + DDD), THE SAME RECKONING DCJB8BWL AGES ITS WAITLIST
018900* BY.
019000 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
019100 01  WS-JRN-DATE                     PIC S9(7) VALUE 0.
019200 01  WS-CYYDDD-WORK                  PIC 9(7) VALUE 0.
019300 01  WS-CYY-WORK                     PIC 9(4) VALUE 0.
019400 01  WS-DDD-WORK                     PIC 9(3) VALUE 0.
019500 01  WS-DAYNO-WORK                   PIC S9(7) COMP-3 VALUE 0.
019600 01  WS-TODAY-DAYNO                  PIC S9(7) COMP-3 VALUE 0.
019700 01  WS-END-DAYNO                    PIC S9(7) COMP-3 VALUE 0.
019800
019900* THE TOKEN GENERATOR - A MULTIPLICATIVE CONGRUENTIAL SEQUENCE
020000* (SEED * 16807, MODULO 2**31 - 1) STARTED FROM THE TIME OF DAY,
020100* SO NO TWO RUNS DEAL THE SAME TOKENS AND A TOKEN SAYS NOTHING
020200* ABOUT THE ORDER IT WAS ISSUED IN.
020300 01  WS-CURR-TIME                    PIC 9(8) VALUE 0.
020400 01  WS-RAND-SEED                    PIC 9(10) VALUE 0.
020500 01  WS-RAND-PRODUCT                 PIC 9(15) VALUE 0.
020600 01  WS-RAND-QUOT                    PIC 9(10) VALUE 0.
020700 01  WS-TOKEN-WORK                   PIC 9(10) VALUE 0.
020800 01  WS-TOKEN-WORK-X REDEFINES WS-TOKEN-WORK
020900                                     PIC X(10).
021000 77  WS-TOKEN-TRIES                  PIC S9(3) COMP VALUE 0.
021100
021200* THE STUDENT IN HAND AND THE TOKENS ISSUED TO THEM THIS RUN -
021300* ONE SLIP LISTS THEM ALL. THE TABLE IS CLEARED AS SOON AS THE
021400* SLIP IS PRINTED.
021500 01  WS-SLIP-COUNT                   PIC S9(2) COMP VALUE 0.
021600 01  WS-SLIP-TABLE.
021700     05 WS-SLIP-ENTRY OCCURS 10 TIMES.
021800         10 WS-SLIP-COURSE           PIC X(8).
021900         10 WS-SLIP-TITLE            PIC X(20).
022000         10 WS-SLIP-TOKEN            PIC X(10).
022100 77  WS-SLIP-IDX                     PIC S9(2) COMP VALUE 0.
022200 77  WS-SLOT-IDX                     PIC S9(2) COMP VALUE 0.
022300
022400 77  WS-STUDENT-COUNT                PIC S9(7) COMP VALUE 0.
022500 77  WS-SEAT-COUNT                   PIC S9(7) COMP VALUE 0.
022600 77  WS-AUDIT-COUNT                  PIC S9(7) COMP VALUE 0.
022700 77  WS-ALREADY-COUNT                PIC S9(7) COMP VALUE 0.
022800 77  WS-ISSUED-COUNT                 PIC S9(7) COMP VALUE 0.
022900 77  WS-SLIP-PRINTED                 PIC S9(7) COMP VALUE 0.
023000
023100 01  RPT-HEADING-1.
023200     05 RPT-HDG1-CC                  PIC X(1) VALUE '1'.
023300     05 FILLER                       PIC X(4) VALUE SPACES.
023400     05 FILLER                       PIC X(36) VALUE
023500            'COURSE EVALUATION TOKENS - TERM: '.
023600     05 RPT-HDG1-TERM                PIC X(5).
023700     05 FILLER                       PIC X(87) VALUE SPACES.
023800
023900 01  RPT-TOTAL-LINE.
024000     05 RPT-TOT-CC                   PIC X(1) VALUE ' '.
024100     05 FILLER                       PIC X(4) VALUE SPACES.
024200     05 RPT-TOT-LABEL                PIC X(36).
024300     05 RPT-TOT-COUNT                PIC ZZZ,ZZ9.
024400     05 FILLER                       PIC X(85) VALUE SPACES.
024500
024600 01  LTR-TEXT-LINE.
024700     05 LTR-TXT-CC                   PIC X(1) VALUE ' '.
024800     05 FILLER                       PIC X(4) VALUE SPACES.
024900     05 LTR-TXT                      PIC X(60).
025000     05 FILLER                       PIC X(68) VALUE SPACES.
025100
025200 01  LTR-SLIP-HEADING.
025300     05 LTR-SLH-CC                   PIC X(1) VALUE '1'.
025400     05 FILLER                       PIC X(4) VALUE SPACES.
025500     05 FILLER                       PIC X(36) VALUE
025600            'COURSE EVALUATION - YOUR TOKENS'.
025700     05 FILLER                       PIC X(92) VALUE SPACES.
025800
025900 01  LTR-TOKEN-LINE.
026000     05 LTR-TOK-CC                   PIC X(1) VALUE ' '.
026100     05 FILLER                       PIC X(8) VALUE SPACES.
026200     05 LTR-TOK-COURSE               PIC X(8).
026300     05 FILLER                       PIC X(2) VALUE SPACES.
026400     05 LTR-TOK-TITLE                PIC X(20).
026500     05 FILLER                       PIC X(2) VALUE SPACES.
026600     05 LTR-TOK-TOKEN                PIC X(10).
026700     05 FILLER                       PIC X(82) VALUE SPACES.
026800
026900 PROCEDURE DIVISION.
027000
027100 0000-MAINLINE.
027200
027300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027400
027500     PERFORM 2000-PROCESS-STUDENT THRU 2000-EXIT
027600         UNTIL WS-STU-EOF.
027700
027800     PERFORM 3000-TERMINATE THRU 3000-EXIT.
027900
028000     GOBACK.
028100
028200 1000-INITIALIZE.
028300
028400     MOVE SPACES TO WS-SYSIN-CARD.
028500     ACCEPT WS-SYSIN-CARD FROM SYSIN.
028600     IF WS-RUN-TERM = SPACES
028700         DISPLAY 'DCJB8BET - TERM PARM MISSING FROM SYSIN'
028800         GO TO 9999-ABEND
028900     END-IF.
029000
029100     PERFORM 1100-LOAD-PARMS THRU 1100-EXIT.
029200
029300     ACCEPT WS-CURR-DATE FROM DAY.
029400*    REDUCE YYYYDDD TO THE CYYDDD SHAPE TERMFILE AND THE
029500*    CORRESPONDENCE REGISTER CARRY.
029600     COMPUTE WS-JRN-DATE = WS-CURR-DATE - 1900000.
029700     MOVE WS-JRN-DATE TO WS-CYYDDD-WORK.
029800     PERFORM 7500-DAY-NUMBER THRU 7500-EXIT.
029900     MOVE WS-DAYNO-WORK TO WS-TODAY-DAYNO.
030000
030100     OPEN INPUT TERMFILE.
030200     IF NOT WS-TERMFILE-OK
030300         DISPLAY 'DCJB8BET - TERMFILE OPEN FAILED, STATUS = '
030400             WS-TERMFILE-STATUS
030500         GO TO 9999-ABEND
030600     END-IF.
030700     MOVE WS-RUN-TERM TO TRM-CODE.
030800     READ TERMFILE
030900         INVALID KEY
031000             DISPLAY 'DCJB8BET - TERM ' WS-RUN-TERM
031100                 ' NOT ON TERMFILE'
031200             GO TO 9999-ABEND
031300     END-READ.
031400     MOVE TRM-END-DATE TO WS-CYYDDD-WORK.
031500     PERFORM 7500-DAY-NUMBER THRU 7500-EXIT.
031600     MOVE WS-DAYNO-WORK TO WS-END-DAYNO.
031700     CLOSE TERMFILE.
031800
031900     IF (WS-TODAY-DAYNO < WS-END-DAYNO - WS-WINDOW-DAYS) OR
032000        (WS-TODAY-DAYNO > WS-END-DAYNO)
032100         DISPLAY 'DCJB8BET - TERM ' WS-RUN-TERM
032200             ' OUTSIDE THE EVALUATION WINDOW - NO TOKENS ISSUED'
032300         MOVE 4 TO RETURN-CODE
032400         GOBACK
032500     END-IF.
032600
032700     OPEN INPUT STUFILE.
032800     IF NOT WS-STUFILE-OK
032900         DISPLAY 'DCJB8BET - STUFILE OPEN FAILED, STATUS = '
033000             WS-STUFILE-STATUS
033100         GO TO 9999-ABEND
033200     END-IF.
033300
033400     OPEN INPUT CRSFILE.
033500     IF NOT WS-CRSFILE-OK
033600         DISPLAY 'DCJB8BET - CRSFILE OPEN FAILED, STATUS = '
033700             WS-CRSFILE-STATUS
033800         GO TO 9999-ABEND
033900     END-IF.
034000
034100     OPEN I-O EVTOKEN-FILE.
034200     IF NOT WS-EVTOKEN-OK
034300         DISPLAY 'DCJB8BET - EVTOKEN OPEN FAILED, STATUS = '
034400             WS-EVTOKEN-STATUS
034500         GO TO 9999-ABEND
034600     END-IF.
034700
034800     OPEN I-O EVISSUE-FILE.
034900     IF NOT WS-EVISSUE-OK
035000         DISPLAY 'DCJB8BET - EVISSUE OPEN FAILED, STATUS = '
035100             WS-EVISSUE-STATUS
035200         GO TO 9999-ABEND
035300     END-IF.
035400
035500     OPEN I-O CORR-FILE.
035600     IF NOT WS-CORFILE-OK
035700         DISPLAY 'DCJB8BET - CORRFILE OPEN FAILED, STATUS = '
035800             WS-CORFILE-STATUS
035900         GO TO 9999-ABEND
036000     END-IF.
036100
036200     OPEN OUTPUT SLIP-RPT.
036300     IF NOT WS-EVSLIP-OK
036400         DISPLAY 'DCJB8BET - EVSLIP OPEN FAILED, STATUS = '
036500             WS-EVSLIP-STATUS
036600         GO TO 9999-ABEND
036700     END-IF.
036800
036900     OPEN OUTPUT ISSUE-RPT.
037000     IF NOT WS-EVTRPT-OK
037100         DISPLAY 'DCJB8BET - EVTRPT OPEN FAILED, STATUS = '
037200             WS-EVTRPT-STATUS
037300         GO TO 9999-ABEND
037400     END-IF.
037500
037600     MOVE WS-RUN-TERM TO RPT-HDG1-TERM.
037700     WRITE ETR-LINE FROM RPT-HEADING-1.
037800
037900*    THE GENERATOR IS SEEDED FROM THE CLOCK. A ZERO SEED WOULD
038000*    STAY ZERO.
038100     ACCEPT WS-CURR-TIME FROM TIME.
038200     COMPUTE WS-RAND-SEED = WS-CURR-TIME + WS-CURR-DATE.
038300     IF WS-RAND-SEED = 0
038400         MOVE 1 TO WS-RAND-SEED
038500     END-IF.
038600
038700     PERFORM 2100-READ-NEXT-STUDENT THRU 2100-EXIT.
038800
038900 1000-EXIT.
039000     EXIT.
039100
039200*----------------------------------------------------------------
039300* THE WINDOW COMES OFF PARMFILE (EVALWNDW). A MISSING OR
039400* NON-NUMERIC ROW STOPS THE RUN RATHER THAN ISSUE AGAINST A
039500* GUESSED DATE.
039600*----------------------------------------------------------------
039700 1100-LOAD-PARMS.
039800
039900     OPEN INPUT PARM-FILE.
040000     IF NOT WS-PARMFILE-OK
040100         DISPLAY 'DCJB8BET - PARMFILE OPEN FAILED, STATUS = '
040200             WS-PARMFILE-STATUS
040300         GO TO 9999-ABEND
040400     END-IF.
040500
040600     MOVE 'EVALWNDW' TO PAR-NAME.
040700     READ PARM-FILE
040800         INVALID KEY
040900             MOVE SPACES TO PAR-VALUE
041000     END-READ.
041100     MOVE PAR-VALUE TO WS-PARM-VALUE-X.
041200     IF WS-PARM-VALUE-X(1:3) IS NOT NUMERIC
041300         DISPLAY 'DCJB8BET - PARMFILE EVALWNDW MISSING OR INVALID'
041400         GO TO 9999-ABEND
041500     END-IF.
041600     MOVE WS-PARM-VALUE-X(1:3) TO WS-WINDOW-DAYS-X.
041700
041800     CLOSE PARM-FILE.
041900
042000 1100-EXIT.
042100     EXIT.
042200
042300*----------------------------------------------------------------
042400* ONE STUDENT - AN ACTIVE STUDENT IN THE RUN TERM HAS EACH OF
042500* THEIR FOR-CREDIT SEATS ISSUED A TOKEN, THEN GETS ONE SLIP.
042600* AN AUDITED SEAT ('A' IN STU-BASIS-TABLE) IS NOT EVALUATED.
042700*----------------------------------------------------------------
042800 2000-PROCESS-STUDENT.
042900
043000     IF (NOT STU-ACTIVE) OR (STU-TERM NOT = WS-RUN-TERM)
043100         GO TO 2000-NEXT
043200     END-IF.
043300
043400     MOVE 0 TO WS-SLIP-COUNT.
043500     PERFORM 2200-ISSUE-ONE-SEAT THRU 2200-EXIT
043600         VARYING WS-SLOT-IDX FROM 1 BY 1
043700         UNTIL WS-SLOT-IDX > 10.
043800
043900     IF WS-SLIP-COUNT > 0
044000         PERFORM 5000-PRINT-SLIP THRU 5000-EXIT
044100     END-IF.
044200
044300 2000-NEXT.
044400
044500     PERFORM 2100-READ-NEXT-STUDENT THRU 2100-EXIT.
044600
044700 2000-EXIT.
044800     EXIT.
044900
045000 2100-READ-NEXT-STUDENT.
045100
045200     READ STUFILE NEXT RECORD
045300         AT END
045400             MOVE 'Y' TO WS-STU-EOF-SW
045500     END-READ.
045600
045700 2100-EXIT.
045800     EXIT.
045900
046000 2200-ISSUE-ONE-SEAT.
046100
046200     IF STU-COURSE-TABLE(WS-SLOT-IDX) = SPACES
046300         GO TO 2200-EXIT
046400     END-IF.
046500     ADD 1 TO WS-SEAT-COUNT.
046600
046700     IF STU-BASIS-TABLE(WS-SLOT-IDX) = 'A'
046800         ADD 1 TO WS-AUDIT-COUNT
046900         GO TO 2200-EXIT
047000     END-IF.
047100
047200     MOVE STU-NUMBER TO EVI-STU-NUMBER.
047300     MOVE WS-RUN-TERM TO EVI-TERM.
047400     MOVE STU-COURSE-TABLE(WS-SLOT-IDX) TO EVI-COURSE.
047500     READ EVISSUE-FILE
047600         INVALID KEY
047700             CONTINUE
047800         NOT INVALID KEY
047900             ADD 1 TO WS-ALREADY-COUNT
048000             GO TO 2200-EXIT
048100     END-READ.
048200
048300     MOVE STU-COURSE-TABLE(WS-SLOT-IDX) TO CRS-CODE.
048400     READ CRSFILE
048500         INVALID KEY
048600             MOVE SPACES TO CRS-TITLE
048700             MOVE SPACES TO CRS-INSTR-ID
048800     END-READ.
048900
049000     MOVE SPACES TO EVTOKEN-RECORD.
049100     MOVE WS-RUN-TERM TO EVT-TERM.
049200     MOVE STU-COURSE-TABLE(WS-SLOT-IDX) TO EVT-COURSE.
049300     MOVE CRS-INSTR-ID TO EVT-INSTR-ID.
049400     SET EVT-ISSUED TO TRUE.
049500*    THE STATUS IS STILL '00' FROM THE LAST EVTOKEN I/O - CLEAR
049600*    IT SO THE FIRST WRITE IS ACTUALLY TRIED.
049700     MOVE SPACES TO WS-EVTOKEN-STATUS.
049800     MOVE 0 TO WS-TOKEN-TRIES.
049900     PERFORM 2300-TRY-ONE-TOKEN THRU 2300-EXIT
050000         UNTIL (WS-EVTOKEN-OK) OR (WS-TOKEN-TRIES > 50).
050100     IF NOT WS-EVTOKEN-OK
050200         DISPLAY 'DCJB8BET - NO FREE TOKEN AFTER 50 TRIES'
050300         GO TO 9999-ABEND
050400     END-IF.
050500
050600     MOVE SPACES TO EVISSUE-RECORD.
050700     MOVE STU-NUMBER TO EVI-STU-NUMBER.
050800     MOVE WS-RUN-TERM TO EVI-TERM.
050900     MOVE STU-COURSE-TABLE(WS-SLOT-IDX) TO EVI-COURSE.
051000     WRITE EVISSUE-RECORD.
051100     IF NOT WS-EVISSUE-OK
051200         DISPLAY 'DCJB8BET - EVISSUE WRITE FAILED, STATUS = '
051300             WS-EVISSUE-STATUS
051400         GO TO 9999-ABEND
051500     END-IF.
051600
051700     ADD 1 TO WS-SLIP-COUNT.
051800     MOVE STU-COURSE-TABLE(WS-SLOT-IDX)
051900         TO WS-SLIP-COURSE(WS-SLIP-COUNT).
052000     MOVE CRS-TITLE TO WS-SLIP-TITLE(WS-SLIP-COUNT).
052100     MOVE EVT-TOKEN TO WS-SLIP-TOKEN(WS-SLIP-COUNT).
052200     ADD 1 TO WS-ISSUED-COUNT.
052300
052400 2200-EXIT.
052500     EXIT.
052600
052700*----------------------------------------------------------------
052800* DRAWS THE NEXT NUMBER FROM THE GENERATOR AND TRIES IT AS A
052900* TOKEN. A NUMBER ALREADY DEALT (THIS TERM OR AN EARLIER ONE) IS
053000* REFUSED BY THE KEY AND THE NEXT ONE IS DRAWN.
053100*----------------------------------------------------------------
053200 2300-TRY-ONE-TOKEN.
053300
053400     ADD 1 TO WS-TOKEN-TRIES.
053500     COMPUTE WS-RAND-PRODUCT = WS-RAND-SEED * 16807.
053600     DIVIDE WS-RAND-PRODUCT BY 2147483647
053700         GIVING WS-RAND-QUOT
053800         REMAINDER WS-RAND-SEED.
053900     MOVE WS-RAND-SEED TO WS-TOKEN-WORK.
054000     MOVE WS-TOKEN-WORK-X TO EVT-TOKEN.
054100
054200     WRITE EVTOKEN-RECORD
054300         INVALID KEY
054400             CONTINUE
054500     END-WRITE.
054600
054700 2300-EXIT.
054800     EXIT.
054900
055000 3000-TERMINATE.
055100
055200     MOVE 'ENROLLED SEATS IN TERM' TO RPT-TOT-LABEL.
055300     MOVE WS-SEAT-COUNT TO RPT-TOT-COUNT.
055400     MOVE '0' TO RPT-TOT-CC.
055500     WRITE ETR-LINE FROM RPT-TOTAL-LINE.
055600     MOVE ' ' TO RPT-TOT-CC.
055700     MOVE 'AUDITED - NOT EVALUATED' TO RPT-TOT-LABEL.
055800     MOVE WS-AUDIT-COUNT TO RPT-TOT-COUNT.
055900     WRITE ETR-LINE FROM RPT-TOTAL-LINE.
056000     MOVE 'TOKEN ISSUED ON AN EARLIER RUN' TO RPT-TOT-LABEL.
056100     MOVE WS-ALREADY-COUNT TO RPT-TOT-COUNT.
056200     WRITE ETR-LINE FROM RPT-TOTAL-LINE.
056300     MOVE 'TOKENS ISSUED THIS RUN' TO RPT-TOT-LABEL.
056400     MOVE WS-ISSUED-COUNT TO RPT-TOT-COUNT.
056500     WRITE ETR-LINE FROM RPT-TOTAL-LINE.
056600     MOVE 'STUDENT SLIPS PRINTED' TO RPT-TOT-LABEL.
056700     MOVE WS-SLIP-PRINTED TO RPT-TOT-COUNT.
056800     WRITE ETR-LINE FROM RPT-TOTAL-LINE.
056900
057000     CLOSE STUFILE.
057100     CLOSE CRSFILE.
057200     CLOSE EVTOKEN-FILE.
057300     CLOSE EVISSUE-FILE.
057400     CLOSE CORR-FILE.
057500     CLOSE SLIP-RPT.
057600     CLOSE ISSUE-RPT.
057700
057800     DISPLAY 'DCJB8BET - TOKENS ISSUED = ' WS-ISSUED-COUNT
057900         ' SLIPS = ' WS-SLIP-PRINTED.
058000
058100 3000-EXIT.
058200     EXIT.
058300
058400*----------------------------------------------------------------
058500* THE STUDENT'S SLIP - ONE TOKEN PER SECTION. IT GOES OUT ON
058600* PAPER ONLY: THE EMAIL QUEUE KEEPS EVERY BODY LINE FOR BOUNCE
058700* REPRINTS, AND A KEPT COPY WOULD TIE THE TOKENS BACK TO THE
058800* STUDENT. THE REGISTER ROW (EVALTOK) SAYS A SLIP WENT OUT, NOT
058900* WHAT WAS ON IT.
059000*----------------------------------------------------------------
059100 5000-PRINT-SLIP.
059200
059300     WRITE RPT-LINE FROM LTR-SLIP-HEADING.
059400     MOVE STU-NAME TO LTR-TXT.
059500     WRITE RPT-LINE FROM LTR-TEXT-LINE.
059600     MOVE STU-ADDRESS-1 TO LTR-TXT.
059700     WRITE RPT-LINE FROM LTR-TEXT-LINE.
059800     MOVE STU-ADDRESS-2 TO LTR-TXT.
059900     WRITE RPT-LINE FROM LTR-TEXT-LINE.
060000     MOVE STU-ADDRESS-3 TO LTR-TXT.
060100     WRITE RPT-LINE FROM LTR-TEXT-LINE.
060200     MOVE SPACES TO LTR-TXT.
060300     WRITE RPT-LINE FROM LTR-TEXT-LINE.
060400
060500     MOVE 'PLEASE EVALUATE EACH OF YOUR COURSES THIS TERM. WRITE'
060600         TO LTR-TXT.
060700     WRITE RPT-LINE FROM LTR-TEXT-LINE.
060800     MOVE 'THE TOKEN BELOW ON THAT COURSE''S EVALUATION FORM.'
060900         TO LTR-TXT.
061000     WRITE RPT-LINE FROM LTR-TEXT-LINE.
061100     MOVE SPACES TO LTR-TXT.
061200     WRITE RPT-LINE FROM LTR-TEXT-LINE.
061300
061400     PERFORM 5100-PRINT-ONE-TOKEN THRU 5100-EXIT
061500         VARYING WS-SLIP-IDX FROM 1 BY 1
061600         UNTIL WS-SLIP-IDX > WS-SLIP-COUNT.
061700
061800     MOVE SPACES TO LTR-TXT.
061900     WRITE RPT-LINE FROM LTR-TEXT-LINE.
062000     MOVE 'THE TOKENS ARE NOT RECORDED AGAINST YOUR NAME - NO ONE'
062100         TO LTR-TXT.
062200     WRITE RPT-LINE FROM LTR-TEXT-LINE.
062300     MOVE 'CAN TELL WHICH FORM IS YOURS. EACH TOKEN COUNTS ONCE.'
062400         TO LTR-TXT.
062500     WRITE RPT-LINE FROM LTR-TEXT-LINE.
062600
062700     PERFORM 8200-LOG-CORRESPONDENCE THRU 8200-EXIT.
062800
062900*    THE TOKENS ARE NOT KEPT PAST THE SLIP.
063000     MOVE SPACES TO WS-SLIP-TABLE.
063100     MOVE 0 TO WS-SLIP-COUNT.
063200     ADD 1 TO WS-SLIP-PRINTED.
063300
063400 5000-EXIT.
063500     EXIT.
063600
063700 5100-PRINT-ONE-TOKEN.
063800
063900     MOVE WS-SLIP-COURSE(WS-SLIP-IDX) TO LTR-TOK-COURSE.
064000     MOVE WS-SLIP-TITLE(WS-SLIP-IDX) TO LTR-TOK-TITLE.
064100     MOVE WS-SLIP-TOKEN(WS-SLIP-IDX) TO LTR-TOK-TOKEN.
064200     WRITE RPT-LINE FROM LTR-TOKEN-LINE.
064300
064400 5100-EXIT.
064500     EXIT.
064600
064700*----------------------------------------------------------------
064800* CYYDDD IN WS-CYYDDD-WORK TO A DAY NUMBER IN WS-DAYNO-WORK.
064900*----------------------------------------------------------------
065000 7500-DAY-NUMBER.
065100
065200     DIVIDE WS-CYYDDD-WORK BY 1000
065300         GIVING WS-CYY-WORK
065400         REMAINDER WS-DDD-WORK.
065500     COMPUTE WS-DAYNO-WORK =
065600         (WS-CYY-WORK * 365) + WS-DDD-WORK.
065700
065800 7500-EXIT.
065900     EXIT.
066000
066100*----------------------------------------------------------------
066200* ONE CORRESPONDENCE-REGISTER ROW PER SLIP MAILED - THE
066300* SEQUENCE BUMPS PAST ANY ROW ALREADY ON FILE FOR THE DAY.
066400*----------------------------------------------------------------
066500 8200-LOG-CORRESPONDENCE.
066600
066700     MOVE SPACES TO CORRFILE-RECORD.
066800     MOVE STU-NUMBER TO COR-STU-NUMBER.
066900     MOVE WS-JRN-DATE TO COR-DATE.
067000     MOVE 'EVALTOK' TO COR-DOC-TYPE.
067100     MOVE 'DCJB8BET' TO COR-RUN-ID.
067200     SET COR-ON-PAPER TO TRUE.
067300     MOVE 1 TO COR-SEQ.
067400*    THE STATUS IS STILL '00' FROM THE LAST CORRFILE I/O - CLEAR
067500*    IT SO THE FIRST WRITE IS ACTUALLY TRIED.
067600     MOVE SPACES TO WS-CORFILE-STATUS.
067700
067800     PERFORM 8210-TRY-ONE-SEQ THRU 8210-EXIT
067900         UNTIL (WS-CORFILE-OK) OR (COR-SEQ > 99).
068000
068100 8200-EXIT.
068200     EXIT.
068300
068400 8210-TRY-ONE-SEQ.
068500
068600     WRITE CORRFILE-RECORD
068700         INVALID KEY
068800             ADD 1 TO COR-SEQ
068900     END-WRITE.
069000
069100 8210-EXIT.
069200     EXIT.
069300
069400 9999-ABEND.
069500
069600     MOVE 16 TO RETURN-CODE.
069700     GOBACK.
069800
069900 END PROGRAM DCJB8BET.
