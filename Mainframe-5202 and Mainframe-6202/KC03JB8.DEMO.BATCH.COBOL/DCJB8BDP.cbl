000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BDP.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - DIPLOMA PRINT RUN. EVERY
001100*                GRAPFILE APPLICATION IN THE SYSIN TERM THAT
001200*                DCJB8BGC HAS CLEARED AND THAT HAS NO DIPLOMA YET
001300*                GETS ONE PAGE ON DIPLOMA - NAME, PRGFILE PROGRAM
001400*                TITLE, CAMPUS, THE HONOURS DESIGNATION WORKED OUT
001500*                FROM STU-CUM-GPA AGAINST THE PARMFILE HONRDIST
001600*                AND HONRHIGH BANDS, AND THE CONFERRAL DATE (THE
001700*                TERM'S END DATE) - UNDER A UNIQUE SERIAL WITH A
001800*                CREDREG REGISTER ROW KEYED BY IT, SO EMPLOYERS
001900*                CAN CHECK THE PARCHMENT THROUGH DCJB8WSD. THE
002000*                SERIAL IS STAMPED BACK ON THE APPLICATION SO A
002100*                RERUN PRINTS NOBODY TWICE. AN 'R' CARD REPRINTS
002200*                ONE STUDENT'S DIPLOMA UNDER A NEW SERIAL AND
002300*                VOIDS THE OLD ONE.
002400*----------------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300
003400*    READ IN KEY ORDER FOR A PRINT RUN, BY KEY FOR A REPRINT.
003500     SELECT GRAP-FILE ASSIGN TO GRAPFILE
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS GRA-KEY
003900         FILE STATUS IS WS-GRAPFILE-STATUS.
004000
004100     SELECT STUFILE ASSIGN TO STUFILE
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS STU-NUMBER
004500         FILE STATUS IS WS-STUFILE-STATUS.
004600
004700     SELECT PRG-FILE ASSIGN TO PRGFILE
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS PRG-KEY
005100         FILE STATUS IS WS-PRGFILE-STATUS.
005200
005300     SELECT TERMFILE ASSIGN TO TERMFILE
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS TRM-KEY
005700         FILE STATUS IS WS-TERMFILE-STATUS.
005800
005900*    CENTRAL PARAMETER FILE - THE HONOURS BANDS COME FROM HERE.
006000     SELECT PARM-FILE ASSIGN TO PARMFILE
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS PAR-KEY
006400         FILE STATUS IS WS-PARMFILE-STATUS.
006500
006600     SELECT CREG-FILE ASSIGN TO CREDREG
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS CRG-KEY
007000         FILE STATUS IS WS-CREDREG-STATUS.
007100
007200*    THE PARCHMENTS THEMSELVES - ONE PAGE EACH, FOR THE DIPLOMA
007300*    STOCK PRINTER.
007400     SELECT DIPLOMA-PRT ASSIGN TO DIPLOMA
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-DIPLOMA-STATUS.
007700
007800     SELECT DIPLOMA-RPT ASSIGN TO DIPRPT
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-DIPRPT-STATUS.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400
008500 FD  GRAP-FILE
008600     LABEL RECORDS ARE STANDARD
008700     RECORD CONTAINS 60 CHARACTERS
008800     DATA RECORD IS GRAPFILE-RECORD.
008900
009000     COPY 'GRAPREC'.
009100
009200 FD  STUFILE
009300     LABEL RECORDS ARE STANDARD
009400     RECORD CONTAINS 227 CHARACTERS
009500     DATA RECORD IS STUFILE-RECORD.
009600
009700     COPY 'STUREC'.
009800
009900 FD  PRG-FILE
010000     LABEL RECORDS ARE STANDARD
010100     RECORD CONTAINS 122 CHARACTERS
010200     DATA RECORD IS PRGFILE-RECORD.
010300
010400     COPY 'PROGREC'.
010500
010600 FD  TERMFILE
010700     LABEL RECORDS ARE STANDARD
010800     RECORD CONTAINS 47 CHARACTERS
010900     DATA RECORD IS TERMFILE-RECORD.
011000
011100     COPY 'TERMREC'.
011200
011300 FD  PARM-FILE
011400     LABEL RECORDS ARE STANDARD
011500     RECORD CONTAINS 78 CHARACTERS
011600     DATA RECORD IS PARMFILE-RECORD.
011700
011800*    PARMFILE RECORD LAYOUT - SHARED WITH DCJB8PHK.
011900     COPY 'PARMREC'.
012000
012100 FD  CREG-FILE
012200     LABEL RECORDS ARE STANDARD
012300     RECORD CONTAINS 102 CHARACTERS
012400     DATA RECORD IS CREDREG-RECORD.
012500
012600     COPY 'CREGREC'.
012700
012800 FD  DIPLOMA-PRT
012900     LABEL RECORDS ARE STANDARD
013000     RECORD CONTAINS 133 CHARACTERS
013100     DATA RECORD IS DIP-LINE.
013200 01  DIP-LINE                        PIC X(133).
013300
013400 FD  DIPLOMA-RPT
013500     LABEL RECORDS ARE STANDARD
013600     RECORD CONTAINS 133 CHARACTERS
013700     DATA RECORD IS RPT-LINE.
013800 01  RPT-LINE                        PIC X(133).
013900
014000 WORKING-STORAGE SECTION.
014100
014200 01  WS-GRAPFILE-STATUS              PIC X(2) VALUE SPACES.
014300     88 WS-GRAPFILE-OK                   VALUE '00'.
014400 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
014500     88 WS-STUFILE-OK                    VALUE '00'.
014600 01  WS-PRGFILE-STATUS               PIC X(2) VALUE SPACES.
014700     88 WS-PRGFILE-OK                    VALUE '00'.
014800 01  WS-TERMFILE-STATUS              PIC X(2) VALUE SPACES.
014900     88 WS-TERMFILE-OK                   VALUE '00'.
015000 01  WS-PARMFILE-STATUS              PIC X(2) VALUE SPACES.
015100     88 WS-PARMFILE-OK                   VALUE '00'.
015200 01  WS-CREDREG-STATUS               PIC X(2) VALUE SPACES.
015300     88 WS-CREDREG-OK                    VALUE '00'.
015400 01  WS-DIPLOMA-STATUS               PIC X(2) VALUE SPACES.
015500     88 WS-DIPLOMA-OK                    VALUE '00'.
015600 01  WS-DIPRPT-STATUS                PIC X(2) VALUE SPACES.
015700     88 WS-DIPRPT-OK                     VALUE '00'.
015800 01  WS-PARM-VALUE-X                 PIC X(12) VALUE SPACES.
015900
016000*    SYSIN - THE CONVOCATION TERM IN COLUMNS 1-5. AN 'R' IN
016100*    COLUMN 6 AND A STUDENT NUMBER IN COLUMNS 7-13 MAKE IT A
016200*    REPRINT OF THAT ONE STUDENT'S DIPLOMA FOR THE TERM INSTEAD OF
016300*    A PRINT RUN.
016400 01  WS-PARM-CARD.
016500     05 WS-RUN-TERM                  PIC X(5).
016600     05 WS-RUN-TYPE                  PIC X(1).
016700         88 WS-PRINT-RUN                  VALUE ' '.
016800         88 WS-REPRINT-RUN                VALUE 'R'.
016900     05 WS-REPRINT-STU               PIC X(7).
017000     05 FILLER                       PIC X(67).
017100
017200 01  WS-SWITCHES.
017300     05 WS-GRA-EOF-SW                PIC X(1) VALUE 'N'.
017400         88 WS-GRA-EOF                    VALUE 'Y'.
017500     05 WS-ISSUED-SW                 PIC X(1) VALUE 'N'.
017600         88 WS-ISSUED                     VALUE 'Y'.
017700     05 WS-DAY-FULL-SW               PIC X(1) VALUE 'N'.
017800         88 WS-DAY-FULL                   VALUE 'Y'.
017900
018000 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
018100 01  WS-CURR-CYYDDD                  PIC 9(7) VALUE 0.
018200
018300* THE HONOURS BANDS - PARMFILE HONRDIST AND HONRHIGH, EACH A
018400* CUMULATIVE GPA FLOOR IN 9V99 (350 = 3.50). A ZERO FLOOR TURNS
018500* THAT BAND OFF.
018600 01  WS-HONR-DIST                    PIC 9V99 VALUE 0.
018700 01  WS-HONR-DIST-X REDEFINES WS-HONR-DIST
018800                                     PIC X(3).
018900 01  WS-HONR-HIGH                    PIC 9V99 VALUE 0.
019000 01  WS-HONR-HIGH-X REDEFINES WS-HONR-HIGH
019100                                     PIC X(3).
019200
019300* THE DIPLOMA IN HAND - FILLED FROM THE STUDENT FOR A NEW ONE,
019400* FROM THE REGISTER ROW BEING REPLACED FOR A REPRINT.
019500 01  WS-DIP-FIELDS.
019600     05 WS-DIP-STU                   PIC X(7).
019700     05 WS-DIP-NAME                  PIC X(20).
019800     05 WS-DIP-PROGRAM               PIC X(4).
019900     05 WS-DIP-CAMPUS                PIC X(3).
020000     05 WS-DIP-CONFER                PIC 9(7).
020100     05 WS-DIP-HONOURS               PIC X(1).
020200     05 WS-DIP-REPRINTS              PIC 9(2).
020300
020400 01  WS-SERIAL                       PIC 9(9) VALUE 0.
020500 01  WS-OLD-SERIAL                   PIC 9(9) VALUE 0.
020600 01  WS-CONFER-DATE                  PIC 9(7) VALUE 0.
020700
020800 77  WS-RUN-SEQ                      PIC S9(4) COMP VALUE 0.
020900 77  WS-MON-IDX                      PIC S9(4) COMP VALUE 0.
021000 77  WS-PRINTED-COUNT                PIC S9(7) COMP VALUE 0.
021100 77  WS-REPRINTED-COUNT              PIC S9(7) COMP VALUE 0.
021200 77  WS-ISSUED-COUNT                 PIC S9(7) COMP VALUE 0.
021300 77  WS-NOTCLR-COUNT                 PIC S9(7) COMP VALUE 0.
021400 77  WS-MISSING-COUNT                PIC S9(7) COMP VALUE 0.
021500 77  WS-HELD-COUNT                   PIC S9(7) COMP VALUE 0.
021600 77  WS-REFUSED-COUNT                PIC S9(7) COMP VALUE 0.
021700
021800* DATE FORMATTING WORK - A CYYDDD DATE SPELLED OUT THE WAY A
021900* PARCHMENT WANTS IT ('DECEMBER 18, 2026').
022000 01  WS-FMT-CYYDDD                   PIC 9(7) VALUE 0.
022100 01  WS-FMT-YEAR                     PIC 9(4) VALUE 0.
022200 01  WS-FMT-DAY                      PIC 9(3) VALUE 0.
022300 01  WS-FMT-DD                       PIC 9(2) VALUE 0.
022400 01  WS-FMT-QUOT                     PIC 9(4) VALUE 0.
022500 01  WS-FMT-REM4                     PIC 9(3) VALUE 0.
022600 01  WS-FMT-REM100                   PIC 9(3) VALUE 0.
022700 01  WS-FMT-REM400                   PIC 9(3) VALUE 0.
022800 01  WS-FMT-TEXT                     PIC X(20) VALUE SPACES.
022900
023000 01  WS-MONTH-DATA.
023100     05 FILLER                   PIC X(11) VALUE 'JANUARY  31'.
023200     05 FILLER                   PIC X(11) VALUE 'FEBRUARY 28'.
023300     05 FILLER                   PIC X(11) VALUE 'MARCH    31'.
023400     05 FILLER                   PIC X(11) VALUE 'APRIL    30'.
023500     05 FILLER                   PIC X(11) VALUE 'MAY      31'.
023600     05 FILLER                   PIC X(11) VALUE 'JUNE     30'.
023700     05 FILLER                   PIC X(11) VALUE 'JULY     31'.
023800     05 FILLER                   PIC X(11) VALUE 'AUGUST   31'.
023900     05 FILLER                   PIC X(11) VALUE 'SEPTEMBER30'.
024000     05 FILLER                   PIC X(11) VALUE 'OCTOBER  31'.
024100     05 FILLER                   PIC X(11) VALUE 'NOVEMBER 30'.
024200     05 FILLER                   PIC X(11) VALUE 'DECEMBER 31'.
024300 01  WS-MONTH-TABLE REDEFINES WS-MONTH-DATA.
024400     05 WS-MONTH-ENTRY OCCURS 12 TIMES.
024500         10 WS-MON-NAME              PIC X(9).
024600         10 WS-MON-DAYS              PIC 9(2).
024700
024800* ONE LINE OF A PARCHMENT - THE TEXT SITS IN THE MIDDLE OF THE
024900* DIPLOMA STOCK.
025000 01  DIP-TEXT-LINE.
025100     05 DIP-TXT-CC                   PIC X(1) VALUE ' '.
025200     05 FILLER                       PIC X(30) VALUE SPACES.
025300     05 DIP-TXT                      PIC X(70).
025400     05 FILLER                       PIC X(32) VALUE SPACES.
025500
025600 01  RPT-HEADING-1.
025700     05 RPT-HDG1-CC                  PIC X(1) VALUE '1'.
025800     05 FILLER                       PIC X(4) VALUE SPACES.
025900     05 FILLER                       PIC X(27) VALUE
026000            'DIPLOMA PRINT RUN - TERM: '.
026100     05 RPT-HDG1-TERM                PIC X(5).
026200     05 FILLER                       PIC X(14) VALUE
026300            '  RUN DATE: '.
026400     05 RPT-HDG1-DATE                PIC 9(7).
026500     05 FILLER                       PIC X(75) VALUE SPACES.
026600
026700 01  RPT-DETAIL-LINE.
026800     05 RPT-DTL-CC                   PIC X(1) VALUE ' '.
026900     05 FILLER                       PIC X(4) VALUE SPACES.
027000     05 RPT-DTL-NUMBER               PIC X(7).
027100     05 FILLER                       PIC X(2) VALUE SPACES.
027200     05 RPT-DTL-NAME                 PIC X(20).
027300     05 FILLER                       PIC X(2) VALUE SPACES.
027400     05 RPT-DTL-SERIAL               PIC X(9).
027500     05 FILLER                       PIC X(2) VALUE SPACES.
027600     05 RPT-DTL-OUTCOME              PIC X(40).
027700     05 FILLER                       PIC X(46) VALUE SPACES.
027800
027900 01  RPT-TOTAL-LINE.
028000     05 RPT-TOT-CC                   PIC X(1) VALUE '0'.
028100     05 FILLER                       PIC X(4) VALUE SPACES.
028200     05 RPT-TOT-LABEL                PIC X(36).
028300     05 RPT-TOT-COUNT                PIC ZZZ,ZZ9.
028400     05 FILLER                       PIC X(85) VALUE SPACES.
028500
028600 PROCEDURE DIVISION.
028700
028800 0000-MAINLINE.
028900
029000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029100
029200     IF WS-REPRINT-RUN
029300         PERFORM 2500-REPRINT THRU 2500-EXIT
029400     ELSE
029500         PERFORM 2000-PRINT-APPLICATION THRU 2000-EXIT
029600             UNTIL WS-GRA-EOF
029700     END-IF.
029800
029900     PERFORM 3000-TERMINATE THRU 3000-EXIT.
030000
030100     GOBACK.
030200
030300 1000-INITIALIZE.
030400
030500     MOVE SPACES TO WS-PARM-CARD.
030600     ACCEPT WS-PARM-CARD FROM SYSIN.
030700     ACCEPT WS-CURR-DATE FROM DAY.
030800     COMPUTE WS-CURR-CYYDDD = WS-CURR-DATE - 1900000.
030900
031000     IF WS-RUN-TERM = SPACES
031100         DISPLAY 'DCJB8BDP - TERM PARM MISSING FROM SYSIN'
031200         GO TO 9999-ABEND
031300     END-IF.
031400
031500     IF (NOT WS-PRINT-RUN) AND (NOT WS-REPRINT-RUN)
031600         DISPLAY 'DCJB8BDP - SYSIN COLUMN 6 MUST BE BLANK OR R'
031700         GO TO 9999-ABEND
031800     END-IF.
031900
032000     IF WS-REPRINT-RUN AND (WS-REPRINT-STU IS NOT NUMERIC)
032100         DISPLAY 'DCJB8BDP - REPRINT NEEDS A STUDENT NUMBER IN '
032200             'SYSIN COLUMNS 7-13'
032300         GO TO 9999-ABEND
032400     END-IF.
032500
032600     OPEN I-O GRAP-FILE.
032700     IF NOT WS-GRAPFILE-OK
032800         DISPLAY 'DCJB8BDP - GRAPFILE OPEN FAILED, STATUS = '
032900             WS-GRAPFILE-STATUS
033000         GO TO 9999-ABEND
033100     END-IF.
033200
033300     OPEN INPUT STUFILE.
033400     IF NOT WS-STUFILE-OK
033500         DISPLAY 'DCJB8BDP - STUFILE OPEN FAILED, STATUS = '
033600             WS-STUFILE-STATUS
033700         GO TO 9999-ABEND
033800     END-IF.
033900
034000     OPEN INPUT PRG-FILE.
034100     IF NOT WS-PRGFILE-OK
034200         DISPLAY 'DCJB8BDP - PRGFILE OPEN FAILED, STATUS = '
034300             WS-PRGFILE-STATUS
034400         GO TO 9999-ABEND
034500     END-IF.
034600
034700     OPEN INPUT TERMFILE.
034800     IF NOT WS-TERMFILE-OK
034900         DISPLAY 'DCJB8BDP - TERMFILE OPEN FAILED, STATUS = '
035000             WS-TERMFILE-STATUS
035100         GO TO 9999-ABEND
035200     END-IF.
035300
035400     OPEN I-O CREG-FILE.
035500     IF NOT WS-CREDREG-OK
035600         DISPLAY 'DCJB8BDP - CREDREG OPEN FAILED, STATUS = '
035700             WS-CREDREG-STATUS
035800         GO TO 9999-ABEND
035900     END-IF.
036000
036100     OPEN OUTPUT DIPLOMA-PRT.
036200     IF NOT WS-DIPLOMA-OK
036300         DISPLAY 'DCJB8BDP - DIPLOMA OPEN FAILED, STATUS = '
036400             WS-DIPLOMA-STATUS
036500         GO TO 9999-ABEND
036600     END-IF.
036700
036800     OPEN OUTPUT DIPLOMA-RPT.
036900     IF NOT WS-DIPRPT-OK
037000         DISPLAY 'DCJB8BDP - DIPRPT OPEN FAILED, STATUS = '
037100             WS-DIPRPT-STATUS
037200         GO TO 9999-ABEND
037300     END-IF.
037400
037500     PERFORM 1100-LOAD-PARMS THRU 1100-EXIT.
037600
037700*    THE DEGREE IS CONFERRED AS OF THE CONVOCATION TERM'S END.
037800     MOVE WS-RUN-TERM TO TRM-CODE.
037900     READ TERMFILE
038000         INVALID KEY
038100             DISPLAY 'DCJB8BDP - TERM ' WS-RUN-TERM
038200                 ' NOT ON THE TERM CALENDAR'
038300             GO TO 9999-ABEND
038400     END-READ.
038500     IF (TRM-END-DATE IS NOT NUMERIC) OR (TRM-END-DATE = 0)
038600         DISPLAY 'DCJB8BDP - TERM ' WS-RUN-TERM
038700             ' HAS NO END DATE TO CONFER ON'
038800         GO TO 9999-ABEND
038900     END-IF.
039000     MOVE TRM-END-DATE TO WS-CONFER-DATE.
039100
039200     MOVE WS-RUN-TERM TO RPT-HDG1-TERM.
039300     MOVE WS-CURR-DATE TO RPT-HDG1-DATE.
039400     WRITE RPT-LINE FROM RPT-HEADING-1.
039500
039600     IF WS-PRINT-RUN
039700         PERFORM 2100-READ-NEXT-APPLICATION THRU 2100-EXIT
039800     END-IF.
039900
040000 1000-EXIT.
040100     EXIT.
040200
040300*----------------------------------------------------------------
040400* THE HONOURS BANDS COME OFF PARMFILE (HONRDIST, HONRHIGH). THIS
040500* RUN HAS NO OLD SYSIN CARD TO FALL BACK ON - A MISSING OR
040600* NON-NUMERIC ROW STOPS THE RUN RATHER THAN PRINT PARCHMENTS
040700* AGAINST A GUESSED BAND.
040800*----------------------------------------------------------------
040900 1100-LOAD-PARMS.
041000
041100     OPEN INPUT PARM-FILE.
041200     IF NOT WS-PARMFILE-OK
041300         DISPLAY 'DCJB8BDP - PARMFILE OPEN FAILED, STATUS = '
041400             WS-PARMFILE-STATUS
041500         GO TO 9999-ABEND
041600     END-IF.
041700
041800     MOVE 'HONRDIST' TO PAR-NAME.
041900     READ PARM-FILE
042000         INVALID KEY
042100             MOVE SPACES TO PAR-VALUE
042200     END-READ.
042300     MOVE PAR-VALUE TO WS-PARM-VALUE-X.
042400     IF WS-PARM-VALUE-X(1:3) IS NOT NUMERIC
042500         DISPLAY 'DCJB8BDP - PARMFILE HONRDIST MISSING OR INVALID'
042600         GO TO 9999-ABEND
042700     END-IF.
042800     MOVE WS-PARM-VALUE-X(1:3) TO WS-HONR-DIST-X.
042900
043000     MOVE 'HONRHIGH' TO PAR-NAME.
043100     READ PARM-FILE
043200         INVALID KEY
043300             MOVE SPACES TO PAR-VALUE
043400     END-READ.
043500     MOVE PAR-VALUE TO WS-PARM-VALUE-X.
043600     IF WS-PARM-VALUE-X(1:3) IS NOT NUMERIC
043700         DISPLAY 'DCJB8BDP - PARMFILE HONRHIGH MISSING OR INVALID'
043800         GO TO 9999-ABEND
043900     END-IF.
044000     MOVE WS-PARM-VALUE-X(1:3) TO WS-HONR-HIGH-X.
044100
044200     CLOSE PARM-FILE.
044300
044400     DISPLAY 'DCJB8BDP - DISTINCTION FROM ' WS-HONR-DIST
044500         ' HIGH DISTINCTION FROM ' WS-HONR-HIGH.
044600
044700 1100-EXIT.
044800     EXIT.
044900
045000*----------------------------------------------------------------
045100* ONE APPLICATION IN A PRINT RUN. ONLY A CLEARED ONE IN THE RUN
045200* TERM WITH NO DIPLOMA YET PRINTS. THE SERIAL IS STAMPED BACK
045300* ONLY AFTER THE REGISTER ROW AND THE PAGE ARE WRITTEN.
045400*----------------------------------------------------------------
045500 2000-PRINT-APPLICATION.
045600
045700     IF GRA-TERM NOT = WS-RUN-TERM
045800         GO TO 2000-NEXT
045900     END-IF.
046000
046100     IF NOT GRA-CLEARED
046200         ADD 1 TO WS-NOTCLR-COUNT
046300         GO TO 2000-NEXT
046400     END-IF.
046500
046600     IF GRA-DIPLOMA-SERIAL NOT = 0
046700         ADD 1 TO WS-ISSUED-COUNT
046800         GO TO 2000-NEXT
046900     END-IF.
047000
047100     MOVE GRA-STU-NUMBER TO RPT-DTL-NUMBER.
047200     MOVE SPACES TO RPT-DTL-SERIAL.
047300
047400*    A CLEARED APPLICATION WHOSE STUDENT IS NO LONGER ON FILE
047500*    (ARCHIVED OR MERGED SINCE) IS LISTED AND LEFT UNSTAMPED.
047600     MOVE GRA-STU-NUMBER TO STU-NUMBER.
047700     READ STUFILE
047800         INVALID KEY
047900             MOVE SPACES TO RPT-DTL-NAME
048000             MOVE 'NOT PRINTED - STUDENT NOT ON FILE'
048100                 TO RPT-DTL-OUTCOME
048200             WRITE RPT-LINE FROM RPT-DETAIL-LINE
048300             ADD 1 TO WS-MISSING-COUNT
048400             GO TO 2000-NEXT
048500     END-READ.
048600
048700     MOVE STU-NAME TO RPT-DTL-NAME.
048800
048900     MOVE STU-NUMBER TO WS-DIP-STU.
049000     MOVE STU-NAME TO WS-DIP-NAME.
049100     MOVE STU-PROGRAM TO WS-DIP-PROGRAM.
049200     MOVE STU-CAMPUS TO WS-DIP-CAMPUS.
049300     MOVE WS-CONFER-DATE TO WS-DIP-CONFER.
049400     MOVE 0 TO WS-DIP-REPRINTS.
049500     PERFORM 4100-WORK-HONOURS THRU 4100-EXIT.
049600
049700     PERFORM 4000-ISSUE-DIPLOMA THRU 4000-EXIT.
049800     IF NOT WS-ISSUED
049900         MOVE 'HELD - DAY SERIAL RANGE USED UP'
050000             TO RPT-DTL-OUTCOME
050100         WRITE RPT-LINE FROM RPT-DETAIL-LINE
050200         ADD 1 TO WS-HELD-COUNT
050300         GO TO 2000-NEXT
050400     END-IF.
050500
050600     MOVE WS-SERIAL TO GRA-DIPLOMA-SERIAL.
050700     REWRITE GRAPFILE-RECORD.
050800     IF NOT WS-GRAPFILE-OK
050900         DISPLAY 'DCJB8BDP - GRAPFILE REWRITE FAILED, STATUS = '
051000             WS-GRAPFILE-STATUS ' KEY = ' GRA-KEY
051100         GO TO 9999-ABEND
051200     END-IF.
051300
051400     MOVE WS-SERIAL TO RPT-DTL-SERIAL.
051500     MOVE 'PRINTED' TO RPT-DTL-OUTCOME.
051600     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
051700     ADD 1 TO WS-PRINTED-COUNT.
051800
051900 2000-NEXT.
052000
052100     PERFORM 2100-READ-NEXT-APPLICATION THRU 2100-EXIT.
052200
052300 2000-EXIT.
052400     EXIT.
052500
052600 2100-READ-NEXT-APPLICATION.
052700
052800     READ GRAP-FILE NEXT RECORD
052900         AT END
053000             MOVE 'Y' TO WS-GRA-EOF-SW
053100     END-READ.
053200
053300 2100-EXIT.
053400     EXIT.
053500
053600*----------------------------------------------------------------
053700* A REPRINT OF ONE STUDENT'S DIPLOMA FOR THE RUN TERM - LOST,
053800* DAMAGED, OR A LEGAL NAME CHANGE. THE NEW PARCHMENT CARRIES THE
053900* STUDENT'S CURRENT NAME BUT OTHERWISE REPEATS THE REGISTER ROW
054000* IT REPLACES (PROGRAM, CAMPUS, HONOURS, CONFERRAL DATE), SO A
054100* LATER GRADE CHANGE CANNOT QUIETLY ALTER A CONFERRED CREDENTIAL.
054200* THE OLD SERIAL IS VOIDED AND POINTED AT THE NEW ONE.
054300*----------------------------------------------------------------
054400 2500-REPRINT.
054500
054600     MOVE WS-REPRINT-STU TO RPT-DTL-NUMBER.
054700     MOVE SPACES TO RPT-DTL-NAME.
054800     MOVE SPACES TO RPT-DTL-SERIAL.
054900
055000     MOVE WS-REPRINT-STU TO GRA-STU-NUMBER.
055100     MOVE WS-RUN-TERM TO GRA-TERM.
055200     READ GRAP-FILE
055300         INVALID KEY
055400             MOVE 0 TO GRA-DIPLOMA-SERIAL
055500     END-READ.
055600     IF (NOT WS-GRAPFILE-OK) OR (GRA-DIPLOMA-SERIAL = 0)
055700         MOVE 'NOT REPRINTED - NO DIPLOMA ISSUED'
055800             TO RPT-DTL-OUTCOME
055900         WRITE RPT-LINE FROM RPT-DETAIL-LINE
056000         ADD 1 TO WS-REFUSED-COUNT
056100         GO TO 2500-EXIT
056200     END-IF.
056300     MOVE GRA-DIPLOMA-SERIAL TO WS-OLD-SERIAL.
056400     MOVE WS-OLD-SERIAL TO RPT-DTL-SERIAL.
056500
056600     MOVE WS-REPRINT-STU TO STU-NUMBER.
056700     READ STUFILE
056800         INVALID KEY
056900             MOVE 'NOT REPRINTED - STUDENT NOT ON FILE'
057000                 TO RPT-DTL-OUTCOME
057100             WRITE RPT-LINE FROM RPT-DETAIL-LINE
057200             ADD 1 TO WS-REFUSED-COUNT
057300             GO TO 2500-EXIT
057400     END-READ.
057500     MOVE STU-NAME TO RPT-DTL-NAME.
057600
057700     MOVE WS-OLD-SERIAL TO CRG-SERIAL.
057800     READ CREG-FILE
057900         INVALID KEY
058000             MOVE 'NOT REPRINTED - SERIAL NOT ON REGISTER'
058100                 TO RPT-DTL-OUTCOME
058200             WRITE RPT-LINE FROM RPT-DETAIL-LINE
058300             ADD 1 TO WS-REFUSED-COUNT
058400             GO TO 2500-EXIT
058500     END-READ.
058600
058700     IF CRG-REPRINT-COUNT = 99
058800         MOVE 'NOT REPRINTED - REPRINT LIMIT REACHED'
058900             TO RPT-DTL-OUTCOME
059000         WRITE RPT-LINE FROM RPT-DETAIL-LINE
059100         ADD 1 TO WS-REFUSED-COUNT
059200         GO TO 2500-EXIT
059300     END-IF.
059400
059500     MOVE STU-NUMBER TO WS-DIP-STU.
059600     MOVE STU-NAME TO WS-DIP-NAME.
059700     MOVE CRG-PROGRAM TO WS-DIP-PROGRAM.
059800     MOVE CRG-CAMPUS TO WS-DIP-CAMPUS.
059900     MOVE CRG-CONFER-DATE TO WS-DIP-CONFER.
060000     MOVE CRG-HONOURS TO WS-DIP-HONOURS.
060100     COMPUTE WS-DIP-REPRINTS = CRG-REPRINT-COUNT + 1.
060200
060300     PERFORM 4000-ISSUE-DIPLOMA THRU 4000-EXIT.
060400     IF NOT WS-ISSUED
060500         MOVE 'HELD - DAY SERIAL RANGE USED UP'
060600             TO RPT-DTL-OUTCOME
060700         WRITE RPT-LINE FROM RPT-DETAIL-LINE
060800         ADD 1 TO WS-HELD-COUNT
060900         GO TO 2500-EXIT
061000     END-IF.
061100
061200     MOVE WS-OLD-SERIAL TO CRG-SERIAL.
061300     READ CREG-FILE.
061400     MOVE 'V' TO CRG-STATUS.
061500     MOVE WS-SERIAL TO CRG-REPLACED-BY.
061600     MOVE WS-CURR-CYYDDD TO CRG-VOID-DATE.
061700     REWRITE CREDREG-RECORD.
061800     IF NOT WS-CREDREG-OK
061900         DISPLAY 'DCJB8BDP - CREDREG REWRITE FAILED, STATUS = '
062000             WS-CREDREG-STATUS ' SERIAL = ' WS-OLD-SERIAL
062100         GO TO 9999-ABEND
062200     END-IF.
062300
062400     MOVE WS-SERIAL TO GRA-DIPLOMA-SERIAL.
062500     REWRITE GRAPFILE-RECORD.
062600     IF NOT WS-GRAPFILE-OK
062700         DISPLAY 'DCJB8BDP - GRAPFILE REWRITE FAILED, STATUS = '
062800             WS-GRAPFILE-STATUS ' KEY = ' GRA-KEY
062900         GO TO 9999-ABEND
063000     END-IF.
063100
063200     MOVE WS-SERIAL TO RPT-DTL-SERIAL.
063300     MOVE SPACES TO RPT-DTL-OUTCOME.
063400     STRING 'REPRINTED - VOIDS ' DELIMITED BY SIZE
063500            WS-OLD-SERIAL DELIMITED BY SIZE
063600         INTO RPT-DTL-OUTCOME.
063700     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
063800     ADD 1 TO WS-REPRINTED-COUNT.
063900
064000 2500-EXIT.
064100     EXIT.
064200
064300 3000-TERMINATE.
064400
064500     MOVE 'DIPLOMAS PRINTED . . . . . . . . .' TO RPT-TOT-LABEL.
064600     MOVE WS-PRINTED-COUNT TO RPT-TOT-COUNT.
064700     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
064800
064900     MOVE ' ' TO RPT-TOT-CC.
065000     MOVE 'DIPLOMAS REPRINTED . . . . . . . .' TO RPT-TOT-LABEL.
065100     MOVE WS-REPRINTED-COUNT TO RPT-TOT-COUNT.
065200     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
065300
065400     MOVE 'ALREADY ISSUED - SKIPPED . . . . .' TO RPT-TOT-LABEL.
065500     MOVE WS-ISSUED-COUNT TO RPT-TOT-COUNT.
065600     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
065700
065800     MOVE 'APPLICATIONS NOT CLEARED . . . . .' TO RPT-TOT-LABEL.
065900     MOVE WS-NOTCLR-COUNT TO RPT-TOT-COUNT.
066000     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
066100
066200     MOVE 'NOT PRINTED - STUDENT NOT ON FILE ' TO RPT-TOT-LABEL.
066300     MOVE WS-MISSING-COUNT TO RPT-TOT-COUNT.
066400     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
066500
066600     MOVE 'HELD - DAY SERIAL RANGE USED UP . .' TO RPT-TOT-LABEL.
066700     MOVE WS-HELD-COUNT TO RPT-TOT-COUNT.
066800     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
066900
067000     MOVE 'REPRINT REFUSED . . . . . . . . . .' TO RPT-TOT-LABEL.
067100     MOVE WS-REFUSED-COUNT TO RPT-TOT-COUNT.
067200     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
067300
067400     CLOSE GRAP-FILE STUFILE PRG-FILE TERMFILE CREG-FILE.
067500     CLOSE DIPLOMA-PRT.
067600     CLOSE DIPLOMA-RPT.
067700
067800     DISPLAY 'DCJB8BDP - PRINTED = ' WS-PRINTED-COUNT
067900         ' REPRINTED = ' WS-REPRINTED-COUNT
068000         ' NOT ON FILE = ' WS-MISSING-COUNT
068100         ' HELD = ' WS-HELD-COUNT
068200         ' REFUSED = ' WS-REFUSED-COUNT.
068300
068400*    ANYONE LISTED RATHER THAN PRINTED NEEDS THE REGISTRAR.
068500     IF (WS-MISSING-COUNT > 0) OR (WS-HELD-COUNT > 0) OR
068600        (WS-REFUSED-COUNT > 0)
068700         MOVE 4 TO RETURN-CODE
068800     END-IF.
068900
069000 3000-EXIT.
069100     EXIT.
069200
069300*----------------------------------------------------------------
069400* ISSUES THE DIPLOMA IN WS-DIP-FIELDS - TAKES THE NEXT FREE
069500* SERIAL FOR THE DAY, WRITES ITS REGISTER ROW, THEN PRINTS THE
069600* PAGE. A SERIAL ALREADY ON THE REGISTER (AN EARLIER RUN THE SAME
069700* DAY) IS STEPPED PAST. WS-ISSUED IS LEFT OFF WHEN THE DAY'S 999
069800* SERIALS ARE USED UP - THE APPLICATION STAYS UNSTAMPED AND
069900* PRINTS ON THE NEXT DAY'S RUN.
070000*----------------------------------------------------------------
070100 4000-ISSUE-DIPLOMA.
070200
070300     MOVE 'N' TO WS-ISSUED-SW.
070400
070500     IF WS-DAY-FULL
070600         GO TO 4000-EXIT
070700     END-IF.
070800
070900     PERFORM 4200-TRY-ONE-SERIAL THRU 4200-EXIT
071000         UNTIL (WS-ISSUED) OR (WS-DAY-FULL).
071100
071200     IF NOT WS-ISSUED
071300         GO TO 4000-EXIT
071400     END-IF.
071500
071600     PERFORM 4300-PRINT-DIPLOMA THRU 4300-EXIT.
071700
071800 4000-EXIT.
071900     EXIT.
072000
072100*----------------------------------------------------------------
072200* HONOURS FROM THE CUMULATIVE GPA DCJB8BGP LAST STAMPED - THE
072300* HIGHER BAND WINS. A GPA THAT NEVER GOT STAMPED EARNS NONE.
072400*----------------------------------------------------------------
072500 4100-WORK-HONOURS.
072600
072700     MOVE SPACE TO WS-DIP-HONOURS.
072800
072900     IF STU-CUM-GPA IS NOT NUMERIC
073000         GO TO 4100-EXIT
073100     END-IF.
073200
073300     IF (WS-HONR-HIGH > 0) AND (STU-CUM-GPA >= WS-HONR-HIGH)
073400         MOVE 'H' TO WS-DIP-HONOURS
073500         GO TO 4100-EXIT
073600     END-IF.
073700
073800     IF (WS-HONR-DIST > 0) AND (STU-CUM-GPA >= WS-HONR-DIST)
073900         MOVE 'D' TO WS-DIP-HONOURS
074000     END-IF.
074100
074200 4100-EXIT.
074300     EXIT.
074400
074500 4200-TRY-ONE-SERIAL.
074600
074700     IF WS-RUN-SEQ >= 999
074800         MOVE 'Y' TO WS-DAY-FULL-SW
074900         GO TO 4200-EXIT
075000     END-IF.
075100
075200     ADD 1 TO WS-RUN-SEQ.
075300     COMPUTE WS-SERIAL = (WS-CURR-CYYDDD * 1000) + WS-RUN-SEQ.
075400
075500     MOVE SPACES TO CREDREG-RECORD.
075600     MOVE WS-SERIAL TO CRG-SERIAL.
075700     MOVE WS-DIP-STU TO CRG-STU-NUMBER.
075800     MOVE WS-DIP-NAME TO CRG-NAME.
075900     MOVE WS-DIP-PROGRAM TO CRG-PROGRAM.
076000     MOVE WS-DIP-CAMPUS TO CRG-CAMPUS.
076100     MOVE WS-RUN-TERM TO CRG-TERM.
076200     MOVE WS-DIP-CONFER TO CRG-CONFER-DATE.
076300     MOVE WS-DIP-HONOURS TO CRG-HONOURS.
076400     MOVE WS-CURR-CYYDDD TO CRG-PRINT-DATE.
076500     MOVE WS-DIP-REPRINTS TO CRG-REPRINT-COUNT.
076600     MOVE ' ' TO CRG-STATUS.
076700     MOVE 0 TO CRG-REPLACED-BY.
076800     MOVE 0 TO CRG-VOID-DATE.
076900     MOVE 'DCJB8BDP' TO CRG-RUN-ID.
077000
077100     WRITE CREDREG-RECORD
077200         INVALID KEY
077300             GO TO 4200-EXIT
077400     END-WRITE.
077500     IF NOT WS-CREDREG-OK
077600         DISPLAY 'DCJB8BDP - CREDREG WRITE FAILED, STATUS = '
077700             WS-CREDREG-STATUS ' SERIAL = ' WS-SERIAL
077800         GO TO 9999-ABEND
077900     END-IF.
078000
078100     MOVE 'Y' TO WS-ISSUED-SW.
078200
078300 4200-EXIT.
078400     EXIT.
078500
078600*----------------------------------------------------------------
078700* ONE PARCHMENT PAGE.
078800*----------------------------------------------------------------
078900 4300-PRINT-DIPLOMA.
079000
079100     MOVE '1' TO DIP-TXT-CC.
079200     MOVE SPACES TO DIP-TXT.
079300     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
079400
079500     MOVE '-' TO DIP-TXT-CC.
079600     MOVE 'THIS IS TO CERTIFY THAT' TO DIP-TXT.
079700     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
079800
079900     MOVE '0' TO DIP-TXT-CC.
080000     MOVE WS-DIP-NAME TO DIP-TXT.
080100     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
080200
080300     MOVE '0' TO DIP-TXT-CC.
080400     MOVE 'HAVING COMPLETED THE REQUIREMENTS OF THE PROGRAM'
080500         TO DIP-TXT.
080600     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
080700
080800*    THE PROGRAM BY ITS PRGFILE TITLE - THE CODE ITSELF WHEN THE
080900*    TITLE IS MISSING.
081000     MOVE SPACES TO PRG-TITLE.
081100     IF WS-DIP-PROGRAM NOT = SPACES
081200         MOVE WS-DIP-PROGRAM TO PRG-CODE
081300         READ PRG-FILE
081400             INVALID KEY
081500                 MOVE WS-DIP-PROGRAM TO PRG-TITLE
081600         END-READ
081700     END-IF.
081800     MOVE '0' TO DIP-TXT-CC.
081900     MOVE PRG-TITLE TO DIP-TXT.
082000     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
082100
082200     IF WS-DIP-HONOURS = 'H'
082300         MOVE '0' TO DIP-TXT-CC
082400         MOVE 'WITH HIGH DISTINCTION' TO DIP-TXT
082500         PERFORM 6500-PUT-LINE THRU 6500-EXIT
082600     END-IF.
082700     IF WS-DIP-HONOURS = 'D'
082800         MOVE '0' TO DIP-TXT-CC
082900         MOVE 'WITH DISTINCTION' TO DIP-TXT
083000         PERFORM 6500-PUT-LINE THRU 6500-EXIT
083100     END-IF.
083200
083300     MOVE '0' TO DIP-TXT-CC.
083400     MOVE SPACES TO DIP-TXT.
083500     STRING 'AT THE ' DELIMITED BY SIZE
083600            WS-DIP-CAMPUS DELIMITED BY SIZE
083700            ' CAMPUS' DELIMITED BY SIZE
083800         INTO DIP-TXT.
083900     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
084000
084100     MOVE WS-DIP-CONFER TO WS-FMT-CYYDDD.
084200     PERFORM 4400-FORMAT-DATE THRU 4400-EXIT.
084300     MOVE '0' TO DIP-TXT-CC.
084400     MOVE SPACES TO DIP-TXT.
084500     STRING 'CONFERRED ' DELIMITED BY SIZE
084600            WS-FMT-TEXT DELIMITED BY SIZE
084700         INTO DIP-TXT.
084800     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
084900
085000     MOVE '-' TO DIP-TXT-CC.
085100     MOVE SPACES TO DIP-TXT.
085200     IF WS-DIP-REPRINTS = 0
085300         STRING 'SERIAL NO ' DELIMITED BY SIZE
085400                WS-SERIAL DELIMITED BY SIZE
085500             INTO DIP-TXT
085600     ELSE
085700         STRING 'SERIAL NO ' DELIMITED BY SIZE
085800                WS-SERIAL DELIMITED BY SIZE
085900                '  REISSUE ' DELIMITED BY SIZE
086000                WS-DIP-REPRINTS DELIMITED BY SIZE
086100             INTO DIP-TXT
086200     END-IF.
086300     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
086400
086500     MOVE ' ' TO DIP-TXT-CC.
086600     MOVE 'THIS DIPLOMA CAN BE VERIFIED AGAINST THE REGISTER'
086700         TO DIP-TXT.
086800     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
086900     MOVE 'BY QUOTING THE SERIAL NUMBER ABOVE.' TO DIP-TXT.
087000     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
087100
087200 4300-EXIT.
087300     EXIT.
087400
087500*----------------------------------------------------------------
087600* SPELLS OUT THE CYYDDD DATE IN WS-FMT-CYYDDD AS 'MONTH D, YYYY'
087700* IN WS-FMT-TEXT. THE JULIAN DAY IS WALKED THROUGH THE MONTH
087800* TABLE, WITH FEBRUARY TAKING 29 DAYS IN A LEAP YEAR.
087900*----------------------------------------------------------------
088000 4400-FORMAT-DATE.
088100
088200     MOVE SPACES TO WS-FMT-TEXT.
088300
088400     DIVIDE WS-FMT-CYYDDD BY 1000 GIVING WS-FMT-YEAR
088500         REMAINDER WS-FMT-DAY.
088600     ADD 1900 TO WS-FMT-YEAR.
088700
088800     MOVE 28 TO WS-MON-DAYS(2).
088900     DIVIDE WS-FMT-YEAR BY 4 GIVING WS-FMT-QUOT
089000         REMAINDER WS-FMT-REM4.
089100     DIVIDE WS-FMT-YEAR BY 100 GIVING WS-FMT-QUOT
089200         REMAINDER WS-FMT-REM100.
089300     DIVIDE WS-FMT-YEAR BY 400 GIVING WS-FMT-QUOT
089400         REMAINDER WS-FMT-REM400.
089500     IF (WS-FMT-REM4 = 0) AND
089600        ((WS-FMT-REM100 NOT = 0) OR (WS-FMT-REM400 = 0))
089700         MOVE 29 TO WS-MON-DAYS(2)
089800     END-IF.
089900
090000     MOVE 1 TO WS-MON-IDX.
090100     PERFORM 4410-STEP-MONTH THRU 4410-EXIT
090200         UNTIL (WS-FMT-DAY NOT > WS-MON-DAYS(WS-MON-IDX)) OR
090300               (WS-MON-IDX = 12).
090400
090500     MOVE WS-FMT-DAY TO WS-FMT-DD.
090600     IF WS-FMT-DD < 10
090700         STRING WS-MON-NAME(WS-MON-IDX) DELIMITED BY SPACE
090800                ' ' DELIMITED BY SIZE
090900                WS-FMT-DD(2:1) DELIMITED BY SIZE
091000                ', ' DELIMITED BY SIZE
091100                WS-FMT-YEAR DELIMITED BY SIZE
091200             INTO WS-FMT-TEXT
091300     ELSE
091400         STRING WS-MON-NAME(WS-MON-IDX) DELIMITED BY SPACE
091500                ' ' DELIMITED BY SIZE
091600                WS-FMT-DD DELIMITED BY SIZE
091700                ', ' DELIMITED BY SIZE
091800                WS-FMT-YEAR DELIMITED BY SIZE
091900             INTO WS-FMT-TEXT
092000     END-IF.
092100
092200 4400-EXIT.
092300     EXIT.
092400
092500 4410-STEP-MONTH.
092600
092700     SUBTRACT WS-MON-DAYS(WS-MON-IDX) FROM WS-FMT-DAY.
092800     ADD 1 TO WS-MON-IDX.
092900
093000 4410-EXIT.
093100     EXIT.
093200
093300 6500-PUT-LINE.
093400
093500     WRITE DIP-LINE FROM DIP-TEXT-LINE.
093600     IF NOT WS-DIPLOMA-OK
093700         DISPLAY 'DCJB8BDP - DIPLOMA WRITE FAILED, STATUS = '
093800             WS-DIPLOMA-STATUS
093900         GO TO 9999-ABEND
094000     END-IF.
094100
094200 6500-EXIT.
094300     EXIT.
094400
094500 9999-ABEND.
094600
094700     MOVE 16 TO RETURN-CODE.
094800     GOBACK.
094900
095000 END PROGRAM DCJB8BDP.
