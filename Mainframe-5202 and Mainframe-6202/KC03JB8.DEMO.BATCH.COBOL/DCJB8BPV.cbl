000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BPV.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - WEEKLY PRIVACY ACCESS REPORT.
001100*                INQUIRY-ROLE OPERATORS SEE A STUDENT'S PHONE,
001200*                ADDRESS AND EMERGENCY NUMBER MASKED ON DCJB8PGR
001300*                AND DCJB8PGB; PF11 ON DCJB8PGR REVEALS THEM WITH
001400*                A REASON CODE AND LOGS EACH FIELD TO ACCLOG. THIS
001500*                RUN LISTS THE WEEK'S ENTRIES (SEVEN DAYS FROM THE
001600*                SYSIN START DATE) FOR THE PRIVACY OFFICER - WHO
001700*                REVEALED WHAT, FOR WHICH STUDENT, WHEN AND WHY -
001800*                THEN TOTALS THEM BY OPERATOR AND BY REASON.
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
002900*    THE ACCESS LOG - AN ESDS THE CICS SIDE APPENDS TO, READ HERE
003000*    FRONT TO BACK IN THE ORDER THE REVEALS HAPPENED.
003100     SELECT ACCLOG-FILE ASSIGN TO ACCLOG
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-ACCLOG-STATUS.
003400
003500     SELECT STUFILE ASSIGN TO STUFILE
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS STU-NUMBER
003900         FILE STATUS IS WS-STUFILE-STATUS.
004000
004100     SELECT OPERFILE ASSIGN TO OPERFILE
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS OPER-ID
004500         FILE STATUS IS WS-OPERFILE-STATUS.
004600
004700     SELECT ACCESS-RPT ASSIGN TO ACCRPT
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-ACCRPT-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300
005400 FD  ACCLOG-FILE
005500     LABEL RECORDS ARE STANDARD
005600     RECORD CONTAINS 45 CHARACTERS
005700     DATA RECORD IS ACCLOG-RECORD.
005800
005900*    ACCLOG RECORD LAYOUT - SHARED WITH THE CICS SIDE.
006000     COPY 'ACCLREC'.
006100
006200 FD  STUFILE
006300     LABEL RECORDS ARE STANDARD
006400     RECORD CONTAINS 227 CHARACTERS
006500     DATA RECORD IS STUFILE-RECORD.
006600
006700     COPY 'STUREC'.
006800
006900 FD  OPERFILE
007000     LABEL RECORDS ARE STANDARD
007100     RECORD CONTAINS 92 CHARACTERS
007200     DATA RECORD IS OPERFILE-RECORD.
007300
007400     COPY 'OPERREC'.
007500
007600 FD  ACCESS-RPT
007700     LABEL RECORDS ARE STANDARD
007800     RECORD CONTAINS 133 CHARACTERS
007900     DATA RECORD IS RPT-LINE.
008000 01  RPT-LINE                        PIC X(133).
008100
008200 WORKING-STORAGE SECTION.
008300
008400 01  WS-ACCLOG-STATUS                PIC X(2) VALUE SPACES.
008500     88 WS-ACCLOG-OK                     VALUE '00'.
008600     88 WS-ACCLOG-NOFILE                 VALUE '35'.
008700 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
008800     88 WS-STUFILE-OK                    VALUE '00'.
008900 01  WS-OPERFILE-STATUS              PIC X(2) VALUE SPACES.
009000     88 WS-OPERFILE-OK                   VALUE '00'.
009100 01  WS-ACCRPT-STATUS                PIC X(2) VALUE SPACES.
009200     88 WS-ACCRPT-OK                     VALUE '00'.
009300
009400 01  WS-SWITCHES.
009500     05 WS-ACC-EOF-SW                PIC X(1) VALUE 'N'.
009600         88 WS-ACC-EOF                    VALUE 'Y'.
009700     05 WS-ACC-OPEN-SW               PIC X(1) VALUE 'N'.
009800         88 WS-ACC-OPEN                   VALUE 'Y'.
009900
010000*    THE WEEK - THE SYSIN START DATE AS KEYED (YYYYDDD), AND THE
010100*    FIRST AND LAST DAYS AS CYYDDD, EIBDATE'S SHAPE, WHICH IS HOW
010200*    ACC-DATE IS STAMPED.
010300 01  WS-RUN-DATE-IN                  PIC X(7) VALUE SPACES.
010400 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-IN.
010500     05 WS-RUN-YYYY                  PIC 9(4).
010600     05 WS-RUN-DDD                   PIC 9(3).
010700 01  WS-WEEK-FIRST                   PIC 9(7) VALUE 0.
010800 01  WS-WEEK-LAST                    PIC 9(7) VALUE 0.
010900
011000*    DAY-STEPPING WORK FIELDS - THE YEAR AND DAY IN HAND, AND THE
011100*    LENGTH OF THE YEAR (366 IN EVERY FOURTH, BUT NOT IN THE
011200*    CENTURIES NOT DIVISIBLE BY 400).
011300 01  WS-CUR-YYYY                     PIC 9(4) VALUE 0.
011400 01  WS-CUR-DDD                      PIC 9(3) VALUE 0.
011500 01  WS-YEAR-DAYS                    PIC 9(3) VALUE 0.
011600 01  WS-LEAP-QUOT                    PIC 9(4) VALUE 0.
011700 01  WS-LEAP-REM4                    PIC 9(3) VALUE 0.
011800 01  WS-LEAP-REM100                  PIC 9(3) VALUE 0.
011900 01  WS-LEAP-REM400                  PIC 9(3) VALUE 0.
012000 77  WS-DAY-IDX                      PIC S9(2) COMP VALUE 0.
012100
012200*    AN ENTRY'S STAMP BROKEN OUT FOR PRINTING - EIBTIME'S 0HHMMSS.
012300 01  WS-ENTRY-DATE                   PIC 9(7) VALUE 0.
012400 01  WS-ENTRY-TIME                   PIC 9(7) VALUE 0.
012500 01  WS-ENTRY-TIME-PARTS REDEFINES WS-ENTRY-TIME.
012600     05 FILLER                       PIC 9(1).
012700     05 WS-ENTRY-HH                  PIC 9(2).
012800     05 WS-ENTRY-MM                  PIC 9(2).
012900     05 WS-ENTRY-SS                  PIC 9(2).
013000
013100*    THE REASON CODES ACCLREC ALLOWS, WITH THE WORDING THE PRIVACY
013200*    OFFICE READS THEM BY AND A COUNT OF EACH FOR THE WEEK. A CODE
013300*    NOT IN THE TABLE (ONLY POSSIBLE FROM A DAMAGED ENTRY) COUNTS
013400*    IN THE LAST SLOT.
013500 01  WS-REASON-VALUES.
013600     05 FILLER                       PIC X(2) VALUE 'ID'.
013700     05 FILLER                       PIC X(24) VALUE
013800            'CALLER IDENTITY CHECK'.
013900     05 FILLER                       PIC X(2) VALUE 'SR'.
014000     05 FILLER                       PIC X(24) VALUE
014100            'STUDENT REQUEST'.
014200     05 FILLER                       PIC X(2) VALUE 'MR'.
014300     05 FILLER                       PIC X(24) VALUE
014400            'RETURNED MAIL/BAD NUMBER'.
014500     05 FILLER                       PIC X(2) VALUE 'EM'.
014600     05 FILLER                       PIC X(24) VALUE
014700            'EMERGENCY/SECURITY'.
014800     05 FILLER                       PIC X(2) VALUE 'OF'.
014900     05 FILLER                       PIC X(24) VALUE
015000            'OFFICIAL REQUEST'.
015100     05 FILLER                       PIC X(2) VALUE '??'.
015200     05 FILLER                       PIC X(24) VALUE
015300            '(UNKNOWN CODE)'.
015400 01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
015500     05 WS-RSN-ENTRY OCCURS 6 TIMES.
015600         10 WS-RSN-CODE              PIC X(2).
015700         10 WS-RSN-DESC              PIC X(24).
015800 01  WS-REASON-COUNTS.
015900     05 WS-RSN-COUNT                 PIC S9(7) COMP
016000                                     OCCURS 6 TIMES.
016100 77  WS-RSN-IDX                      PIC S9(2) COMP VALUE 0.
016200 77  WS-RSN-SUB                      PIC S9(2) COMP VALUE 0.
016300 77  WS-RSN-MAX                      PIC S9(2) COMP VALUE 6.
016400
016500*    FIELDS REVEALED PER OPERATOR - THE LOG IS IN TIME ORDER, NOT
016600*    OPERATOR ORDER, SO THE TALLY NEEDS A TABLE RATHER THAN A
016700*    CONTROL BREAK. TWO HUNDRED IS FAR PAST THE INQUIRY STAFF.
016800 01  WS-OPER-COUNT                   PIC S9(4) COMP VALUE 0.
016900 01  WS-OPER-TABLE.
017000     05 WS-OPT-ENTRY OCCURS 200 TIMES.
017100         10 WS-OPT-OPERID            PIC X(8).
017200         10 WS-OPT-FIELDS            PIC S9(7) COMP.
017300 77  WS-OPT-IDX                      PIC S9(4) COMP VALUE 0.
017400 77  WS-OPT-FOUND                    PIC S9(4) COMP VALUE 0.
017500
017600 77  WS-READ-COUNT                   PIC S9(7) COMP VALUE 0.
017700 77  WS-WEEK-COUNT                   PIC S9(7) COMP VALUE 0.
017800 77  WS-LINE-COUNT                   PIC S9(3) COMP VALUE 99.
017900 77  WS-MAX-LINES                    PIC S9(3) COMP VALUE 55.
018000 77  WS-PAGE-COUNT                   PIC S9(3) COMP VALUE 0.
018100
018200 01  RPT-HEADING-1.
018300     05 RPT-HDG1-CC                  PIC X(1) VALUE '1'.
018400     05 FILLER                       PIC X(4) VALUE SPACES.
018500     05 FILLER                       PIC X(45) VALUE
018600            'PRIVACY ACCESS REPORT - FIELDS REVEALED FROM '.
018700     05 RPT-HDG1-FROM                PIC 9(7).
018800     05 FILLER                       PIC X(4) VALUE ' TO '.
018900     05 RPT-HDG1-TO                  PIC 9(7).
019000     05 FILLER                       PIC X(10) VALUE ' (YYYYDDD)'.
019100     05 FILLER                       PIC X(40) VALUE SPACES.
019200     05 FILLER                       PIC X(5) VALUE 'PAGE '.
019300     05 RPT-HDG1-PAGE                PIC ZZ9.
019400     05 FILLER                       PIC X(7) VALUE SPACES.
019500
019600 01  RPT-HEADING-2.
019700     05 RPT-HDG2-CC                  PIC X(1) VALUE '0'.
019800     05 FILLER                       PIC X(2) VALUE SPACES.
019900     05 FILLER                       PIC X(9) VALUE 'DATE'.
020000     05 FILLER                       PIC X(10) VALUE 'TIME'.
020100     05 FILLER                       PIC X(30) VALUE 'OPERATOR'.
020200     05 FILLER                       PIC X(6) VALUE 'TERM'.
020300     05 FILLER                       PIC X(29) VALUE 'STUDENT'.
020400     05 FILLER                       PIC X(10) VALUE 'FIELD'.
020500     05 FILLER                       PIC X(28) VALUE 'REASON'.
020600     05 FILLER                       PIC X(8) VALUE 'PROGRAM'.
020700
020800 01  RPT-DETAIL-LINE.
020900     05 RPT-DTL-CC                   PIC X(1) VALUE ' '.
021000     05 FILLER                       PIC X(2) VALUE SPACES.
021100     05 RPT-DTL-DATE                 PIC 9(7).
021200     05 FILLER                       PIC X(2) VALUE SPACES.
021300     05 RPT-DTL-HH                   PIC 9(2).
021400     05 FILLER                       PIC X(1) VALUE ':'.
021500     05 RPT-DTL-MM                   PIC 9(2).
021600     05 FILLER                       PIC X(1) VALUE ':'.
021700     05 RPT-DTL-SS                   PIC 9(2).
021800     05 FILLER                       PIC X(2) VALUE SPACES.
021900     05 RPT-DTL-OPERID               PIC X(8).
022000     05 FILLER                       PIC X(1) VALUE SPACES.
022100     05 RPT-DTL-OPER-NAME            PIC X(20).
022200     05 FILLER                       PIC X(1) VALUE SPACES.
022300     05 RPT-DTL-TERMID               PIC X(4).
022400     05 FILLER                       PIC X(2) VALUE SPACES.
022500     05 RPT-DTL-STU-NUMBER           PIC X(7).
022600     05 FILLER                       PIC X(1) VALUE SPACES.
022700     05 RPT-DTL-STU-NAME             PIC X(20).
022800     05 FILLER                       PIC X(1) VALUE SPACES.
022900     05 RPT-DTL-FIELD                PIC X(8).
023000     05 FILLER                       PIC X(2) VALUE SPACES.
023100     05 RPT-DTL-REASON               PIC X(2).
023200     05 FILLER                       PIC X(1) VALUE SPACES.
023300     05 RPT-DTL-REASON-DESC          PIC X(24).
023400     05 FILLER                       PIC X(1) VALUE SPACES.
023500     05 RPT-DTL-PROGRAM              PIC X(8).
023600
023700 01  RPT-NONE-LINE.
023800     05 RPT-NONE-CC                  PIC X(1) VALUE '0'.
023900     05 FILLER                       PIC X(4) VALUE SPACES.
024000     05 FILLER                       PIC X(36) VALUE
024100            'NO FIELDS WERE REVEALED IN THE WEEK.'.
024200     05 FILLER                       PIC X(92) VALUE SPACES.
024300
024400 01  RPT-SUMMARY-HDG.
024500     05 RPT-SUMH-CC                  PIC X(1) VALUE '0'.
024600     05 FILLER                       PIC X(4) VALUE SPACES.
024700     05 RPT-SUMH-TEXT                PIC X(60).
024800     05 FILLER                       PIC X(68) VALUE SPACES.
024900
025000 01  RPT-OPER-LINE.
025100     05 RPT-OPL-CC                   PIC X(1) VALUE ' '.
025200     05 FILLER                       PIC X(6) VALUE SPACES.
025300     05 RPT-OPL-OPERID               PIC X(8).
025400     05 FILLER                       PIC X(2) VALUE SPACES.
025500     05 RPT-OPL-NAME                 PIC X(20).
025600     05 FILLER                       PIC X(2) VALUE SPACES.
025700     05 RPT-OPL-FIELDS               PIC ZZZ,ZZ9.
025800     05 FILLER                       PIC X(17) VALUE
025900            ' FIELDS REVEALED'.
026000     05 FILLER                       PIC X(70) VALUE SPACES.
026100
026200 01  RPT-REASON-LINE.
026300     05 RPT-RSL-CC                   PIC X(1) VALUE ' '.
026400     05 FILLER                       PIC X(6) VALUE SPACES.
026500     05 RPT-RSL-CODE                 PIC X(2).
026600     05 FILLER                       PIC X(2) VALUE SPACES.
026700     05 RPT-RSL-DESC                 PIC X(24).
026800     05 FILLER                       PIC X(2) VALUE SPACES.
026900     05 RPT-RSL-COUNT                PIC ZZZ,ZZ9.
027000     05 FILLER                       PIC X(89) VALUE SPACES.
027100
027200 01  RPT-TOTAL-LINE.
027300     05 RPT-TOT-CC                   PIC X(1) VALUE '0'.
027400     05 FILLER                       PIC X(4) VALUE SPACES.
027500     05 FILLER                       PIC X(20) VALUE
027600            'ACCLOG ENTRIES READ:'.
027700     05 RPT-TOT-READ                 PIC ZZZ,ZZ9.
027800     05 FILLER                       PIC X(16) VALUE
027900            '  IN THE WEEK: '.
028000     05 RPT-TOT-WEEK                 PIC ZZZ,ZZ9.
028100     05 FILLER                       PIC X(78) VALUE SPACES.
028200
028300 PROCEDURE DIVISION.
028400
028500 0000-MAINLINE.
028600
028700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028800
028900     PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
029000         UNTIL WS-ACC-EOF.
029100
029200     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
029300
029400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029500
029600     GOBACK.
029700
029800*----------------------------------------------------------------
029900* SYSIN CARRIES THE FIRST DAY OF THE WEEK (YYYYDDD); THE REPORT
030000* COVERS IT AND THE SIX DAYS AFTER. A MISSING ACCLOG (NOTHING EVER
030100* REVEALED) IS AN EMPTY WEEK, NOT A FAILURE.
030200*----------------------------------------------------------------
030300 1000-INITIALIZE.
030400
030500     ACCEPT WS-RUN-DATE-IN FROM SYSIN.
030600
030700     IF (WS-RUN-DATE-IN IS NOT NUMERIC) OR
030800        (WS-RUN-YYYY < 1900) OR
030900        (WS-RUN-DDD = 0) OR (WS-RUN-DDD > 366)
031000         DISPLAY 'DCJB8BPV - WEEK START MUST BE NUMERIC YYYYDDD'
031100         GO TO 9999-ABEND
031200     END-IF.
031300
031400     PERFORM 1100-BUILD-WEEK THRU 1100-EXIT.
031500
031600     PERFORM 1200-CLEAR-REASON THRU 1200-EXIT
031700         VARYING WS-RSN-IDX FROM 1 BY 1
031800         UNTIL WS-RSN-IDX > WS-RSN-MAX.
031900
032000     OPEN INPUT ACCLOG-FILE.
032100     IF WS-ACCLOG-NOFILE
032200         MOVE 'Y' TO WS-ACC-EOF-SW
032300     ELSE
032400         IF NOT WS-ACCLOG-OK
032500             DISPLAY 'DCJB8BPV - ACCLOG OPEN FAILED, STATUS = '
032600                 WS-ACCLOG-STATUS
032700             GO TO 9999-ABEND
032800         END-IF
032900         MOVE 'Y' TO WS-ACC-OPEN-SW
033000     END-IF.
033100
033200     OPEN INPUT STUFILE.
033300     IF NOT WS-STUFILE-OK
033400         DISPLAY 'DCJB8BPV - STUFILE OPEN FAILED, STATUS = '
033500             WS-STUFILE-STATUS
033600         GO TO 9999-ABEND
033700     END-IF.
033800
033900     OPEN INPUT OPERFILE.
034000     IF NOT WS-OPERFILE-OK
034100         DISPLAY 'DCJB8BPV - OPERFILE OPEN FAILED, STATUS = '
034200             WS-OPERFILE-STATUS
034300         GO TO 9999-ABEND
034400     END-IF.
034500
034600     OPEN OUTPUT ACCESS-RPT.
034700     IF NOT WS-ACCRPT-OK
034800         DISPLAY 'DCJB8BPV - ACCRPT OPEN FAILED, STATUS = '
034900             WS-ACCRPT-STATUS
035000         GO TO 9999-ABEND
035100     END-IF.
035200
035300     MOVE WS-RUN-DATE-IN TO RPT-HDG1-FROM.
035400     COMPUTE RPT-HDG1-TO = WS-WEEK-LAST + 1900000.
035500
035600 1000-EXIT.
035700     EXIT.
035800
035900*----------------------------------------------------------------
036000* THE FIRST AND LAST DAYS OF THE WEEK AS CYYDDD - SIX DAYS ON FROM
036100* THE START, ROLLING INTO THE NEXT YEAR AT ITS LAST DAY.
036200*----------------------------------------------------------------
036300 1100-BUILD-WEEK.
036400
036500     MOVE WS-RUN-YYYY TO WS-CUR-YYYY.
036600     MOVE WS-RUN-DDD TO WS-CUR-DDD.
036700     COMPUTE WS-WEEK-FIRST = (WS-CUR-YYYY - 1900) * 1000
036800         + WS-CUR-DDD.
036900
037000     PERFORM 1150-NEXT-DAY THRU 1150-EXIT
037100         VARYING WS-DAY-IDX FROM 1 BY 1
037200         UNTIL WS-DAY-IDX > 6.
037300
037400     COMPUTE WS-WEEK-LAST = (WS-CUR-YYYY - 1900) * 1000
037500         + WS-CUR-DDD.
037600
037700 1100-EXIT.
037800     EXIT.
037900
038000 1150-NEXT-DAY.
038100
038200     ADD 1 TO WS-CUR-DDD.
038300     PERFORM 1160-YEAR-LENGTH THRU 1160-EXIT.
038400     IF WS-CUR-DDD > WS-YEAR-DAYS
038500         ADD 1 TO WS-CUR-YYYY
038600         MOVE 1 TO WS-CUR-DDD
038700     END-IF.
038800
038900 1150-EXIT.
039000     EXIT.
039100
039200 1160-YEAR-LENGTH.
039300
039400     DIVIDE WS-CUR-YYYY BY 4 GIVING WS-LEAP-QUOT
039500         REMAINDER WS-LEAP-REM4.
039600     DIVIDE WS-CUR-YYYY BY 100 GIVING WS-LEAP-QUOT
039700         REMAINDER WS-LEAP-REM100.
039800     DIVIDE WS-CUR-YYYY BY 400 GIVING WS-LEAP-QUOT
039900         REMAINDER WS-LEAP-REM400.
040000
040100     MOVE 365 TO WS-YEAR-DAYS.
040200     IF WS-LEAP-REM4 = 0
040300         IF (WS-LEAP-REM100 NOT = 0) OR (WS-LEAP-REM400 = 0)
040400             MOVE 366 TO WS-YEAR-DAYS
040500         END-IF
040600     END-IF.
040700
040800 1160-EXIT.
040900     EXIT.
041000
041100 1200-CLEAR-REASON.
041200
041300     MOVE 0 TO WS-RSN-COUNT(WS-RSN-IDX).
041400
041500 1200-EXIT.
041600     EXIT.
041700
041800*----------------------------------------------------------------
041900* ONE ACCLOG ENTRY - ONLY THOSE STAMPED WITHIN THE WEEK ARE LISTED
042000* AND COUNTED.
042100*----------------------------------------------------------------
042200 2000-PROCESS-ENTRY.
042300
042400     READ ACCLOG-FILE
042500         AT END
042600             MOVE 'Y' TO WS-ACC-EOF-SW
042700             GO TO 2000-EXIT
042800     END-READ.
042900
043000     ADD 1 TO WS-READ-COUNT.
043100
043200     IF (ACC-DATE < WS-WEEK-FIRST) OR (ACC-DATE > WS-WEEK-LAST)
043300         GO TO 2000-EXIT
043400     END-IF.
043500
043600     ADD 1 TO WS-WEEK-COUNT.
043700     PERFORM 2200-PRINT-ENTRY THRU 2200-EXIT.
043800     PERFORM 2300-TALLY-OPERATOR THRU 2300-EXIT.
043900
044000 2000-EXIT.
044100     EXIT.
044200
044300 2200-PRINT-ENTRY.
044400
044500     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES
044600         PERFORM 7000-PAGE-HEADING THRU 7000-EXIT
044700     END-IF.
044800
044900     COMPUTE WS-ENTRY-DATE = ACC-DATE + 1900000.
045000     MOVE ACC-TIME TO WS-ENTRY-TIME.
045100     MOVE WS-ENTRY-DATE TO RPT-DTL-DATE.
045200     MOVE WS-ENTRY-HH TO RPT-DTL-HH.
045300     MOVE WS-ENTRY-MM TO RPT-DTL-MM.
045400     MOVE WS-ENTRY-SS TO RPT-DTL-SS.
045500
045600     MOVE ACC-OPERID TO RPT-DTL-OPERID.
045700     PERFORM 2400-OPERATOR-NAME THRU 2400-EXIT.
045800     MOVE OPER-NAME TO RPT-DTL-OPER-NAME.
045900     MOVE ACC-TERMID TO RPT-DTL-TERMID.
046000
046100     MOVE ACC-STU-NUMBER TO RPT-DTL-STU-NUMBER.
046200     MOVE ACC-STU-NUMBER TO STU-NUMBER.
046300     READ STUFILE
046400         INVALID KEY
046500             MOVE '(NOT ON STUFILE)' TO STU-NAME
046600     END-READ.
046700     MOVE STU-NAME TO RPT-DTL-STU-NAME.
046800
046900     MOVE ACC-FIELD TO RPT-DTL-FIELD.
047000     MOVE ACC-REASON TO RPT-DTL-REASON.
047100     PERFORM 2500-FIND-REASON THRU 2500-EXIT.
047200     MOVE WS-RSN-DESC(WS-RSN-IDX) TO RPT-DTL-REASON-DESC.
047300     ADD 1 TO WS-RSN-COUNT(WS-RSN-IDX).
047400     MOVE ACC-PROGRAM TO RPT-DTL-PROGRAM.
047500
047600     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
047700     ADD 1 TO WS-LINE-COUNT.
047800
047900 2200-EXIT.
048000     EXIT.
048100
048200 2300-TALLY-OPERATOR.
048300
048400     MOVE 0 TO WS-OPT-FOUND.
048500     PERFORM 2310-MATCH-OPERATOR THRU 2310-EXIT
048600         VARYING WS-OPT-IDX FROM 1 BY 1
048700         UNTIL WS-OPT-IDX > WS-OPER-COUNT
048800            OR WS-OPT-FOUND > 0.
048900
049000     IF WS-OPT-FOUND > 0
049100         ADD 1 TO WS-OPT-FIELDS(WS-OPT-FOUND)
049200         GO TO 2300-EXIT
049300     END-IF.
049400
049500     IF WS-OPER-COUNT >= 200
049600         DISPLAY 'DCJB8BPV - OPERATOR TABLE FULL, ' ACC-OPERID
049700             ' NOT TOTALLED'
049800         GO TO 2300-EXIT
049900     END-IF.
050000
050100     ADD 1 TO WS-OPER-COUNT.
050200     MOVE ACC-OPERID TO WS-OPT-OPERID(WS-OPER-COUNT).
050300     MOVE 1 TO WS-OPT-FIELDS(WS-OPER-COUNT).
050400
050500 2300-EXIT.
050600     EXIT.
050700
050800 2310-MATCH-OPERATOR.
050900
051000     IF WS-OPT-OPERID(WS-OPT-IDX) = ACC-OPERID
051100         MOVE WS-OPT-IDX TO WS-OPT-FOUND
051200     END-IF.
051300
051400 2310-EXIT.
051500     EXIT.
051600
051700*    THE OPERATOR'S NAME FROM OPERFILE - A DEPARTED OPERATOR IS
051800*    DEACTIVATED RATHER THAN DELETED, SO THE ID NORMALLY RESOLVES.
051900 2400-OPERATOR-NAME.
052000
052100     MOVE ACC-OPERID TO OPER-ID.
052200     READ OPERFILE
052300         INVALID KEY
052400             MOVE '(NOT ON OPERFILE)' TO OPER-NAME
052500     END-READ.
052600
052700 2400-EXIT.
052800     EXIT.
052900
053000*    LEAVES WS-RSN-IDX ON THE ENTRY'S REASON CODE, OR ON THE LAST
053100*    (UNKNOWN) SLOT.
053200 2500-FIND-REASON.
053300
053400     MOVE WS-RSN-MAX TO WS-RSN-IDX.
053500     PERFORM 2510-MATCH-REASON THRU 2510-EXIT
053600         VARYING WS-RSN-SUB FROM 1 BY 1
053700         UNTIL WS-RSN-SUB >= WS-RSN-MAX.
053800
053900 2500-EXIT.
054000     EXIT.
054100
054200 2510-MATCH-REASON.
054300
054400     IF WS-RSN-CODE(WS-RSN-SUB) = ACC-REASON
054500         MOVE WS-RSN-SUB TO WS-RSN-IDX
054600     END-IF.
054700
054800 2510-EXIT.
054900     EXIT.
055000
055100*----------------------------------------------------------------
055200* THE WEEK'S TOTALS - FIELDS REVEALED BY EACH OPERATOR, THEN BY
055300* REASON CODE, THEN THE CONTROL COUNTS.
055400*----------------------------------------------------------------
055500 3000-PRINT-SUMMARY.
055600
055700     IF WS-LINE-COUNT + 6 > WS-MAX-LINES
055800         PERFORM 7000-PAGE-HEADING THRU 7000-EXIT
055900     END-IF.
056000
056100     IF WS-WEEK-COUNT = 0
056200         WRITE RPT-LINE FROM RPT-NONE-LINE
056300         ADD 2 TO WS-LINE-COUNT
056400     ELSE
056500         PERFORM 3050-PRINT-TALLIES THRU 3050-EXIT
056600     END-IF.
056700
056800     MOVE WS-READ-COUNT TO RPT-TOT-READ.
056900     MOVE WS-WEEK-COUNT TO RPT-TOT-WEEK.
057000     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
057100     ADD 2 TO WS-LINE-COUNT.
057200
057300 3000-EXIT.
057400     EXIT.
057500
057600 3050-PRINT-TALLIES.
057700
057800     MOVE 'FIELDS REVEALED BY OPERATOR' TO RPT-SUMH-TEXT.
057900     WRITE RPT-LINE FROM RPT-SUMMARY-HDG.
058000     ADD 2 TO WS-LINE-COUNT.
058100
058200     PERFORM 3100-PRINT-OPERATOR THRU 3100-EXIT
058300         VARYING WS-OPT-IDX FROM 1 BY 1
058400         UNTIL WS-OPT-IDX > WS-OPER-COUNT.
058500
058600     IF WS-LINE-COUNT + 9 > WS-MAX-LINES
058700         PERFORM 7000-PAGE-HEADING THRU 7000-EXIT
058800     END-IF.
058900
059000     MOVE 'FIELDS REVEALED BY REASON' TO RPT-SUMH-TEXT.
059100     WRITE RPT-LINE FROM RPT-SUMMARY-HDG.
059200     ADD 2 TO WS-LINE-COUNT.
059300
059400     PERFORM 3200-PRINT-REASON THRU 3200-EXIT
059500         VARYING WS-RSN-IDX FROM 1 BY 1
059600         UNTIL WS-RSN-IDX > WS-RSN-MAX.
059700
059800 3050-EXIT.
059900     EXIT.
060000
060100 3100-PRINT-OPERATOR.
060200
060300     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES
060400         PERFORM 7000-PAGE-HEADING THRU 7000-EXIT
060500     END-IF.
060600
060700     MOVE WS-OPT-OPERID(WS-OPT-IDX) TO RPT-OPL-OPERID.
060800     MOVE WS-OPT-OPERID(WS-OPT-IDX) TO ACC-OPERID.
060900     PERFORM 2400-OPERATOR-NAME THRU 2400-EXIT.
061000     MOVE OPER-NAME TO RPT-OPL-NAME.
061100     MOVE WS-OPT-FIELDS(WS-OPT-IDX) TO RPT-OPL-FIELDS.
061200
061300     WRITE RPT-LINE FROM RPT-OPER-LINE.
061400     ADD 1 TO WS-LINE-COUNT.
061500
061600 3100-EXIT.
061700     EXIT.
061800
061900*    A REASON NOBODY USED THIS WEEK IS LEFT OFF, AND THE UNKNOWN
062000*    SLOT ONLY PRINTS WHEN SOMETHING LANDED IN IT.
062100 3200-PRINT-REASON.
062200
062300     IF WS-RSN-COUNT(WS-RSN-IDX) = 0
062400         GO TO 3200-EXIT
062500     END-IF.
062600
062700     MOVE WS-RSN-CODE(WS-RSN-IDX) TO RPT-RSL-CODE.
062800     MOVE WS-RSN-DESC(WS-RSN-IDX) TO RPT-RSL-DESC.
062900     MOVE WS-RSN-COUNT(WS-RSN-IDX) TO RPT-RSL-COUNT.
063000
063100     WRITE RPT-LINE FROM RPT-REASON-LINE.
063200     ADD 1 TO WS-LINE-COUNT.
063300
063400 3200-EXIT.
063500     EXIT.
063600
063700 7000-PAGE-HEADING.
063800
063900     ADD 1 TO WS-PAGE-COUNT.
064000     MOVE WS-PAGE-COUNT TO RPT-HDG1-PAGE.
064100     WRITE RPT-LINE FROM RPT-HEADING-1.
064200     WRITE RPT-LINE FROM RPT-HEADING-2.
064300     MOVE 3 TO WS-LINE-COUNT.
064400
064500 7000-EXIT.
064600     EXIT.
064700
064800 9000-TERMINATE.
064900
065000     IF WS-ACC-OPEN
065100         CLOSE ACCLOG-FILE
065200     END-IF.
065300     CLOSE STUFILE OPERFILE ACCESS-RPT.
065400
065500     DISPLAY 'DCJB8BPV - ACCLOG ENTRIES READ: ' WS-READ-COUNT
065600         ', IN THE WEEK: ' WS-WEEK-COUNT.
065700
065800 9000-EXIT.
065900     EXIT.
066000
066100 9999-ABEND.
066200
066300     MOVE 16 TO RETURN-CODE.
066400     GOBACK.
066500
066600 END PROGRAM DCJB8BPV.
