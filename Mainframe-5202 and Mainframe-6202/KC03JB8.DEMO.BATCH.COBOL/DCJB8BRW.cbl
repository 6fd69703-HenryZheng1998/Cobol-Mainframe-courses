000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BRW.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - WEEKLY ROOM CALENDAR. FOR THE
001100*                SEVEN DAYS FROM THE SYSIN DATE (YYYYDDD), LISTS
001200*                EVERY ROOM ON ROOMFILE BUILDING BY BUILDING, AND
001300*                UNDER EACH DAY THE CLASSES MEETING IN IT (CRSFILE
001400*                MEETING PATTERNS, IN A TERM THE DAY FALLS IN)
001500*                AND THE EVENTS RESERVED IN IT (RSVFILE), MERGED
001600*                IN START-TIME ORDER. AN OVERLAP IS FLAGGED - ONLY
001700*                A BOOKING THAT PREDATES THE DCJB8PHZ AND DCJB8PGN
001800*                CHECKS CAN MAKE ONE.
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
002900     SELECT ROOMFILE ASSIGN TO ROOMFILE
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS ROM-KEY
003300         FILE STATUS IS WS-ROOMFILE-STATUS.
003400
003500     SELECT CRSFILE ASSIGN TO CRSFILE
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS CRS-CODE
003900         FILE STATUS IS WS-CRSFILE-STATUS.
004000
004100     SELECT TERMFILE ASSIGN TO TERMFILE
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS TRM-KEY
004500         FILE STATUS IS WS-TERMFILE-STATUS.
004600
004700*    A ROOM'S EVENTS FOR THE WEEK ARE PICKED UP WITH A START ON
004800*    THE ROOM AND THE FIRST DAY, THE SAME WAY DCJB8BAR PICKS UP
004900*    PAYMENTS.
005000     SELECT RSVFILE ASSIGN TO RSVFILE
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS RSV-KEY
005400         FILE STATUS IS WS-RSVFILE-STATUS.
005500
005600     SELECT CALENDAR-RPT ASSIGN TO RWKRPT
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-RWKRPT-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200
006300 FD  ROOMFILE
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 29 CHARACTERS
006600     DATA RECORD IS ROOMFILE-RECORD.
006700
006800     COPY 'ROOMREC'.
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
008400 FD  RSVFILE
008500     LABEL RECORDS ARE STANDARD
008600     RECORD CONTAINS 100 CHARACTERS
008700     DATA RECORD IS RSVFILE-RECORD.
008800
008900     COPY 'RSVREC'.
009000
009100 FD  CALENDAR-RPT
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 133 CHARACTERS
009400     DATA RECORD IS RPT-LINE.
009500 01  RPT-LINE                        PIC X(133).
009600
009700 WORKING-STORAGE SECTION.
009800
009900 01  WS-ROOMFILE-STATUS              PIC X(2) VALUE SPACES.
010000     88 WS-ROOMFILE-OK                   VALUE '00'.
010100 01  WS-CRSFILE-STATUS               PIC X(2) VALUE SPACES.
010200     88 WS-CRSFILE-OK                    VALUE '00'.
010300 01  WS-TERMFILE-STATUS              PIC X(2) VALUE SPACES.
010400     88 WS-TERMFILE-OK                   VALUE '00'.
010500 01  WS-RSVFILE-STATUS               PIC X(2) VALUE SPACES.
010600     88 WS-RSVFILE-OK                    VALUE '00'.
010700 01  WS-RWKRPT-STATUS                PIC X(2) VALUE SPACES.
010800     88 WS-RWKRPT-OK                     VALUE '00'.
010900
011000 01  WS-SWITCHES.
011100     05 WS-ROOM-EOF-SW               PIC X(1) VALUE 'N'.
011200         88 WS-ROOM-EOF                   VALUE 'Y'.
011300     05 WS-CRS-EOF-SW                PIC X(1) VALUE 'N'.
011400         88 WS-CRS-EOF                    VALUE 'Y'.
011500     05 WS-TRM-EOF-SW                PIC X(1) VALUE 'N'.
011600         88 WS-TRM-EOF                    VALUE 'Y'.
011700     05 WS-RSV-DONE-SW               PIC X(1) VALUE 'N'.
011800         88 WS-RSV-DONE                   VALUE 'Y'.
011900     05 WS-SWAP-SW                   PIC X(1) VALUE 'N'.
012000         88 WS-SWAPPED                    VALUE 'Y'.
012100
012200*    THE WEEK - THE SYSIN DATE AS KEYED (YYYYDDD) AND THE SEVEN
012300*    DAYS FROM IT AS CYYDDD, EACH WITH ITS WEEKDAY LETTER (THE
012400*    ONES DCJB8PGN KEYS MEETING PATTERNS WITH) AND NAME.
012500 01  WS-RUN-DATE-IN                  PIC X(7) VALUE SPACES.
012600 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-IN.
012700     05 WS-RUN-YYYY                  PIC 9(4).
012800     05 WS-RUN-DDD                   PIC 9(3).
012900 01  WS-WEEK-TABLE.
013000     05 WS-WEEK-DAY OCCURS 7 TIMES.
013100         10 WS-WK-DATE               PIC 9(7).
013200         10 WS-WK-LETTER             PIC X(1).
013300         10 WS-WK-NAME               PIC X(3).
013400 77  WS-WK-IDX                       PIC S9(2) COMP VALUE 0.
013500 01  WS-WEEK-FIRST                   PIC 9(7) VALUE 0.
013600 01  WS-WEEK-LAST                    PIC 9(7) VALUE 0.
013700
013800*    DAY-STEPPING WORK FIELDS - THE YEAR AND DAY IN HAND, AND THE
013900*    LENGTH OF THE YEAR (366 IN EVERY FOURTH, BUT NOT IN THE
014000*    CENTURIES NOT DIVISIBLE BY 400).
014100 01  WS-CUR-YYYY                     PIC 9(4) VALUE 0.
014200 01  WS-CUR-DDD                      PIC 9(3) VALUE 0.
014300 01  WS-YEAR-DAYS                    PIC 9(3) VALUE 0.
014400 01  WS-LEAP-QUOT                    PIC 9(4) VALUE 0.
014500 01  WS-LEAP-REM4                    PIC 9(3) VALUE 0.
014600 01  WS-LEAP-REM100                  PIC 9(3) VALUE 0.
014700 01  WS-LEAP-REM400                  PIC 9(3) VALUE 0.
014800
014900*    THE WEEKDAY OF THE FIRST DAY - THE DAYS FROM THE START OF THE
015000*    CALENDAR TO THE DATE, MOD 7, COUNT FROM SUNDAY. THE REST OF
015100*    THE WEEK FOLLOWS ROUND THE TABLE.
015200 01  WS-DOW-YEARS                    PIC 9(4) VALUE 0.
015300 01  WS-DOW-Q4                       PIC 9(4) VALUE 0.
015400 01  WS-DOW-Q100                     PIC 9(4) VALUE 0.
015500 01  WS-DOW-Q400                     PIC 9(4) VALUE 0.
015600 01  WS-DOW-ABS                      PIC 9(7) VALUE 0.
015700 01  WS-DOW-WEEKS                    PIC 9(7) VALUE 0.
015800 01  WS-DOW                          PIC 9(1) VALUE 0.
015900 77  WS-DOW-IDX                      PIC S9(2) COMP VALUE 0.
016000 01  WS-DOW-LETTERS                  PIC X(7) VALUE 'UMTWRFS'.
016100 01  WS-DOW-LETTER-TABLE REDEFINES WS-DOW-LETTERS.
016200     05 WS-DOW-LETTER                PIC X(1) OCCURS 7 TIMES.
016300 01  WS-DOW-NAMES.
016400     05 FILLER                       PIC X(3) VALUE 'SUN'.
016500     05 FILLER                       PIC X(3) VALUE 'MON'.
016600     05 FILLER                       PIC X(3) VALUE 'TUE'.
016700     05 FILLER                       PIC X(3) VALUE 'WED'.
016800     05 FILLER                       PIC X(3) VALUE 'THU'.
016900     05 FILLER                       PIC X(3) VALUE 'FRI'.
017000     05 FILLER                       PIC X(3) VALUE 'SAT'.
017100 01  WS-DOW-NAME-TABLE REDEFINES WS-DOW-NAMES.
017200     05 WS-DOW-NAME                  PIC X(3) OCCURS 7 TIMES.
017300
017400*    THE TERMS THAT TOUCH THE WEEK, LOADED FROM TERMFILE.
017500 01  WS-TERM-COUNT                   PIC S9(3) COMP VALUE 0.
017600 01  WS-TERM-TABLE.
017700     05 WS-TRT-ENTRY OCCURS 30 TIMES.
017800         10 WS-TRT-CODE              PIC X(5).
017900         10 WS-TRT-START             PIC 9(7).
018000         10 WS-TRT-END               PIC 9(7).
018100 77  WS-TRT-IDX                      PIC S9(3) COMP VALUE 0.
018200 77  WS-TRT-FOUND                    PIC S9(3) COMP VALUE 0.
018300
018400*    EVERY SECTION WITH A ROOM AND A MEETING PATTERN IN ONE OF
018500*    THOSE TERMS, WITH THE TERM'S DATES, LOADED IN ONE PASS OF
018600*    CRSFILE AND SCANNED FOR EACH ROOM IN TURN.
018700 01  WS-CLASS-COUNT                  PIC S9(4) COMP VALUE 0.
018800 01  WS-CLASS-TABLE.
018900     05 WS-CLT-ENTRY OCCURS 1000 TIMES.
019000         10 WS-CLT-ROOM              PIC X(6).
019100         10 WS-CLT-CODE              PIC X(8).
019200         10 WS-CLT-TITLE             PIC X(20).
019300         10 WS-CLT-DAYS              PIC X(7).
019400         10 WS-CLT-START             PIC X(4).
019500         10 WS-CLT-END               PIC X(4).
019600         10 WS-CLT-TRM-START         PIC 9(7).
019700         10 WS-CLT-TRM-END           PIC 9(7).
019800 77  WS-CLT-IDX                      PIC S9(4) COMP VALUE 0.
019900 77  WS-LETTER-HITS                  PIC S9(2) COMP VALUE 0.
020000
020100*    ONE ROOM'S DAY - ITS CLASSES AND EVENTS, PUT IN START-TIME
020200*    ORDER BY A NEIGHBOUR-SWAP SORT BEFORE PRINTING.
020300 01  WS-DAY-COUNT                    PIC S9(3) COMP VALUE 0.
020400 01  WS-DAY-TABLE.
020500     05 WS-DYT-ENTRY OCCURS 40 TIMES.
020600         10 WS-DYT-START             PIC X(4).
020700         10 WS-DYT-END               PIC X(4).
020800         10 WS-DYT-KIND              PIC X(8).
020900         10 WS-DYT-CODE              PIC X(8).
021000         10 WS-DYT-DESC              PIC X(30).
021100         10 WS-DYT-CONTACT           PIC X(20).
021200 01  WS-DYT-HOLD                     PIC X(74).
021300 77  WS-DYT-IDX                      PIC S9(3) COMP VALUE 0.
021400 77  WS-DYT-NEXT                     PIC S9(3) COMP VALUE 0.
021500 77  WS-DYT-PREV                     PIC S9(3) COMP VALUE 0.
021600 01  WS-ROOM-WEEK-COUNT              PIC S9(5) COMP VALUE 0.
021700
021800 01  WS-CUR-BUILDING                 PIC X(2) VALUE HIGH-VALUES.
021900
022000 01  WS-COUNTERS.
022100     05 WS-ROOMS-PRINTED             PIC 9(5) VALUE 0.
022200     05 WS-CLASSES-PRINTED           PIC 9(7) VALUE 0.
022300     05 WS-EVENTS-PRINTED            PIC 9(7) VALUE 0.
022400     05 WS-OVERLAPS-FLAGGED          PIC 9(5) VALUE 0.
022500
022600 01  RPT-HEADING-1.
022700     05 RPT-HDG1-CC                  PIC X(1) VALUE '1'.
022800     05 FILLER                       PIC X(4) VALUE SPACES.
022900     05 FILLER                       PIC X(31) VALUE
023000            'WEEKLY ROOM CALENDAR - WEEK OF '.
023100     05 RPT-HDG1-FROM                PIC X(7).
023200     05 FILLER                       PIC X(4) VALUE ' TO '.
023300     05 RPT-HDG1-TO                  PIC X(7).
023400     05 FILLER                       PIC X(14) VALUE
023500            '   BUILDING: '.
023600     05 RPT-HDG1-BLDG                PIC X(2).
023700     05 FILLER                       PIC X(63) VALUE SPACES.
023800
023900 01  RPT-ROOM-LINE.
024000     05 RPT-ROOM-CC                  PIC X(1) VALUE '0'.
024100     05 FILLER                       PIC X(4) VALUE SPACES.
024200     05 FILLER                       PIC X(6) VALUE 'ROOM: '.
024300     05 RPT-ROOM-ID                  PIC X(6).
024400     05 FILLER                       PIC X(2) VALUE SPACES.
024500     05 RPT-ROOM-DESC                PIC X(20).
024600     05 FILLER                       PIC X(9) VALUE '  SEATS: '.
024700     05 RPT-ROOM-SEATS               PIC ZZ9.
024800     05 FILLER                       PIC X(82) VALUE SPACES.
024900
025000 01  RPT-DETAIL-LINE.
025100     05 RPT-DTL-CC                   PIC X(1) VALUE ' '.
025200     05 FILLER                       PIC X(6) VALUE SPACES.
025300     05 RPT-DTL-DAY                  PIC X(3).
025400     05 FILLER                       PIC X(1) VALUE SPACES.
025500     05 RPT-DTL-DATE                 PIC X(7).
025600     05 FILLER                       PIC X(2) VALUE SPACES.
025700     05 RPT-DTL-START                PIC X(4).
025800     05 RPT-DTL-DASH                 PIC X(1).
025900     05 RPT-DTL-END                  PIC X(4).
026000     05 FILLER                       PIC X(2) VALUE SPACES.
026100     05 RPT-DTL-KIND                 PIC X(8).
026200     05 RPT-DTL-CODE                 PIC X(8).
026300     05 FILLER                       PIC X(2) VALUE SPACES.
026400     05 RPT-DTL-DESC                 PIC X(30).
026500     05 FILLER                       PIC X(2) VALUE SPACES.
026600     05 RPT-DTL-CONTACT              PIC X(20).
026700     05 FILLER                       PIC X(2) VALUE SPACES.
026800     05 RPT-DTL-FLAG                 PIC X(9).
026900     05 FILLER                       PIC X(21) VALUE SPACES.
027000
027100 01  RPT-EMPTY-LINE.
027200     05 RPT-EMP-CC                   PIC X(1) VALUE ' '.
027300     05 FILLER                       PIC X(6) VALUE SPACES.
027400     05 FILLER                       PIC X(40) VALUE
027500            'NO CLASSES OR EVENTS BOOKED THIS WEEK'.
027600     05 FILLER                       PIC X(86) VALUE SPACES.
027700
027800 PROCEDURE DIVISION.
027900
028000 0000-MAINLINE.
028100
028200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028300
028400     PERFORM 2000-PRINT-ONE-ROOM THRU 2000-EXIT
028500         UNTIL WS-ROOM-EOF.
028600
028700     PERFORM 3000-TERMINATE THRU 3000-EXIT.
028800
028900     GOBACK.
029000
029100 1000-INITIALIZE.
029200
029300     ACCEPT WS-RUN-DATE-IN FROM SYSIN.
029400
029500     IF (WS-RUN-DATE-IN IS NOT NUMERIC) OR
029600        (WS-RUN-YYYY < 1900) OR
029700        (WS-RUN-DDD = 0) OR (WS-RUN-DDD > 366)
029800         DISPLAY 'DCJB8BRW - WEEK START MUST BE NUMERIC YYYYDDD'
029900         GO TO 9999-ABEND
030000     END-IF.
030100
030200     PERFORM 1100-BUILD-WEEK THRU 1100-EXIT.
030300
030400     OPEN INPUT ROOMFILE.
030500     IF NOT WS-ROOMFILE-OK
030600         DISPLAY 'DCJB8BRW - ROOMFILE OPEN FAILED, STATUS = '
030700             WS-ROOMFILE-STATUS
030800         GO TO 9999-ABEND
030900     END-IF.
031000
031100     OPEN INPUT CRSFILE.
031200     IF NOT WS-CRSFILE-OK
031300         DISPLAY 'DCJB8BRW - CRSFILE OPEN FAILED, STATUS = '
031400             WS-CRSFILE-STATUS
031500         GO TO 9999-ABEND
031600     END-IF.
031700
031800     OPEN INPUT TERMFILE.
031900     IF NOT WS-TERMFILE-OK
032000         DISPLAY 'DCJB8BRW - TERMFILE OPEN FAILED, STATUS = '
032100             WS-TERMFILE-STATUS
032200         GO TO 9999-ABEND
032300     END-IF.
032400
032500     OPEN INPUT RSVFILE.
032600     IF NOT WS-RSVFILE-OK
032700         DISPLAY 'DCJB8BRW - RSVFILE OPEN FAILED, STATUS = '
032800             WS-RSVFILE-STATUS
032900         GO TO 9999-ABEND
033000     END-IF.
033100
033200     OPEN OUTPUT CALENDAR-RPT.
033300     IF NOT WS-RWKRPT-OK
033400         DISPLAY 'DCJB8BRW - RWKRPT OPEN FAILED, STATUS = '
033500             WS-RWKRPT-STATUS
033600         GO TO 9999-ABEND
033700     END-IF.
033800
033900     PERFORM 1200-LOAD-TERMS THRU 1200-EXIT.
034000     PERFORM 1300-LOAD-CLASSES THRU 1300-EXIT.
034100
034200     MOVE WS-RUN-DATE-IN TO RPT-HDG1-FROM.
034300     COMPUTE WS-CUR-YYYY = WS-WEEK-LAST / 1000 + 1900.
034400     MOVE WS-CUR-YYYY TO RPT-HDG1-TO(1:4).
034500     MOVE WS-WEEK-LAST(5:3) TO RPT-HDG1-TO(5:3).
034600
034700     PERFORM 2100-READ-NEXT-ROOM THRU 2100-EXIT.
034800
034900 1000-EXIT.
035000     EXIT.
035100
035200*----------------------------------------------------------------
035300* LAYS OUT THE SEVEN DAYS - THE FIRST DAY'S WEEKDAY FROM THE
035400* CALENDAR COUNT, THEN ONE DAY AT A TIME, ROLLING INTO THE NEXT
035500* YEAR AT ITS LAST DAY.
035600*----------------------------------------------------------------
035700 1100-BUILD-WEEK.
035800
035900     MOVE WS-RUN-YYYY TO WS-CUR-YYYY.
036000     MOVE WS-RUN-DDD TO WS-CUR-DDD.
036100
036200     COMPUTE WS-DOW-YEARS = WS-CUR-YYYY - 1.
036300     DIVIDE WS-DOW-YEARS BY 4 GIVING WS-DOW-Q4.
036400     DIVIDE WS-DOW-YEARS BY 100 GIVING WS-DOW-Q100.
036500     DIVIDE WS-DOW-YEARS BY 400 GIVING WS-DOW-Q400.
036600     COMPUTE WS-DOW-ABS = (WS-DOW-YEARS * 365) + WS-DOW-Q4
036700         - WS-DOW-Q100 + WS-DOW-Q400 + WS-CUR-DDD.
036800     DIVIDE WS-DOW-ABS BY 7 GIVING WS-DOW-WEEKS
036900         REMAINDER WS-DOW.
037000     COMPUTE WS-DOW-IDX = WS-DOW + 1.
037100
037200     PERFORM 1150-SET-ONE-DAY THRU 1150-EXIT
037300         VARYING WS-WK-IDX FROM 1 BY 1
037400         UNTIL WS-WK-IDX > 7.
037500
037600     MOVE WS-WK-DATE(1) TO WS-WEEK-FIRST.
037700     MOVE WS-WK-DATE(7) TO WS-WEEK-LAST.
037800
037900 1100-EXIT.
038000     EXIT.
038100
038200 1150-SET-ONE-DAY.
038300
038400     IF WS-WK-IDX > 1
038500         ADD 1 TO WS-CUR-DDD
038600         PERFORM 1160-YEAR-LENGTH THRU 1160-EXIT
038700         IF WS-CUR-DDD > WS-YEAR-DAYS
038800             ADD 1 TO WS-CUR-YYYY
038900             MOVE 1 TO WS-CUR-DDD
039000         END-IF
039100         ADD 1 TO WS-DOW-IDX
039200         IF WS-DOW-IDX > 7
039300             MOVE 1 TO WS-DOW-IDX
039400         END-IF
039500     END-IF.
039600
039700     COMPUTE WS-WK-DATE(WS-WK-IDX) =
039800         (WS-CUR-YYYY - 1900) * 1000 + WS-CUR-DDD.
039900     MOVE WS-DOW-LETTER(WS-DOW-IDX) TO WS-WK-LETTER(WS-WK-IDX).
040000     MOVE WS-DOW-NAME(WS-DOW-IDX) TO WS-WK-NAME(WS-WK-IDX).
040100
040200 1150-EXIT.
040300     EXIT.
040400
040500 1160-YEAR-LENGTH.
040600
040700     DIVIDE WS-CUR-YYYY BY 4 GIVING WS-LEAP-QUOT
040800         REMAINDER WS-LEAP-REM4.
040900     DIVIDE WS-CUR-YYYY BY 100 GIVING WS-LEAP-QUOT
041000         REMAINDER WS-LEAP-REM100.
041100     DIVIDE WS-CUR-YYYY BY 400 GIVING WS-LEAP-QUOT
041200         REMAINDER WS-LEAP-REM400.
041300
041400     MOVE 365 TO WS-YEAR-DAYS.
041500     IF WS-LEAP-REM4 = 0
041600         IF (WS-LEAP-REM100 NOT = 0) OR (WS-LEAP-REM400 = 0)
041700             MOVE 366 TO WS-YEAR-DAYS
041800         END-IF
041900     END-IF.
042000
042100 1160-EXIT.
042200     EXIT.
042300
042400*----------------------------------------------------------------
042500* KEEPS THE TERMS WHOSE START..END RANGE TOUCHES THE WEEK.
042600*----------------------------------------------------------------
042700 1200-LOAD-TERMS.
042800
042900     PERFORM 1210-READ-ONE-TERM THRU 1210-EXIT
043000         UNTIL WS-TRM-EOF.
043100
043200 1200-EXIT.
043300     EXIT.
043400
043500 1210-READ-ONE-TERM.
043600
043700     READ TERMFILE NEXT RECORD
043800         AT END
043900             MOVE 'Y' TO WS-TRM-EOF-SW
044000             GO TO 1210-EXIT
044100     END-READ.
044200
044300     IF (TRM-START-DATE > WS-WEEK-LAST) OR
044400        (TRM-END-DATE < WS-WEEK-FIRST)
044500         GO TO 1210-EXIT
044600     END-IF.
044700
044800     IF WS-TERM-COUNT >= 30
044900         DISPLAY 'DCJB8BRW - TERM TABLE FULL, ' TRM-CODE
045000             ' DROPPED'
045100         GO TO 1210-EXIT
045200     END-IF.
045300
045400     ADD 1 TO WS-TERM-COUNT.
045500     MOVE TRM-CODE TO WS-TRT-CODE(WS-TERM-COUNT).
045600     MOVE TRM-START-DATE TO WS-TRT-START(WS-TERM-COUNT).
045700     MOVE TRM-END-DATE TO WS-TRT-END(WS-TERM-COUNT).
045800
045900 1210-EXIT.
046000     EXIT.
046100
046200*----------------------------------------------------------------
046300* ONE PASS OF CRSFILE - EVERY SECTION WITH A ROOM AND A MEETING
046400* PATTERN IN A TERM THAT TOUCHES THE WEEK.
046500*----------------------------------------------------------------
046600 1300-LOAD-CLASSES.
046700
046800     IF WS-TERM-COUNT = 0
046900         GO TO 1300-EXIT
047000     END-IF.
047100
047200     PERFORM 1310-READ-ONE-SECTION THRU 1310-EXIT
047300         UNTIL WS-CRS-EOF.
047400
047500 1300-EXIT.
047600     EXIT.
047700
047800 1310-READ-ONE-SECTION.
047900
048000     READ CRSFILE NEXT RECORD
048100         AT END
048200             MOVE 'Y' TO WS-CRS-EOF-SW
048300             GO TO 1310-EXIT
048400     END-READ.
048500
048600     IF (CRS-ROOM = SPACES) OR (CRS-ROOM = LOW-VALUES) OR
048700        (CRS-MEET-DAYS = SPACES) OR
048800        (CRS-MEET-START IS NOT NUMERIC) OR
048900        (CRS-MEET-END IS NOT NUMERIC)
049000         GO TO 1310-EXIT
049100     END-IF.
049200
049300     MOVE 0 TO WS-TRT-FOUND.
049400     PERFORM 1320-MATCH-ONE-TERM THRU 1320-EXIT
049500         VARYING WS-TRT-IDX FROM 1 BY 1
049600         UNTIL (WS-TRT-IDX > WS-TERM-COUNT)
049700            OR (WS-TRT-FOUND NOT = 0).
049800     IF WS-TRT-FOUND = 0
049900         GO TO 1310-EXIT
050000     END-IF.
050100
050200     IF WS-CLASS-COUNT >= 1000
050300         DISPLAY 'DCJB8BRW - CLASS TABLE FULL, ' CRS-CODE
050400             ' DROPPED'
050500         GO TO 1310-EXIT
050600     END-IF.
050700
050800     ADD 1 TO WS-CLASS-COUNT.
050900     MOVE CRS-ROOM TO WS-CLT-ROOM(WS-CLASS-COUNT).
051000     MOVE CRS-CODE TO WS-CLT-CODE(WS-CLASS-COUNT).
051100     MOVE CRS-TITLE TO WS-CLT-TITLE(WS-CLASS-COUNT).
051200     MOVE CRS-MEET-DAYS TO WS-CLT-DAYS(WS-CLASS-COUNT).
051300     MOVE CRS-MEET-START TO WS-CLT-START(WS-CLASS-COUNT).
051400     MOVE CRS-MEET-END TO WS-CLT-END(WS-CLASS-COUNT).
051500     MOVE WS-TRT-START(WS-TRT-FOUND)
051600         TO WS-CLT-TRM-START(WS-CLASS-COUNT).
051700     MOVE WS-TRT-END(WS-TRT-FOUND)
051800         TO WS-CLT-TRM-END(WS-CLASS-COUNT).
051900
052000 1310-EXIT.
052100     EXIT.
052200
052300 1320-MATCH-ONE-TERM.
052400
052500     IF WS-TRT-CODE(WS-TRT-IDX) = CRS-TERM(1:5)
052600         MOVE WS-TRT-IDX TO WS-TRT-FOUND
052700     END-IF.
052800
052900 1320-EXIT.
053000     EXIT.
053100
053200*----------------------------------------------------------------
053300* ONE ROOM - A NEW PAGE AT EACH NEW BUILDING, THEN THE ROOM
053400* HEADING AND ITS SEVEN DAYS.
053500*----------------------------------------------------------------
053600 2000-PRINT-ONE-ROOM.
053700
053800     IF ROM-BUILDING NOT = WS-CUR-BUILDING
053900         MOVE ROM-BUILDING TO WS-CUR-BUILDING
054000         MOVE ROM-BUILDING TO RPT-HDG1-BLDG
054100         WRITE RPT-LINE FROM RPT-HEADING-1
054200     END-IF.
054300
054400     MOVE ROM-ID TO RPT-ROOM-ID.
054500     MOVE ROM-DESC TO RPT-ROOM-DESC.
054600     IF ROM-SEATS IS NUMERIC
054700         MOVE ROM-SEATS TO RPT-ROOM-SEATS
054800     ELSE
054900         MOVE 0 TO RPT-ROOM-SEATS
055000     END-IF.
055100     WRITE RPT-LINE FROM RPT-ROOM-LINE.
055200     ADD 1 TO WS-ROOMS-PRINTED.
055300
055400     MOVE 0 TO WS-ROOM-WEEK-COUNT.
055500     PERFORM 4000-PRINT-ONE-DAY THRU 4000-EXIT
055600         VARYING WS-WK-IDX FROM 1 BY 1
055700         UNTIL WS-WK-IDX > 7.
055800
055900     IF WS-ROOM-WEEK-COUNT = 0
056000         WRITE RPT-LINE FROM RPT-EMPTY-LINE
056100     END-IF.
056200
056300     PERFORM 2100-READ-NEXT-ROOM THRU 2100-EXIT.
056400
056500 2000-EXIT.
056600     EXIT.
056700
056800 2100-READ-NEXT-ROOM.
056900
057000     READ ROOMFILE NEXT RECORD
057100         AT END
057200             MOVE 'Y' TO WS-ROOM-EOF-SW
057300     END-READ.
057400
057500 2100-EXIT.
057600     EXIT.
057700
057800 3000-TERMINATE.
057900
058000     CLOSE ROOMFILE.
058100     CLOSE CRSFILE.
058200     CLOSE TERMFILE.
058300     CLOSE RSVFILE.
058400     CLOSE CALENDAR-RPT.
058500
058600     DISPLAY 'DCJB8BRW - ROOMS PRINTED     = ' WS-ROOMS-PRINTED.
058700     DISPLAY 'DCJB8BRW - CLASS MEETINGS    = ' WS-CLASSES-PRINTED.
058800     DISPLAY 'DCJB8BRW - EVENTS            = ' WS-EVENTS-PRINTED.
058900     DISPLAY 'DCJB8BRW - OVERLAPS FLAGGED  = '
059000         WS-OVERLAPS-FLAGGED.
059100
059200 3000-EXIT.
059300     EXIT.
059400
059500*----------------------------------------------------------------
059600* ONE DAY OF ONE ROOM - GATHERS THE CLASSES AND EVENTS, SORTS
059700* THEM ON START TIME AND PRINTS THEM. AN ENTRY STARTING BEFORE
059800* THE ONE ABOVE IT ENDS IS FLAGGED AS AN OVERLAP.
059900*----------------------------------------------------------------
060000 4000-PRINT-ONE-DAY.
060100
060200     MOVE 0 TO WS-DAY-COUNT.
060300
060400     PERFORM 4100-ADD-ONE-CLASS THRU 4100-EXIT
060500         VARYING WS-CLT-IDX FROM 1 BY 1
060600         UNTIL WS-CLT-IDX > WS-CLASS-COUNT.
060700
060800     MOVE ROM-ID TO RSV-ROOM.
060900     MOVE WS-WK-DATE(WS-WK-IDX) TO RSV-DATE.
061000     MOVE LOW-VALUES TO RSV-START.
061100     MOVE 'N' TO WS-RSV-DONE-SW.
061200
061300     START RSVFILE KEY IS NOT LESS THAN RSV-KEY
061400         INVALID KEY
061500             MOVE 'Y' TO WS-RSV-DONE-SW
061600     END-START.
061700
061800     PERFORM 4200-ADD-ONE-EVENT THRU 4200-EXIT
061900         UNTIL WS-RSV-DONE.
062000
062100     IF WS-DAY-COUNT = 0
062200         GO TO 4000-EXIT
062300     END-IF.
062400
062500     MOVE 'Y' TO WS-SWAP-SW.
062600     PERFORM 4300-SORT-PASS THRU 4300-EXIT
062700         UNTIL NOT WS-SWAPPED.
062800
062900     PERFORM 4500-PRINT-ONE-ENTRY THRU 4500-EXIT
063000         VARYING WS-DYT-IDX FROM 1 BY 1
063100         UNTIL WS-DYT-IDX > WS-DAY-COUNT.
063200
063300     ADD WS-DAY-COUNT TO WS-ROOM-WEEK-COUNT.
063400
063500 4000-EXIT.
063600     EXIT.
063700
063800 4100-ADD-ONE-CLASS.
063900
064000     IF (WS-CLT-ROOM(WS-CLT-IDX) NOT = ROM-ID) OR
064100        (WS-CLT-TRM-START(WS-CLT-IDX) > WS-WK-DATE(WS-WK-IDX)) OR
064200        (WS-CLT-TRM-END(WS-CLT-IDX) < WS-WK-DATE(WS-WK-IDX))
064300         GO TO 4100-EXIT
064400     END-IF.
064500
064600     MOVE 0 TO WS-LETTER-HITS.
064700     INSPECT WS-CLT-DAYS(WS-CLT-IDX) TALLYING WS-LETTER-HITS
064800         FOR ALL WS-WK-LETTER(WS-WK-IDX).
064900     IF WS-LETTER-HITS = 0
065000         GO TO 4100-EXIT
065100     END-IF.
065200
065300     IF WS-DAY-COUNT >= 40
065400         DISPLAY 'DCJB8BRW - DAY TABLE FULL, ' ROM-ID ' '
065500             WS-CLT-CODE(WS-CLT-IDX) ' DROPPED'
065600         GO TO 4100-EXIT
065700     END-IF.
065800
065900     ADD 1 TO WS-DAY-COUNT.
066000     MOVE WS-CLT-START(WS-CLT-IDX) TO WS-DYT-START(WS-DAY-COUNT).
066100     MOVE WS-CLT-END(WS-CLT-IDX) TO WS-DYT-END(WS-DAY-COUNT).
066200     MOVE 'CLASS' TO WS-DYT-KIND(WS-DAY-COUNT).
066300     MOVE WS-CLT-CODE(WS-CLT-IDX) TO WS-DYT-CODE(WS-DAY-COUNT).
066400     MOVE WS-CLT-TITLE(WS-CLT-IDX) TO WS-DYT-DESC(WS-DAY-COUNT).
066500     MOVE SPACES TO WS-DYT-CONTACT(WS-DAY-COUNT).
066600     ADD 1 TO WS-CLASSES-PRINTED.
066700
066800 4100-EXIT.
066900     EXIT.
067000
067100 4200-ADD-ONE-EVENT.
067200
067300     READ RSVFILE NEXT RECORD
067400         AT END
067500             MOVE 'Y' TO WS-RSV-DONE-SW
067600             GO TO 4200-EXIT
067700     END-READ.
067800
067900     IF (RSV-ROOM NOT = ROM-ID) OR
068000        (RSV-DATE NOT = WS-WK-DATE(WS-WK-IDX))
068100         MOVE 'Y' TO WS-RSV-DONE-SW
068200         GO TO 4200-EXIT
068300     END-IF.
068400
068500     IF WS-DAY-COUNT >= 40
068600         DISPLAY 'DCJB8BRW - DAY TABLE FULL, ' ROM-ID ' '
068700             RSV-START ' DROPPED'
068800         GO TO 4200-EXIT
068900     END-IF.
069000
069100     ADD 1 TO WS-DAY-COUNT.
069200     MOVE RSV-START TO WS-DYT-START(WS-DAY-COUNT).
069300     MOVE RSV-END TO WS-DYT-END(WS-DAY-COUNT).
069400     EVALUATE TRUE
069500         WHEN RSV-TYPE-EXAM
069600             MOVE 'EXAM' TO WS-DYT-KIND(WS-DAY-COUNT)
069700         WHEN RSV-TYPE-DEFENCE
069800             MOVE 'DEFENCE' TO WS-DYT-KIND(WS-DAY-COUNT)
069900         WHEN RSV-TYPE-MEETING
070000             MOVE 'MEETING' TO WS-DYT-KIND(WS-DAY-COUNT)
070100         WHEN OTHER
070200             MOVE 'EVENT' TO WS-DYT-KIND(WS-DAY-COUNT)
070300     END-EVALUATE.
070400     MOVE RSV-DEPT TO WS-DYT-CODE(WS-DAY-COUNT).
070500     MOVE RSV-DESC TO WS-DYT-DESC(WS-DAY-COUNT).
070600     MOVE RSV-CONTACT TO WS-DYT-CONTACT(WS-DAY-COUNT).
070700     ADD 1 TO WS-EVENTS-PRINTED.
070800
070900 4200-EXIT.
071000     EXIT.
071100
071200*----------------------------------------------------------------
071300* ONE PASS OF THE NEIGHBOUR-SWAP SORT ON START TIME - REPEATED
071400* UNTIL A PASS SWAPS NOTHING.
071500*----------------------------------------------------------------
071600 4300-SORT-PASS.
071700
071800     MOVE 'N' TO WS-SWAP-SW.
071900     PERFORM 4400-SORT-PAIR THRU 4400-EXIT
072000         VARYING WS-DYT-IDX FROM 1 BY 1
072100         UNTIL WS-DYT-IDX NOT < WS-DAY-COUNT.
072200
072300 4300-EXIT.
072400     EXIT.
072500
072600 4400-SORT-PAIR.
072700
072800     COMPUTE WS-DYT-NEXT = WS-DYT-IDX + 1.
072900     IF WS-DYT-START(WS-DYT-IDX) > WS-DYT-START(WS-DYT-NEXT)
073000         MOVE WS-DYT-ENTRY(WS-DYT-IDX) TO WS-DYT-HOLD
073100         MOVE WS-DYT-ENTRY(WS-DYT-NEXT)
073200             TO WS-DYT-ENTRY(WS-DYT-IDX)
073300         MOVE WS-DYT-HOLD TO WS-DYT-ENTRY(WS-DYT-NEXT)
073400         MOVE 'Y' TO WS-SWAP-SW
073500     END-IF.
073600
073700 4400-EXIT.
073800     EXIT.
073900
074000 4500-PRINT-ONE-ENTRY.
074100
074200     MOVE SPACES TO RPT-DTL-DAY.
074300     MOVE SPACES TO RPT-DTL-DATE.
074400     IF WS-DYT-IDX = 1
074500         MOVE WS-WK-NAME(WS-WK-IDX) TO RPT-DTL-DAY
074600         COMPUTE WS-CUR-YYYY = WS-WK-DATE(WS-WK-IDX) / 1000 + 1900
074700         MOVE WS-CUR-YYYY TO RPT-DTL-DATE(1:4)
074800         MOVE WS-WK-DATE(WS-WK-IDX)(5:3) TO RPT-DTL-DATE(5:3)
074900     END-IF.
075000
075100     MOVE WS-DYT-START(WS-DYT-IDX) TO RPT-DTL-START.
075200     MOVE '-' TO RPT-DTL-DASH.
075300     MOVE WS-DYT-END(WS-DYT-IDX) TO RPT-DTL-END.
075400     MOVE WS-DYT-KIND(WS-DYT-IDX) TO RPT-DTL-KIND.
075500     MOVE WS-DYT-CODE(WS-DYT-IDX) TO RPT-DTL-CODE.
075600     MOVE WS-DYT-DESC(WS-DYT-IDX) TO RPT-DTL-DESC.
075700     MOVE WS-DYT-CONTACT(WS-DYT-IDX) TO RPT-DTL-CONTACT.
075800
075900     MOVE SPACES TO RPT-DTL-FLAG.
076000     IF WS-DYT-IDX > 1
076100         COMPUTE WS-DYT-PREV = WS-DYT-IDX - 1
076200         IF WS-DYT-START(WS-DYT-IDX) < WS-DYT-END(WS-DYT-PREV)
076300             MOVE '*OVERLAP*' TO RPT-DTL-FLAG
076400             ADD 1 TO WS-OVERLAPS-FLAGGED
076500         END-IF
076600     END-IF.
076700
076800     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
076900
077000 4500-EXIT.
077100     EXIT.
077200
077300 9999-ABEND.
077400
077500     MOVE 16 TO RETURN-CODE.
077600     GOBACK.
077700
077800 END PROGRAM DCJB8BRW.
