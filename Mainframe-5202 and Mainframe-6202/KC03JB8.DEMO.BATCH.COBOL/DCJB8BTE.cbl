001700*                COURSES BY THAT GROWTH AND DECLINE - THE
001800*                NUMBERS THE PLANNING COMMITTEE ASKS FOR EVERY
001900*                YEAR.
001910* 10/15/26  HZ   SYSIN CARD COLUMN 1 'C' BUILDS THE TREND FROM
001920*                THE CENSUS SNAPSHOTS (CENSFILE, TAKEN BY
001930*                DCJB8BCS) INSTEAD OF STUHIST, SO EVERY TERM
001940*                SHOWS ITS OFFICIAL CENSUS-DAY HEADCOUNT. CENSFILE
001950*                IS IN KEY ORDER, NOT TERM ORDER, SO THOSE TERM
001960*                COLUMNS ARE PLACED CHRONOLOGICALLY (S, U, F
001970*                WITHIN A YEAR, AS DCJB8BCH ORDERS THEM).
002000*----------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
003000     SELECT STUHIST-FILE ASSIGN TO STUHIST
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-HIST-STATUS.
003210
003220     SELECT CENSFILE ASSIGN TO CENSFILE
003230         ORGANIZATION IS INDEXED
003240         ACCESS MODE IS SEQUENTIAL
003250         RECORD KEY IS CEN-KEY
003260         FILE STATUS IS WS-CENSFILE-STATUS.
003300
003400     SELECT TREND-RPT ASSIGN TO TRDRPT
003500         ORGANIZATION IS SEQUENTIAL
004500
004600*    STUHIST RECORD LAYOUT - SHARED WITH THE CICS SIDE.
004700     COPY 'STUHIST'.
004710
004720 FD  CENSFILE
004730     LABEL RECORDS ARE STANDARD
004740     RECORD CONTAINS 150 CHARACTERS
004750     DATA RECORD IS CENSFILE-RECORD.
004760
004770     COPY 'CENSREC'.
004800
004900 FD  TREND-RPT
005000     LABEL RECORDS ARE STANDARD
005600
005700 01  WS-HIST-STATUS                  PIC X(2) VALUE SPACES.
005800     88 WS-HIST-OK                       VALUE '00'.
005810
005820 01  WS-CENSFILE-STATUS              PIC X(2) VALUE SPACES.
005830     88 WS-CENSFILE-OK                   VALUE '00'.
005900
006000 01  WS-TRDRPT-STATUS                PIC X(2) VALUE SPACES.
006100     88 WS-TRDRPT-OK                     VALUE '00'.
006300 01  WS-SWITCHES.
006400     05 WS-HIST-EOF-SW               PIC X(1) VALUE 'N'.
006500         88 WS-HIST-EOF                   VALUE 'Y'.
006510
006520*    SYSIN - A 'C' IN COLUMN 1 READS THE CENSUS SNAPSHOTS RATHER
006530*    THAN STUHIST.
006540 01  WS-PARM-CARD.
006550     05 WS-PARM-SOURCE               PIC X(1).
006560         88 WS-FROM-CENSUS               VALUE 'C'.
006570     05 FILLER                       PIC X(79).
006600
006700* TERM COLUMNS - UP TO THE LAST SIX TERMS SEEN. WHEN A SEVENTH
006800* APPEARS, THE OLDEST COLUMN FALLS OFF AND EVERYTHING SHIFTS
006900* LEFT, SO THE REPORT ALWAYS SHOWS THE NEWEST SIX.
007000 01  WS-TERM-TABLE.
007100     05 WS-TRM-CODE-T OCCURS 6 TIMES PIC X(5).
007110*    CENSUS MODE ONLY - EACH COLUMN'S TERM AS A CHRONOLOGICALLY
007120*    SORTABLE KEY, YYYY PLUS AN ORDER DIGIT (S=1, U=2, F=3).
007130     05 WS-TRM-KEY-T OCCURS 6 TIMES PIC 9(5).
007140 01  WS-TERM-KEY                     PIC 9(5) VALUE 0.
007150 01  WS-TERM-KEY-PARTS REDEFINES WS-TERM-KEY.
007160     05 WS-TKY-YYYY                  PIC 9(4).
007170     05 WS-TKY-ORD                   PIC 9(1).
007180 01  WS-INS-IDX                      PIC 9(1) VALUE 0.
007200 01  WS-TERM-COUNT                   PIC 9(1) VALUE 0.
007300 01  WS-TERM-IDX                     PIC 9(1) VALUE 0.
007400 01  WS-TERM-HIT                     PIC 9(1) VALUE 0.
010600            'TERM-OVER-TERM ENROLLMENT TREND'.
010700     05 FILLER                       PIC X(5) VALUE 'PAGE '.
010800     05 RPT-HDG1-PAGE                PIC ZZ9.
010900     05 RPT-HDG1-SOURCE              PIC X(20) VALUE SPACES.
010910     05 FILLER                       PIC X(60) VALUE SPACES.
011000
011100 01  RPT-HEADING-2.
011200     05 RPT-HDG2-CC                  PIC X(1) VALUE ' '.
016200
016300 1000-INITIALIZE.
016400
016500     ACCEPT WS-PARM-CARD FROM SYSIN.
016505
016510     IF WS-FROM-CENSUS
016515         MOVE 'CENSUS SNAPSHOTS' TO RPT-HDG1-SOURCE
016520         OPEN INPUT CENSFILE
016525         IF NOT WS-CENSFILE-OK
016530             DISPLAY 'DCJB8BTE - CENSFILE OPEN FAILED, STATUS = '
016535                 WS-CENSFILE-STATUS
016540             GO TO 9999-ABEND
016545         END-IF
016550     ELSE
016565         OPEN INPUT STUHIST-FILE
016600         IF NOT WS-HIST-OK
016700             DISPLAY 'DCJB8BTE - STUHIST OPEN FAILED, STATUS = '
016800                 WS-HIST-STATUS
016900             GO TO 9999-ABEND
016950         END-IF
017000     END-IF.
017100
017200     OPEN OUTPUT TREND-RPT.
018500
018600     PERFORM 2200-FIND-TERM-COLUMN THRU 2200-EXIT.
018700
018800     IF WS-TERM-HIT NOT = 0
018810         PERFORM 2300-COUNT-ONE-SLOT THRU 2300-EXIT
018820             VARYING WS-SLOT-IDX FROM 1 BY 1
018830             UNTIL WS-SLOT-IDX > 10
018840     END-IF.
019100
019200     PERFORM 2100-READ-NEXT-HIST THRU 2100-EXIT.
019300
019600
019700 2100-READ-NEXT-HIST.
019800
019900     IF WS-FROM-CENSUS
019905         READ CENSFILE NEXT RECORD
019910             AT END
019915                 MOVE 'Y' TO WS-HIST-EOF-SW
019920             NOT AT END
019925                 PERFORM 2150-MAP-CENSUS-ROW THRU 2150-EXIT
019930         END-READ
019935         GO TO 2100-EXIT
019940     END-IF.
019945
019950     READ STUHIST-FILE
020000         AT END
020100             MOVE 'Y' TO WS-HIST-EOF-SW
020200     END-READ.
020300
020400 2100-EXIT.
020500     EXIT.
020505
020510*    A CENSUS ROW IS LAID INTO THE STUHIST RECORD AREA, SO THE
020515*    COUNTING BELOW NEEDS NO SECOND COPY FOR THE SNAPSHOT.
020520 2150-MAP-CENSUS-ROW.
020525
020530     MOVE CEN-STU-NUMBER TO HIST-STU-NUMBER.
020535     MOVE CEN-TERM TO HIST-TERM.
020540     MOVE CEN-COURSE-COUNT TO HIST-COURSE-COUNT.
020545     PERFORM 2155-MAP-ONE-SLOT
020550         VARYING WS-SLOT-IDX FROM 1 BY 1
020555         UNTIL WS-SLOT-IDX > 10.
020560
020565 2150-EXIT.
020570     EXIT.
020575
020580 2155-MAP-ONE-SLOT.
020585
020590     MOVE CEN-COURSE-TABLE(WS-SLOT-IDX)
020595         TO HIST-COURSE-TABLE(WS-SLOT-IDX).
020600
020700*----------------------------------------------------------------
020800* FINDS (OR OPENS) THE TERM COLUMN FOR THE RECORD IN HAND. A
021900     IF WS-TERM-HIT NOT = 0
022000         GO TO 2200-EXIT
022100     END-IF.
022110
022120     IF WS-FROM-CENSUS
022130         PERFORM 2250-PLACE-CENSUS-TERM THRU 2250-EXIT
022140         GO TO 2200-EXIT
022150     END-IF.
022200
022300     IF WS-TERM-COUNT < 6
022400         ADD 1 TO WS-TERM-COUNT
025500
025600     MOVE WS-TRM-CODE-T(WS-SHIFT-IDX + 1)
025700         TO WS-TRM-CODE-T(WS-SHIFT-IDX).
025710     MOVE WS-TRM-KEY-T(WS-SHIFT-IDX + 1)
025720         TO WS-TRM-KEY-T(WS-SHIFT-IDX).
025800     PERFORM 2226-SHIFT-ONE-CELL
025900         VARYING WS-CRS-IDX FROM 1 BY 1
026000         UNTIL WS-CRS-IDX > WS-CRS-COUNT.
026700 2230-ZERO-NEW-COLUMN.
026800
026900     MOVE 0 TO WS-CRS-CNT-T(WS-CRS-IDX, WS-TERM-HIT).
026901
026902*----------------------------------------------------------------
026903* CENSUS MODE - A NEW TERM GOES INTO ITS CHRONOLOGICAL COLUMN.
026904* WITH ALL SIX COLUMNS HELD, THE OLDEST FALLS OFF THE LEFT TO
026905* MAKE ROOM, AND A TERM OLDER THAN ALL SIX IS LEFT OUT (A ZERO
026906* WS-TERM-HIT TELLS 2000-PROCESS-HIST TO SKIP ITS ROWS).
026907*----------------------------------------------------------------
026908 2250-PLACE-CENSUS-TERM.
026909
026910     MOVE HIST-TERM(1:4) TO WS-TKY-YYYY.
026911     EVALUATE HIST-TERM(5:1)
026912         WHEN 'S'
026913             MOVE 1 TO WS-TKY-ORD
026914         WHEN 'U'
026915             MOVE 2 TO WS-TKY-ORD
026916         WHEN OTHER
026917             MOVE 3 TO WS-TKY-ORD
026918     END-EVALUATE.
026919
026920     MOVE 1 TO WS-INS-IDX.
026921     PERFORM 2255-FIND-INSERT-POINT
026922         VARYING WS-TERM-IDX FROM 1 BY 1
026923         UNTIL WS-TERM-IDX > WS-TERM-COUNT.
026924
026925     IF WS-TERM-COUNT < 6
026926         PERFORM 2260-SHIFT-RIGHT-ONE
026927             VARYING WS-SHIFT-IDX FROM WS-TERM-COUNT BY -1
026928             UNTIL WS-SHIFT-IDX < WS-INS-IDX
026929         ADD 1 TO WS-TERM-COUNT
026930         MOVE WS-INS-IDX TO WS-TERM-HIT
026931     ELSE
026932         IF WS-INS-IDX = 1
026933             MOVE 0 TO WS-TERM-HIT
026934             GO TO 2250-EXIT
026935         END-IF
026936         PERFORM 2225-SHIFT-ONE-COLUMN
026937             VARYING WS-SHIFT-IDX FROM 1 BY 1
026938             UNTIL WS-SHIFT-IDX > WS-INS-IDX - 2
026939         COMPUTE WS-TERM-HIT = WS-INS-IDX - 1
026940     END-IF.
026941
026942     MOVE HIST-TERM TO WS-TRM-CODE-T(WS-TERM-HIT).
026943     MOVE WS-TERM-KEY TO WS-TRM-KEY-T(WS-TERM-HIT).
026944     PERFORM 2230-ZERO-NEW-COLUMN
026945         VARYING WS-CRS-IDX FROM 1 BY 1
026946         UNTIL WS-CRS-IDX > WS-CRS-COUNT.
026947
026948 2250-EXIT.
026949     EXIT.
026950
026951 2255-FIND-INSERT-POINT.
026952
026953     IF WS-TRM-KEY-T(WS-TERM-IDX) < WS-TERM-KEY
026954         COMPUTE WS-INS-IDX = WS-TERM-IDX + 1
026955     END-IF.
026956
026957 2260-SHIFT-RIGHT-ONE.
026958
026959     MOVE WS-TRM-CODE-T(WS-SHIFT-IDX)
026960         TO WS-TRM-CODE-T(WS-SHIFT-IDX + 1).
026961     MOVE WS-TRM-KEY-T(WS-SHIFT-IDX)
026962         TO WS-TRM-KEY-T(WS-SHIFT-IDX + 1).
026963     PERFORM 2265-SHIFT-RIGHT-CELL
026964         VARYING WS-CRS-IDX FROM 1 BY 1
026965         UNTIL WS-CRS-IDX > WS-CRS-COUNT.
026966
026967 2265-SHIFT-RIGHT-CELL.
026968
026969     MOVE WS-CRS-CNT-T(WS-CRS-IDX, WS-SHIFT-IDX)
026970         TO WS-CRS-CNT-T(WS-CRS-IDX, WS-SHIFT-IDX + 1).
027000
027100 2300-COUNT-ONE-SLOT.
027200
031200
031300 3000-TERMINATE.
031400
031500     IF WS-FROM-CENSUS
031510         CLOSE CENSFILE
031520     ELSE
031530         CLOSE STUHIST-FILE
031540     END-IF.
031600     CLOSE TREND-RPT.
031700
031800     DISPLAY 'DCJB8BTE - COURSES REPORTED = ' WS-CRS-COUNT
