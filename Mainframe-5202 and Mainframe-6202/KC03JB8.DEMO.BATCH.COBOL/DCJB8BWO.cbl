000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BWO.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - BATCH-WINDOW ELAPSED-TIME
001100*                REPORT. RUN EACH MORNING AFTER THE NIGHTLY
001200*                STREAM. READS THE NIGHT'S BATCHCTL ROWS, POSTS
001300*                EACH COMPLETED JOB'S ELAPSED TIME AND CONTROL
001400*                TOTAL TO THE BWHIST HISTORY FILE, FLAGS JOBS
001500*                RUNNING WELL BEYOND THEIR 30-DAY AVERAGE OR
001600*                WHOSE CONTROL TOTAL JUMPED, TRACES THE NIGHT'S
001700*                CRITICAL PATH, FORECASTS WHETHER A TERM-START
001800*                NIGHT (DCJB8BTA, DCJB8BYR AND DCJB8BRO ALL
001900*                RUNNING) WOULD OVERRUN THE WINDOW, AND FILES THE
002000*                REPORT IN RPTFILE UNDER REPORT TYPE DCJB8BWO.
002100*----------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000
003100*    THE NIGHTLY DEPENDENCY CONTROL FILE - READ ONLY. THE NIGHT'S
003200*    ROWS ARE PICKED UP WITH A START ON THE RUN DATE.
003300     SELECT BATCHCTL-FILE ASSIGN TO BATCHCTL
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS BCT-KEY
003700         FILE STATUS IS WS-BATCHCTL-STATUS.
003800
003900*    THE ROLLING ELAPSED-TIME HISTORY, ONE ROW PER JOB PER NIGHT.
004000     SELECT BWHIST-FILE ASSIGN TO BWHIST
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS BWH-KEY
004400         FILE STATUS IS WS-BWHIST-STATUS.
004500
004600*    THE ONLINE REPORT REPOSITORY THE REPORT IS FILED IN.
004700     SELECT RPTFILE ASSIGN TO RPTFILE
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS RPT-KEY
005100         FILE STATUS IS WS-RPTFILE-STATUS.
005200
005300     SELECT WINDOW-RPT ASSIGN TO WINRPT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-WINRPT-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900
006000 FD  BATCHCTL-FILE
006100     LABEL RECORDS ARE STANDARD
006200     RECORD CONTAINS 45 CHARACTERS
006300     DATA RECORD IS BATCHCTL-RECORD.
006400
006500*    BATCHCTL RECORD LAYOUT - SHARED ACROSS THE NIGHTLY STREAM.
006600     COPY 'BCTLREC'.
006700
006800 FD  BWHIST-FILE
006900     LABEL RECORDS ARE STANDARD
007000     RECORD CONTAINS 60 CHARACTERS
007100     DATA RECORD IS BWHIST-RECORD.
007200
007300*    BWHIST RECORD LAYOUT - KEPT BY THIS PROGRAM ALONE.
007400     COPY 'BWHREC'.
007500
007600 FD  RPTFILE
007700     LABEL RECORDS ARE STANDARD
007800     RECORD CONTAINS 130 CHARACTERS
007900     DATA RECORD IS RPTFILE-RECORD.
008000
008100*    RPTFILE RECORD LAYOUT - SHARED WITH DCJB8BRL AND THE VIEWER.
008200     COPY 'RPTREC'.
008300
008400 FD  WINDOW-RPT
008500     LABEL RECORDS ARE STANDARD
008600     RECORD CONTAINS 133 CHARACTERS
008700     DATA RECORD IS RPT-LINE.
008800 01  RPT-LINE                        PIC X(133).
008900
009000 WORKING-STORAGE SECTION.
009100
009200 01  WS-BATCHCTL-STATUS              PIC X(2) VALUE SPACES.
009300     88 WS-BATCHCTL-OK                   VALUE '00'.
009400
009500 01  WS-BWHIST-STATUS                PIC X(2) VALUE SPACES.
009600     88 WS-BWHIST-OK                     VALUE '00'.
009700
009800 01  WS-RPTFILE-STATUS               PIC X(2) VALUE SPACES.
009900     88 WS-RPTFILE-OK                    VALUE '00'.
010000
010100 01  WS-WINRPT-STATUS                PIC X(2) VALUE SPACES.
010200     88 WS-WINRPT-OK                     VALUE '00'.
010300
010400 01  WS-SWITCHES.
010500     05 WS-BCT-EOF-SW                PIC X(1) VALUE 'N'.
010600         88 WS-BCT-EOF                    VALUE 'Y'.
010700     05 WS-BWH-EOF-SW                PIC X(1) VALUE 'N'.
010800         88 WS-BWH-EOF                    VALUE 'Y'.
010900     05 WS-RPT-DONE-SW               PIC X(1) VALUE 'N'.
011000         88 WS-RPT-DONE                   VALUE 'Y'.
011100     05 WS-SLOT-SW                   PIC X(1) VALUE 'N'.
011200         88 WS-SLOT-FOUND                 VALUE 'Y'.
011300     05 WS-TERM-START-SW             PIC X(1) VALUE 'N'.
011400         88 WS-TERM-START-NIGHT           VALUE 'Y'.
011500     05 WS-OVERRUN-SW                PIC X(1) VALUE 'N'.
011600         88 WS-OVERRUN                    VALUE 'Y'.
011700     05 WS-NO-FORECAST-SW            PIC X(1) VALUE 'N'.
011800         88 WS-NO-FORECAST                VALUE 'Y'.
011900     05 WS-LONG-SW                   PIC X(1) VALUE 'N'.
012000         88 WS-LONG-RUN                   VALUE 'Y'.
012100     05 WS-JUMP-SW                   PIC X(1) VALUE 'N'.
012200         88 WS-TOTAL-JUMP                 VALUE 'Y'.
012300
012400*    SYSIN -
012500*      NIGHT       YYYYDDD THE WINDOW OPENED, BLANK FOR LAST NIGHT
012600*      OPEN        HHMM THE WINDOW OPENS, BLANK FOR 2200
012700*      LENGTH      MINUTES THE WINDOW STAYS OPEN, BLANK FOR 0480
012800*      RETAIN      DAYS OF BWHIST HISTORY KEPT, BLANK FOR 090
012900*      RUN PCT     PERCENT OVER ITS AVERAGE A JOB MAY RUN BEFORE
013000*                  IT IS FLAGGED, BLANK FOR 050
013100*      TOTAL PCT   PERCENT A CONTROL TOTAL MAY MOVE OFF ITS
013200*                  AVERAGE BEFORE IT IS FLAGGED, BLANK FOR 050
013300 01  WS-PARM-CARD.
013400     05 WS-PARM-NIGHT                PIC X(7).
013500     05 WS-PARM-NIGHT-N REDEFINES WS-PARM-NIGHT
013600                                     PIC 9(7).
013700     05 WS-PARM-OPEN                 PIC X(4).
013800     05 WS-PARM-OPEN-R REDEFINES WS-PARM-OPEN.
013900         10 WS-PARM-OPEN-HH          PIC 9(2).
014000         10 WS-PARM-OPEN-MM          PIC 9(2).
014100     05 WS-PARM-LENGTH               PIC X(4).
014200     05 WS-PARM-LENGTH-N REDEFINES WS-PARM-LENGTH
014300                                     PIC 9(4).
014400     05 WS-PARM-RETAIN               PIC X(3).
014500     05 WS-PARM-RETAIN-N REDEFINES WS-PARM-RETAIN
014600                                     PIC 9(3).
014700     05 WS-PARM-RUN-PCT              PIC X(3).
014800     05 WS-PARM-RUN-PCT-N REDEFINES WS-PARM-RUN-PCT
014900                                     PIC 9(3).
015000     05 WS-PARM-TOT-PCT              PIC X(3).
015100     05 WS-PARM-TOT-PCT-N REDEFINES WS-PARM-TOT-PCT
015200                                     PIC 9(3).
015300     05 FILLER                       PIC X(56).
015400
015500*    THE REPORT TYPE THE LINES ARE FILED UNDER, DATED THE MORNING
015600*    THE REPORT RUNS.
015700 01  WS-RPT-TYPE                     PIC X(8) VALUE 'DCJB8BWO'.
015800 01  WS-TODAY-YYYYDDD                PIC 9(7) VALUE 0.
015900 01  WS-TODAY-CYYDDD                 PIC 9(7) VALUE 0.
016000
016100*    THE NIGHT BEING REPORTED. A WINDOW OPENING IN THE EVENING
016200*    RUNS PAST MIDNIGHT, SO ITS JOBS CARRY TWO RUN DATES - THE
016300*    NIGHT'S OWN FOR THOSE STARTED AFTER THE OPENING TIME, THE
016400*    NEXT DAY'S FOR THOSE STARTED BEFORE IT.
016500 01  WS-NIGHT-YYYYDDD                PIC 9(7) VALUE 0.
016600 01  WS-NIGHT-CYYDDD                 PIC 9(7) VALUE 0.
016700 01  WS-NEXT-CYYDDD                  PIC 9(7) VALUE 0.
016800
016900 01  WS-DATE-WORK                    PIC 9(7) VALUE 0.
017000 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
017100     05 WS-DATE-YYYY                 PIC 9(4).
017200     05 WS-DATE-DDD                  PIC 9(3).
017300 01  WS-YEAR-DAYS                    PIC 9(3) VALUE 0.
017400 01  WS-LEAP-QUOT                    PIC 9(4) VALUE 0.
017500 01  WS-LEAP-REM-4                   PIC 9(3) VALUE 0.
017600 01  WS-LEAP-REM-100                 PIC 9(3) VALUE 0.
017700 01  WS-LEAP-REM-400                 PIC 9(3) VALUE 0.
017800
017900*    HISTORY AGES - NIGHTS REDUCE TO (YYYY-1900)*365+DDD DAY
018000*    NUMBERS FOR THE AGE SUBTRACTION, THE SAME ARITHMETIC THE
018100*    WAITLIST AGING USES.
018200 01  WS-CYY-WORK                     PIC 9(4) VALUE 0.
018300 01  WS-DDD-WORK                     PIC 9(3) VALUE 0.
018400 01  WS-NIGHT-DAYS                   PIC S9(7) COMP VALUE 0.
018500 01  WS-ROW-DAYS                     PIC S9(7) COMP VALUE 0.
018600 01  WS-ROW-AGE                      PIC S9(7) COMP VALUE 0.
018700
018800*    BATCHCTL CLOCK TIMES ARE HHMMSST. EVERYTHING BELOW WORKS IN
018900*    TENTHS OF A SECOND FROM THE MIDNIGHT THAT STARTS THE NIGHT,
019000*    SO A TIME AFTER THE NEXT MIDNIGHT CARRIES ONE DAY'S WORTH.
019100 01  WS-CLOCK                        PIC 9(7) VALUE 0.
019200 01  WS-CLOCK-R REDEFINES WS-CLOCK.
019300     05 WS-CLOCK-HH                  PIC 9(2).
019400     05 WS-CLOCK-MM                  PIC 9(2).
019500     05 WS-CLOCK-SS                  PIC 9(2).
019600     05 WS-CLOCK-T                   PIC 9(1).
019700 77  WS-TENTHS                       PIC S9(7) COMP VALUE 0.
019800 77  WS-DAY-TENTHS                   PIC S9(7) COMP VALUE 864000.
019900 77  WS-OPEN-TENTHS                  PIC S9(7) COMP VALUE 0.
020000 77  WS-WINDOW-TENTHS                PIC S9(7) COMP VALUE 0.
020100 77  WS-DEADLINE                     PIC S9(7) COMP VALUE 0.
020200 77  WS-LAST-END                     PIC S9(7) COMP VALUE 0.
020300 77  WS-PROJECTED                    PIC S9(7) COMP VALUE 0.
020400 77  WS-MARGIN                       PIC S9(7) COMP VALUE 0.
020500 77  WS-BEST-END                     PIC S9(7) COMP VALUE 0.
020600
020700*    FLAG THRESHOLDS. A JOB WITH FEWER THAN WS-MIN-RUNS NIGHTS IN
020800*    ITS 30-DAY HISTORY IS LISTED BUT NOT JUDGED.
020900 77  WS-RETAIN-DAYS                  PIC S9(3) COMP VALUE 0.
021000 77  WS-RUN-PCT                      PIC S9(3) COMP VALUE 0.
021100 77  WS-TOT-PCT                      PIC S9(3) COMP VALUE 0.
021200 77  WS-AVG-DAYS                     PIC S9(3) COMP VALUE 30.
021300 77  WS-MIN-RUNS                     PIC S9(3) COMP VALUE 3.
021400
021500 01  WS-HMS-TENTHS                   PIC S9(9) COMP VALUE 0.
021600 01  WS-HMS-SECS                     PIC S9(9) COMP VALUE 0.
021700 01  WS-HMS-REM                      PIC S9(9) COMP VALUE 0.
021800 01  WS-HMS-EDIT.
021900     05 WS-HMS-HH                    PIC 9(2).
022000     05 FILLER                       PIC X(1) VALUE ':'.
022100     05 WS-HMS-MM                    PIC 9(2).
022200     05 FILLER                       PIC X(1) VALUE ':'.
022300     05 WS-HMS-SS                    PIC 9(2).
022400 01  WS-HMS-A                        PIC X(8) VALUE SPACES.
022500 01  WS-HMS-B                        PIC X(8) VALUE SPACES.
022600 01  WS-HMS-C                        PIC X(8) VALUE SPACES.
022700
022800*    THE NIGHT'S JOBS, HELD IN START ORDER - EACH NEW ROW IS
022900*    INSERTED IN PLACE, SINCE BATCHCTL GIVES THEM IN JOB ORDER.
023000*    WS-NEW-JOB IS BUILT ALONGSIDE IN THE SAME SHAPE.
023100 77  WS-JOB-COUNT                    PIC S9(3) COMP VALUE 0.
023200 77  WS-JOB-MAX                      PIC S9(3) COMP VALUE 60.
023300 77  WS-JOB-IDX                      PIC S9(3) COMP VALUE 0.
023400 77  WS-JOB-IDX2                     PIC S9(3) COMP VALUE 0.
023500 77  WS-LAST-JOB                     PIC S9(3) COMP VALUE 0.
023600
023700 01  WS-JOB-TABLE.
023800     05 WS-JOB-ENTRY OCCURS 60 TIMES.
023900         10 WS-JOB-NAME              PIC X(8).
024000         10 WS-JOB-DONE-SW           PIC X(1).
024100             88 WS-JOB-DONE               VALUE 'Y'.
024200         10 WS-JOB-START-TIME        PIC 9(7).
024300         10 WS-JOB-END-TIME          PIC 9(7).
024400         10 WS-JOB-START-OFF         PIC S9(7) COMP.
024500         10 WS-JOB-END-OFF           PIC S9(7) COMP.
024600         10 WS-JOB-ELAPSED           PIC S9(7) COMP.
024700         10 WS-JOB-TOTAL             PIC 9(15).
024800         10 WS-JOB-RUNS              PIC S9(3) COMP.
024900         10 WS-JOB-AVG-ELAPSED       PIC S9(7) COMP.
025000         10 WS-JOB-AVG-TOTAL         PIC 9(15).
025100         10 WS-JOB-FLAG              PIC X(14).
025200         10 WS-JOB-PRED              PIC S9(3) COMP.
025300         10 WS-JOB-LINK              PIC X(6).
025400
025500 01  WS-NEW-JOB.
025600     05 WS-NEW-NAME                  PIC X(8).
025700     05 WS-NEW-DONE-SW               PIC X(1).
025800     05 WS-NEW-START-TIME            PIC 9(7).
025900     05 WS-NEW-END-TIME              PIC 9(7).
026000     05 WS-NEW-START-OFF             PIC S9(7) COMP.
026100     05 WS-NEW-END-OFF               PIC S9(7) COMP.
026200     05 WS-NEW-ELAPSED               PIC S9(7) COMP.
026300     05 WS-NEW-TOTAL                 PIC 9(15).
026400     05 WS-NEW-RUNS                  PIC S9(3) COMP.
026500     05 WS-NEW-AVG-ELAPSED           PIC S9(7) COMP.
026600     05 WS-NEW-AVG-TOTAL             PIC 9(15).
026700     05 WS-NEW-FLAG                  PIC X(14).
026800     05 WS-NEW-PRED                  PIC S9(3) COMP.
026900     05 WS-NEW-LINK                  PIC X(6).
027000
027100*    THE GATES THE JOBS THEMSELVES ENFORCE ON BATCHCTL - DCJB8BYR
027200*    WAITS FOR DCJB8BBK, DCJB8BRC FOR BOTH. ANY OTHER JOB FOLLOWS
027300*    WHICHEVER JOB FINISHED LAST BEFORE IT STARTED.
027400 01  WS-GATE-VALUES.
027500     05 FILLER                       PIC X(16) VALUE
027600            'DCJB8BYRDCJB8BBK'.
027700     05 FILLER                       PIC X(16) VALUE
027800            'DCJB8BRCDCJB8BBK'.
027900     05 FILLER                       PIC X(16) VALUE
028000            'DCJB8BRCDCJB8BYR'.
028100 01  WS-GATE-TABLE REDEFINES WS-GATE-VALUES.
028200     05 WS-GATE-ENTRY OCCURS 3 TIMES.
028300         10 WS-GATE-JOB              PIC X(8).
028400         10 WS-GATE-PRED             PIC X(8).
028500 77  WS-GATE-COUNT                   PIC S9(3) COMP VALUE 3.
028600 77  WS-GATE-IDX                     PIC S9(3) COMP VALUE 0.
028700
028800*    THE TERM-START JOBS. A NIGHT ALL THREE RUN IS A TERM-START
028900*    NIGHT; ON ANY OTHER NIGHT THE ONES THAT DID NOT RUN ARE ADDED
029000*    AT THEIR TERM-START AVERAGE TO FORECAST THE WINDOW.
029100 01  WS-TS-VALUES.
029200     05 FILLER                       PIC X(8) VALUE 'DCJB8BTA'.
029300     05 FILLER                       PIC X(8) VALUE 'DCJB8BYR'.
029400     05 FILLER                       PIC X(8) VALUE 'DCJB8BRO'.
029500 01  WS-TS-TABLE REDEFINES WS-TS-VALUES.
029600     05 WS-TS-JOB OCCURS 3 TIMES     PIC X(8).
029700 77  WS-TS-COUNT                     PIC S9(3) COMP VALUE 3.
029800 77  WS-TS-IDX                       PIC S9(3) COMP VALUE 0.
029900 77  WS-TS-RAN-COUNT                 PIC S9(3) COMP VALUE 0.
030000
030100 01  WS-TS-WORK.
030200     05 WS-TS-ENTRY OCCURS 3 TIMES.
030300         10 WS-TS-RAN-SW             PIC X(1).
030400             88 WS-TS-RAN                 VALUE 'Y'.
030500         10 WS-TS-JOB-IDX            PIC S9(3) COMP.
030600         10 WS-TS-RUNS               PIC S9(3) COMP.
030700         10 WS-TS-SUM                PIC S9(9) COMP.
030800         10 WS-TS-ALL-RUNS           PIC S9(3) COMP.
030900         10 WS-TS-ALL-SUM            PIC S9(9) COMP.
031000         10 WS-TS-AVG                PIC S9(7) COMP.
031100         10 WS-TS-BASIS              PIC X(1).
031200             88 WS-TS-FROM-TERM-START     VALUE 'T'.
031300             88 WS-TS-FROM-ALL-NIGHTS     VALUE 'A'.
031400             88 WS-TS-NO-HISTORY          VALUE 'N'.
031500
031600*    THE CRITICAL PATH, WALKED BACK FROM THE LAST JOB TO END.
031700 01  WS-PATH-TABLE.
031800     05 WS-PATH-JOB OCCURS 60 TIMES  PIC S9(3) COMP.
031900 77  WS-PATH-COUNT                   PIC S9(3) COMP VALUE 0.
032000 77  WS-PATH-IDX                     PIC S9(3) COMP VALUE 0.
032100
032200 01  WS-AVG-RUNS                     PIC S9(3) COMP VALUE 0.
032300 01  WS-AVG-SUM                      PIC S9(9) COMP VALUE 0.
032400 01  WS-AVG-TOT-SUM                  PIC S9(17) COMP-3 VALUE 0.
032500 01  WS-TOT-DIFF                     PIC S9(17) COMP-3 VALUE 0.
032600 01  WS-RUNS-EDIT                    PIC ZZ9.
032700
032800*    THE LINE WAITING TO PRINT WHILE A PAGE HEADING GOES OUT.
032900 01  WS-HOLD-LINE                    PIC X(133) VALUE SPACES.
033000
033100 77  WS-RPT-LINE-NO                  PIC 9(5) VALUE 0.
033200 77  WS-LINE-COUNT                   PIC S9(3) COMP VALUE 99.
033300 77  WS-MAX-LINES                    PIC S9(3) COMP VALUE 55.
033400 77  WS-PAGE-COUNT                   PIC S9(3) COMP VALUE 0.
033500 77  WS-ROWS-READ                    PIC S9(7) COMP VALUE 0.
033600 77  WS-POSTED-COUNT                 PIC S9(7) COMP VALUE 0.
033700 77  WS-PURGE-COUNT                  PIC S9(7) COMP VALUE 0.
033800 77  WS-REPLACED-COUNT               PIC S9(7) COMP VALUE 0.
033900 77  WS-FLAG-COUNT                   PIC S9(7) COMP VALUE 0.
034000
034100 01  RPT-HEADING-1.
034200     05 RPT-HDG1-CC                  PIC X(1) VALUE '1'.
034300     05 FILLER                       PIC X(4) VALUE SPACES.
034400     05 FILLER                       PIC X(34) VALUE
034500            'BATCH WINDOW ELAPSED-TIME REPORT'.
034600     05 FILLER                       PIC X(9) VALUE 'NIGHT OF '.
034700     05 RPT-HDG1-NIGHT               PIC 9(7).
034800     05 FILLER                       PIC X(9) VALUE '  OPENS '.
034900     05 RPT-HDG1-OPEN                PIC X(5).
035000     05 FILLER                       PIC X(6) VALUE '  FOR '.
035100     05 RPT-HDG1-LENGTH              PIC ZZZ9.
035200     05 FILLER                       PIC X(5) VALUE ' MIN'.
035300     05 FILLER                       PIC X(4) VALUE SPACES.
035400     05 FILLER                       PIC X(5) VALUE 'PAGE '.
035500     05 RPT-HDG1-PAGE                PIC ZZ9.
035600     05 FILLER                       PIC X(37) VALUE SPACES.
035700
035800 01  RPT-SECTION-LINE.
035900     05 RPT-SEC-CC                   PIC X(1) VALUE '0'.
036000     05 FILLER                       PIC X(4) VALUE SPACES.
036100     05 RPT-SEC-TITLE                PIC X(60).
036200     05 FILLER                       PIC X(68) VALUE SPACES.
036300
036400 01  RPT-JOB-HEADING.
036500     05 RPT-JHD-CC                   PIC X(1) VALUE ' '.
036600     05 FILLER                       PIC X(4) VALUE SPACES.
036700     05 FILLER                       PIC X(10) VALUE 'JOB'.
036800     05 FILLER                       PIC X(6) VALUE 'ST'.
036900     05 FILLER                       PIC X(10) VALUE 'START'.
037000     05 FILLER                       PIC X(10) VALUE 'END'.
037100     05 FILLER                       PIC X(10) VALUE 'ELAPSED'.
037200     05 FILLER                       PIC X(10) VALUE '30-DAY AVG'.
037300     05 FILLER                       PIC X(5) VALUE 'RUNS'.
037400     05 FILLER                       PIC X(15) VALUE
037500            '  CONTROL TOTAL'.
037600     05 FILLER                       PIC X(15) VALUE
037700            '      AVG TOTAL'.
037800     05 FILLER                       PIC X(14) VALUE '  FLAG'.
037900     05 FILLER                       PIC X(23) VALUE SPACES.
038000
038100 01  RPT-JOB-LINE.
038200     05 RPT-JOB-CC                   PIC X(1) VALUE ' '.
038300     05 FILLER                       PIC X(4) VALUE SPACES.
038400     05 RPT-JOB-NAME                 PIC X(8).
038500     05 FILLER                       PIC X(2) VALUE SPACES.
038600     05 RPT-JOB-STATUS               PIC X(4).
038700     05 FILLER                       PIC X(2) VALUE SPACES.
038800     05 RPT-JOB-START                PIC X(8).
038900     05 FILLER                       PIC X(2) VALUE SPACES.
039000     05 RPT-JOB-END                  PIC X(8).
039100     05 FILLER                       PIC X(2) VALUE SPACES.
039200     05 RPT-JOB-ELAPSED              PIC X(8).
039300     05 FILLER                       PIC X(2) VALUE SPACES.
039400     05 RPT-JOB-AVG                  PIC X(8).
039500     05 FILLER                       PIC X(2) VALUE SPACES.
039600     05 RPT-JOB-RUNS                 PIC ZZ9.
039700     05 FILLER                       PIC X(2) VALUE SPACES.
039800     05 RPT-JOB-TOTAL                PIC Z,ZZZ,ZZZ,ZZ9.
039900     05 FILLER                       PIC X(2) VALUE SPACES.
040000     05 RPT-JOB-AVG-TOTAL            PIC Z,ZZZ,ZZZ,ZZ9.
040100     05 FILLER                       PIC X(2) VALUE SPACES.
040200     05 RPT-JOB-FLAG                 PIC X(14).
040300     05 FILLER                       PIC X(23) VALUE SPACES.
040400
040500 01  RPT-PATH-HEADING.
040600     05 RPT-PHD-CC                   PIC X(1) VALUE ' '.
040700     05 FILLER                       PIC X(4) VALUE SPACES.
040800     05 FILLER                       PIC X(5) VALUE 'SEQ'.
040900     05 FILLER                       PIC X(10) VALUE 'JOB'.
041000     05 FILLER                       PIC X(10) VALUE 'START'.
041100     05 FILLER                       PIC X(10) VALUE 'END'.
041200     05 FILLER                       PIC X(10) VALUE 'ELAPSED'.
041300     05 FILLER                       PIC X(10) VALUE 'WAITED'.
041400     05 FILLER                       PIC X(30) VALUE 'STARTED'.
041500     05 FILLER                       PIC X(43) VALUE SPACES.
041600
041700 01  RPT-PATH-LINE.
041800     05 RPT-PTH-CC                   PIC X(1) VALUE ' '.
041900     05 FILLER                       PIC X(4) VALUE SPACES.
042000     05 RPT-PTH-SEQ                  PIC ZZ9.
042100     05 FILLER                       PIC X(2) VALUE SPACES.
042200     05 RPT-PTH-JOB                  PIC X(8).
042300     05 FILLER                       PIC X(2) VALUE SPACES.
042400     05 RPT-PTH-START                PIC X(8).
042500     05 FILLER                       PIC X(2) VALUE SPACES.
042600     05 RPT-PTH-END                  PIC X(8).
042700     05 FILLER                       PIC X(2) VALUE SPACES.
042800     05 RPT-PTH-ELAPSED              PIC X(8).
042900     05 FILLER                       PIC X(2) VALUE SPACES.
043000     05 RPT-PTH-WAITED               PIC X(8).
043100     05 FILLER                       PIC X(2) VALUE SPACES.
043200     05 RPT-PTH-LINK                 PIC X(30).
043300     05 FILLER                       PIC X(43) VALUE SPACES.
043400
043500 01  RPT-TEXT-LINE.
043600     05 RPT-TXT-CC                   PIC X(1) VALUE ' '.
043700     05 FILLER                       PIC X(4) VALUE SPACES.
043800     05 RPT-TXT                      PIC X(100).
043900     05 FILLER                       PIC X(28) VALUE SPACES.
044000
044100 01  RPT-COUNT-LINE.
044200     05 RPT-CNT-CC                   PIC X(1) VALUE ' '.
044300     05 FILLER                       PIC X(4) VALUE SPACES.
044400     05 RPT-CNT-LABEL                PIC X(40).
044500     05 RPT-CNT-VALUE                PIC ZZZ,ZZ9.
044600     05 FILLER                       PIC X(81) VALUE SPACES.
044700
044800 PROCEDURE DIVISION.
044900
045000 0000-MAINLINE.
045100
045200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
045300
045400     PERFORM 2000-LOAD-NIGHT THRU 2000-EXIT.
045500
045600     PERFORM 2500-POST-HISTORY THRU 2500-EXIT.
045700
045800     PERFORM 3000-COMPUTE-AVERAGES THRU 3000-EXIT.
045900
046000     PERFORM 4000-CRITICAL-PATH THRU 4000-EXIT.
046100
046200     PERFORM 5000-FORECAST THRU 5000-EXIT.
046300
046400     PERFORM 6000-PRINT-REPORT THRU 6000-EXIT.
046500
046600     PERFORM 7000-PURGE-HISTORY THRU 7000-EXIT.
046700
046800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
046900
047000     GOBACK.
047100
047200 1000-INITIALIZE.
047300
047400     ACCEPT WS-PARM-CARD FROM SYSIN.
047500     ACCEPT WS-TODAY-YYYYDDD FROM DAY YYYYDDD.
047600     COMPUTE WS-TODAY-CYYDDD = WS-TODAY-YYYYDDD - 1900000.
047700
047800*    THE REPORT NORMALLY RUNS THE MORNING AFTER, SO A BLANK NIGHT
047900*    MEANS YESTERDAY.
048000     IF WS-PARM-NIGHT = SPACES
048100         MOVE WS-TODAY-YYYYDDD TO WS-DATE-WORK
048200         PERFORM 8900-PRIOR-DAY THRU 8900-EXIT
048300         MOVE WS-DATE-WORK TO WS-NIGHT-YYYYDDD
048400     ELSE
048500         IF WS-PARM-NIGHT IS NOT NUMERIC
048600             DISPLAY 'DCJB8BWO - SYSIN NIGHT MUST BE YYYYDDD'
048700             GO TO 9999-ABEND
048800         END-IF
048900         MOVE WS-PARM-NIGHT-N TO WS-NIGHT-YYYYDDD
049000     END-IF.
049100
049200     COMPUTE WS-NIGHT-CYYDDD = WS-NIGHT-YYYYDDD - 1900000.
049300     MOVE WS-NIGHT-YYYYDDD TO WS-DATE-WORK.
049400     PERFORM 8950-NEXT-DAY THRU 8950-EXIT.
049500     COMPUTE WS-NEXT-CYYDDD = WS-DATE-WORK - 1900000.
049600
049700     MOVE WS-NIGHT-CYYDDD TO WS-DATE-WORK.
049800     PERFORM 8800-DAY-NUMBER THRU 8800-EXIT.
049900     MOVE WS-ROW-DAYS TO WS-NIGHT-DAYS.
050000
050100     IF WS-PARM-OPEN = SPACES
050200         MOVE '2200' TO WS-PARM-OPEN
050300     END-IF.
050400     IF WS-PARM-OPEN IS NOT NUMERIC
050500         DISPLAY 'DCJB8BWO - SYSIN WINDOW OPEN MUST BE HHMM'
050600         GO TO 9999-ABEND
050700     END-IF.
050800     IF WS-PARM-OPEN-HH > 23 OR WS-PARM-OPEN-MM > 59
050900         DISPLAY 'DCJB8BWO - SYSIN WINDOW OPEN MUST BE HHMM'
051000         GO TO 9999-ABEND
051100     END-IF.
051200
051300     IF WS-PARM-LENGTH = SPACES
051400         MOVE '0480' TO WS-PARM-LENGTH
051500     END-IF.
051600     IF WS-PARM-LENGTH IS NOT NUMERIC
051700         DISPLAY 'DCJB8BWO - SYSIN WINDOW LENGTH MUST BE NNNN'
051800         GO TO 9999-ABEND
051900     END-IF.
052000     IF WS-PARM-LENGTH-N = 0 OR WS-PARM-LENGTH-N > 1440
052100         DISPLAY 'DCJB8BWO - SYSIN WINDOW LENGTH MUST BE 1 TO '
052200             '1440 MINUTES'
052300         GO TO 9999-ABEND
052400     END-IF.
052500
052600     IF WS-PARM-RETAIN = SPACES
052700         MOVE '090' TO WS-PARM-RETAIN
052800     END-IF.
052900     IF WS-PARM-RETAIN IS NOT NUMERIC
053000         DISPLAY 'DCJB8BWO - SYSIN RETENTION DAYS MUST BE NNN'
053100         GO TO 9999-ABEND
053200     END-IF.
053300
053400*    HISTORY SHORTER THAN THE AVERAGING SPAN WOULD STARVE THE
053500*    AVERAGES, SO THE RETENTION NEVER DROPS BELOW IT.
053600     MOVE WS-PARM-RETAIN-N TO WS-RETAIN-DAYS.
053700     IF WS-RETAIN-DAYS < WS-AVG-DAYS
053800         MOVE WS-AVG-DAYS TO WS-RETAIN-DAYS
053900     END-IF.
054000
054100     IF WS-PARM-RUN-PCT = SPACES
054200         MOVE '050' TO WS-PARM-RUN-PCT
054300     END-IF.
054400     IF WS-PARM-TOT-PCT = SPACES
054500         MOVE '050' TO WS-PARM-TOT-PCT
054600     END-IF.
054700     IF WS-PARM-RUN-PCT IS NOT NUMERIC OR
054800        WS-PARM-TOT-PCT IS NOT NUMERIC
054900         DISPLAY 'DCJB8BWO - SYSIN FLAG PERCENTAGES MUST BE NNN'
055000         GO TO 9999-ABEND
055100     END-IF.
055200     MOVE WS-PARM-RUN-PCT-N TO WS-RUN-PCT.
055300     MOVE WS-PARM-TOT-PCT-N TO WS-TOT-PCT.
055400
055500     COMPUTE WS-OPEN-TENTHS =
055600         ((WS-PARM-OPEN-HH * 60) + WS-PARM-OPEN-MM) * 600.
055700     COMPUTE WS-WINDOW-TENTHS = WS-PARM-LENGTH-N * 600.
055800     COMPUTE WS-DEADLINE = WS-OPEN-TENTHS + WS-WINDOW-TENTHS.
055900
056000     MOVE WS-NIGHT-YYYYDDD TO RPT-HDG1-NIGHT.
056100     MOVE WS-PARM-OPEN(1:2) TO RPT-HDG1-OPEN(1:2).
056200     MOVE ':' TO RPT-HDG1-OPEN(3:1).
056300     MOVE WS-PARM-OPEN(3:2) TO RPT-HDG1-OPEN(4:2).
056400     MOVE WS-PARM-LENGTH-N TO RPT-HDG1-LENGTH.
056500
056600     OPEN INPUT BATCHCTL-FILE.
056700     IF NOT WS-BATCHCTL-OK
056800         DISPLAY 'DCJB8BWO - BATCHCTL OPEN FAILED, STATUS = '
056900             WS-BATCHCTL-STATUS
057000         GO TO 9999-ABEND
057100     END-IF.
057200
057300     OPEN I-O BWHIST-FILE.
057400     IF NOT WS-BWHIST-OK
057500         DISPLAY 'DCJB8BWO - BWHIST OPEN FAILED, STATUS = '
057600             WS-BWHIST-STATUS
057700         GO TO 9999-ABEND
057800     END-IF.
057900
058000     OPEN I-O RPTFILE.
058100     IF NOT WS-RPTFILE-OK
058200         DISPLAY 'DCJB8BWO - RPTFILE OPEN FAILED, STATUS = '
058300             WS-RPTFILE-STATUS
058400         GO TO 9999-ABEND
058500     END-IF.
058600
058700     OPEN OUTPUT WINDOW-RPT.
058800     IF NOT WS-WINRPT-OK
058900         DISPLAY 'DCJB8BWO - WINRPT OPEN FAILED, STATUS = '
059000             WS-WINRPT-STATUS
059100         GO TO 9999-ABEND
059200     END-IF.
059300
059400     PERFORM 1100-CLEAR-PRIOR-LINES THRU 1100-EXIT.
059500
059600 1000-EXIT.
059700     EXIT.
059800
059900*----------------------------------------------------------------
060000* A RERUN THE SAME MORNING REPLACES THE FIRST RUN'S LINES - THE
060100* LINES ALREADY FILED UNDER TODAY'S DATE ARE DELETED FIRST SO A
060200* SHORTER REPORT LEAVES NONE OF THE OLD ONE BEHIND.
060300*----------------------------------------------------------------
060400 1100-CLEAR-PRIOR-LINES.
060500
060600     MOVE 'N' TO WS-RPT-DONE-SW.
060700
060800     MOVE WS-RPT-TYPE TO RPT-TYPE.
060900     MOVE WS-TODAY-CYYDDD TO RPT-RUN-DATE.
061000     MOVE ZEROS TO RPT-LINE-NO.
061100
061200     START RPTFILE KEY IS NOT LESS THAN RPT-KEY
061300         INVALID KEY
061400             MOVE 'Y' TO WS-RPT-DONE-SW
061500     END-START.
061600
061700     PERFORM 1110-CLEAR-ONE-LINE THRU 1110-EXIT
061800         UNTIL WS-RPT-DONE.
061900
062000 1100-EXIT.
062100     EXIT.
062200
062300 1110-CLEAR-ONE-LINE.
062400
062500     READ RPTFILE NEXT RECORD
062600         AT END
062700             MOVE 'Y' TO WS-RPT-DONE-SW
062800             GO TO 1110-EXIT
062900     END-READ.
063000
063100     IF (RPT-TYPE NOT = WS-RPT-TYPE) OR
063200        (RPT-RUN-DATE NOT = WS-TODAY-CYYDDD)
063300         MOVE 'Y' TO WS-RPT-DONE-SW
063400         GO TO 1110-EXIT
063500     END-IF.
063600
063700     DELETE RPTFILE RECORD
063800         INVALID KEY
063900             DISPLAY 'DCJB8BWO - RPTFILE DELETE, STATUS = '
064000                 WS-RPTFILE-STATUS
064100             GO TO 9999-ABEND
064200     END-DELETE.
064300
064400     ADD 1 TO WS-REPLACED-COUNT.
064500
064600 1110-EXIT.
064700     EXIT.
064800
064900*----------------------------------------------------------------
065000* LOADS THE NIGHT'S JOBS FROM BATCHCTL. THE NIGHT'S OWN ROWS AND
065100* THE NEXT DAY'S ARE READ; A ROW BELONGS TO THIS WINDOW IF IT
065200* STARTED AFTER THE OPENING TIME ON THE NIGHT, OR BEFORE IT ON
065300* THE NEXT DAY. THE CONTROL ROWS DATED 0000000 NEVER QUALIFY.
065400*----------------------------------------------------------------
065500 2000-LOAD-NIGHT.
065600
065700     MOVE 'N' TO WS-BCT-EOF-SW.
065800     MOVE WS-NIGHT-CYYDDD TO BCT-RUN-DATE.
065900     MOVE LOW-VALUES TO BCT-JOB.
066000
066100     START BATCHCTL-FILE KEY IS NOT LESS THAN BCT-KEY
066200         INVALID KEY
066300             MOVE 'Y' TO WS-BCT-EOF-SW
066400     END-START.
066500
066600     PERFORM 2100-READ-CONTROL-ROW THRU 2100-EXIT
066700         UNTIL WS-BCT-EOF.
066800
066900     PERFORM 2300-CHECK-TERM-START THRU 2300-EXIT.
067000
067100 2000-EXIT.
067200     EXIT.
067300
067400 2100-READ-CONTROL-ROW.
067500
067600     READ BATCHCTL-FILE NEXT RECORD
067700         AT END
067800             MOVE 'Y' TO WS-BCT-EOF-SW
067900             GO TO 2100-EXIT
068000     END-READ.
068100
068200     IF BCT-RUN-DATE > WS-NEXT-CYYDDD
068300         MOVE 'Y' TO WS-BCT-EOF-SW
068400         GO TO 2100-EXIT
068500     END-IF.
068600
068700     ADD 1 TO WS-ROWS-READ.
068800
068900     MOVE BCT-START-TIME TO WS-CLOCK.
069000     PERFORM 8100-CLOCK-TO-TENTHS THRU 8100-EXIT.
069100
069200     IF BCT-RUN-DATE = WS-NIGHT-CYYDDD
069300         IF WS-TENTHS < WS-OPEN-TENTHS
069400             GO TO 2100-EXIT
069500         END-IF
069600         MOVE WS-TENTHS TO WS-NEW-START-OFF
069700     ELSE
069800         IF WS-TENTHS NOT < WS-OPEN-TENTHS
069900             GO TO 2100-EXIT
070000         END-IF
070100         COMPUTE WS-NEW-START-OFF = WS-TENTHS + WS-DAY-TENTHS
070200     END-IF.
070300
070400     IF WS-JOB-COUNT NOT < WS-JOB-MAX
070500         DISPLAY 'DCJB8BWO - MORE THAN 60 JOBS IN THE WINDOW, '
070600             BCT-JOB ' NOT REPORTED'
070700         GO TO 2100-EXIT
070800     END-IF.
070900
071000     MOVE BCT-JOB TO WS-NEW-NAME.
071100     MOVE BCT-START-TIME TO WS-NEW-START-TIME.
071200     MOVE BCT-TOTAL TO WS-NEW-TOTAL.
071300     MOVE 0 TO WS-NEW-RUNS.
071400     MOVE 0 TO WS-NEW-AVG-ELAPSED.
071500     MOVE 0 TO WS-NEW-AVG-TOTAL.
071600     MOVE SPACES TO WS-NEW-FLAG.
071700     MOVE 0 TO WS-NEW-PRED.
071800     MOVE SPACES TO WS-NEW-LINK.
071900
072000*    A JOB STILL MARKED RUNNING HAS NO END TIME TO MEASURE - IT
072100*    IS LISTED, FLAGGED, AND KEPT OFF THE HISTORY AND THE PATH.
072200     IF BCT-DONE
072300         MOVE 'Y' TO WS-NEW-DONE-SW
072400         MOVE BCT-END-TIME TO WS-NEW-END-TIME
072500         MOVE BCT-END-TIME TO WS-CLOCK
072600         PERFORM 8100-CLOCK-TO-TENTHS THRU 8100-EXIT
072700         IF BCT-RUN-DATE = WS-NIGHT-CYYDDD
072800             MOVE WS-TENTHS TO WS-NEW-END-OFF
072900         ELSE
073000             COMPUTE WS-NEW-END-OFF = WS-TENTHS + WS-DAY-TENTHS
073100         END-IF
073200         IF WS-NEW-END-OFF < WS-NEW-START-OFF
073300             ADD WS-DAY-TENTHS TO WS-NEW-END-OFF
073400         END-IF
073500         COMPUTE WS-NEW-ELAPSED =
073600             WS-NEW-END-OFF - WS-NEW-START-OFF
073700     ELSE
073800         MOVE 'N' TO WS-NEW-DONE-SW
073900         MOVE ZEROS TO WS-NEW-END-TIME
074000         MOVE 0 TO WS-NEW-END-OFF
074100         MOVE 0 TO WS-NEW-ELAPSED
074200     END-IF.
074300
074400     PERFORM 2200-INSERT-JOB THRU 2200-EXIT.
074500
074600 2100-EXIT.
074700     EXIT.
074800
074900*----------------------------------------------------------------
075000* INSERTS WS-NEW-JOB IN START ORDER, SHIFTING LATER-STARTING
075100* ENTRIES UP ONE SLOT.
075200*----------------------------------------------------------------
075300 2200-INSERT-JOB.
075400
075500     ADD 1 TO WS-JOB-COUNT.
075600     MOVE WS-JOB-COUNT TO WS-JOB-IDX.
075700     MOVE 'N' TO WS-SLOT-SW.
075800
075900     PERFORM 2210-SHIFT-ONE THRU 2210-EXIT
076000         UNTIL WS-SLOT-FOUND.
076100
076200     MOVE WS-NEW-JOB TO WS-JOB-ENTRY(WS-JOB-IDX).
076300
076400 2200-EXIT.
076500     EXIT.
076600
076700 2210-SHIFT-ONE.
076800
076900     IF WS-JOB-IDX = 1
077000         MOVE 'Y' TO WS-SLOT-SW
077100         GO TO 2210-EXIT
077200     END-IF.
077300
077400     IF WS-JOB-START-OFF(WS-JOB-IDX - 1) NOT > WS-NEW-START-OFF
077500         MOVE 'Y' TO WS-SLOT-SW
077600         GO TO 2210-EXIT
077700     END-IF.
077800
077900     MOVE WS-JOB-ENTRY(WS-JOB-IDX - 1)
078000         TO WS-JOB-ENTRY(WS-JOB-IDX).
078100     SUBTRACT 1 FROM WS-JOB-IDX.
078200
078300 2210-EXIT.
078400     EXIT.
078500
078600*----------------------------------------------------------------
078700* NOTES WHICH OF THE TERM-START JOBS RAN IN THE WINDOW. ALL THREE
078800* MAKES THIS A TERM-START NIGHT.
078900*----------------------------------------------------------------
079000 2300-CHECK-TERM-START.
079100
079200     MOVE 0 TO WS-TS-RAN-COUNT.
079300
079400     PERFORM 2310-FIND-TERM-START-JOB THRU 2310-EXIT
079500         VARYING WS-TS-IDX FROM 1 BY 1
079600         UNTIL WS-TS-IDX > WS-TS-COUNT.
079700
079800     IF WS-TS-RAN-COUNT = WS-TS-COUNT
079900         MOVE 'Y' TO WS-TERM-START-SW
080000     END-IF.
080100
080200 2300-EXIT.
080300     EXIT.
080400
080500 2310-FIND-TERM-START-JOB.
080600
080700     MOVE 'N' TO WS-TS-RAN-SW(WS-TS-IDX).
080800     MOVE 0 TO WS-TS-JOB-IDX(WS-TS-IDX).
080900
081000     PERFORM 2320-MATCH-TERM-START-JOB THRU 2320-EXIT
081100         VARYING WS-JOB-IDX FROM 1 BY 1
081200         UNTIL WS-JOB-IDX > WS-JOB-COUNT.
081300
081400     IF WS-TS-RAN(WS-TS-IDX)
081500         ADD 1 TO WS-TS-RAN-COUNT
081600     END-IF.
081700
081800 2310-EXIT.
081900     EXIT.
082000
082100 2320-MATCH-TERM-START-JOB.
082200
082300     IF WS-JOB-NAME(WS-JOB-IDX) = WS-TS-JOB(WS-TS-IDX)
082400         MOVE 'Y' TO WS-TS-RAN-SW(WS-TS-IDX)
082500         MOVE WS-JOB-IDX TO WS-TS-JOB-IDX(WS-TS-IDX)
082600     END-IF.
082700
082800 2320-EXIT.
082900     EXIT.
083000
083100*----------------------------------------------------------------
083200* POSTS EACH COMPLETED JOB TO BWHIST UNDER THE NIGHT. A RERUN FOR
083300* THE SAME NIGHT REPLACES THE ROWS IT POSTED BEFORE.
083400*----------------------------------------------------------------
083500 2500-POST-HISTORY.
083600
083700     PERFORM 2510-POST-ONE-JOB THRU 2510-EXIT
083800         VARYING WS-JOB-IDX FROM 1 BY 1
083900         UNTIL WS-JOB-IDX > WS-JOB-COUNT.
084000
084100 2500-EXIT.
084200     EXIT.
084300
084400 2510-POST-ONE-JOB.
084500
084600     IF NOT WS-JOB-DONE(WS-JOB-IDX)
084700         GO TO 2510-EXIT
084800     END-IF.
084900
085000     MOVE SPACES TO BWHIST-RECORD.
085100     MOVE WS-JOB-NAME(WS-JOB-IDX) TO BWH-JOB.
085200     MOVE WS-NIGHT-CYYDDD TO BWH-NIGHT.
085300     MOVE WS-JOB-START-TIME(WS-JOB-IDX) TO BWH-START-TIME.
085400     MOVE WS-JOB-END-TIME(WS-JOB-IDX) TO BWH-END-TIME.
085500     MOVE WS-JOB-ELAPSED(WS-JOB-IDX) TO BWH-ELAPSED.
085600     MOVE WS-JOB-TOTAL(WS-JOB-IDX) TO BWH-TOTAL.
085700     IF WS-TERM-START-NIGHT
085800         MOVE 'Y' TO BWH-TERM-START
085900     ELSE
086000         MOVE 'N' TO BWH-TERM-START
086100     END-IF.
086200
086300     WRITE BWHIST-RECORD
086400         INVALID KEY
086500             REWRITE BWHIST-RECORD
086600                 INVALID KEY
086700                     DISPLAY 'DCJB8BWO - BWHIST REWRITE, '
086800                         'STATUS = ' WS-BWHIST-STATUS
086900                     GO TO 9999-ABEND
087000             END-REWRITE
087100     END-WRITE.
087200
087300     ADD 1 TO WS-POSTED-COUNT.
087400
087500 2510-EXIT.
087600     EXIT.
087700
087800*----------------------------------------------------------------
087900* EACH JOB'S AVERAGE ELAPSED TIME AND CONTROL TOTAL OVER THE 30
088000* NIGHTS BEFORE THIS ONE, AND THE FLAG THAT FOLLOWS FROM THEM.
088100*----------------------------------------------------------------
088200 3000-COMPUTE-AVERAGES.
088300
088400     PERFORM 3100-AVERAGE-ONE-JOB THRU 3100-EXIT
088500         VARYING WS-JOB-IDX FROM 1 BY 1
088600         UNTIL WS-JOB-IDX > WS-JOB-COUNT.
088700
088800 3000-EXIT.
088900     EXIT.
089000
089100 3100-AVERAGE-ONE-JOB.
089200
089300     MOVE 0 TO WS-AVG-RUNS.
089400     MOVE 0 TO WS-AVG-SUM.
089500     MOVE 0 TO WS-AVG-TOT-SUM.
089600     MOVE 'N' TO WS-BWH-EOF-SW.
089700
089800     MOVE WS-JOB-NAME(WS-JOB-IDX) TO BWH-JOB.
089900     MOVE ZEROS TO BWH-NIGHT.
090000
090100     START BWHIST-FILE KEY IS NOT LESS THAN BWH-KEY
090200         INVALID KEY
090300             MOVE 'Y' TO WS-BWH-EOF-SW
090400     END-START.
090500
090600     PERFORM 3110-READ-JOB-HISTORY THRU 3110-EXIT
090700         UNTIL WS-BWH-EOF.
090800
090900     MOVE WS-AVG-RUNS TO WS-JOB-RUNS(WS-JOB-IDX).
091000     IF WS-AVG-RUNS > 0
091100         COMPUTE WS-JOB-AVG-ELAPSED(WS-JOB-IDX) ROUNDED =
091200             WS-AVG-SUM / WS-AVG-RUNS
091300         COMPUTE WS-JOB-AVG-TOTAL(WS-JOB-IDX) ROUNDED =
091400             WS-AVG-TOT-SUM / WS-AVG-RUNS
091500     END-IF.
091600
091700     PERFORM 3200-SET-FLAG THRU 3200-EXIT.
091800
091900 3100-EXIT.
092000     EXIT.
092100
092200 3110-READ-JOB-HISTORY.
092300
092400     READ BWHIST-FILE NEXT RECORD
092500         AT END
092600             MOVE 'Y' TO WS-BWH-EOF-SW
092700             GO TO 3110-EXIT
092800     END-READ.
092900
093000     IF BWH-JOB NOT = WS-JOB-NAME(WS-JOB-IDX)
093100         MOVE 'Y' TO WS-BWH-EOF-SW
093200         GO TO 3110-EXIT
093300     END-IF.
093400
093500     MOVE BWH-NIGHT TO WS-DATE-WORK.
093600     PERFORM 8800-DAY-NUMBER THRU 8800-EXIT.
093700     COMPUTE WS-ROW-AGE = WS-NIGHT-DAYS - WS-ROW-DAYS.
093800
093900     IF WS-ROW-AGE < 1 OR WS-ROW-AGE > WS-AVG-DAYS
094000         GO TO 3110-EXIT
094100     END-IF.
094200
094300     ADD 1 TO WS-AVG-RUNS.
094400     ADD BWH-ELAPSED TO WS-AVG-SUM.
094500     ADD BWH-TOTAL TO WS-AVG-TOT-SUM.
094600
094700 3110-EXIT.
094800     EXIT.
094900
095000*----------------------------------------------------------------
095100* A JOB IS FLAGGED WHEN IT RAN MORE THAN THE RUN PERCENTAGE OVER
095200* ITS AVERAGE, OR ITS CONTROL TOTAL MOVED MORE THAN THE TOTAL
095300* PERCENTAGE EITHER WAY - A TOTAL THAT COLLAPSES IS AS MUCH A
095400* WARNING AS ONE THAT BALLOONS. TOO SHORT A HISTORY IS NOT JUDGED.
095500*----------------------------------------------------------------
095600 3200-SET-FLAG.
095700
095800     IF NOT WS-JOB-DONE(WS-JOB-IDX)
095900         MOVE 'NOT COMPLETE' TO WS-JOB-FLAG(WS-JOB-IDX)
096000         ADD 1 TO WS-FLAG-COUNT
096100         GO TO 3200-EXIT
096200     END-IF.
096300
096400     IF WS-JOB-RUNS(WS-JOB-IDX) < WS-MIN-RUNS
096500         MOVE 'SHORT HISTORY' TO WS-JOB-FLAG(WS-JOB-IDX)
096600         GO TO 3200-EXIT
096700     END-IF.
096800
096900     MOVE 'N' TO WS-LONG-SW.
097000     MOVE 'N' TO WS-JUMP-SW.
097100
097200     IF WS-JOB-ELAPSED(WS-JOB-IDX) * 100 >
097300        WS-JOB-AVG-ELAPSED(WS-JOB-IDX) * (100 + WS-RUN-PCT)
097400         MOVE 'Y' TO WS-LONG-SW
097500     END-IF.
097600
097700     COMPUTE WS-TOT-DIFF = WS-JOB-TOTAL(WS-JOB-IDX)
097800         - WS-JOB-AVG-TOTAL(WS-JOB-IDX).
097900     IF WS-TOT-DIFF < 0
098000         MULTIPLY -1 BY WS-TOT-DIFF
098100     END-IF.
098200     IF WS-TOT-DIFF * 100 >
098300        WS-JOB-AVG-TOTAL(WS-JOB-IDX) * WS-TOT-PCT
098400         MOVE 'Y' TO WS-JUMP-SW
098500     END-IF.
098600
098700     IF WS-LONG-RUN AND WS-TOTAL-JUMP
098800         MOVE 'LONG RUN+JUMP' TO WS-JOB-FLAG(WS-JOB-IDX)
098900     ELSE
099000         IF WS-LONG-RUN
099100             MOVE 'LONG RUN' TO WS-JOB-FLAG(WS-JOB-IDX)
099200         END-IF
099300         IF WS-TOTAL-JUMP
099400             MOVE 'TOTAL JUMP' TO WS-JOB-FLAG(WS-JOB-IDX)
099500         END-IF
099600     END-IF.
099700
099800     IF WS-LONG-RUN OR WS-TOTAL-JUMP
099900         ADD 1 TO WS-FLAG-COUNT
100000     END-IF.
100100
100200 3200-EXIT.
100300     EXIT.
100400
100500*----------------------------------------------------------------
100600* CRITICAL PATH. EACH COMPLETED JOB IS LINKED TO WHAT IT WAITED
100700* ON: ITS BATCHCTL GATE IF IT HAS ONE, OTHERWISE THE STREAM - THE
100800* LAST JOB TO END BEFORE IT STARTED. THE PATH IS THEN WALKED BACK
100900* FROM THE LAST JOB TO END. ONLY EARLIER-STARTING JOBS QUALIFY AS
101000* A LINK, SO THE WALK ALWAYS REACHES THE FRONT OF THE NIGHT.
101100*----------------------------------------------------------------
101200 4000-CRITICAL-PATH.
101300
101400     PERFORM 4100-LINK-ONE-JOB THRU 4100-EXIT
101500         VARYING WS-JOB-IDX FROM 1 BY 1
101600         UNTIL WS-JOB-IDX > WS-JOB-COUNT.
101700
101800     MOVE 0 TO WS-LAST-JOB.
101900     MOVE 0 TO WS-LAST-END.
102000
102100     PERFORM 4200-FIND-LAST-END THRU 4200-EXIT
102200         VARYING WS-JOB-IDX FROM 1 BY 1
102300         UNTIL WS-JOB-IDX > WS-JOB-COUNT.
102400
102500     MOVE 0 TO WS-PATH-COUNT.
102600     MOVE WS-LAST-JOB TO WS-JOB-IDX.
102700
102800     PERFORM 4300-WALK-BACK THRU 4300-EXIT
102900         UNTIL WS-JOB-IDX = 0.
103000
103100 4000-EXIT.
103200     EXIT.
103300
103400 4100-LINK-ONE-JOB.
103500
103600     MOVE 0 TO WS-JOB-PRED(WS-JOB-IDX).
103700     MOVE 'FIRST' TO WS-JOB-LINK(WS-JOB-IDX).
103800
103900     IF NOT WS-JOB-DONE(WS-JOB-IDX)
104000         GO TO 4100-EXIT
104100     END-IF.
104200
104300     MOVE -1 TO WS-BEST-END.
104400
104500     PERFORM 4110-CHECK-GATE THRU 4110-EXIT
104600         VARYING WS-GATE-IDX FROM 1 BY 1
104700         UNTIL WS-GATE-IDX > WS-GATE-COUNT.
104800
104900     IF WS-JOB-PRED(WS-JOB-IDX) = 0
105000         PERFORM 4130-CHECK-STREAM THRU 4130-EXIT
105100             VARYING WS-JOB-IDX2 FROM 1 BY 1
105200             UNTIL WS-JOB-IDX2 NOT < WS-JOB-IDX
105300     END-IF.
105400
105500 4100-EXIT.
105600     EXIT.
105700
105800 4110-CHECK-GATE.
105900
106000     IF WS-GATE-JOB(WS-GATE-IDX) NOT = WS-JOB-NAME(WS-JOB-IDX)
106100         GO TO 4110-EXIT
106200     END-IF.
106300
106400     PERFORM 4120-MATCH-GATE THRU 4120-EXIT
106500         VARYING WS-JOB-IDX2 FROM 1 BY 1
106600         UNTIL WS-JOB-IDX2 NOT < WS-JOB-IDX.
106700
106800 4110-EXIT.
106900     EXIT.
107000
107100*    OF TWO GATES, THE ONE THAT CLEARED LAST IS THE ONE WAITED ON.
107200 4120-MATCH-GATE.
107300
107400     IF WS-JOB-NAME(WS-JOB-IDX2) = WS-GATE-PRED(WS-GATE-IDX) AND
107500        WS-JOB-DONE(WS-JOB-IDX2) AND
107600        WS-JOB-END-OFF(WS-JOB-IDX2) NOT >
107700            WS-JOB-START-OFF(WS-JOB-IDX) AND
107800        WS-JOB-END-OFF(WS-JOB-IDX2) > WS-BEST-END
107900         MOVE WS-JOB-IDX2 TO WS-JOB-PRED(WS-JOB-IDX)
108000         MOVE WS-JOB-END-OFF(WS-JOB-IDX2) TO WS-BEST-END
108100         MOVE 'GATE' TO WS-JOB-LINK(WS-JOB-IDX)
108200     END-IF.
108300
108400 4120-EXIT.
108500     EXIT.
108600
108700 4130-CHECK-STREAM.
108800
108900     IF WS-JOB-DONE(WS-JOB-IDX2) AND
109000        WS-JOB-END-OFF(WS-JOB-IDX2) NOT >
109100            WS-JOB-START-OFF(WS-JOB-IDX) AND
109200        WS-JOB-END-OFF(WS-JOB-IDX2) > WS-BEST-END
109300         MOVE WS-JOB-IDX2 TO WS-JOB-PRED(WS-JOB-IDX)
109400         MOVE WS-JOB-END-OFF(WS-JOB-IDX2) TO WS-BEST-END
109500         MOVE 'STREAM' TO WS-JOB-LINK(WS-JOB-IDX)
109600     END-IF.
109700
109800 4130-EXIT.
109900     EXIT.
110000
110100 4200-FIND-LAST-END.
110200
110300     IF WS-JOB-DONE(WS-JOB-IDX) AND
110400        WS-JOB-END-OFF(WS-JOB-IDX) > WS-LAST-END
110500         MOVE WS-JOB-IDX TO WS-LAST-JOB
110600         MOVE WS-JOB-END-OFF(WS-JOB-IDX) TO WS-LAST-END
110700     END-IF.
110800
110900 4200-EXIT.
111000     EXIT.
111100
111200 4300-WALK-BACK.
111300
111400     ADD 1 TO WS-PATH-COUNT.
111500     MOVE WS-JOB-IDX TO WS-PATH-JOB(WS-PATH-COUNT).
111600     MOVE WS-JOB-PRED(WS-JOB-IDX) TO WS-JOB-IDX.
111700
111800 4300-EXIT.
111900     EXIT.
112000
112100*----------------------------------------------------------------
112200* TERM-START FORECAST. EACH TERM-START JOB'S AVERAGE IS TAKEN
112300* FROM ITS PAST TERM-START NIGHTS, OR FROM ALL ITS RETAINED
112400* NIGHTS IF IT HAS NONE. ON AN ORDINARY NIGHT THE JOBS THAT DID
112500* NOT RUN ARE ADDED ONTO THE NIGHT'S FINISH, SINCE ON A TERM-
112600* START NIGHT THEY RUN IN THE SAME STREAM. ON A TERM-START NIGHT
112700* THE NIGHT'S OWN FINISH IS THE ANSWER.
112800*----------------------------------------------------------------
112900 5000-FORECAST.
113000
113100     PERFORM 5100-TERM-START-AVERAGE THRU 5100-EXIT
113200         VARYING WS-TS-IDX FROM 1 BY 1
113300         UNTIL WS-TS-IDX > WS-TS-COUNT.
113400
113500     IF WS-LAST-JOB = 0
113600         MOVE WS-OPEN-TENTHS TO WS-PROJECTED
113700     ELSE
113800         MOVE WS-LAST-END TO WS-PROJECTED
113900     END-IF.
114000
114100     IF NOT WS-TERM-START-NIGHT
114200         PERFORM 5200-ADD-MISSING-JOB THRU 5200-EXIT
114300             VARYING WS-TS-IDX FROM 1 BY 1
114400             UNTIL WS-TS-IDX > WS-TS-COUNT
114500     END-IF.
114600
114700     COMPUTE WS-MARGIN = WS-DEADLINE - WS-PROJECTED.
114800     IF WS-MARGIN < 0
114900         MOVE 'Y' TO WS-OVERRUN-SW
115000     END-IF.
115100
115200 5000-EXIT.
115300     EXIT.
115400
115500 5100-TERM-START-AVERAGE.
115600
115700     MOVE 0 TO WS-TS-RUNS(WS-TS-IDX).
115800     MOVE 0 TO WS-TS-SUM(WS-TS-IDX).
115900     MOVE 0 TO WS-TS-ALL-RUNS(WS-TS-IDX).
116000     MOVE 0 TO WS-TS-ALL-SUM(WS-TS-IDX).
116100     MOVE 0 TO WS-TS-AVG(WS-TS-IDX).
116200     MOVE 'N' TO WS-BWH-EOF-SW.
116300
116400     MOVE WS-TS-JOB(WS-TS-IDX) TO BWH-JOB.
116500     MOVE ZEROS TO BWH-NIGHT.
116600
116700     START BWHIST-FILE KEY IS NOT LESS THAN BWH-KEY
116800         INVALID KEY
116900             MOVE 'Y' TO WS-BWH-EOF-SW
117000     END-START.
117100
117200     PERFORM 5110-READ-TS-HISTORY THRU 5110-EXIT
117300         UNTIL WS-BWH-EOF.
117400
117500     IF WS-TS-RUNS(WS-TS-IDX) > 0
117600         MOVE 'T' TO WS-TS-BASIS(WS-TS-IDX)
117700         COMPUTE WS-TS-AVG(WS-TS-IDX) ROUNDED =
117800             WS-TS-SUM(WS-TS-IDX) / WS-TS-RUNS(WS-TS-IDX)
117900     ELSE
118000         IF WS-TS-ALL-RUNS(WS-TS-IDX) > 0
118100             MOVE 'A' TO WS-TS-BASIS(WS-TS-IDX)
118200             COMPUTE WS-TS-AVG(WS-TS-IDX) ROUNDED =
118300                 WS-TS-ALL-SUM(WS-TS-IDX) /
118400                 WS-TS-ALL-RUNS(WS-TS-IDX)
118500         ELSE
118600             MOVE 'N' TO WS-TS-BASIS(WS-TS-IDX)
118700         END-IF
118800     END-IF.
118900
119000 5100-EXIT.
119100     EXIT.
119200
119300 5110-READ-TS-HISTORY.
119400
119500     READ BWHIST-FILE NEXT RECORD
119600         AT END
119700             MOVE 'Y' TO WS-BWH-EOF-SW
119800             GO TO 5110-EXIT
119900     END-READ.
120000
120100     IF BWH-JOB NOT = WS-TS-JOB(WS-TS-IDX)
120200         MOVE 'Y' TO WS-BWH-EOF-SW
120300         GO TO 5110-EXIT
120400     END-IF.
120500
120600     IF BWH-NIGHT NOT < WS-NIGHT-CYYDDD
120700         GO TO 5110-EXIT
120800     END-IF.
120900
121000     ADD 1 TO WS-TS-ALL-RUNS(WS-TS-IDX).
121100     ADD BWH-ELAPSED TO WS-TS-ALL-SUM(WS-TS-IDX).
121200
121300     IF BWH-IS-TERM-START
121400         ADD 1 TO WS-TS-RUNS(WS-TS-IDX)
121500         ADD BWH-ELAPSED TO WS-TS-SUM(WS-TS-IDX)
121600     END-IF.
121700
121800 5110-EXIT.
121900     EXIT.
122000
122100*    A MISSING JOB WITH NO HISTORY AT ALL CANNOT BE COSTED - THE
122200*    FORECAST IS PRINTED AS INCOMPLETE RATHER THAN GUESSED.
122300 5200-ADD-MISSING-JOB.
122400
122500     IF WS-TS-RAN(WS-TS-IDX)
122600         GO TO 5200-EXIT
122700     END-IF.
122800
122900     IF WS-TS-NO-HISTORY(WS-TS-IDX)
123000         MOVE 'Y' TO WS-NO-FORECAST-SW
123100         GO TO 5200-EXIT
123200     END-IF.
123300
123400     ADD WS-TS-AVG(WS-TS-IDX) TO WS-PROJECTED.
123500
123600 5200-EXIT.
123700     EXIT.
123800
123900 6000-PRINT-REPORT.
124000
124100     PERFORM 8500-PRINT-HEADINGS THRU 8500-EXIT.
124200
124300     MOVE 'JOB ELAPSED TIMES AND CONTROL TOTALS' TO RPT-SEC-TITLE.
124400     MOVE RPT-SECTION-LINE TO RPT-LINE.
124500     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
124600
124700     IF WS-JOB-COUNT = 0
124800         MOVE 'NO NIGHTLY JOB ON BATCHCTL IN THIS WINDOW'
124900             TO RPT-TXT
125000         MOVE RPT-TEXT-LINE TO RPT-LINE
125100         PERFORM 8600-PRINT-LINE THRU 8600-EXIT
125200     ELSE
125300         MOVE RPT-JOB-HEADING TO RPT-LINE
125400         PERFORM 8600-PRINT-LINE THRU 8600-EXIT
125500         PERFORM 6100-PRINT-JOB THRU 6100-EXIT
125600             VARYING WS-JOB-IDX FROM 1 BY 1
125700             UNTIL WS-JOB-IDX > WS-JOB-COUNT
125800     END-IF.
125900
126000     PERFORM 6200-PRINT-PATH THRU 6200-EXIT.
126100
126200     PERFORM 6300-PRINT-FORECAST THRU 6300-EXIT.
126300
126400 6000-EXIT.
126500     EXIT.
126600
126700 6100-PRINT-JOB.
126800
126900     MOVE WS-JOB-NAME(WS-JOB-IDX) TO RPT-JOB-NAME.
127000
127100     MOVE WS-JOB-START-OFF(WS-JOB-IDX) TO WS-HMS-TENTHS.
127200     PERFORM 8750-FORMAT-CLOCK THRU 8750-EXIT.
127300     MOVE WS-HMS-EDIT TO RPT-JOB-START.
127400
127500     IF WS-JOB-DONE(WS-JOB-IDX)
127600         MOVE 'DONE' TO RPT-JOB-STATUS
127700         MOVE WS-JOB-END-OFF(WS-JOB-IDX) TO WS-HMS-TENTHS
127800         PERFORM 8750-FORMAT-CLOCK THRU 8750-EXIT
127900         MOVE WS-HMS-EDIT TO RPT-JOB-END
128000         MOVE WS-JOB-ELAPSED(WS-JOB-IDX) TO WS-HMS-TENTHS
128100         PERFORM 8700-FORMAT-HMS THRU 8700-EXIT
128200         MOVE WS-HMS-EDIT TO RPT-JOB-ELAPSED
128300     ELSE
128400         MOVE 'RUN' TO RPT-JOB-STATUS
128500         MOVE SPACES TO RPT-JOB-END
128600         MOVE SPACES TO RPT-JOB-ELAPSED
128700     END-IF.
128800
128900     IF WS-JOB-RUNS(WS-JOB-IDX) > 0
129000         MOVE WS-JOB-AVG-ELAPSED(WS-JOB-IDX) TO WS-HMS-TENTHS
129100         PERFORM 8700-FORMAT-HMS THRU 8700-EXIT
129200         MOVE WS-HMS-EDIT TO RPT-JOB-AVG
129300     ELSE
129400         MOVE SPACES TO RPT-JOB-AVG
129500     END-IF.
129600
129700     MOVE WS-JOB-RUNS(WS-JOB-IDX) TO RPT-JOB-RUNS.
129800     MOVE WS-JOB-TOTAL(WS-JOB-IDX) TO RPT-JOB-TOTAL.
129900     MOVE WS-JOB-AVG-TOTAL(WS-JOB-IDX) TO RPT-JOB-AVG-TOTAL.
130000     MOVE WS-JOB-FLAG(WS-JOB-IDX) TO RPT-JOB-FLAG.
130100
130200     MOVE RPT-JOB-LINE TO RPT-LINE.
130300     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
130400
130500 6100-EXIT.
130600     EXIT.
130700
130800*----------------------------------------------------------------
130900* THE CRITICAL PATH, PRINTED FROM THE FRONT OF THE NIGHT - THE
131000* WALK STORED IT LAST JOB FIRST. THE WAIT IS THE IDLE TIME
131100* BETWEEN THE LINK ENDING AND THE JOB STARTING.
131200*----------------------------------------------------------------
131300 6200-PRINT-PATH.
131400
131500     MOVE 'CRITICAL PATH' TO RPT-SEC-TITLE.
131600     MOVE RPT-SECTION-LINE TO RPT-LINE.
131700     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
131800
131900     IF WS-PATH-COUNT = 0
132000         MOVE 'NO COMPLETED JOB IN THIS WINDOW' TO RPT-TXT
132100         MOVE RPT-TEXT-LINE TO RPT-LINE
132200         PERFORM 8600-PRINT-LINE THRU 8600-EXIT
132300         GO TO 6200-EXIT
132400     END-IF.
132500
132600     MOVE RPT-PATH-HEADING TO RPT-LINE.
132700     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
132800
132900     PERFORM 6210-PRINT-PATH-STEP THRU 6210-EXIT
133000         VARYING WS-PATH-IDX FROM WS-PATH-COUNT BY -1
133100         UNTIL WS-PATH-IDX < 1.
133200
133300     MOVE WS-OPEN-TENTHS TO WS-HMS-TENTHS.
133400     PERFORM 8750-FORMAT-CLOCK THRU 8750-EXIT.
133500     MOVE WS-HMS-EDIT TO WS-HMS-A.
133600     MOVE WS-LAST-END TO WS-HMS-TENTHS.
133700     PERFORM 8750-FORMAT-CLOCK THRU 8750-EXIT.
133800     MOVE WS-HMS-EDIT TO WS-HMS-B.
133900     COMPUTE WS-HMS-TENTHS = WS-LAST-END - WS-OPEN-TENTHS.
134000     PERFORM 8700-FORMAT-HMS THRU 8700-EXIT.
134100     MOVE WS-HMS-EDIT TO WS-HMS-C.
134200
134300     MOVE SPACES TO RPT-TXT.
134400     STRING 'WINDOW OPENED ' WS-HMS-A
134500            '   LAST JOB ENDED ' WS-HMS-B
134600            '   WINDOW USED ' WS-HMS-C
134700            DELIMITED BY SIZE INTO RPT-TXT.
134800     MOVE RPT-TEXT-LINE TO RPT-LINE.
134900     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
135000
135100 6200-EXIT.
135200     EXIT.
135300
135400 6210-PRINT-PATH-STEP.
135500
135600     MOVE WS-PATH-JOB(WS-PATH-IDX) TO WS-JOB-IDX.
135700     COMPUTE RPT-PTH-SEQ = WS-PATH-COUNT - WS-PATH-IDX + 1.
135800     MOVE WS-JOB-NAME(WS-JOB-IDX) TO RPT-PTH-JOB.
135900
136000     MOVE WS-JOB-START-OFF(WS-JOB-IDX) TO WS-HMS-TENTHS.
136100     PERFORM 8750-FORMAT-CLOCK THRU 8750-EXIT.
136200     MOVE WS-HMS-EDIT TO RPT-PTH-START.
136300     MOVE WS-JOB-END-OFF(WS-JOB-IDX) TO WS-HMS-TENTHS.
136400     PERFORM 8750-FORMAT-CLOCK THRU 8750-EXIT.
136500     MOVE WS-HMS-EDIT TO RPT-PTH-END.
136600     MOVE WS-JOB-ELAPSED(WS-JOB-IDX) TO WS-HMS-TENTHS.
136700     PERFORM 8700-FORMAT-HMS THRU 8700-EXIT.
136800     MOVE WS-HMS-EDIT TO RPT-PTH-ELAPSED.
136900
137000     MOVE SPACES TO RPT-PTH-LINK.
137100     MOVE WS-JOB-PRED(WS-JOB-IDX) TO WS-JOB-IDX2.
137200     IF WS-JOB-IDX2 = 0
137300         COMPUTE WS-HMS-TENTHS =
137400             WS-JOB-START-OFF(WS-JOB-IDX) - WS-OPEN-TENTHS
137500         MOVE 'WHEN THE WINDOW OPENED' TO RPT-PTH-LINK
137600     ELSE
137700         COMPUTE WS-HMS-TENTHS = WS-JOB-START-OFF(WS-JOB-IDX)
137800             - WS-JOB-END-OFF(WS-JOB-IDX2)
137900         STRING 'AFTER ' WS-JOB-NAME(WS-JOB-IDX2)
138000                ' (' DELIMITED BY SIZE
138100                WS-JOB-LINK(WS-JOB-IDX) DELIMITED BY SPACE
138200                ')' DELIMITED BY SIZE
138300                INTO RPT-PTH-LINK
138400     END-IF.
138500     PERFORM 8700-FORMAT-HMS THRU 8700-EXIT.
138600     MOVE WS-HMS-EDIT TO RPT-PTH-WAITED.
138700
138800     MOVE RPT-PATH-LINE TO RPT-LINE.
138900     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
139000
139100 6210-EXIT.
139200     EXIT.
139300
139400 6300-PRINT-FORECAST.
139500
139600     MOVE 'TERM-START FORECAST - DCJB8BTA, DCJB8BYR AND DCJB8BRO'
139700         TO RPT-SEC-TITLE.
139800     MOVE RPT-SECTION-LINE TO RPT-LINE.
139900     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
140000
140100     PERFORM 6310-PRINT-TS-JOB THRU 6310-EXIT
140200         VARYING WS-TS-IDX FROM 1 BY 1
140300         UNTIL WS-TS-IDX > WS-TS-COUNT.
140400
140500     MOVE WS-PROJECTED TO WS-HMS-TENTHS.
140600     PERFORM 8750-FORMAT-CLOCK THRU 8750-EXIT.
140700     MOVE WS-HMS-EDIT TO WS-HMS-A.
140800     MOVE WS-DEADLINE TO WS-HMS-TENTHS.
140900     PERFORM 8750-FORMAT-CLOCK THRU 8750-EXIT.
141000     MOVE WS-HMS-EDIT TO WS-HMS-B.
141100     IF WS-OVERRUN
141200         COMPUTE WS-HMS-TENTHS = 0 - WS-MARGIN
141300     ELSE
141400         MOVE WS-MARGIN TO WS-HMS-TENTHS
141500     END-IF.
141600     PERFORM 8700-FORMAT-HMS THRU 8700-EXIT.
141700     MOVE WS-HMS-EDIT TO WS-HMS-C.
141800
141900     MOVE SPACES TO RPT-TXT.
142000     IF WS-TERM-START-NIGHT
142100         STRING 'THIS WAS A TERM-START NIGHT - FINISHED '
142200                WS-HMS-A ' AGAINST WINDOW CLOSE ' WS-HMS-B
142300                DELIMITED BY SIZE INTO RPT-TXT
142400     ELSE
142500         STRING 'A TERM-START NIGHT WOULD FINISH ABOUT '
142600                WS-HMS-A ' AGAINST WINDOW CLOSE ' WS-HMS-B
142700                DELIMITED BY SIZE INTO RPT-TXT
142800     END-IF.
142900     MOVE RPT-TEXT-LINE TO RPT-LINE.
143000     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
143100
143200     MOVE SPACES TO RPT-TXT.
143300     IF WS-OVERRUN
143400         STRING '*** WINDOW OVERRUN BY ' WS-HMS-C ' ***'
143500                DELIMITED BY SIZE INTO RPT-TXT
143600     ELSE
143700         STRING 'FITS THE WINDOW WITH ' WS-HMS-C ' TO SPARE'
143800                DELIMITED BY SIZE INTO RPT-TXT
143900     END-IF.
144000     MOVE RPT-TEXT-LINE TO RPT-LINE.
144100     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
144200
144300     IF WS-NO-FORECAST
144400         MOVE SPACES TO RPT-TXT
144500         STRING 'FORECAST IS SHORT - A TERM-START JOB THAT DID '
144600                'NOT RUN HAS NO HISTORY TO COST IT'
144700                DELIMITED BY SIZE INTO RPT-TXT
144800         MOVE RPT-TEXT-LINE TO RPT-LINE
144900         PERFORM 8600-PRINT-LINE THRU 8600-EXIT
145000     END-IF.
145100
145200 6300-EXIT.
145300     EXIT.
145400
145500 6310-PRINT-TS-JOB.
145600
145700     MOVE SPACES TO RPT-TXT.
145800
145900     IF WS-TS-RAN(WS-TS-IDX)
146000         MOVE WS-TS-JOB-IDX(WS-TS-IDX) TO WS-JOB-IDX
146100         IF WS-JOB-DONE(WS-JOB-IDX)
146200             MOVE WS-JOB-ELAPSED(WS-JOB-IDX) TO WS-HMS-TENTHS
146300             PERFORM 8700-FORMAT-HMS THRU 8700-EXIT
146400             STRING WS-TS-JOB(WS-TS-IDX)
146500                    '  RAN TONIGHT    ELAPSED ' WS-HMS-EDIT
146600                    DELIMITED BY SIZE INTO RPT-TXT
146700         ELSE
146800             STRING WS-TS-JOB(WS-TS-IDX)
146900                    '  RAN TONIGHT    NOT COMPLETE'
147000                    DELIMITED BY SIZE INTO RPT-TXT
147100         END-IF
147200         GO TO 6310-PRINT
147300     END-IF.
147400
147500     IF WS-TS-NO-HISTORY(WS-TS-IDX)
147600         STRING WS-TS-JOB(WS-TS-IDX)
147700                '  DID NOT RUN    NO HISTORY'
147800                DELIMITED BY SIZE INTO RPT-TXT
147900         GO TO 6310-PRINT
148000     END-IF.
148100
148200     MOVE WS-TS-AVG(WS-TS-IDX) TO WS-HMS-TENTHS.
148300     PERFORM 8700-FORMAT-HMS THRU 8700-EXIT.
148400     IF WS-TS-FROM-TERM-START(WS-TS-IDX)
148500         MOVE WS-TS-RUNS(WS-TS-IDX) TO WS-RUNS-EDIT
148600         STRING WS-TS-JOB(WS-TS-IDX)
148700                '  DID NOT RUN    AVERAGE ' WS-HMS-EDIT
148800                ' OVER ' WS-RUNS-EDIT ' TERM-START NIGHTS'
148900                DELIMITED BY SIZE INTO RPT-TXT
149000     ELSE
149100         MOVE WS-TS-ALL-RUNS(WS-TS-IDX) TO WS-RUNS-EDIT
149200         STRING WS-TS-JOB(WS-TS-IDX)
149300                '  DID NOT RUN    AVERAGE ' WS-HMS-EDIT
149400                ' OVER ' WS-RUNS-EDIT
149500                ' NIGHTS (NO TERM-START YET)'
149600                DELIMITED BY SIZE INTO RPT-TXT
149700     END-IF.
149800
149900 6310-PRINT.
150000
150100     MOVE RPT-TEXT-LINE TO RPT-LINE.
150200     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
150300
150400 6310-EXIT.
150500     EXIT.
150600
150700*----------------------------------------------------------------
150800* RETENTION SWEEP - BWHIST ROWS OLDER THAN THE RETENTION PARM,
150900* COUNTED BACK FROM THE NIGHT REPORTED, AGE OFF.
151000*----------------------------------------------------------------
151100 7000-PURGE-HISTORY.
151200
151300     MOVE 'N' TO WS-BWH-EOF-SW.
151400     MOVE LOW-VALUES TO BWH-KEY.
151500
151600     START BWHIST-FILE KEY IS NOT LESS THAN BWH-KEY
151700         INVALID KEY
151800             MOVE 'Y' TO WS-BWH-EOF-SW
151900     END-START.
152000
152100     PERFORM 7100-PURGE-ONE-ROW THRU 7100-EXIT
152200         UNTIL WS-BWH-EOF.
152300
152400 7000-EXIT.
152500     EXIT.
152600
152700 7100-PURGE-ONE-ROW.
152800
152900     READ BWHIST-FILE NEXT RECORD
153000         AT END
153100             MOVE 'Y' TO WS-BWH-EOF-SW
153200             GO TO 7100-EXIT
153300     END-READ.
153400
153500     MOVE BWH-NIGHT TO WS-DATE-WORK.
153600     PERFORM 8800-DAY-NUMBER THRU 8800-EXIT.
153700     COMPUTE WS-ROW-AGE = WS-NIGHT-DAYS - WS-ROW-DAYS.
153800
153900     IF WS-ROW-AGE NOT > WS-RETAIN-DAYS
154000         GO TO 7100-EXIT
154100     END-IF.
154200
154300     DELETE BWHIST-FILE RECORD
154400         INVALID KEY
154500             DISPLAY 'DCJB8BWO - BWHIST DELETE, STATUS = '
154600                 WS-BWHIST-STATUS
154700             GO TO 9999-ABEND
154800     END-DELETE.
154900
155000     ADD 1 TO WS-PURGE-COUNT.
155100
155200 7100-EXIT.
155300     EXIT.
155400
155500*----------------------------------------------------------------
155600* CONTROL COUNTS CLOSE THE REPORT. A FLAGGED JOB OR A FORECAST
155700* OVERRUN ENDS THE STEP WITH RETURN CODE 4 SO OPERATIONS SEE IT.
155800*----------------------------------------------------------------
155900 8000-TERMINATE.
156000
156100     MOVE 'CONTROL COUNTS' TO RPT-SEC-TITLE.
156200     MOVE RPT-SECTION-LINE TO RPT-LINE.
156300     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
156400
156500     MOVE 'BATCHCTL ROWS READ' TO RPT-CNT-LABEL.
156600     MOVE WS-ROWS-READ TO RPT-CNT-VALUE.
156700     MOVE RPT-COUNT-LINE TO RPT-LINE.
156800     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
156900
157000     MOVE 'JOBS IN THE WINDOW' TO RPT-CNT-LABEL.
157100     MOVE WS-JOB-COUNT TO RPT-CNT-VALUE.
157200     MOVE RPT-COUNT-LINE TO RPT-LINE.
157300     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
157400
157500     MOVE 'HISTORY ROWS POSTED' TO RPT-CNT-LABEL.
157600     MOVE WS-POSTED-COUNT TO RPT-CNT-VALUE.
157700     MOVE RPT-COUNT-LINE TO RPT-LINE.
157800     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
157900
158000     MOVE 'HISTORY ROWS AGED OFF' TO RPT-CNT-LABEL.
158100     MOVE WS-PURGE-COUNT TO RPT-CNT-VALUE.
158200     MOVE RPT-COUNT-LINE TO RPT-LINE.
158300     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
158400
158500     MOVE 'JOBS FLAGGED' TO RPT-CNT-LABEL.
158600     MOVE WS-FLAG-COUNT TO RPT-CNT-VALUE.
158700     MOVE RPT-COUNT-LINE TO RPT-LINE.
158800     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
158900
159000     CLOSE BATCHCTL-FILE.
159100     CLOSE BWHIST-FILE.
159200     CLOSE RPTFILE.
159300     CLOSE WINDOW-RPT.
159400
159500     DISPLAY 'DCJB8BWO - NIGHT REPORTED . . . . '
159600         WS-NIGHT-YYYYDDD.
159700     DISPLAY 'DCJB8BWO - JOBS IN THE WINDOW . . ' WS-JOB-COUNT.
159800     DISPLAY 'DCJB8BWO - HISTORY ROWS POSTED  . ' WS-POSTED-COUNT.
159900     DISPLAY 'DCJB8BWO - HISTORY ROWS AGED OFF  ' WS-PURGE-COUNT.
160000     DISPLAY 'DCJB8BWO - JOBS FLAGGED . . . . . ' WS-FLAG-COUNT.
160100     DISPLAY 'DCJB8BWO - PRIOR LINES REPLACED . '
160200         WS-REPLACED-COUNT.
160300     IF WS-OVERRUN
160400         DISPLAY 'DCJB8BWO - TERM-START WINDOW FORECAST TO '
160500             'OVERRUN'
160600     END-IF.
160700
160800     IF WS-FLAG-COUNT > 0 OR WS-OVERRUN
160900         MOVE 4 TO RETURN-CODE
161000     END-IF.
161100
161200 8000-EXIT.
161300     EXIT.
161400
161500*    HHMMSST IN WS-CLOCK TO TENTHS OF A SECOND IN WS-TENTHS.
161600 8100-CLOCK-TO-TENTHS.
161700
161800     COMPUTE WS-TENTHS =
161900         ((((WS-CLOCK-HH * 60) + WS-CLOCK-MM) * 60)
162000           + WS-CLOCK-SS) * 10 + WS-CLOCK-T.
162100
162200 8100-EXIT.
162300     EXIT.
162400
162500 8500-PRINT-HEADINGS.
162600
162700     ADD 1 TO WS-PAGE-COUNT.
162800     MOVE WS-PAGE-COUNT TO RPT-HDG1-PAGE.
162900     MOVE RPT-HEADING-1 TO RPT-LINE.
163000     PERFORM 8650-WRITE-LINE THRU 8650-EXIT.
163100     MOVE 1 TO WS-LINE-COUNT.
163200
163300 8500-EXIT.
163400     EXIT.
163500
163600 8600-PRINT-LINE.
163700
163800     IF WS-LINE-COUNT > WS-MAX-LINES
163900         MOVE RPT-LINE TO WS-HOLD-LINE
164000         PERFORM 8500-PRINT-HEADINGS THRU 8500-EXIT
164100         MOVE WS-HOLD-LINE TO RPT-LINE
164200     END-IF.
164300
164400     PERFORM 8650-WRITE-LINE THRU 8650-EXIT.
164500     ADD 1 TO WS-LINE-COUNT.
164600
164700 8600-EXIT.
164800     EXIT.
164900
165000*----------------------------------------------------------------
165100* EVERY PRINTED LINE ALSO GOES INTO RPTFILE, THE SAME 110-BYTE
165200* CUT DCJB8BRL TAKES, NUMBERED FROM ONE UNDER TODAY'S DATE.
165300*----------------------------------------------------------------
165400 8650-WRITE-LINE.
165500
165600     WRITE RPT-LINE.
165700
165800     ADD 1 TO WS-RPT-LINE-NO.
165900     MOVE SPACES TO RPTFILE-RECORD.
166000     MOVE WS-RPT-TYPE TO RPT-TYPE.
166100     MOVE WS-TODAY-CYYDDD TO RPT-RUN-DATE.
166200     MOVE WS-RPT-LINE-NO TO RPT-LINE-NO.
166300     MOVE RPT-LINE(1:110) TO RPT-TEXT.
166400
166500     WRITE RPTFILE-RECORD
166600         INVALID KEY
166700             DISPLAY 'DCJB8BWO - RPTFILE WRITE, STATUS = '
166800                 WS-RPTFILE-STATUS
166900             GO TO 9999-ABEND
167000     END-WRITE.
167100
167200 8650-EXIT.
167300     EXIT.
167400
167500*    A DURATION IN TENTHS (WS-HMS-TENTHS) AS HH:MM:SS.
167600 8700-FORMAT-HMS.
167700
167800     IF WS-HMS-TENTHS < 0
167900         MOVE 0 TO WS-HMS-TENTHS
168000     END-IF.
168100
168200     DIVIDE WS-HMS-TENTHS BY 10 GIVING WS-HMS-SECS.
168300     DIVIDE WS-HMS-SECS BY 3600 GIVING WS-HMS-HH
168400         REMAINDER WS-HMS-REM.
168500     DIVIDE WS-HMS-REM BY 60 GIVING WS-HMS-MM
168600         REMAINDER WS-HMS-SS.
168700
168800 8700-EXIT.
168900     EXIT.
169000
169100*    AN OFFSET FROM THE NIGHT'S MIDNIGHT AS A CLOCK TIME - PAST
169200*    THE NEXT MIDNIGHT THE DAY IS TAKEN OFF.
169300 8750-FORMAT-CLOCK.
169400
169500     IF WS-HMS-TENTHS NOT < WS-DAY-TENTHS
169600         SUBTRACT WS-DAY-TENTHS FROM WS-HMS-TENTHS
169700     END-IF.
169800
169900     PERFORM 8700-FORMAT-HMS THRU 8700-EXIT.
170000
170100 8750-EXIT.
170200     EXIT.
170300
170400*    CYYDDD IN WS-DATE-WORK TO A DAY NUMBER IN WS-ROW-DAYS.
170500 8800-DAY-NUMBER.
170600
170700     DIVIDE WS-DATE-WORK BY 1000 GIVING WS-CYY-WORK
170800         REMAINDER WS-DDD-WORK.
170900     COMPUTE WS-ROW-DAYS = (WS-CYY-WORK * 365) + WS-DDD-WORK.
171000
171100 8800-EXIT.
171200     EXIT.
171300
171400*    STEPS YYYYDDD IN WS-DATE-WORK BACK ONE DAY.
171500 8900-PRIOR-DAY.
171600
171700     IF WS-DATE-DDD > 1
171800         SUBTRACT 1 FROM WS-DATE-DDD
171900         GO TO 8900-EXIT
172000     END-IF.
172100
172200     SUBTRACT 1 FROM WS-DATE-YYYY.
172300     PERFORM 8980-YEAR-LENGTH THRU 8980-EXIT.
172400     MOVE WS-YEAR-DAYS TO WS-DATE-DDD.
172500
172600 8900-EXIT.
172700     EXIT.
172800
172900*    STEPS YYYYDDD IN WS-DATE-WORK FORWARD ONE DAY.
173000 8950-NEXT-DAY.
173100
173200     PERFORM 8980-YEAR-LENGTH THRU 8980-EXIT.
173300
173400     IF WS-DATE-DDD < WS-YEAR-DAYS
173500         ADD 1 TO WS-DATE-DDD
173600         GO TO 8950-EXIT
173700     END-IF.
173800
173900     ADD 1 TO WS-DATE-YYYY.
174000     MOVE 1 TO WS-DATE-DDD.
174100
174200 8950-EXIT.
174300     EXIT.
174400
174500 8980-YEAR-LENGTH.
174600
174700     MOVE 365 TO WS-YEAR-DAYS.
174800     DIVIDE WS-DATE-YYYY BY 4 GIVING WS-LEAP-QUOT
174900         REMAINDER WS-LEAP-REM-4.
175000     DIVIDE WS-DATE-YYYY BY 100 GIVING WS-LEAP-QUOT
175100         REMAINDER WS-LEAP-REM-100.
175200     DIVIDE WS-DATE-YYYY BY 400 GIVING WS-LEAP-QUOT
175300         REMAINDER WS-LEAP-REM-400.
175400     IF (WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0) OR
175500        WS-LEAP-REM-400 = 0
175600         MOVE 366 TO WS-YEAR-DAYS
175700     END-IF.
175800
175900 8980-EXIT.
176000     EXIT.
176100
176200 9999-ABEND.
176300
176400     MOVE 16 TO RETURN-CODE.
176500     GOBACK.
176600
176700 END PROGRAM DCJB8BWO.
