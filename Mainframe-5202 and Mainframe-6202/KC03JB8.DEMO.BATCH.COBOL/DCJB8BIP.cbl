000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BIP.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - SESSIONAL INSTRUCTOR TERM PAY
001100*                RUN. FOR THE TERM ON SYSIN, SUMS THE CREDIT HOURS
001200*                OF EVERY CRSFILE SECTION EACH SESSIONAL INSTFILE
001300*                INSTRUCTOR TEACHES, PRICES THEM THROUGH RATEFILE
001400*                BY DEPARTMENT AND RANK, AND SPLITS THE TERM'S PAY
001500*                ACROSS ITS PAY PERIODS ON THE INSPAY EXTRACT -
001600*                HEADER, ONE DETAIL PER INSTRUCTOR PER PERIOD, AND
001700*                A BALANCING TRAILER PAYROLL PROVES BEFORE IT
001800*                LOADS. A SECTION DCJB8BCC CANCELLED AFTER THE
001900*                TERM STARTED IS PAID FOR THE DAYS IT RAN; ONE
002000*                CANCELLED BEFORE IS NOT PAID. A TEACHING
002100*                INSTRUCTOR WITH NO RANK OR NO RATE IS NOT PAID
002200*                AND IS LISTED ON THE IPAYEXC EXCEPTION LIST.
002300*----------------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200
003300*    INSTRUCTOR MASTER DRIVES THE RUN - ONE PAY BLOCK PER
003400*    TEACHING SESSIONAL, IN INSTRUCTOR-ID ORDER.
003500     SELECT INSTFILE ASSIGN TO INSTFILE
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS INS-ID
003900         FILE STATUS IS WS-INSFILE-STATUS.
004000
004100*    RE-SCANNED ONCE PER INSTRUCTOR - REPOSITIONED TO THE TOP
004200*    WITH A START EACH PASS, AS DCJB8BIW DOES.
004300     SELECT CRSFILE ASSIGN TO CRSFILE
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS CRS-CODE
004700         FILE STATUS IS WS-CRSFILE-STATUS.
004800
004900     SELECT CRSX-FILE ASSIGN TO CRSXFILE
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS CRX-KEY
005300         FILE STATUS IS WS-CRSXFILE-STATUS.
005400
005500     SELECT TERMFILE ASSIGN TO TERMFILE
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS TRM-CODE
005900         FILE STATUS IS WS-TERMFILE-STATUS.
006000
006100     SELECT RATE-FILE ASSIGN TO RATEFILE
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS RAT-KEY
006500         FILE STATUS IS WS-RATEFILE-STATUS.
006600
006700*    THE HAND-OFF TO PAYROLL - REWRITTEN EVERY RUN.
006800     SELECT PAY-EXTRACT ASSIGN TO INSPAY
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-INSPAY-STATUS.
007100
007200     SELECT PAY-RPT ASSIGN TO IPAYRPT
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-IPAYRPT-STATUS.
007500
007600     SELECT EXCEPT-RPT ASSIGN TO IPAYEXC
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-IPAYEXC-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200
008300 FD  INSTFILE
008400     LABEL RECORDS ARE STANDARD
008500     RECORD CONTAINS 50 CHARACTERS
008600     DATA RECORD IS INSTFILE-RECORD.
008700
008800*    INSTFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
008900     COPY 'INSTREC'.
009000
009100 FD  CRSFILE
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 242 CHARACTERS
009400     DATA RECORD IS CRSFILE-RECORD.
009500
009600*    CRSFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
009700     COPY 'CRSREC'.
009800
009900 FD  CRSX-FILE
010000     LABEL RECORDS ARE STANDARD
010100     RECORD CONTAINS 48 CHARACTERS
010200     DATA RECORD IS CRSXFILE-RECORD.
010300
010400*    CRSXFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
010500     COPY 'CRSXREC'.
010600
010700 FD  TERMFILE
010800     LABEL RECORDS ARE STANDARD
010900     RECORD CONTAINS 47 CHARACTERS
011000     DATA RECORD IS TERMFILE-RECORD.
011100
011200*    TERMFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
011300     COPY 'TERMREC'.
011400
011500 FD  RATE-FILE
011600     LABEL RECORDS ARE STANDARD
011700     RECORD CONTAINS 40 CHARACTERS
011800     DATA RECORD IS RATEFILE-RECORD.
011900
012000     COPY 'RATEREC'.
012100
012200 FD  PAY-EXTRACT
012300     LABEL RECORDS ARE STANDARD
012400     RECORD CONTAINS 80 CHARACTERS
012500     DATA RECORD IS IPX-LINE.
012600
012700*    PAYROLL EXTRACT RECORDS - THE FIRST BYTE SAYS WHICH: 'H'
012800*    HEADER (TERM, RUN DATE YYYYDDD, NUMBER OF PAY PERIODS), 'D'
012900*    ONE INSTRUCTOR'S PAY FOR ONE PERIOD, 'T' TRAILER (DETAIL
013000*    COUNT, AMOUNT TOTAL, INSTRUCTORS PAID) SO PAYROLL CAN CHECK
013100*    THE COUNTS AND TOTAL BEFORE LOADING THE FILE. AMOUNTS ARE
013200*    DOLLARS AND CENTS; THE PERIOD AMOUNTS OF ONE INSTRUCTOR ADD
013300*    UP EXACTLY TO THEIR TERM PAY.
013400 01  IPX-LINE.
013500     05 IPX-REC-TYPE                 PIC X(1).
013600     05 IPX-DATA                     PIC X(79).
013700 01  IPX-HEADER-REC REDEFINES IPX-LINE.
013800     05 IPH-REC-TYPE                 PIC X(1).
013900     05 IPH-TERM                     PIC X(5).
014000     05 IPH-RUN-DATE                 PIC 9(7).
014100     05 IPH-PERIODS                  PIC 9(2).
014200     05 FILLER                       PIC X(65).
014300 01  IPX-DETAIL-REC REDEFINES IPX-LINE.
014400     05 IPD-REC-TYPE                 PIC X(1).
014500     05 IPD-INS-ID                   PIC X(5).
014600     05 IPD-NAME                     PIC X(20).
014700     05 IPD-DEPT                     PIC X(10).
014800     05 IPD-RANK                     PIC X(2).
014900     05 IPD-TERM                     PIC X(5).
015000     05 IPD-PERIOD                   PIC 9(2).
015100     05 IPD-PERIODS                  PIC 9(2).
015200     05 IPD-CREDIT-HOURS             PIC 9(3).
015300     05 IPD-AMOUNT                   PIC 9(7)V99.
015400     05 FILLER                       PIC X(21).
015500 01  IPX-TRAILER-REC REDEFINES IPX-LINE.
015600     05 IPT-REC-TYPE                 PIC X(1).
015700     05 IPT-COUNT                    PIC 9(7).
015800     05 IPT-TOTAL                    PIC 9(9)V99.
015900     05 IPT-INSTRUCTORS              PIC 9(5).
016000     05 FILLER                       PIC X(56).
016100
016200 FD  PAY-RPT
016300     LABEL RECORDS ARE STANDARD
016400     RECORD CONTAINS 133 CHARACTERS
016500     DATA RECORD IS RPT-LINE.
016600 01  RPT-LINE                        PIC X(133).
016700
016800 FD  EXCEPT-RPT
016900     LABEL RECORDS ARE STANDARD
017000     RECORD CONTAINS 133 CHARACTERS
017100     DATA RECORD IS EXC-LINE.
017200 01  EXC-LINE                        PIC X(133).
017300
017400 WORKING-STORAGE SECTION.
017500
017600 01  WS-INSFILE-STATUS               PIC X(2) VALUE SPACES.
017700     88 WS-INSFILE-OK                    VALUE '00'.
017800 01  WS-CRSFILE-STATUS               PIC X(2) VALUE SPACES.
017900     88 WS-CRSFILE-OK                    VALUE '00'.
018000 01  WS-CRSXFILE-STATUS              PIC X(2) VALUE SPACES.
018100     88 WS-CRSXFILE-OK                   VALUE '00'.
018200 01  WS-TERMFILE-STATUS              PIC X(2) VALUE SPACES.
018300     88 WS-TERMFILE-OK                   VALUE '00'.
018400 01  WS-RATEFILE-STATUS              PIC X(2) VALUE SPACES.
018500     88 WS-RATEFILE-OK                   VALUE '00'.
018600 01  WS-INSPAY-STATUS                PIC X(2) VALUE SPACES.
018700     88 WS-INSPAY-OK                     VALUE '00'.
018800 01  WS-IPAYRPT-STATUS               PIC X(2) VALUE SPACES.
018900     88 WS-IPAYRPT-OK                    VALUE '00'.
019000 01  WS-IPAYEXC-STATUS               PIC X(2) VALUE SPACES.
019100     88 WS-IPAYEXC-OK                    VALUE '00'.
019200
019300 01  WS-SWITCHES.
019400     05 WS-INS-EOF-SW                PIC X(1) VALUE 'N'.
019500         88 WS-INS-EOF                    VALUE 'Y'.
019600     05 WS-CRS-EOF-SW                PIC X(1) VALUE 'N'.
019700         88 WS-CRS-EOF                    VALUE 'Y'.
019800     05 WS-PAYABLE-SW                PIC X(1) VALUE 'N'.
019900         88 WS-PAYABLE                    VALUE 'Y'.
020000
020100*    SYSIN - THE TERM CODE IN COLUMNS 1-5 AND, OPTIONALLY, THE
020200*    NUMBER OF PAY PERIODS IN 6-7. LEFT BLANK, THE TERM IS PAID
020300*    BIWEEKLY - ONE PERIOD PER FOURTEEN DAYS (OR PART) FROM THE
020400*    TERM START TO THE TERM END.
020500 01  WS-PARM-CARD.
020600     05 WS-PARM-TERM                 PIC X(5).
020700     05 WS-PARM-PERIODS              PIC X(2).
020800     05 FILLER                       PIC X(73).
020900 01  WS-PERIODS                      PIC 9(2) VALUE 0.
021000
021100 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
021200
021300*    TERM LENGTH IN DAYS, AND THE DAY NUMBERS THE PRO-RATING IS
021400*    WORKED IN - DAYS FROM THE START OF THE CALENDAR, SO TWO
021500*    CYYDDD DATES ACROSS A YEAR END SUBTRACT CLEANLY.
021600 01  WS-TRM-START-ABS                PIC 9(7) VALUE 0.
021700 01  WS-TRM-END-ABS                  PIC 9(7) VALUE 0.
021800 01  WS-TRM-DAYS                     PIC 9(5) VALUE 0.
021900 01  WS-CAN-ABS                      PIC 9(7) VALUE 0.
022000 01  WS-RAN-DAYS                     PIC 9(5) VALUE 0.
022100 01  WS-ABS-CYYDDD                   PIC 9(7) VALUE 0.
022200 01  WS-ABS-CYY                      PIC 9(4) VALUE 0.
022300 01  WS-ABS-DDD                      PIC 9(3) VALUE 0.
022400 01  WS-ABS-YEARS                    PIC 9(4) VALUE 0.
022500 01  WS-ABS-Q4                       PIC 9(4) VALUE 0.
022600 01  WS-ABS-Q100                     PIC 9(4) VALUE 0.
022700 01  WS-ABS-Q400                     PIC 9(4) VALUE 0.
022800 01  WS-ABS-DAY                      PIC 9(7) VALUE 0.
022900
023000*    ONE INSTRUCTOR'S TERM.
023100 01  WS-RATE                         PIC 9(5)V99 VALUE 0.
023200 01  WS-EXC-REASON                   PIC X(30) VALUE SPACES.
023300 01  WS-SEC-HOURS                    PIC 9(2) VALUE 0.
023400 01  WS-SEC-AMOUNT                   PIC 9(7)V99 VALUE 0.
023500 01  WS-INS-HOURS                    PIC 9(3) VALUE 0.
023600 01  WS-INS-AMOUNT                   PIC 9(7)V99 VALUE 0.
023700 01  WS-PER-AMOUNT                   PIC 9(7)V99 VALUE 0.
023800 01  WS-PAID-SO-FAR                  PIC 9(7)V99 VALUE 0.
023900 01  WS-GRAND-TOTAL                  PIC 9(9)V99 VALUE 0.
024000
024100 77  WS-SECTION-COUNT                PIC S9(5) COMP VALUE 0.
024200 77  WS-PERIOD-IDX                   PIC S9(4) COMP VALUE 0.
024300 77  WS-DETAIL-COUNT                 PIC S9(7) COMP VALUE 0.
024400 77  WS-PAID-COUNT                   PIC S9(5) COMP VALUE 0.
024500 77  WS-NIL-COUNT                    PIC S9(5) COMP VALUE 0.
024600 77  WS-EXCEPT-COUNT                 PIC S9(5) COMP VALUE 0.
024700 77  WS-SALARIED-COUNT               PIC S9(5) COMP VALUE 0.
024800
024900 01  RPT-HEADING-1.
025000     05 RPT-HDG1-CC                  PIC X(1) VALUE '1'.
025100     05 FILLER                       PIC X(4) VALUE SPACES.
025200     05 FILLER                       PIC X(32) VALUE
025300            'SESSIONAL INSTRUCTOR PAY - TERM '.
025400     05 RPT-HDG1-TERM                PIC X(5).
025500     05 FILLER                       PIC X(4) VALUE SPACES.
025600     05 FILLER                       PIC X(13) VALUE
025700            'PAY PERIODS: '.
025800     05 RPT-HDG1-PERIODS             PIC Z9.
025900     05 FILLER                       PIC X(4) VALUE SPACES.
026000     05 FILLER                       PIC X(10) VALUE 'RUN DATE: '.
026100     05 RPT-HDG1-DATE                PIC 9(7).
026200     05 FILLER                       PIC X(51) VALUE SPACES.
026300
026400 01  RPT-INSTR-LINE.
026500     05 RPT-INS-CC                   PIC X(1) VALUE '0'.
026600     05 FILLER                       PIC X(4) VALUE SPACES.
026700     05 RPT-INS-ID                   PIC X(5).
026800     05 FILLER                       PIC X(2) VALUE SPACES.
026900     05 RPT-INS-NAME                 PIC X(20).
027000     05 FILLER                       PIC X(2) VALUE SPACES.
027100     05 RPT-INS-DEPT                 PIC X(10).
027200     05 FILLER                       PIC X(2) VALUE SPACES.
027300     05 FILLER                       PIC X(6) VALUE 'RANK: '.
027400     05 RPT-INS-RANK                 PIC X(2).
027500     05 FILLER                       PIC X(4) VALUE SPACES.
027600     05 FILLER                       PIC X(17) VALUE
027700            'PER CREDIT HOUR: '.
027800     05 RPT-INS-RATE                 PIC ZZ,ZZ9.99.
027900     05 FILLER                       PIC X(49) VALUE SPACES.
028000
028100 01  RPT-SECTION-LINE.
028200     05 RPT-SEC-CC                   PIC X(1) VALUE ' '.
028300     05 FILLER                       PIC X(6) VALUE SPACES.
028400     05 RPT-SEC-CODE                 PIC X(8).
028500     05 FILLER                       PIC X(2) VALUE SPACES.
028600     05 RPT-SEC-TITLE                PIC X(20).
028700     05 FILLER                       PIC X(2) VALUE SPACES.
028800     05 RPT-SEC-HOURS                PIC Z9.
028900     05 FILLER                       PIC X(4) VALUE SPACES.
029000     05 RPT-SEC-AMOUNT               PIC Z,ZZZ,ZZ9.99.
029100     05 FILLER                       PIC X(2) VALUE SPACES.
029200     05 RPT-SEC-NOTE                 PIC X(40).
029300     05 FILLER                       PIC X(34) VALUE SPACES.
029400
029500 01  RPT-PAY-LINE.
029600     05 RPT-PAY-CC                   PIC X(1) VALUE ' '.
029700     05 FILLER                       PIC X(6) VALUE SPACES.
029800     05 FILLER                       PIC X(14) VALUE
029900            'CREDIT HOURS: '.
030000     05 RPT-PAY-HOURS                PIC ZZ9.
030100     05 FILLER                       PIC X(4) VALUE SPACES.
030200     05 FILLER                       PIC X(10) VALUE 'TERM PAY: '.
030300     05 RPT-PAY-AMOUNT               PIC Z,ZZZ,ZZ9.99.
030400     05 FILLER                       PIC X(4) VALUE SPACES.
030500     05 RPT-PAY-NOTE                 PIC X(40).
030600     05 FILLER                       PIC X(39) VALUE SPACES.
030700
030800 01  RPT-TOTAL-LINE.
030900     05 RPT-TOT-CC                   PIC X(1) VALUE '0'.
031000     05 FILLER                       PIC X(4) VALUE SPACES.
031100     05 RPT-TOT-LABEL                PIC X(36).
031200     05 RPT-TOT-COUNT                PIC ZZZ,ZZ9.
031300     05 FILLER                       PIC X(4) VALUE SPACES.
031400     05 RPT-TOT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99
031500                                     BLANK WHEN ZERO.
031600     05 FILLER                       PIC X(67) VALUE SPACES.
031700
031800 01  EXC-HEADING-1.
031900     05 EXC-HDG1-CC                  PIC X(1) VALUE '1'.
032000     05 FILLER                       PIC X(4) VALUE SPACES.
032100     05 FILLER                       PIC X(43) VALUE
032200            'SESSIONAL PAY EXCEPTIONS - NOT PAID - TERM '.
032300     05 EXC-HDG1-TERM                PIC X(5).
032400     05 FILLER                       PIC X(80) VALUE SPACES.
032500
032600 01  EXC-HEADING-2.
032700     05 EXC-HDG2-CC                  PIC X(1) VALUE '0'.
032800     05 FILLER                       PIC X(4) VALUE SPACES.
032900     05 FILLER                       PIC X(7) VALUE 'INSTR'.
033000     05 FILLER                       PIC X(22) VALUE 'NAME'.
033100     05 FILLER                       PIC X(12) VALUE 'DEPARTMENT'.
033200     05 FILLER                       PIC X(6) VALUE 'RANK'.
033300     05 FILLER                       PIC X(6) VALUE 'SECS'.
033400     05 FILLER                       PIC X(7) VALUE 'HOURS'.
033500     05 FILLER                       PIC X(68) VALUE 'REASON'.
033600
033700 01  EXC-DETAIL-LINE.
033800     05 EXC-DTL-CC                   PIC X(1) VALUE ' '.
033900     05 FILLER                       PIC X(4) VALUE SPACES.
034000     05 EXC-DTL-ID                   PIC X(5).
034100     05 FILLER                       PIC X(2) VALUE SPACES.
034200     05 EXC-DTL-NAME                 PIC X(20).
034300     05 FILLER                       PIC X(2) VALUE SPACES.
034400     05 EXC-DTL-DEPT                 PIC X(10).
034500     05 FILLER                       PIC X(2) VALUE SPACES.
034600     05 EXC-DTL-RANK                 PIC X(2).
034700     05 FILLER                       PIC X(4) VALUE SPACES.
034800     05 EXC-DTL-SECTIONS             PIC ZZ9.
034900     05 FILLER                       PIC X(3) VALUE SPACES.
035000     05 EXC-DTL-HOURS                PIC ZZ9.
035100     05 FILLER                       PIC X(4) VALUE SPACES.
035200     05 EXC-DTL-REASON               PIC X(30).
035300     05 FILLER                       PIC X(38) VALUE SPACES.
035400
035500 01  EXC-NONE-LINE.
035600     05 EXC-NON-CC                   PIC X(1) VALUE ' '.
035700     05 FILLER                       PIC X(4) VALUE SPACES.
035800     05 FILLER                       PIC X(30) VALUE
035900            'NO EXCEPTIONS THIS RUN'.
036000     05 FILLER                       PIC X(98) VALUE SPACES.
036100
036200 PROCEDURE DIVISION.
036300
036400 0000-MAINLINE.
036500
036600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036700
036800     PERFORM 2000-PROCESS-INSTRUCTOR THRU 2000-EXIT
036900         UNTIL WS-INS-EOF.
037000
037100     PERFORM 3000-TERMINATE THRU 3000-EXIT.
037200
037300     GOBACK.
037400
037500 1000-INITIALIZE.
037600
037700     MOVE SPACES TO WS-PARM-CARD.
037800     ACCEPT WS-PARM-CARD FROM SYSIN.
037900     ACCEPT WS-CURR-DATE FROM DAY.
038000
038100     IF WS-PARM-TERM = SPACES
038200         DISPLAY 'DCJB8BIP - TERM CODE MISSING FROM SYSIN'
038300         GO TO 9999-ABEND
038400     END-IF.
038500
038600     IF (WS-PARM-PERIODS NOT = SPACES) AND
038700        (WS-PARM-PERIODS IS NOT NUMERIC)
038800         DISPLAY 'DCJB8BIP - PAY PERIODS ON SYSIN NOT NUMERIC: '
038900             WS-PARM-PERIODS
039000         GO TO 9999-ABEND
039100     END-IF.
039200
039300     OPEN INPUT TERMFILE.
039400     IF NOT WS-TERMFILE-OK
039500         DISPLAY 'DCJB8BIP - TERMFILE OPEN FAILED, STATUS = '
039600             WS-TERMFILE-STATUS
039700         GO TO 9999-ABEND
039800     END-IF.
039900
040000     OPEN INPUT INSTFILE.
040100     IF NOT WS-INSFILE-OK
040200         DISPLAY 'DCJB8BIP - INSTFILE OPEN FAILED, STATUS = '
040300             WS-INSFILE-STATUS
040400         GO TO 9999-ABEND
040500     END-IF.
040600
040700     OPEN INPUT CRSFILE.
040800     IF NOT WS-CRSFILE-OK
040900         DISPLAY 'DCJB8BIP - CRSFILE OPEN FAILED, STATUS = '
041000             WS-CRSFILE-STATUS
041100         GO TO 9999-ABEND
041200     END-IF.
041300
041400     OPEN INPUT CRSX-FILE.
041500     IF NOT WS-CRSXFILE-OK
041600         DISPLAY 'DCJB8BIP - CRSXFILE OPEN FAILED, STATUS = '
041700             WS-CRSXFILE-STATUS
041800         GO TO 9999-ABEND
041900     END-IF.
042000
042100     OPEN INPUT RATE-FILE.
042200     IF NOT WS-RATEFILE-OK
042300         DISPLAY 'DCJB8BIP - RATEFILE OPEN FAILED, STATUS = '
042400             WS-RATEFILE-STATUS
042500         GO TO 9999-ABEND
042600     END-IF.
042700
042800     OPEN OUTPUT PAY-EXTRACT.
042900     IF NOT WS-INSPAY-OK
043000         DISPLAY 'DCJB8BIP - INSPAY OPEN FAILED, STATUS = '
043100             WS-INSPAY-STATUS
043200         GO TO 9999-ABEND
043300     END-IF.
043400
043500     OPEN OUTPUT PAY-RPT.
043600     IF NOT WS-IPAYRPT-OK
043700         DISPLAY 'DCJB8BIP - IPAYRPT OPEN FAILED, STATUS = '
043800             WS-IPAYRPT-STATUS
043900         GO TO 9999-ABEND
044000     END-IF.
044100
044200     OPEN OUTPUT EXCEPT-RPT.
044300     IF NOT WS-IPAYEXC-OK
044400         DISPLAY 'DCJB8BIP - IPAYEXC OPEN FAILED, STATUS = '
044500             WS-IPAYEXC-STATUS
044600         GO TO 9999-ABEND
044700     END-IF.
044800
044900     PERFORM 1100-LOAD-TERM THRU 1100-EXIT.
045000
045100     MOVE SPACES TO IPX-LINE.
045200     MOVE 'H' TO IPH-REC-TYPE.
045300     MOVE WS-PARM-TERM TO IPH-TERM.
045400     MOVE WS-CURR-DATE TO IPH-RUN-DATE.
045500     MOVE WS-PERIODS TO IPH-PERIODS.
045600     PERFORM 6500-PUT-RECORD THRU 6500-EXIT.
045700
045800     MOVE WS-PARM-TERM TO RPT-HDG1-TERM.
045900     MOVE WS-PERIODS TO RPT-HDG1-PERIODS.
046000     MOVE WS-CURR-DATE TO RPT-HDG1-DATE.
046100     WRITE RPT-LINE FROM RPT-HEADING-1.
046200
046300     MOVE WS-PARM-TERM TO EXC-HDG1-TERM.
046400     WRITE EXC-LINE FROM EXC-HEADING-1.
046500     WRITE EXC-LINE FROM EXC-HEADING-2.
046600
046700     PERFORM 2100-READ-NEXT-INSTRUCTOR THRU 2100-EXIT.
046800
046900 1000-EXIT.
047000     EXIT.
047100
047200*----------------------------------------------------------------
047300* THE TERM BEING PAID - ITS LENGTH IN DAYS IS WHAT A CANCELLED
047400* SECTION IS PRO-RATED AGAINST, AND, WHEN SYSIN GIVES NO PERIOD
047500* COUNT, WHAT THE BIWEEKLY PERIODS ARE COUNTED FROM.
047600*----------------------------------------------------------------
047700 1100-LOAD-TERM.
047800
047900     MOVE WS-PARM-TERM TO TRM-CODE.
048000     READ TERMFILE
048100         INVALID KEY
048200             DISPLAY 'DCJB8BIP - TERM ' WS-PARM-TERM
048300                 ' NOT ON TERMFILE'
048400             GO TO 9999-ABEND
048500     END-READ.
048600
048700     IF (TRM-START-DATE NOT > 0) OR
048800        (TRM-END-DATE < TRM-START-DATE)
048900         DISPLAY 'DCJB8BIP - TERM ' WS-PARM-TERM
049000             ' HAS NO USABLE START/END DATES'
049100         GO TO 9999-ABEND
049200     END-IF.
049300
049400     MOVE TRM-START-DATE TO WS-ABS-CYYDDD.
049500     PERFORM 5000-DAY-NUMBER THRU 5000-EXIT.
049600     MOVE WS-ABS-DAY TO WS-TRM-START-ABS.
049700
049800     MOVE TRM-END-DATE TO WS-ABS-CYYDDD.
049900     PERFORM 5000-DAY-NUMBER THRU 5000-EXIT.
050000     MOVE WS-ABS-DAY TO WS-TRM-END-ABS.
050100
050200     COMPUTE WS-TRM-DAYS = WS-TRM-END-ABS - WS-TRM-START-ABS + 1.
050300
050400     IF WS-PARM-PERIODS = SPACES
050500         COMPUTE WS-PERIODS = (WS-TRM-DAYS + 13) / 14
050600     ELSE
050700         MOVE WS-PARM-PERIODS TO WS-PERIODS
050800     END-IF.
050900
051000     IF (WS-PERIODS < 1) OR (WS-PERIODS > 26)
051100         DISPLAY 'DCJB8BIP - PAY PERIODS MUST BE 1 TO 26, GOT '
051200             WS-PERIODS
051300         GO TO 9999-ABEND
051400     END-IF.
051500
051600     DISPLAY 'DCJB8BIP - TERM ' WS-PARM-TERM ' DAYS = '
051700         WS-TRM-DAYS ' PAY PERIODS = ' WS-PERIODS.
051800
051900 1100-EXIT.
052000     EXIT.
052100
052200*----------------------------------------------------------------
052300* ONE INSTRUCTOR. SALARIED RANKS ARE PAID BY HR AND SKIPPED. FOR
052400* ANYONE ELSE THE RATE IS LOOKED UP FIRST, THEN EVERY SECTION THEY
052500* TEACH IN THE TERM IS PRICED. AN INSTRUCTOR WITH NOTHING TO TEACH
052600* THIS TERM DOES NOT APPEAR; ONE WHO IS TEACHING BUT CANNOT BE
052700* PRICED GOES ON THE EXCEPTION LIST.
052800*----------------------------------------------------------------
052900 2000-PROCESS-INSTRUCTOR.
053000
053100     IF INS-RANK-SALARIED
053200         ADD 1 TO WS-SALARIED-COUNT
053300         GO TO 2000-NEXT
053400     END-IF.
053500
053600     PERFORM 2200-FIND-RATE THRU 2200-EXIT.
053700
053800     MOVE 0 TO WS-SECTION-COUNT.
053900     MOVE 0 TO WS-INS-HOURS.
054000     MOVE 0 TO WS-INS-AMOUNT.
054100
054200*    ONE FULL CATALOG PASS PER INSTRUCTOR, AS IN DCJB8BIW. THE
054300*    INSTRUCTOR LINE IS HELD BACK UNTIL THE FIRST SECTION IN THE
054400*    TERM TURNS UP.
054500     MOVE 'N' TO WS-CRS-EOF-SW.
054600     MOVE LOW-VALUES TO CRS-CODE.
054700     START CRSFILE KEY IS NOT LESS THAN CRS-CODE
054800         INVALID KEY
054900             MOVE 'Y' TO WS-CRS-EOF-SW
055000     END-START.
055100
055200     PERFORM 4000-SCAN-COURSE THRU 4000-EXIT
055300         UNTIL WS-CRS-EOF.
055400
055500     IF WS-SECTION-COUNT = 0
055600         GO TO 2000-NEXT
055700     END-IF.
055800
055900     IF NOT WS-PAYABLE
056000         PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT
056100         GO TO 2000-NEXT
056200     END-IF.
056300
056400     MOVE WS-INS-HOURS TO RPT-PAY-HOURS.
056500     MOVE WS-INS-AMOUNT TO RPT-PAY-AMOUNT.
056600
056700*    EVERY SECTION CANCELLED BEFORE THE TERM STARTED - NOTHING TO
056800*    PAY AND NOTHING GOES TO PAYROLL.
056900     IF WS-INS-AMOUNT = 0
057000         MOVE 'NOTHING PAYABLE - NOT ON EXTRACT' TO RPT-PAY-NOTE
057100         WRITE RPT-LINE FROM RPT-PAY-LINE
057200         ADD 1 TO WS-NIL-COUNT
057300         GO TO 2000-NEXT
057400     END-IF.
057500
057600     MOVE SPACES TO RPT-PAY-NOTE.
057700     STRING 'PAID OVER ' WS-PERIODS ' PERIODS'
057800         DELIMITED BY SIZE INTO RPT-PAY-NOTE.
057900     WRITE RPT-LINE FROM RPT-PAY-LINE.
058000
058100     MOVE 0 TO WS-PAID-SO-FAR.
058200     PERFORM 2300-WRITE-PERIOD THRU 2300-EXIT
058300         VARYING WS-PERIOD-IDX FROM 1 BY 1
058400         UNTIL WS-PERIOD-IDX > WS-PERIODS.
058500
058600     ADD 1 TO WS-PAID-COUNT.
058700     ADD WS-INS-AMOUNT TO WS-GRAND-TOTAL.
058800
058900 2000-NEXT.
059000
059100     PERFORM 2100-READ-NEXT-INSTRUCTOR THRU 2100-EXIT.
059200
059300 2000-EXIT.
059400     EXIT.
059500
059600 2100-READ-NEXT-INSTRUCTOR.
059700
059800     READ INSTFILE NEXT RECORD
059900         AT END
060000             MOVE 'Y' TO WS-INS-EOF-SW
060100     END-READ.
060200
060300 2100-EXIT.
060400     EXIT.
060500
060600*----------------------------------------------------------------
060700* THE INSTRUCTOR'S RATE PER CREDIT HOUR FROM RATEFILE, BY THEIR
060800* DEPARTMENT AND RANK. NO RANK, A RANK THAT IS NEITHER SALARIED
060900* NOR A SESSIONAL STEP, OR NO ROW FOR THE PAIR LEAVES THEM
061000* UNPAYABLE WITH THE REASON SET.
061100*----------------------------------------------------------------
061200 2200-FIND-RATE.
061300
061400     MOVE 'N' TO WS-PAYABLE-SW.
061500     MOVE 0 TO WS-RATE.
061600
061700     IF INS-RANK-MISSING
061800         MOVE 'NO RANK ON INSTFILE' TO WS-EXC-REASON
061900         GO TO 2200-EXIT
062000     END-IF.
062100
062200     IF NOT INS-RANK-SESSIONAL
062300         MOVE 'RANK NOT KNOWN TO PAYROLL' TO WS-EXC-REASON
062400         GO TO 2200-EXIT
062500     END-IF.
062600
062700     MOVE INS-DEPT TO RAT-DEPT.
062800     MOVE INS-RANK TO RAT-RANK.
062900     READ RATE-FILE
063000         INVALID KEY
063100             MOVE 'NO PAY RATE FOR DEPT AND RANK' TO WS-EXC-REASON
063200             GO TO 2200-EXIT
063300     END-READ.
063400
063500     IF (RAT-CREDIT-RATE IS NOT NUMERIC) OR (RAT-CREDIT-RATE = 0)
063600         MOVE 'PAY RATE ON FILE IS ZERO' TO WS-EXC-REASON
063700         GO TO 2200-EXIT
063800     END-IF.
063900
064000     MOVE RAT-CREDIT-RATE TO WS-RATE.
064100     MOVE 'Y' TO WS-PAYABLE-SW.
064200
064300 2200-EXIT.
064400     EXIT.
064500
064600*----------------------------------------------------------------
064700* ONE PAY PERIOD'S DETAIL. EACH PERIOD GETS AN EQUAL SHARE,
064800* TRUNCATED TO THE CENT; THE LAST PERIOD TAKES WHAT IS LEFT SO
064900* THE PERIODS ADD UP EXACTLY TO THE TERM PAY.
065000*----------------------------------------------------------------
065100 2300-WRITE-PERIOD.
065200
065300     IF WS-PERIOD-IDX < WS-PERIODS
065400         DIVIDE WS-INS-AMOUNT BY WS-PERIODS GIVING WS-PER-AMOUNT
065500     ELSE
065600         COMPUTE WS-PER-AMOUNT = WS-INS-AMOUNT - WS-PAID-SO-FAR
065700     END-IF.
065800     ADD WS-PER-AMOUNT TO WS-PAID-SO-FAR.
065900
066000     MOVE SPACES TO IPX-LINE.
066100     MOVE 'D' TO IPD-REC-TYPE.
066200     MOVE INS-ID TO IPD-INS-ID.
066300     MOVE INS-NAME TO IPD-NAME.
066400     MOVE INS-DEPT TO IPD-DEPT.
066500     MOVE INS-RANK TO IPD-RANK.
066600     MOVE WS-PARM-TERM TO IPD-TERM.
066700     MOVE WS-PERIOD-IDX TO IPD-PERIOD.
066800     MOVE WS-PERIODS TO IPD-PERIODS.
066900     MOVE WS-INS-HOURS TO IPD-CREDIT-HOURS.
067000     MOVE WS-PER-AMOUNT TO IPD-AMOUNT.
067100     PERFORM 6500-PUT-RECORD THRU 6500-EXIT.
067200
067300     ADD 1 TO WS-DETAIL-COUNT.
067400
067500 2300-EXIT.
067600     EXIT.
067700
067800 2400-WRITE-EXCEPTION.
067900
068000     MOVE INS-ID TO EXC-DTL-ID.
068100     MOVE INS-NAME TO EXC-DTL-NAME.
068200     MOVE INS-DEPT TO EXC-DTL-DEPT.
068300     MOVE INS-RANK TO EXC-DTL-RANK.
068400     MOVE WS-SECTION-COUNT TO EXC-DTL-SECTIONS.
068500     MOVE WS-INS-HOURS TO EXC-DTL-HOURS.
068600     MOVE WS-EXC-REASON TO EXC-DTL-REASON.
068700     WRITE EXC-LINE FROM EXC-DETAIL-LINE.
068800
068900     ADD 1 TO WS-EXCEPT-COUNT.
069000
069100 2400-EXIT.
069200     EXIT.
069300
069400 3000-TERMINATE.
069500
069600     MOVE SPACES TO IPX-LINE.
069700     MOVE 'T' TO IPT-REC-TYPE.
069800     MOVE WS-DETAIL-COUNT TO IPT-COUNT.
069900     MOVE WS-GRAND-TOTAL TO IPT-TOTAL.
070000     MOVE WS-PAID-COUNT TO IPT-INSTRUCTORS.
070100     PERFORM 6500-PUT-RECORD THRU 6500-EXIT.
070200
070300     MOVE 'INSTRUCTORS PAID . . . . . . . . .' TO RPT-TOT-LABEL.
070400     MOVE WS-PAID-COUNT TO RPT-TOT-COUNT.
070500     MOVE WS-GRAND-TOTAL TO RPT-TOT-AMOUNT.
070600     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
070700
070800     MOVE ' ' TO RPT-TOT-CC.
070900     MOVE 0 TO RPT-TOT-AMOUNT.
071000     MOVE 'EXTRACT DETAIL RECORDS . . . . . .' TO RPT-TOT-LABEL.
071100     MOVE WS-DETAIL-COUNT TO RPT-TOT-COUNT.
071200     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
071300
071400     MOVE 'TEACHING, NOTHING PAYABLE  . . . .' TO RPT-TOT-LABEL.
071500     MOVE WS-NIL-COUNT TO RPT-TOT-COUNT.
071600     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
071700
071800     MOVE 'NOT PAID - SEE EXCEPTION LIST  . .' TO RPT-TOT-LABEL.
071900     MOVE WS-EXCEPT-COUNT TO RPT-TOT-COUNT.
072000     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
072100
072200     MOVE 'SALARIED - PAID BY HR  . . . . . .' TO RPT-TOT-LABEL.
072300     MOVE WS-SALARIED-COUNT TO RPT-TOT-COUNT.
072400     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
072500
072600     IF WS-EXCEPT-COUNT = 0
072700         WRITE EXC-LINE FROM EXC-NONE-LINE
072800     END-IF.
072900
073000     CLOSE PAY-EXTRACT.
073100     CLOSE PAY-RPT.
073200     CLOSE EXCEPT-RPT.
073300     CLOSE INSTFILE CRSFILE CRSX-FILE TERMFILE RATE-FILE.
073400
073500     DISPLAY 'DCJB8BIP - INSTRUCTORS PAID = ' WS-PAID-COUNT
073600         ' EXCEPTIONS = ' WS-EXCEPT-COUNT.
073700     DISPLAY 'DCJB8BIP - EXTRACT DETAILS = ' WS-DETAIL-COUNT
073800         ' TOTAL = ' WS-GRAND-TOTAL.
073900
074000 3000-EXIT.
074100     EXIT.
074200
074300*----------------------------------------------------------------
074400* ONE CATALOG SECTION. ONLY THIS INSTRUCTOR'S SECTIONS IN THE
074500* TERM COUNT. ZERO OR BLANK CREDIT HOURS COUNT AS THREE, AS
074600* CRSREC SAYS. THE SECTION IS PRICED ONLY WHEN THE INSTRUCTOR
074700* HAS A RATE - OTHERWISE IT IS JUST COUNTED FOR THE EXCEPTION
074800* LINE.
074900*----------------------------------------------------------------
075000 4000-SCAN-COURSE.
075100
075200     READ CRSFILE NEXT RECORD
075300         AT END
075400             MOVE 'Y' TO WS-CRS-EOF-SW
075500             GO TO 4000-EXIT
075600     END-READ.
075700
075800     IF (CRS-INSTR-ID NOT = INS-ID) OR
075900        (CRS-TERM(1:5) NOT = WS-PARM-TERM)
076000         GO TO 4000-EXIT
076100     END-IF.
076200
076300     IF (CRS-CREDIT-HOURS IS NUMERIC) AND (CRS-CREDIT-HOURS > 0)
076400         MOVE CRS-CREDIT-HOURS TO WS-SEC-HOURS
076500     ELSE
076600         MOVE 3 TO WS-SEC-HOURS
076700     END-IF.
076800
076900     ADD 1 TO WS-SECTION-COUNT.
077000     ADD WS-SEC-HOURS TO WS-INS-HOURS.
077100
077200     IF NOT WS-PAYABLE
077300         GO TO 4000-EXIT
077400     END-IF.
077500
077600     IF WS-SECTION-COUNT = 1
077700         MOVE INS-ID TO RPT-INS-ID
077800         MOVE INS-NAME TO RPT-INS-NAME
077900         MOVE INS-DEPT TO RPT-INS-DEPT
078000         MOVE INS-RANK TO RPT-INS-RANK
078100         MOVE WS-RATE TO RPT-INS-RATE
078200         WRITE RPT-LINE FROM RPT-INSTR-LINE
078300     END-IF.
078400
078500     PERFORM 4100-PRICE-SECTION THRU 4100-EXIT.
078600
078700     MOVE CRS-CODE TO RPT-SEC-CODE.
078800     MOVE CRS-TITLE TO RPT-SEC-TITLE.
078900     MOVE WS-SEC-HOURS TO RPT-SEC-HOURS.
079000     MOVE WS-SEC-AMOUNT TO RPT-SEC-AMOUNT.
079100     WRITE RPT-LINE FROM RPT-SECTION-LINE.
079200
079300     ADD WS-SEC-AMOUNT TO WS-INS-AMOUNT.
079400
079500 4000-EXIT.
079600     EXIT.
079700
079800*----------------------------------------------------------------
079900* A RUNNING SECTION IS PAID IN FULL - ITS HOURS AT THE RATE. ONE
080000* CANCELLED BEFORE THE TERM STARTED IS NOT PAID. ONE CANCELLED
080100* DURING THE TERM IS PAID FOR THE DAYS FROM THE TERM START UP TO
080200* THE CANCELLATION, OUT OF THE DAYS IN THE TERM.
080300*----------------------------------------------------------------
080400 4100-PRICE-SECTION.
080500
080600     COMPUTE WS-SEC-AMOUNT = WS-SEC-HOURS * WS-RATE.
080700     MOVE SPACES TO RPT-SEC-NOTE.
080800
080900     MOVE CRS-CODE TO CRX-COURSE.
081000     READ CRSX-FILE
081100         INVALID KEY
081200             GO TO 4100-EXIT
081300     END-READ.
081400
081500     IF (CRX-CANCEL-DATE IS NOT NUMERIC) OR
081600        (CRX-CANCEL-DATE = 0) OR
081700        (CRX-CANCEL-DATE > TRM-END-DATE)
081800         GO TO 4100-EXIT
081900     END-IF.
082000
082100     IF CRX-CANCEL-DATE NOT > TRM-START-DATE
082200         MOVE 0 TO WS-SEC-AMOUNT
082300         MOVE 'CANCELLED BEFORE TERM START - NOT PAID'
082400             TO RPT-SEC-NOTE
082500         GO TO 4100-EXIT
082600     END-IF.
082700
082800     MOVE CRX-CANCEL-DATE TO WS-ABS-CYYDDD.
082900     PERFORM 5000-DAY-NUMBER THRU 5000-EXIT.
083000     MOVE WS-ABS-DAY TO WS-CAN-ABS.
083100     COMPUTE WS-RAN-DAYS = WS-CAN-ABS - WS-TRM-START-ABS.
083200
083300     COMPUTE WS-SEC-AMOUNT ROUNDED =
083400         WS-SEC-HOURS * WS-RATE * WS-RAN-DAYS / WS-TRM-DAYS.
083500
083600     STRING 'CANCELLED - PRO-RATED ' WS-RAN-DAYS '/' WS-TRM-DAYS
083700         ' DAYS' DELIMITED BY SIZE INTO RPT-SEC-NOTE.
083800
083900 4100-EXIT.
084000     EXIT.
084100
084200*----------------------------------------------------------------
084300* DAY NUMBER OF A CYYDDD DATE - DAYS FROM THE START OF THE
084400* CALENDAR, THE SAME COUNT THE WEEKDAY ROUTINES IN DCJB8BRW AND
084500* THE ROOM SCREENS USE.
084600*----------------------------------------------------------------
084700 5000-DAY-NUMBER.
084800
084900     DIVIDE WS-ABS-CYYDDD BY 1000 GIVING WS-ABS-CYY
085000         REMAINDER WS-ABS-DDD.
085100     COMPUTE WS-ABS-YEARS = WS-ABS-CYY + 1900 - 1.
085200     DIVIDE WS-ABS-YEARS BY 4 GIVING WS-ABS-Q4.
085300     DIVIDE WS-ABS-YEARS BY 100 GIVING WS-ABS-Q100.
085400     DIVIDE WS-ABS-YEARS BY 400 GIVING WS-ABS-Q400.
085500     COMPUTE WS-ABS-DAY = (WS-ABS-YEARS * 365) + WS-ABS-Q4
085600         - WS-ABS-Q100 + WS-ABS-Q400 + WS-ABS-DDD.
085700
085800 5000-EXIT.
085900     EXIT.
086000
086100 6500-PUT-RECORD.
086200
086300     WRITE IPX-LINE.
086400     IF NOT WS-INSPAY-OK
086500         DISPLAY 'DCJB8BIP - INSPAY WRITE FAILED, STATUS = '
086600             WS-INSPAY-STATUS
086700         GO TO 9999-ABEND
086800     END-IF.
086900
087000 6500-EXIT.
087100     EXIT.
087200
087300 9999-ABEND.
087400
087500     MOVE 16 TO RETURN-CODE.
087600     GOBACK.
087700
087800 END PROGRAM DCJB8BIP.
