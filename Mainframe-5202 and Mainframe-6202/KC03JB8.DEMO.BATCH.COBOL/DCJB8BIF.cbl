000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BIF.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - DAILY INTERNATIONAL STUDENT
001100*                COMPLIANCE REPORT FOR THE INTERNATIONAL OFFICE.
001200*                EVERY ACTIVE INTERNATIONAL STUDENT (STU-FEE-INTL)
001300*                CARRYING LESS THAN THE FULL-TIME LOAD - NINE
001400*                CREDIT HOURS, THE LINE DCJB8BME USES - IS LISTED
001500*                WITH THE SCHEDULE CHANGES FROM STUJRNL THAT TOOK
001600*                THEM UNDER IT, AND EVERY STUDY PERMIT ON PRFFILE
001700*                EXPIRING WITHIN 60 DAYS (OR ALREADY EXPIRED) IS
001800*                LISTED AFTER. THE REPORT PRINTS AND IS CAPTURED
001900*                INTO RPTFILE SO THE OFFICE READS IT ON DCJB8PGF.
002000*                THE RUN REGISTERS ON BATCHCTL.
002010* 10/15/26  HZ   STUJRNL RECORD NOW 273 BYTES - CARRIES THE
002020*                CHAIN SEQUENCE NUMBER AND HASH.
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
003100     SELECT STUFILE ASSIGN TO STUFILE
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS STU-NUMBER
003500         FILE STATUS IS WS-STUFILE-STATUS.
003600
003700     SELECT CRSFILE ASSIGN TO CRSFILE
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS CRS-CODE
004100         FILE STATUS IS WS-CRSFILE-STATUS.
004200
004300     SELECT PRFFILE ASSIGN TO PRFFILE
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS PRF-STU-NUMBER
004700         FILE STATUS IS WS-PRFFILE-STATUS.
004800
004900     SELECT STUJRNL-FILE ASSIGN TO STUJRNL
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-JRNL-STATUS.
005200
005300     SELECT IFC-RPT ASSIGN TO IFCRPT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-IFCRPT-STATUS.
005600
005700*    THE REPORT IS ALSO CAPTURED INTO THE ONLINE REPORT
005800*    REPOSITORY, AS DCJB8BME CAPTURES ITS CERTIFICATION PAGE, SO
005900*    THE INTERNATIONAL OFFICE READS IT ON DCJB8PGF.
006000     SELECT RPT-FILE ASSIGN TO RPTFILE
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS RPT-KEY
006400         FILE STATUS IS WS-RPTFILE-STATUS.
006500
006600     SELECT BATCHCTL-FILE ASSIGN TO BATCHCTL
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS BCT-KEY
007000         FILE STATUS IS WS-BATCHCTL-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400
007500 FD  STUFILE
007600     LABEL RECORDS ARE STANDARD
007700     RECORD CONTAINS 227 CHARACTERS
007800     DATA RECORD IS STUFILE-RECORD.
007900
008000     COPY 'STUREC'.
008100
008200 FD  CRSFILE
008300     LABEL RECORDS ARE STANDARD
008400     RECORD CONTAINS 242 CHARACTERS
008500     DATA RECORD IS CRSFILE-RECORD.
008600
008700     COPY 'CRSREC'.
008800
008900 FD  PRFFILE
009000     LABEL RECORDS ARE STANDARD
009100     RECORD CONTAINS 200 CHARACTERS
009200     DATA RECORD IS PRFFILE-RECORD.
009300
009400     COPY 'PROFREC'.
009500
009600 FD  STUJRNL-FILE
009700     LABEL RECORDS ARE STANDARD
009800     RECORD CONTAINS 273 CHARACTERS
009900     DATA RECORD IS STUJRNL-RECORD.
010000
010100*    STUJRNL RECORD LAYOUT - SHARED WITH THE CICS SIDE.
010200     COPY 'STUJRNL'.
010300
010400 FD  IFC-RPT
010500     LABEL RECORDS ARE STANDARD
010600     RECORD CONTAINS 133 CHARACTERS
010700     DATA RECORD IS RPT-LINE.
010800 01  RPT-LINE                        PIC X(133).
010900
011000 FD  RPT-FILE
011100     LABEL RECORDS ARE STANDARD
011200     RECORD CONTAINS 130 CHARACTERS
011300     DATA RECORD IS RPTFILE-RECORD.
011400
011500     COPY 'RPTREC'.
011600
011700 FD  BATCHCTL-FILE
011800     LABEL RECORDS ARE STANDARD
011900     RECORD CONTAINS 45 CHARACTERS
012000     DATA RECORD IS BATCHCTL-RECORD.
012100
012200     COPY 'BCTLREC'.
012300
012400 WORKING-STORAGE SECTION.
012500
012600 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
012700     88 WS-STUFILE-OK                    VALUE '00'.
012800 01  WS-CRSFILE-STATUS               PIC X(2) VALUE SPACES.
012900     88 WS-CRSFILE-OK                    VALUE '00'.
013000 01  WS-PRFFILE-STATUS               PIC X(2) VALUE SPACES.
013100     88 WS-PRFFILE-OK                    VALUE '00'.
013200 01  WS-JRNL-STATUS                  PIC X(2) VALUE SPACES.
013300     88 WS-JRNL-OK                       VALUE '00'.
013400 01  WS-IFCRPT-STATUS                PIC X(2) VALUE SPACES.
013500     88 WS-IFCRPT-OK                     VALUE '00'.
013600 01  WS-RPTFILE-STATUS               PIC X(2) VALUE SPACES.
013700     88 WS-RPTFILE-OK                    VALUE '00'.
013800 01  WS-BATCHCTL-STATUS              PIC X(2) VALUE SPACES.
013900     88 WS-BATCHCTL-OK                   VALUE '00'.
014000
014100 01  WS-SWITCHES.
014200     05 WS-STU-EOF-SW                PIC X(1) VALUE 'N'.
014300         88 WS-STU-EOF                    VALUE 'Y'.
014400     05 WS-JRNL-EOF-SW               PIC X(1) VALUE 'N'.
014500         88 WS-JRNL-EOF                   VALUE 'Y'.
014600
014700 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
014800 01  WS-RUN-CYYDDD                   PIC 9(7) VALUE 0.
014900 01  WS-BCT-TIME                     PIC 9(8) VALUE 0.
015000
015100* A PERMIT IS LISTED ONCE ITS EXPIRY IS THIS MANY DAYS AWAY OR
015200* LESS.
015300 77  WS-PERMIT-WINDOW                PIC S9(3) COMP VALUE 60.
015400
015500* DAY NUMBERS FOR THE PERMIT WINDOW - CYY * 365 + DDD, THE SAME
015600* ARITHMETIC THE OTHER DATE-DRIVEN RUNS USE.
015700 77  WS-TODAY-DAYS                   PIC S9(7) COMP VALUE 0.
015800 77  WS-EXPIRY-DAYS                  PIC S9(7) COMP VALUE 0.
015900 77  WS-DAYS-LEFT                    PIC S9(7) COMP VALUE 0.
016000
016100* A YYYYMMDD DATE TAKEN APART FOR ITS DAY OF THE YEAR.
016200 01  WS-DT-DATE                      PIC 9(8) VALUE 0.
016300 01  WS-DT-DATE-R REDEFINES WS-DT-DATE.
016400     05 WS-DT-YYYY                   PIC 9(4).
016500     05 WS-DT-MM                     PIC 9(2).
016600     05 WS-DT-DD                     PIC 9(2).
016700 77  WS-DT-DDD                       PIC S9(3) COMP VALUE 0.
016800 77  WS-DT-QUOT                      PIC S9(4) COMP VALUE 0.
016900 77  WS-DT-REM                       PIC S9(4) COMP VALUE 0.
017000 01  WS-DT-LEAP-SW                   PIC X(1) VALUE 'N'.
017100     88 WS-DT-LEAP-YEAR                  VALUE 'Y'.
017200
017300* DAYS BEFORE THE FIRST OF EACH MONTH IN A COMMON YEAR.
017400 01  WS-CUM-DAYS-VALUES.
017500     05 FILLER                       PIC X(36) VALUE
017600            '000031059090120151181212243273304334'.
017700 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
017800     05 WS-CUM-DAYS                  PIC 9(3) OCCURS 12 TIMES.
017900
018000* ONE ENTRY PER INTERNATIONAL STUDENT FOUND UNDER FULL-TIME LOAD,
018100* IN STUDENT-NUMBER ORDER. WHILE STUJRNL IS READ, EACH ENTRY
018200* CARRIES THE SCHEDULE FROM THE STUDENT'S LAST JOURNAL IMAGE SO
018300* THE NEXT IMAGE CAN BE COMPARED WITH IT, AND THE LATEST FIVE
018400* SCHEDULE CHANGES SINCE THE STUDENT WAS LAST FULL TIME.
018500 01  WS-UND-COUNT                    PIC S9(4) COMP VALUE 0.
018600 01  WS-UND-TABLE.
018700     05 WS-UND-ENTRY OCCURS 500 TIMES.
018800         10 WS-UND-STU-NUMBER        PIC X(7).
018900         10 WS-UND-NAME              PIC X(20).
019000         10 WS-UND-TERM              PIC X(5).
019100         10 WS-UND-CREDITS           PIC S9(3) COMP.
019200         10 WS-UND-PREV-SW           PIC X(1).
019300             88 WS-UND-PREV-SEEN         VALUE 'Y'.
019400         10 WS-UND-PREV-COURSES.
019500             15 WS-UND-PREV-COURSE   PIC X(8) OCCURS 10 TIMES.
019600         10 WS-UND-CHG-TOTAL         PIC S9(4) COMP.
019700         10 WS-UND-CHG-COUNT         PIC S9(2) COMP.
019800         10 WS-UND-CHG OCCURS 5 TIMES.
019900             15 WS-UND-CHG-DATE      PIC 9(7).
020000             15 WS-UND-CHG-TRANSID   PIC X(4).
020100             15 WS-UND-CHG-OPERID    PIC X(8).
020200             15 WS-UND-CHG-DROPPED   PIC X(8).
020300             15 WS-UND-CHG-ADDED     PIC X(8).
020400             15 WS-UND-CHG-LOAD      PIC S9(3) COMP.
020500 77  WS-UND-IDX                      PIC S9(4) COMP VALUE 0.
020600 77  WS-UND-FOUND                    PIC S9(4) COMP VALUE 0.
020700 77  WS-CHG-IDX                      PIC S9(2) COMP VALUE 0.
020800
020900* ONE ENTRY PER STUDY PERMIT INSIDE THE WINDOW.
021000 01  WS-PMT-COUNT                    PIC S9(4) COMP VALUE 0.
021100 01  WS-PMT-TABLE.
021200     05 WS-PMT-ENTRY OCCURS 500 TIMES.
021300         10 WS-PMT-STU-NUMBER        PIC X(7).
021400         10 WS-PMT-NAME              PIC X(20).
021500         10 WS-PMT-EXPIRY            PIC 9(8).
021600         10 WS-PMT-DAYS-LEFT         PIC S9(7) COMP.
021700 77  WS-PMT-IDX                      PIC S9(4) COMP VALUE 0.
021800
021900* THE SCHEDULE COMPARISON - THE FIRST COURSE ON THE EARLIER
022000* IMAGE THAT IS GONE FROM THE LATER ONE, AND THE FIRST COURSE ON
022100* THE LATER IMAGE THAT WAS NOT ON THE EARLIER.
022200 01  WS-DROPPED-COURSE               PIC X(8) VALUE SPACES.
022300 01  WS-ADDED-COURSE                 PIC X(8) VALUE SPACES.
022400 01  WS-MATCH-SW                     PIC X(1) VALUE 'N'.
022500     88 WS-MATCHED                       VALUE 'Y'.
022600 77  WS-CMP-IDX                      PIC S9(2) COMP VALUE 0.
022700 77  WS-CMP-JDX                      PIC S9(2) COMP VALUE 0.
022800
022900 77  WS-CREDITS                      PIC S9(3) COMP VALUE 0.
023000 77  WS-SLOT-IDX                     PIC S9(2) COMP VALUE 0.
023100 77  WS-RPT-LINE-NO                  PIC 9(5) VALUE 0.
023200
023300 77  WS-INTL-COUNT                   PIC S9(7) COMP VALUE 0.
023400 77  WS-EXPIRED-COUNT                PIC S9(7) COMP VALUE 0.
023500 77  WS-EXPIRING-COUNT               PIC S9(7) COMP VALUE 0.
023600 77  WS-NO-PERMIT-COUNT              PIC S9(7) COMP VALUE 0.
023700 77  WS-JRNL-READ-COUNT              PIC S9(7) COMP VALUE 0.
023800
023900 01  RPT-HEADING-1.
024000     05 RPT-HDG1-CC                  PIC X(1) VALUE '1'.
024100     05 FILLER                       PIC X(4) VALUE SPACES.
024200     05 FILLER                       PIC X(48) VALUE
024300            'INTERNATIONAL STUDENT FULL-TIME LOAD COMPLIANCE'.
024400     05 FILLER                       PIC X(10) VALUE 'RUN DATE '.
024500     05 RPT-HDG1-DATE                PIC 9(7).
024600     05 FILLER                       PIC X(63) VALUE SPACES.
024700
024800 01  RPT-SECTION-LINE.
024900     05 RPT-SEC-CC                   PIC X(1) VALUE '0'.
025000     05 FILLER                       PIC X(4) VALUE SPACES.
025100     05 RPT-SEC-TEXT                 PIC X(60).
025200     05 FILLER                       PIC X(68) VALUE SPACES.
025300
025400 01  RPT-UNDER-HEADING.
025500     05 RPT-UNH-CC                   PIC X(1) VALUE ' '.
025600     05 FILLER                       PIC X(4) VALUE SPACES.
025700     05 FILLER                       PIC X(41) VALUE
025800            'STUDENT  NAME                  TERM   CR '.
025900     05 FILLER                       PIC X(50) VALUE
026000            'SCHEDULE CHANGE          DROPPED  ADDED   LOAD'.
026100     05 FILLER                       PIC X(37) VALUE SPACES.
026200
026300 01  RPT-UNDER-LINE.
026400     05 RPT-UND-CC                   PIC X(1) VALUE ' '.
026500     05 FILLER                       PIC X(4) VALUE SPACES.
026600     05 RPT-UND-STU                  PIC X(7).
026700     05 FILLER                       PIC X(2) VALUE SPACES.
026800     05 RPT-UND-NAME                 PIC X(20).
026900     05 FILLER                       PIC X(2) VALUE SPACES.
027000     05 RPT-UND-TERM                 PIC X(5).
027100     05 FILLER                       PIC X(2) VALUE SPACES.
027200     05 RPT-UND-CREDITS              PIC Z9.
027300     05 FILLER                       PIC X(88) VALUE SPACES.
027400
027500* ONE JOURNALED SCHEDULE CHANGE, UNDER ITS STUDENT - THE DAY
027600* (YYYYDDD), THE TRANSACTION AND OPERATOR, AND THE LOAD AFTER IT.
027700 01  RPT-CHANGE-LINE.
027800     05 RPT-CHG-CC                   PIC X(1) VALUE ' '.
027900     05 FILLER                       PIC X(45) VALUE SPACES.
028000     05 RPT-CHG-DATE                 PIC 9(7).
028100     05 FILLER                       PIC X(1) VALUE SPACES.
028200     05 RPT-CHG-TRANSID              PIC X(4).
028300     05 FILLER                       PIC X(1) VALUE SPACES.
028400     05 RPT-CHG-OPERID               PIC X(8).
028500     05 FILLER                       PIC X(4) VALUE SPACES.
028600     05 RPT-CHG-DROPPED              PIC X(8).
028700     05 FILLER                       PIC X(1) VALUE SPACES.
028800     05 RPT-CHG-ADDED                PIC X(8).
028900     05 FILLER                       PIC X(2) VALUE SPACES.
029000     05 RPT-CHG-LOAD                 PIC Z9.
029100     05 FILLER                       PIC X(41) VALUE SPACES.
029200
029300 01  RPT-NOTE-LINE.
029400     05 RPT-NTE-CC                   PIC X(1) VALUE ' '.
029500     05 FILLER                       PIC X(45) VALUE SPACES.
029600     05 RPT-NTE-TEXT                 PIC X(50).
029700     05 FILLER                       PIC X(37) VALUE SPACES.
029800
029900 01  RPT-PERMIT-HEADING.
030000     05 RPT-PMH-CC                   PIC X(1) VALUE ' '.
030100     05 FILLER                       PIC X(4) VALUE SPACES.
030200     05 FILLER                       PIC X(50) VALUE
030300            'STUDENT  NAME                  EXPIRES   DAYS LEFT'.
030400     05 FILLER                       PIC X(78) VALUE SPACES.
030500
030600 01  RPT-PERMIT-LINE.
030700     05 RPT-PMT-CC                   PIC X(1) VALUE ' '.
030800     05 FILLER                       PIC X(4) VALUE SPACES.
030900     05 RPT-PMT-STU                  PIC X(7).
031000     05 FILLER                       PIC X(2) VALUE SPACES.
031100     05 RPT-PMT-NAME                 PIC X(20).
031200     05 FILLER                       PIC X(2) VALUE SPACES.
031300     05 RPT-PMT-EXPIRY               PIC 9(8).
031400     05 FILLER                       PIC X(2) VALUE SPACES.
031500     05 RPT-PMT-DAYS                 PIC ZZ9.
031600     05 FILLER                       PIC X(2) VALUE SPACES.
031700     05 RPT-PMT-NOTE                 PIC X(7).
031800     05 FILLER                       PIC X(75) VALUE SPACES.
031900
032000 01  RPT-TOTAL-LINE.
032100     05 RPT-TOT-CC                   PIC X(1) VALUE ' '.
032200     05 FILLER                       PIC X(4) VALUE SPACES.
032300     05 RPT-TOT-TEXT                 PIC X(30).
032400     05 RPT-TOT-COUNT                PIC ZZZ,ZZ9.
032500     05 FILLER                       PIC X(91) VALUE SPACES.
032600
032700 PROCEDURE DIVISION.
032800
032900 0000-MAINLINE.
033000
033100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033200     PERFORM 1090-REGISTER-START THRU 1090-EXIT.
033300
033400     PERFORM 2000-CHECK-STUDENT THRU 2000-EXIT
033500         UNTIL WS-STU-EOF.
033600
033700     IF WS-UND-COUNT > 0
033800         PERFORM 4000-SCAN-JOURNAL THRU 4000-EXIT
033900     END-IF.
034000
034100     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
034200
034300     PERFORM 3000-TERMINATE THRU 3000-EXIT.
034400
034500     GOBACK.
034600
034700 1000-INITIALIZE.
034800
034900     ACCEPT WS-CURR-DATE FROM DAY.
035000     COMPUTE WS-RUN-CYYDDD = WS-CURR-DATE - 1900000.
035100     DIVIDE WS-RUN-CYYDDD BY 1000 GIVING WS-DT-QUOT
035200         REMAINDER WS-DT-REM.
035300     COMPUTE WS-TODAY-DAYS = (WS-DT-QUOT * 365) + WS-DT-REM.
035400
035500     OPEN INPUT STUFILE CRSFILE PRFFILE.
035600     IF (NOT WS-STUFILE-OK) OR (NOT WS-CRSFILE-OK) OR
035700        (NOT WS-PRFFILE-OK)
035800         DISPLAY 'DCJB8BIF - INPUT OPEN FAILED '
035900             WS-STUFILE-STATUS WS-CRSFILE-STATUS WS-PRFFILE-STATUS
036000         GO TO 9999-ABEND
036100     END-IF.
036200
036300     OPEN OUTPUT IFC-RPT.
036400     IF NOT WS-IFCRPT-OK
036500         DISPLAY 'DCJB8BIF - IFCRPT OPEN FAILED, STATUS = '
036600             WS-IFCRPT-STATUS
036700         GO TO 9999-ABEND
036800     END-IF.
036900
037000     OPEN I-O RPT-FILE.
037100     IF NOT WS-RPTFILE-OK
037200         DISPLAY 'DCJB8BIF - RPTFILE OPEN FAILED, STATUS = '
037300             WS-RPTFILE-STATUS
037400         GO TO 9999-ABEND
037500     END-IF.
037600
037700     PERFORM 2100-READ-NEXT-STUDENT THRU 2100-EXIT.
037800
037900 1000-EXIT.
038000     EXIT.
038100
038200 1090-REGISTER-START.
038300
038400     OPEN I-O BATCHCTL-FILE.
038500     IF NOT WS-BATCHCTL-OK
038600         DISPLAY 'DCJB8BIF - BATCHCTL OPEN FAILED, STATUS = '
038700             WS-BATCHCTL-STATUS
038800         GO TO 9999-ABEND
038900     END-IF.
039000
039100     MOVE WS-RUN-CYYDDD TO BCT-RUN-DATE.
039200     MOVE 'DCJB8BIF' TO BCT-JOB.
039300     READ BATCHCTL-FILE
039400         INVALID KEY
039500             CONTINUE
039600         NOT INVALID KEY
039700             DISPLAY 'DCJB8BIF - ALREADY RAN OR RUNNING TODAY'
039800             GO TO 9999-ABEND
039900     END-READ.
040000
040100     MOVE WS-RUN-CYYDDD TO BCT-RUN-DATE.
040200     MOVE 'DCJB8BIF' TO BCT-JOB.
040300     SET BCT-RUNNING TO TRUE.
040400     ACCEPT WS-BCT-TIME FROM TIME.
040500     MOVE WS-BCT-TIME(1:7) TO BCT-START-TIME.
040600     MOVE ZEROS TO BCT-END-TIME.
040700     MOVE ZEROS TO BCT-TOTAL.
040800     WRITE BATCHCTL-RECORD.
040900
041000 1090-EXIT.
041100     EXIT.
041200
041300*----------------------------------------------------------------
041400* ONE STUDENT - ONLY ACTIVE INTERNATIONAL STUDENTS ARE LOOKED AT.
041500* THE LOAD IS SUMMED THE WAY DCJB8BME SUMS IT, AND UNDER NINE
041600* CREDIT HOURS IS UNDER FULL TIME. THE PROFILE ROW IS READ FOR
041700* THE STUDY-PERMIT EXPIRY EITHER WAY.
041800*----------------------------------------------------------------
041900 2000-CHECK-STUDENT.
042000
042100     IF (NOT STU-ACTIVE) OR (NOT STU-FEE-INTL)
042200         GO TO 2000-NEXT
042300     END-IF.
042400
042500     ADD 1 TO WS-INTL-COUNT.
042600
042700     PERFORM 2300-SUM-CREDITS THRU 2300-EXIT.
042800     IF WS-CREDITS < 9
042900         PERFORM 2500-ADD-UNDER-LOAD THRU 2500-EXIT
043000     END-IF.
043100
043200     PERFORM 2600-CHECK-PERMIT THRU 2600-EXIT.
043300
043400 2000-NEXT.
043500
043600     PERFORM 2100-READ-NEXT-STUDENT THRU 2100-EXIT.
043700
043800 2000-EXIT.
043900     EXIT.
044000
044100 2100-READ-NEXT-STUDENT.
044200
044300     READ STUFILE NEXT RECORD
044400         AT END
044500             MOVE 'Y' TO WS-STU-EOF-SW
044600     END-READ.
044700
044800 2100-EXIT.
044900     EXIT.
045000
045100*    THE LOAD ON WHATEVER SCHEDULE IS IN STUFILE-RECORD - THE
045200*    STUDENT'S OWN, OR A JOURNAL IMAGE LAID OVER IT. AN AUDITED
045300*    SLOT EARNS NO CREDIT AND DOES NOT COUNT TOWARD THE LOAD.
045400 2300-SUM-CREDITS.
045500
045600     MOVE 0 TO WS-CREDITS.
045700     PERFORM 2400-SUM-ONE-SLOT THRU 2400-EXIT
045800         VARYING WS-SLOT-IDX FROM 1 BY 1
045900         UNTIL WS-SLOT-IDX > 10.
046000
046100 2300-EXIT.
046200     EXIT.
046300
046400 2400-SUM-ONE-SLOT.
046500
046600     IF (STU-COURSE-TABLE(WS-SLOT-IDX) = SPACES) OR
046700        (STU-BASIS-TABLE(WS-SLOT-IDX) = 'A')
046800         GO TO 2400-EXIT
046900     END-IF.
047000
047100     MOVE STU-COURSE-TABLE(WS-SLOT-IDX) TO CRS-CODE.
047200     READ CRSFILE
047300         INVALID KEY
047400             ADD 3 TO WS-CREDITS
047500             GO TO 2400-EXIT
047600     END-READ.
047700
047800     IF (CRS-CREDIT-HOURS IS NUMERIC) AND (CRS-CREDIT-HOURS > 0)
047900         ADD CRS-CREDIT-HOURS TO WS-CREDITS
048000     ELSE
048100         ADD 3 TO WS-CREDITS
048200     END-IF.
048300
048400 2400-EXIT.
048500     EXIT.
048600
048700 2500-ADD-UNDER-LOAD.
048800
048900     IF WS-UND-COUNT >= 500
049000         DISPLAY 'DCJB8BIF - UNDER-LOAD TABLE FULL'
049100         GO TO 9999-ABEND
049200     END-IF.
049300
049400     ADD 1 TO WS-UND-COUNT.
049500     MOVE STU-NUMBER TO WS-UND-STU-NUMBER(WS-UND-COUNT).
049600     MOVE STU-NAME TO WS-UND-NAME(WS-UND-COUNT).
049700     MOVE STU-TERM TO WS-UND-TERM(WS-UND-COUNT).
049800     MOVE WS-CREDITS TO WS-UND-CREDITS(WS-UND-COUNT).
049900     MOVE 'N' TO WS-UND-PREV-SW(WS-UND-COUNT).
050000     MOVE SPACES TO WS-UND-PREV-COURSES(WS-UND-COUNT).
050100     MOVE 0 TO WS-UND-CHG-TOTAL(WS-UND-COUNT).
050200     MOVE 0 TO WS-UND-CHG-COUNT(WS-UND-COUNT).
050300
050400 2500-EXIT.
050500     EXIT.
050600
050700*----------------------------------------------------------------
050800* THE STUDY-PERMIT EXPIRY FROM THE PROFILE ROW. NO ROW, OR A ROW
050900* WITH NO EXPIRY KEYED (ZERO, OR THE SPACES OF A ROW THAT
051000* PREDATES THE FIELD), IS COUNTED AS NO PERMIT ON FILE.
051100*----------------------------------------------------------------
051200 2600-CHECK-PERMIT.
051300
051400     MOVE STU-NUMBER TO PRF-STU-NUMBER.
051500     READ PRFFILE
051600         INVALID KEY
051700             ADD 1 TO WS-NO-PERMIT-COUNT
051800             GO TO 2600-EXIT
051900     END-READ.
052000
052100     IF (PRF-PERMIT-EXPIRY IS NOT NUMERIC) OR
052200        (PRF-PERMIT-EXPIRY = 0)
052300         ADD 1 TO WS-NO-PERMIT-COUNT
052400         GO TO 2600-EXIT
052500     END-IF.
052600
052700     MOVE PRF-PERMIT-EXPIRY TO WS-DT-DATE.
052800     PERFORM 2700-DATE-TO-DAY-OF-YEAR THRU 2700-EXIT.
052900     COMPUTE WS-EXPIRY-DAYS =
053000         ((WS-DT-YYYY - 1900) * 365) + WS-DT-DDD.
053100     COMPUTE WS-DAYS-LEFT = WS-EXPIRY-DAYS - WS-TODAY-DAYS.
053200
053300     IF WS-DAYS-LEFT > WS-PERMIT-WINDOW
053400         GO TO 2600-EXIT
053500     END-IF.
053600
053700     IF WS-PMT-COUNT >= 500
053800         DISPLAY 'DCJB8BIF - PERMIT TABLE FULL'
053900         GO TO 9999-ABEND
054000     END-IF.
054100
054200     ADD 1 TO WS-PMT-COUNT.
054300     MOVE STU-NUMBER TO WS-PMT-STU-NUMBER(WS-PMT-COUNT).
054400     MOVE STU-NAME TO WS-PMT-NAME(WS-PMT-COUNT).
054500     MOVE PRF-PERMIT-EXPIRY TO WS-PMT-EXPIRY(WS-PMT-COUNT).
054600     MOVE WS-DAYS-LEFT TO WS-PMT-DAYS-LEFT(WS-PMT-COUNT).
054700
054800     IF WS-DAYS-LEFT < 0
054900         ADD 1 TO WS-EXPIRED-COUNT
055000     ELSE
055100         ADD 1 TO WS-EXPIRING-COUNT
055200     END-IF.
055300
055400 2600-EXIT.
055500     EXIT.
055600
055700*    WS-DT-DATE (YYYYMMDD) TO ITS DAY OF THE YEAR IN WS-DT-DDD,
055800*    WITH FEBRUARY 29 COUNTED IN A LEAP YEAR.
055900 2700-DATE-TO-DAY-OF-YEAR.
056000
056100     MOVE 'N' TO WS-DT-LEAP-SW.
056200     DIVIDE WS-DT-YYYY BY 4 GIVING WS-DT-QUOT
056300         REMAINDER WS-DT-REM.
056400     IF WS-DT-REM = 0
056500         MOVE 'Y' TO WS-DT-LEAP-SW
056600         DIVIDE WS-DT-YYYY BY 100 GIVING WS-DT-QUOT
056700             REMAINDER WS-DT-REM
056800         IF WS-DT-REM = 0
056900             MOVE 'N' TO WS-DT-LEAP-SW
057000             DIVIDE WS-DT-YYYY BY 400 GIVING WS-DT-QUOT
057100                 REMAINDER WS-DT-REM
057200             IF WS-DT-REM = 0
057300                 MOVE 'Y' TO WS-DT-LEAP-SW
057400             END-IF
057500         END-IF
057600     END-IF.
057700
057800     COMPUTE WS-DT-DDD = WS-CUM-DAYS(WS-DT-MM) + WS-DT-DD.
057900     IF WS-DT-LEAP-YEAR AND (WS-DT-MM > 2)
058000         ADD 1 TO WS-DT-DDD
058100     END-IF.
058200
058300 2700-EXIT.
058400     EXIT.
058500
058600*----------------------------------------------------------------
058700* ONE PASS OF STUJRNL FOR THE UNDER-LOAD STUDENTS. EACH IMAGE OF
058800* ONE OF THEM FOR THE TERM THEY ARE IN IS COMPARED WITH THE
058900* IMAGE BEFORE IT; A CHANGE TO THE COURSE SLOTS IS A SCHEDULE
059000* CHANGE, AND THE LOAD AFTER IT IS WORKED OUT. A CHANGE THAT
059100* LEFT THE STUDENT FULL TIME CLEARS THE CHANGES KEPT SO FAR, SO
059200* WHAT IS LEFT AT THE END IS WHAT TOOK THEM UNDER THE LINE.
059300*----------------------------------------------------------------
059400 4000-SCAN-JOURNAL.
059500
059600     OPEN INPUT STUJRNL-FILE.
059700     IF NOT WS-JRNL-OK
059800         DISPLAY 'DCJB8BIF - STUJRNL OPEN FAILED, STATUS = '
059900             WS-JRNL-STATUS
060000         GO TO 9999-ABEND
060100     END-IF.
060200
060300     PERFORM 4900-READ-JOURNAL THRU 4900-EXIT.
060400     PERFORM 4100-APPLY-ENTRY THRU 4100-EXIT
060500         UNTIL WS-JRNL-EOF.
060600
060700     CLOSE STUJRNL-FILE.
060800
060900 4000-EXIT.
061000     EXIT.
061100
061200 4100-APPLY-ENTRY.
061300
061400     IF JRN-DELETE
061500         GO TO 4100-NEXT
061600     END-IF.
061700
061800     PERFORM 4150-FIND-STUDENT THRU 4150-EXIT.
061900     IF WS-UND-FOUND = 0
062000         GO TO 4100-NEXT
062100     END-IF.
062200
062300     MOVE JRN-RECORD-IMAGE TO STUFILE-RECORD.
062400     IF STU-TERM NOT = WS-UND-TERM(WS-UND-FOUND)
062500         GO TO 4100-NEXT
062600     END-IF.
062700
062800*    THE FIRST IMAGE OF THE TERM ONLY SETS WHERE THE SCHEDULE
062900*    STOOD - THERE IS NOTHING BEFORE IT TO COMPARE WITH.
063000     IF NOT WS-UND-PREV-SEEN(WS-UND-FOUND)
063100         GO TO 4100-KEEP-IMAGE
063200     END-IF.
063300
063400     PERFORM 4200-COMPARE-SCHEDULE THRU 4200-EXIT.
063500     IF (WS-DROPPED-COURSE = SPACES) AND
063600        (WS-ADDED-COURSE = SPACES)
063700         GO TO 4100-NEXT
063800     END-IF.
063900
064000     PERFORM 2300-SUM-CREDITS THRU 2300-EXIT.
064100     IF WS-CREDITS < 9
064200         PERFORM 4400-KEEP-CHANGE THRU 4400-EXIT
064300     ELSE
064400         MOVE 0 TO WS-UND-CHG-TOTAL(WS-UND-FOUND)
064500         MOVE 0 TO WS-UND-CHG-COUNT(WS-UND-FOUND)
064600     END-IF.
064700
064800 4100-KEEP-IMAGE.
064900
065000     MOVE 'Y' TO WS-UND-PREV-SW(WS-UND-FOUND).
065100     PERFORM 4160-KEEP-ONE-SLOT THRU 4160-EXIT
065200         VARYING WS-SLOT-IDX FROM 1 BY 1
065300         UNTIL WS-SLOT-IDX > 10.
065400
065500 4100-NEXT.
065600
065700     PERFORM 4900-READ-JOURNAL THRU 4900-EXIT.
065800
065900 4100-EXIT.
066000     EXIT.
066100
066200 4150-FIND-STUDENT.
066300
066400     MOVE 0 TO WS-UND-FOUND.
066500     PERFORM 4155-MATCH-ONE-STUDENT THRU 4155-EXIT
066600         VARYING WS-UND-IDX FROM 1 BY 1
066700         UNTIL (WS-UND-IDX > WS-UND-COUNT)
066800            OR (WS-UND-FOUND NOT = 0).
066900
067000 4150-EXIT.
067100     EXIT.
067200
067300 4155-MATCH-ONE-STUDENT.
067400
067500     IF WS-UND-STU-NUMBER(WS-UND-IDX) = JRN-STU-NUMBER
067600         MOVE WS-UND-IDX TO WS-UND-FOUND
067700     END-IF.
067800
067900 4155-EXIT.
068000     EXIT.
068100
068200 4160-KEEP-ONE-SLOT.
068300
068400     MOVE STU-COURSE-TABLE(WS-SLOT-IDX)
068500         TO WS-UND-PREV-COURSE(WS-UND-FOUND WS-SLOT-IDX).
068600
068700 4160-EXIT.
068800     EXIT.
068900
069000*    THE SLOTS ARE COMPARED AS SETS - A COURSE THAT ONLY MOVED TO
069100*    ANOTHER SLOT IS NOT A CHANGE.
069200 4200-COMPARE-SCHEDULE.
069300
069400     MOVE SPACES TO WS-DROPPED-COURSE.
069500     MOVE SPACES TO WS-ADDED-COURSE.
069600
069700     PERFORM 4210-LOOK-FOR-DROP THRU 4210-EXIT
069800         VARYING WS-CMP-IDX FROM 1 BY 1
069900         UNTIL (WS-CMP-IDX > 10)
070000            OR (WS-DROPPED-COURSE NOT = SPACES).
070100
070200     PERFORM 4230-LOOK-FOR-ADD THRU 4230-EXIT
070300         VARYING WS-CMP-IDX FROM 1 BY 1
070400         UNTIL (WS-CMP-IDX > 10)
070500            OR (WS-ADDED-COURSE NOT = SPACES).
070600
070700 4200-EXIT.
070800     EXIT.
070900
071000 4210-LOOK-FOR-DROP.
071100
071200     IF WS-UND-PREV-COURSE(WS-UND-FOUND WS-CMP-IDX) = SPACES
071300         GO TO 4210-EXIT
071400     END-IF.
071500
071600     MOVE 'N' TO WS-MATCH-SW.
071700     PERFORM 4220-MATCH-NEW-SLOT THRU 4220-EXIT
071800         VARYING WS-CMP-JDX FROM 1 BY 1
071900         UNTIL (WS-CMP-JDX > 10) OR (WS-MATCHED).
072000
072100     IF NOT WS-MATCHED
072200         MOVE WS-UND-PREV-COURSE(WS-UND-FOUND WS-CMP-IDX)
072300             TO WS-DROPPED-COURSE
072400     END-IF.
072500
072600 4210-EXIT.
072700     EXIT.
072800
072900 4220-MATCH-NEW-SLOT.
073000
073100     IF STU-COURSE-TABLE(WS-CMP-JDX) =
073200        WS-UND-PREV-COURSE(WS-UND-FOUND WS-CMP-IDX)
073300         MOVE 'Y' TO WS-MATCH-SW
073400     END-IF.
073500
073600 4220-EXIT.
073700     EXIT.
073800
073900 4230-LOOK-FOR-ADD.
074000
074100     IF STU-COURSE-TABLE(WS-CMP-IDX) = SPACES
074200         GO TO 4230-EXIT
074300     END-IF.
074400
074500     MOVE 'N' TO WS-MATCH-SW.
074600     PERFORM 4240-MATCH-OLD-SLOT THRU 4240-EXIT
074700         VARYING WS-CMP-JDX FROM 1 BY 1
074800         UNTIL (WS-CMP-JDX > 10) OR (WS-MATCHED).
074900
075000     IF NOT WS-MATCHED
075100         MOVE STU-COURSE-TABLE(WS-CMP-IDX) TO WS-ADDED-COURSE
075200     END-IF.
075300
075400 4230-EXIT.
075500     EXIT.
075600
075700 4240-MATCH-OLD-SLOT.
075800
075900     IF WS-UND-PREV-COURSE(WS-UND-FOUND WS-CMP-JDX) =
076000        STU-COURSE-TABLE(WS-CMP-IDX)
076100         MOVE 'Y' TO WS-MATCH-SW
076200     END-IF.
076300
076400 4240-EXIT.
076500     EXIT.
076600
076700*    KEEPS THE LATEST FIVE CHANGES - WHEN ALL FIVE ARE IN USE THE
076800*    OLDEST SLIDES OFF AND IS ONLY COUNTED.
076900 4400-KEEP-CHANGE.
077000
077100     ADD 1 TO WS-UND-CHG-TOTAL(WS-UND-FOUND).
077200
077300     IF WS-UND-CHG-COUNT(WS-UND-FOUND) >= 5
077400         PERFORM 4410-SLIDE-ONE-CHANGE THRU 4410-EXIT
077500             VARYING WS-CHG-IDX FROM 1 BY 1
077600             UNTIL WS-CHG-IDX > 4
077700     ELSE
077800         ADD 1 TO WS-UND-CHG-COUNT(WS-UND-FOUND)
077900     END-IF.
078000
078100     MOVE WS-UND-CHG-COUNT(WS-UND-FOUND) TO WS-CHG-IDX.
078200     COMPUTE WS-UND-CHG-DATE(WS-UND-FOUND WS-CHG-IDX) =
078300         JRN-DATE + 1900000.
078400     MOVE JRN-TRANSID
078500         TO WS-UND-CHG-TRANSID(WS-UND-FOUND WS-CHG-IDX).
078600     MOVE JRN-OPERID
078700         TO WS-UND-CHG-OPERID(WS-UND-FOUND WS-CHG-IDX).
078800     MOVE WS-DROPPED-COURSE
078900         TO WS-UND-CHG-DROPPED(WS-UND-FOUND WS-CHG-IDX).
079000     MOVE WS-ADDED-COURSE
079100         TO WS-UND-CHG-ADDED(WS-UND-FOUND WS-CHG-IDX).
079200     MOVE WS-CREDITS TO WS-UND-CHG-LOAD(WS-UND-FOUND WS-CHG-IDX).
079300
079400 4400-EXIT.
079500     EXIT.
079600
079700 4410-SLIDE-ONE-CHANGE.
079800
079900     MOVE WS-UND-CHG(WS-UND-FOUND WS-CHG-IDX + 1)
080000         TO WS-UND-CHG(WS-UND-FOUND WS-CHG-IDX).
080100
080200 4410-EXIT.
080300     EXIT.
080400
080500 4900-READ-JOURNAL.
080600
080700     READ STUJRNL-FILE
080800         AT END
080900             MOVE 'Y' TO WS-JRNL-EOF-SW
081000             GO TO 4900-EXIT
081100     END-READ.
081200
081300     ADD 1 TO WS-JRNL-READ-COUNT.
081400
081500 4900-EXIT.
081600     EXIT.
081700
081800*----------------------------------------------------------------
081900* THE REPORT - THE UNDER-LOAD STUDENTS WITH THEIR CHANGES, THEN
082000* THE PERMITS, THEN THE COUNTS. EVERY LINE GOES TO PRINT AND
082100* INTO RPTFILE UNDER THIS PROGRAM'S NAME AND TODAY'S DATE.
082200*----------------------------------------------------------------
082300 5000-PRINT-REPORT.
082400
082500     MOVE WS-CURR-DATE TO RPT-HDG1-DATE.
082600     MOVE RPT-HEADING-1 TO RPT-LINE.
082700     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
082800
082900     MOVE 'STUDENTS UNDER FULL-TIME LOAD (UNDER 9 CREDIT HOURS)'
083000         TO RPT-SEC-TEXT.
083100     MOVE RPT-SECTION-LINE TO RPT-LINE.
083200     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
083300
083400     IF WS-UND-COUNT = 0
083500         MOVE 'NONE' TO RPT-NTE-TEXT
083600         MOVE RPT-NOTE-LINE TO RPT-LINE
083700         PERFORM 6500-PUT-LINE THRU 6500-EXIT
083800     ELSE
083900         MOVE RPT-UNDER-HEADING TO RPT-LINE
084000         PERFORM 6500-PUT-LINE THRU 6500-EXIT
084100         PERFORM 5100-PRINT-ONE-STUDENT THRU 5100-EXIT
084200             VARYING WS-UND-IDX FROM 1 BY 1
084300             UNTIL WS-UND-IDX > WS-UND-COUNT
084400     END-IF.
084500
084600     MOVE 'STUDY PERMITS EXPIRING WITHIN 60 DAYS OR EXPIRED'
084700         TO RPT-SEC-TEXT.
084800     MOVE RPT-SECTION-LINE TO RPT-LINE.
084900     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
085000
085100     IF WS-PMT-COUNT = 0
085200         MOVE 'NONE' TO RPT-NTE-TEXT
085300         MOVE RPT-NOTE-LINE TO RPT-LINE
085400         PERFORM 6500-PUT-LINE THRU 6500-EXIT
085500     ELSE
085600         MOVE RPT-PERMIT-HEADING TO RPT-LINE
085700         PERFORM 6500-PUT-LINE THRU 6500-EXIT
085800         PERFORM 5300-PRINT-ONE-PERMIT THRU 5300-EXIT
085900             VARYING WS-PMT-IDX FROM 1 BY 1
086000             UNTIL WS-PMT-IDX > WS-PMT-COUNT
086100     END-IF.
086200
086300     PERFORM 5900-PRINT-TOTALS THRU 5900-EXIT.
086400
086500 5000-EXIT.
086600     EXIT.
086700
086800 5100-PRINT-ONE-STUDENT.
086900
087000     MOVE WS-UND-STU-NUMBER(WS-UND-IDX) TO RPT-UND-STU.
087100     MOVE WS-UND-NAME(WS-UND-IDX) TO RPT-UND-NAME.
087200     MOVE WS-UND-TERM(WS-UND-IDX) TO RPT-UND-TERM.
087300     MOVE WS-UND-CREDITS(WS-UND-IDX) TO RPT-UND-CREDITS.
087400     MOVE RPT-UNDER-LINE TO RPT-LINE.
087500     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
087600
087700*    NO CHANGE ON THE JOURNAL MEANS THE STUDENT WAS UNDER THE LINE
087800*    FROM THE TERM'S FIRST IMAGE ON.
087900     IF WS-UND-CHG-COUNT(WS-UND-IDX) = 0
088000         MOVE 'NO SCHEDULE CHANGE ON STUJRNL FOR THE TERM'
088100             TO RPT-NTE-TEXT
088200         MOVE RPT-NOTE-LINE TO RPT-LINE
088300         PERFORM 6500-PUT-LINE THRU 6500-EXIT
088400         GO TO 5100-EXIT
088500     END-IF.
088600
088700     IF WS-UND-CHG-TOTAL(WS-UND-IDX) >
088800        WS-UND-CHG-COUNT(WS-UND-IDX)
088900         MOVE 'EARLIER CHANGES NOT SHOWN - LATEST FIVE FOLLOW'
089000             TO RPT-NTE-TEXT
089100         MOVE RPT-NOTE-LINE TO RPT-LINE
089200         PERFORM 6500-PUT-LINE THRU 6500-EXIT
089300     END-IF.
089400
089500     PERFORM 5200-PRINT-ONE-CHANGE THRU 5200-EXIT
089600         VARYING WS-CHG-IDX FROM 1 BY 1
089700         UNTIL WS-CHG-IDX > WS-UND-CHG-COUNT(WS-UND-IDX).
089800
089900 5100-EXIT.
090000     EXIT.
090100
090200 5200-PRINT-ONE-CHANGE.
090300
090400     MOVE WS-UND-CHG-DATE(WS-UND-IDX WS-CHG-IDX) TO RPT-CHG-DATE.
090500     MOVE WS-UND-CHG-TRANSID(WS-UND-IDX WS-CHG-IDX)
090600         TO RPT-CHG-TRANSID.
090700     MOVE WS-UND-CHG-OPERID(WS-UND-IDX WS-CHG-IDX)
090800         TO RPT-CHG-OPERID.
090900     MOVE WS-UND-CHG-DROPPED(WS-UND-IDX WS-CHG-IDX)
091000         TO RPT-CHG-DROPPED.
091100     MOVE WS-UND-CHG-ADDED(WS-UND-IDX WS-CHG-IDX)
091200         TO RPT-CHG-ADDED.
091300     MOVE WS-UND-CHG-LOAD(WS-UND-IDX WS-CHG-IDX) TO RPT-CHG-LOAD.
091400     MOVE RPT-CHANGE-LINE TO RPT-LINE.
091500     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
091600
091700 5200-EXIT.
091800     EXIT.
091900
092000 5300-PRINT-ONE-PERMIT.
092100
092200     MOVE WS-PMT-STU-NUMBER(WS-PMT-IDX) TO RPT-PMT-STU.
092300     MOVE WS-PMT-NAME(WS-PMT-IDX) TO RPT-PMT-NAME.
092400     MOVE WS-PMT-EXPIRY(WS-PMT-IDX) TO RPT-PMT-EXPIRY.
092500     IF WS-PMT-DAYS-LEFT(WS-PMT-IDX) < 0
092600         MOVE 0 TO RPT-PMT-DAYS
092700         MOVE 'EXPIRED' TO RPT-PMT-NOTE
092800     ELSE
092900         MOVE WS-PMT-DAYS-LEFT(WS-PMT-IDX) TO RPT-PMT-DAYS
093000         MOVE SPACES TO RPT-PMT-NOTE
093100     END-IF.
093200     MOVE RPT-PERMIT-LINE TO RPT-LINE.
093300     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
093400
093500 5300-EXIT.
093600     EXIT.
093700
093800 5900-PRINT-TOTALS.
093900
094000     MOVE '0' TO RPT-TOT-CC.
094100     MOVE 'INTERNATIONAL STUDENTS  . . .' TO RPT-TOT-TEXT.
094200     MOVE WS-INTL-COUNT TO RPT-TOT-COUNT.
094300     MOVE RPT-TOTAL-LINE TO RPT-LINE.
094400     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
094500
094600     MOVE ' ' TO RPT-TOT-CC.
094700     MOVE 'UNDER FULL-TIME LOAD  . . . .' TO RPT-TOT-TEXT.
094800     MOVE WS-UND-COUNT TO RPT-TOT-COUNT.
094900     MOVE RPT-TOTAL-LINE TO RPT-LINE.
095000     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
095100
095200     MOVE 'PERMITS EXPIRING IN 60 DAYS .' TO RPT-TOT-TEXT.
095300     MOVE WS-EXPIRING-COUNT TO RPT-TOT-COUNT.
095400     MOVE RPT-TOTAL-LINE TO RPT-LINE.
095500     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
095600
095700     MOVE 'PERMITS ALREADY EXPIRED . . .' TO RPT-TOT-TEXT.
095800     MOVE WS-EXPIRED-COUNT TO RPT-TOT-COUNT.
095900     MOVE RPT-TOTAL-LINE TO RPT-LINE.
096000     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
096100
096200     MOVE 'NO PERMIT EXPIRY ON FILE  . .' TO RPT-TOT-TEXT.
096300     MOVE WS-NO-PERMIT-COUNT TO RPT-TOT-COUNT.
096400     MOVE RPT-TOTAL-LINE TO RPT-LINE.
096500     PERFORM 6500-PUT-LINE THRU 6500-EXIT.
096600
096700 5900-EXIT.
096800     EXIT.
096900
097000 6500-PUT-LINE.
097100
097200     WRITE RPT-LINE.
097300
097400     ADD 1 TO WS-RPT-LINE-NO.
097500     MOVE 'DCJB8BIF' TO RPT-TYPE.
097600     MOVE WS-RUN-CYYDDD TO RPT-RUN-DATE.
097700     MOVE WS-RPT-LINE-NO TO RPT-LINE-NO.
097800     MOVE RPT-LINE(1:110) TO RPT-TEXT.
097900     WRITE RPTFILE-RECORD
098000         INVALID KEY
098100             REWRITE RPTFILE-RECORD
098200     END-WRITE.
098300
098400 6500-EXIT.
098500     EXIT.
098600
098700 3000-TERMINATE.
098800
098900     MOVE WS-RUN-CYYDDD TO BCT-RUN-DATE.
099000     MOVE 'DCJB8BIF' TO BCT-JOB.
099100     READ BATCHCTL-FILE
099200         INVALID KEY
099300             GO TO 3000-CLOSE
099400     END-READ.
099500
099600     SET BCT-DONE TO TRUE.
099700     ACCEPT WS-BCT-TIME FROM TIME.
099800     MOVE WS-BCT-TIME(1:7) TO BCT-END-TIME.
099900     MOVE WS-UND-COUNT TO BCT-TOTAL.
100000     REWRITE BATCHCTL-RECORD.
100100
100200 3000-CLOSE.
100300
100400     CLOSE STUFILE CRSFILE PRFFILE.
100500     CLOSE IFC-RPT.
100600     CLOSE RPT-FILE.
100700     CLOSE BATCHCTL-FILE.
100800
100900     DISPLAY 'DCJB8BIF - INTERNATIONAL = ' WS-INTL-COUNT
101000         ' UNDER LOAD = ' WS-UND-COUNT
101100         ' PERMITS LISTED = ' WS-PMT-COUNT.
101200     DISPLAY 'DCJB8BIF - STUJRNL ENTRIES READ = '
101300         WS-JRNL-READ-COUNT.
101400
101500 3000-EXIT.
101600     EXIT.
101700
101800 9999-ABEND.
101900
102000     MOVE 16 TO RETURN-CODE.
102100     GOBACK.
102200
102300 END PROGRAM DCJB8BIF.
