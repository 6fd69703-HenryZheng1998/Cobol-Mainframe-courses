000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BBR.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - BILLING VERSUS ENROLLMENT
001100*                RECONCILIATION. A COURSE ADDED OR DROPPED ON
001200*                DCJB8PGU OR DCJB8WSE AFTER DCJB8BTA HAS RUN
001300*                LEAVES THE ASSESS ROW OUT OF STEP WITH THE
001400*                SCHEDULE. THIS JOB PRICES EVERY ACTIVE
001500*                STUDENT'S CURRENT SCHEDULE EXACTLY AS DCJB8BTA
001600*                DOES (CRSFILE FEE THROUGH THE FEEFILE CATEGORY
001700*                TABLE) AND COMPARES IT WITH THE ASSESS ROW,
001800*                THEN SWEEPS ASSESS FOR TERM ROWS WHOSE STUDENT
001900*                NO LONGER CARRIES COURSES. UNDER-BILLED,
002000*                OVER-BILLED, ENROLLED-NOT-ASSESSED AND
002100*                ASSESSED-WITHOUT-COURSES STUDENTS ARE LISTED
002200*                BY CAMPUS WITH THE CORRECTION AMOUNT AND A
002300*                SUBTOTAL PER CAMPUS. REPORT ONLY - NOTHING IS
002400*                UPDATED, SO THERE IS NO QUIESCE GATE. RC 4
002500*                WHEN ANY EXCEPTION IS LISTED.
002510* 10/15/26  HZ   ASSESS RECORD NOW 38 BYTES - CARRIES THE FEES
002520*                THE GL ALREADY HOLDS.
002600*----------------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500
003600*    WALKED IN KEY ORDER FOR THE PRICING PASS, THEN READ BY KEY
003700*    FOR EACH ASSESS ROW IN THE SWEEP.
003800     SELECT STUFILE ASSIGN TO STUFILE
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS STU-NUMBER
004200         FILE STATUS IS WS-STUFILE-STATUS.
004300
004400     SELECT CRSFILE ASSIGN TO CRSFILE
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS CRS-CODE
004800         FILE STATUS IS WS-CRSFILE-STATUS.
004900
005000*    DIFFERENTIAL-FEE RATE TABLE - SEE FEECREC.
005100     SELECT FEE-FILE ASSIGN TO FEEFILE
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS FEE-KEY
005500         FILE STATUS IS WS-FEEFILE-STATUS.
005600
005700*    READ BY KEY AGAINST EACH PRICED STUDENT, THEN WALKED FROM
005800*    THE TOP FOR ROWS NO STUDENT ACCOUNTS FOR.
005900     SELECT ASSESS-FILE ASSIGN TO ASSESS
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS ASM-KEY
006300         FILE STATUS IS WS-ASSESS-STATUS.
006400
006500     SELECT RECON-RPT ASSIGN TO RECONRPT
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-RECRPT-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100
007200 FD  STUFILE
007300     LABEL RECORDS ARE STANDARD
007400     RECORD CONTAINS 227 CHARACTERS
007500     DATA RECORD IS STUFILE-RECORD.
007600
007700*    STUFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
007800     COPY 'STUREC'.
007900
008000 FD  CRSFILE
008100     LABEL RECORDS ARE STANDARD
008200     RECORD CONTAINS 242 CHARACTERS
008300     DATA RECORD IS CRSFILE-RECORD.
008400
008500*    CRSFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
008600     COPY 'CRSREC'.
008700
008800 FD  FEE-FILE
008900     LABEL RECORDS ARE STANDARD
009000     RECORD CONTAINS 25 CHARACTERS
009100     DATA RECORD IS FEEFILE-RECORD.
009200
009300*    FEEFILE RECORD LAYOUT - THE DIFFERENTIAL RATE TABLE.
009400     COPY 'FEECREC'.
009500
009600 FD  ASSESS-FILE
009700     LABEL RECORDS ARE STANDARD
009800     RECORD CONTAINS 38 CHARACTERS
009900     DATA RECORD IS ASSESS-RECORD.
010000
010100*    ASSESS RECORD LAYOUT - SHARED WITH THE PAYMENT SIDE.
010200     COPY 'ASSESREC'.
010300
010400 FD  RECON-RPT
010500     LABEL RECORDS ARE STANDARD
010600     RECORD CONTAINS 133 CHARACTERS
010700     DATA RECORD IS RPT-LINE.
010800 01  RPT-LINE                        PIC X(133).
010900
011000 WORKING-STORAGE SECTION.
011100
011200 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
011300     88 WS-STUFILE-OK                    VALUE '00'.
011400
011500 01  WS-CRSFILE-STATUS               PIC X(2) VALUE SPACES.
011600     88 WS-CRSFILE-OK                    VALUE '00'.
011700
011800 01  WS-FEEFILE-STATUS               PIC X(2) VALUE SPACES.
011900     88 WS-FEEFILE-OK                    VALUE '00'.
012000
012100 01  WS-ASSESS-STATUS                PIC X(2) VALUE SPACES.
012200     88 WS-ASSESS-OK                     VALUE '00'.
012300
012400 01  WS-RECRPT-STATUS                PIC X(2) VALUE SPACES.
012500     88 WS-RECRPT-OK                     VALUE '00'.
012600
012700 01  WS-SWITCHES.
012800     05 WS-STU-EOF-SW                PIC X(1) VALUE 'N'.
012900         88 WS-STU-EOF                    VALUE 'Y'.
013000     05 WS-ASM-EOF-SW                PIC X(1) VALUE 'N'.
013100         88 WS-ASM-EOF                    VALUE 'Y'.
013200
013300 01  WS-RUN-TERM                     PIC X(5) VALUE SPACES.
013400
013500 77  WS-SLOT-IDX                     PIC S9(2) COMP VALUE 0.
013600 77  WS-PRICED-COUNT                 PIC S9(7) COMP VALUE 0.
013700 77  WS-BALANCED-COUNT               PIC S9(7) COMP VALUE 0.
013800 77  WS-ASM-TERM-COUNT               PIC S9(7) COMP VALUE 0.
013900
014000* THE SCHEDULE AS DCJB8BTA WOULD PRICE IT TODAY - SAME FIELDS,
014100* SAME CATEGORY RULE (BLANK COUNTS AS 'D').
014200 01  WS-STUDENT-TOTAL                PIC 9(7)V99 VALUE 0.
014300 01  WS-COURSES-BILLED               PIC 9(2) VALUE 0.
014400 01  WS-FEE-CAT                      PIC X(1) VALUE 'D'.
014500 01  WS-THIS-FEE                     PIC 9(7)V99 VALUE 0.
014600 01  WS-ASM-CAT                      PIC X(1) VALUE 'D'.
014700
014800* EXCEPTION TYPES - THE KEY DIGIT ORDERS THEM WITHIN A CAMPUS.
014900 01  WS-TYPE-NAMES.
015000     05 FILLER                       PIC X(24) VALUE
015100            'UNDER-BILLED'.
015200     05 FILLER                       PIC X(24) VALUE
015300            'OVER-BILLED'.
015400     05 FILLER                       PIC X(24) VALUE
015500            'ENROLLED - NO ASSESSMENT'.
015600     05 FILLER                       PIC X(24) VALUE
015700            'ASSESSED - NO COURSES'.
015800 01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
015900     05 WS-TYPE-NAME                 PIC X(24) OCCURS 4 TIMES.
016000 77  WS-TYPE-IDX                     PIC S9(2) COMP VALUE 0.
016100
016200* THE EXCEPTION BEING BUILT, THEN HELD IN THE TABLE BELOW.
016300 01  WS-EXC-NEW.
016400     05 WS-EXN-KEY.
016500         10 WS-EXN-CAMPUS            PIC X(3).
016600         10 WS-EXN-TYPE              PIC 9(1).
016700         10 WS-EXN-STU               PIC X(7).
016800     05 WS-EXN-NAME                  PIC X(20).
016900     05 WS-EXN-EXPECTED              PIC S9(7)V99.
017000     05 WS-EXN-ASSESSED              PIC S9(7)V99.
017100     05 WS-EXN-AMOUNT                PIC S9(7)V99.
017200     05 WS-EXN-NOTE                  PIC X(24).
017300 01  WS-NOTE-WAS                     PIC 9(2) VALUE 0.
017400 01  WS-NOTE-NOW                     PIC 9(2) VALUE 0.
017500
017600* EXCEPTIONS, HELD IN CAMPUS / TYPE / STUDENT ORDER AND
017700* INSERTION-SORTED AS THEY ARRIVE - THE SHOP'S SUBSTITUTE FOR A
017800* SORT STEP.
017900 01  WS-EXC-COUNT                    PIC S9(4) COMP VALUE 0.
018000 01  WS-EXC-TABLE.
018100     05 WS-EXC-ENTRY OCCURS 3000 TIMES.
018200         10 WS-EXC-KEY.
018300             15 WS-EXC-CAMPUS        PIC X(3).
018400             15 WS-EXC-TYPE          PIC 9(1).
018500             15 WS-EXC-STU           PIC X(7).
018600         10 WS-EXC-NAME              PIC X(20).
018700         10 WS-EXC-EXPECTED          PIC S9(7)V99.
018800         10 WS-EXC-ASSESSED          PIC S9(7)V99.
018900         10 WS-EXC-AMOUNT            PIC S9(7)V99.
019000         10 WS-EXC-NOTE              PIC X(24).
019100 77  WS-EXC-IDX                      PIC S9(4) COMP VALUE 0.
019200 77  WS-INS-AT                       PIC S9(4) COMP VALUE 0.
019300
019400* CORRECTION TOTALS BY EXCEPTION TYPE - FOR THE CAMPUS BEING
019500* PRINTED AND FOR THE WHOLE RUN.
019600 01  WS-PREV-CAMPUS                  PIC X(3) VALUE HIGH-VALUES.
019700 01  WS-CAMPUS-TOTALS.
019800     05 WS-CMP-ENTRY OCCURS 4 TIMES.
019900         10 WS-CMP-COUNT             PIC S9(7) COMP.
020000         10 WS-CMP-AMOUNT            PIC S9(9)V99.
020100 01  WS-GRAND-TOTALS.
020200     05 WS-GRD-ENTRY OCCURS 4 TIMES.
020300         10 WS-GRD-COUNT             PIC S9(7) COMP.
020400         10 WS-GRD-AMOUNT            PIC S9(9)V99.
020500 01  WS-NET-COUNT                    PIC S9(7) COMP VALUE 0.
020600 01  WS-NET-AMOUNT                   PIC S9(9)V99 VALUE 0.
020700
020800 77  WS-LINE-COUNT                   PIC S9(3) COMP VALUE 99.
020900 77  WS-MAX-LINES                    PIC S9(3) COMP VALUE 55.
021000 77  WS-PAGE-COUNT                   PIC S9(3) COMP VALUE 0.
021100
021200 01  RPT-HEADING-1.
021300     05 RPT-HDG1-CC                  PIC X(1) VALUE '1'.
021400     05 FILLER                       PIC X(4) VALUE SPACES.
021500     05 FILLER                       PIC X(45) VALUE
021600            'BILLING VS ENROLLMENT RECONCILIATION - TERM: '.
021700     05 RPT-HDG1-TERM                PIC X(5).
021800     05 FILLER                       PIC X(4) VALUE SPACES.
021900     05 FILLER                       PIC X(8) VALUE 'CAMPUS: '.
022000     05 RPT-HDG1-CAMPUS              PIC X(3).
022100     05 FILLER                       PIC X(48) VALUE SPACES.
022200     05 FILLER                       PIC X(5) VALUE 'PAGE '.
022300     05 RPT-HDG1-PAGE                PIC ZZ9.
022400     05 FILLER                       PIC X(7) VALUE SPACES.
022500
022600 01  RPT-HEADING-2.
022700     05 RPT-HDG2-CC                  PIC X(1) VALUE '0'.
022800     05 FILLER                       PIC X(4) VALUE SPACES.
022900     05 FILLER                       PIC X(9) VALUE 'STUDENT'.
023000     05 FILLER                       PIC X(22) VALUE 'NAME'.
023100     05 FILLER                       PIC X(26) VALUE 'EXCEPTION'.
023200     05 FILLER                       PIC X(14) VALUE 'PRICED NOW'.
023300     05 FILLER                       PIC X(14) VALUE 'ASSESSED'.
023400     05 FILLER                       PIC X(15) VALUE 'CORRECTION'.
023500     05 FILLER                       PIC X(28) VALUE 'NOTE'.
023600
023700 01  RPT-DETAIL-LINE.
023800     05 RPT-DTL-CC                   PIC X(1) VALUE ' '.
023900     05 FILLER                       PIC X(4) VALUE SPACES.
024000     05 RPT-DTL-STU                  PIC X(7).
024100     05 FILLER                       PIC X(2) VALUE SPACES.
024200     05 RPT-DTL-NAME                 PIC X(20).
024300     05 FILLER                       PIC X(2) VALUE SPACES.
024400     05 RPT-DTL-TYPE                 PIC X(24).
024500     05 FILLER                       PIC X(2) VALUE SPACES.
024600     05 RPT-DTL-EXPECTED             PIC Z,ZZZ,ZZ9.99.
024700     05 FILLER                       PIC X(2) VALUE SPACES.
024800     05 RPT-DTL-ASSESSED             PIC Z,ZZZ,ZZ9.99.
024900     05 FILLER                       PIC X(2) VALUE SPACES.
025000     05 RPT-DTL-AMOUNT               PIC Z,ZZZ,ZZ9.99-.
025100     05 FILLER                       PIC X(2) VALUE SPACES.
025200     05 RPT-DTL-NOTE                 PIC X(24).
025300     05 FILLER                       PIC X(4) VALUE SPACES.
025400
025500* ONE LINE PER EXCEPTION TYPE UNDER A CAMPUS (AND FOR THE RUN),
025600* THEN THE NET CORRECTION ON THE SAME LINE SHAPE.
025700 01  RPT-TOTAL-LINE.
025800     05 RPT-TOT-CC                   PIC X(1) VALUE ' '.
025900     05 FILLER                       PIC X(4) VALUE SPACES.
026000     05 RPT-TOT-SCOPE                PIC X(14).
026100     05 FILLER                       PIC X(2) VALUE SPACES.
026200     05 RPT-TOT-LABEL                PIC X(24).
026300     05 FILLER                       PIC X(2) VALUE SPACES.
026400     05 RPT-TOT-COUNT                PIC ZZZ,ZZ9.
026500     05 FILLER                       PIC X(2) VALUE SPACES.
026600     05 RPT-TOT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
026700     05 FILLER                       PIC X(62) VALUE SPACES.
026800
026900 01  RPT-CONTROL-LINE.
027000     05 RPT-CTL-CC                   PIC X(1) VALUE ' '.
027100     05 FILLER                       PIC X(4) VALUE SPACES.
027200     05 RPT-CTL-LABEL                PIC X(40).
027300     05 RPT-CTL-COUNT                PIC ZZZ,ZZ9.
027400     05 FILLER                       PIC X(81) VALUE SPACES.
027500
027600 01  RPT-NONE-LINE.
027700     05 RPT-NONE-CC                  PIC X(1) VALUE '0'.
027800     05 FILLER                       PIC X(4) VALUE SPACES.
027900     05 FILLER                       PIC X(46) VALUE
028000            'NO EXCEPTIONS - BILLING AGREES WITH ENROLLMENT'.
028100     05 FILLER                       PIC X(82) VALUE SPACES.
028200
028300 PROCEDURE DIVISION.
028400
028500 0000-MAINLINE.
028600
028700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028800
028900     PERFORM 2000-PRICE-STUDENT THRU 2000-EXIT
029000         UNTIL WS-STU-EOF.
029100
029200     PERFORM 3000-SWEEP-ASSESS THRU 3000-EXIT.
029300
029400     PERFORM 5000-PRINT-EXCEPTIONS THRU 5000-EXIT.
029500
029600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029700
029800     GOBACK.
029900
030000 1000-INITIALIZE.
030100
030200     ACCEPT WS-RUN-TERM FROM SYSIN.
030300
030400     IF WS-RUN-TERM = SPACES
030500         DISPLAY 'DCJB8BBR - TERM PARM MISSING FROM SYSIN'
030600         GO TO 9999-ABEND
030700     END-IF.
030800
030900     OPEN INPUT STUFILE.
031000     IF NOT WS-STUFILE-OK
031100         DISPLAY 'DCJB8BBR - STUFILE OPEN FAILED, STATUS = '
031200             WS-STUFILE-STATUS
031300         GO TO 9999-ABEND
031400     END-IF.
031500
031600     OPEN INPUT CRSFILE.
031700     IF NOT WS-CRSFILE-OK
031800         DISPLAY 'DCJB8BBR - CRSFILE OPEN FAILED, STATUS = '
031900             WS-CRSFILE-STATUS
032000         GO TO 9999-ABEND
032100     END-IF.
032200
032300     OPEN INPUT FEE-FILE.
032400     IF NOT WS-FEEFILE-OK
032500         DISPLAY 'DCJB8BBR - FEEFILE OPEN FAILED, STATUS = '
032600             WS-FEEFILE-STATUS
032700         GO TO 9999-ABEND
032800     END-IF.
032900
033000     OPEN INPUT ASSESS-FILE.
033100     IF NOT WS-ASSESS-OK
033200         DISPLAY 'DCJB8BBR - ASSESS OPEN FAILED, STATUS = '
033300             WS-ASSESS-STATUS
033400         GO TO 9999-ABEND
033500     END-IF.
033600
033700     OPEN OUTPUT RECON-RPT.
033800     IF NOT WS-RECRPT-OK
033900         DISPLAY 'DCJB8BBR - RECONRPT OPEN FAILED, STATUS = '
034000             WS-RECRPT-STATUS
034100         GO TO 9999-ABEND
034200     END-IF.
034300
034400     MOVE WS-RUN-TERM TO RPT-HDG1-TERM.
034500     INITIALIZE WS-CAMPUS-TOTALS WS-GRAND-TOTALS.
034600
034700     DISPLAY 'DCJB8BBR - RECONCILIATION STARTING FOR TERM '
034800         WS-RUN-TERM.
034900
035000 1000-EXIT.
035100     EXIT.
035200
035300*----------------------------------------------------------------
035400* PRICING PASS - EVERY STUDENT DCJB8BTA WOULD BILL TODAY IS
035500* PRICED AND HELD AGAINST THE ASSESS ROW FOR THE TERM.
035600*----------------------------------------------------------------
035700 2000-PRICE-STUDENT.
035800
035900     READ STUFILE NEXT RECORD
036000         AT END
036100             MOVE 'Y' TO WS-STU-EOF-SW
036200             GO TO 2000-EXIT
036300     END-READ.
036400
036500     IF (NOT STU-ACTIVE) OR (STU-TERM NOT = WS-RUN-TERM) OR
036600        (STU-COURSE-COUNT = 0)
036700         GO TO 2000-EXIT
036800     END-IF.
036900
037000     ADD 1 TO WS-PRICED-COUNT.
037100     MOVE 0 TO WS-STUDENT-TOTAL.
037200     MOVE 0 TO WS-COURSES-BILLED.
037300
037400     IF (STU-FEE-CAT = SPACES) OR (STU-FEE-CAT = LOW-VALUES)
037500         MOVE 'D' TO WS-FEE-CAT
037600     ELSE
037700         MOVE STU-FEE-CAT TO WS-FEE-CAT
037800     END-IF.
037900
038000     PERFORM 4100-PRICE-COURSE THRU 4100-EXIT
038100         VARYING WS-SLOT-IDX FROM 1 BY 1
038200         UNTIL WS-SLOT-IDX > 10.
038300
038400     PERFORM 2100-COMPARE-ASSESSMENT THRU 2100-EXIT.
038500
038600 2000-EXIT.
038700     EXIT.
038800
038900 2100-COMPARE-ASSESSMENT.
039000
039100     MOVE SPACES TO WS-EXC-NEW.
039200     PERFORM 2200-STUDENT-CAMPUS THRU 2200-EXIT.
039300     MOVE STU-NUMBER TO WS-EXN-STU.
039400     MOVE STU-NAME TO WS-EXN-NAME.
039500     MOVE WS-STUDENT-TOTAL TO WS-EXN-EXPECTED.
039600
039700     MOVE STU-NUMBER TO ASM-STU-NUMBER.
039800     MOVE WS-RUN-TERM TO ASM-TERM.
039900     READ ASSESS-FILE
040000         INVALID KEY
040100             MOVE 3 TO WS-EXN-TYPE
040200             MOVE 0 TO WS-EXN-ASSESSED
040300             MOVE WS-STUDENT-TOTAL TO WS-EXN-AMOUNT
040400             MOVE WS-COURSES-BILLED TO WS-NOTE-NOW
040500             STRING WS-NOTE-NOW ' COURSES NEVER BILLED'
040600                 DELIMITED BY SIZE INTO WS-EXN-NOTE
040700             PERFORM 4800-INSERT-EXCEPTION THRU 4800-EXIT
040800             GO TO 2100-EXIT
040900     END-READ.
041000
041100     IF ASM-TOTAL-FEES = WS-STUDENT-TOTAL
041200         ADD 1 TO WS-BALANCED-COUNT
041300         GO TO 2100-EXIT
041400     END-IF.
041500
041600     MOVE ASM-TOTAL-FEES TO WS-EXN-ASSESSED.
041700     COMPUTE WS-EXN-AMOUNT = WS-STUDENT-TOTAL - ASM-TOTAL-FEES.
041800     IF WS-EXN-AMOUNT > 0
041900         MOVE 1 TO WS-EXN-TYPE
042000     ELSE
042100         MOVE 2 TO WS-EXN-TYPE
042200     END-IF.
042300
042400*    SAY WHAT MOVED SINCE THE ASSESSMENT - THE SEAT COUNT FIRST,
042500*    THEN THE FEE CATEGORY, OTHERWISE A CATALOG OR RATE CHANGE.
042600     IF (ASM-FEE-CAT = SPACES) OR (ASM-FEE-CAT = LOW-VALUES)
042700         MOVE 'D' TO WS-ASM-CAT
042800     ELSE
042900         MOVE ASM-FEE-CAT TO WS-ASM-CAT
043000     END-IF.
043100
043200     IF ASM-COURSE-COUNT NOT = WS-COURSES-BILLED
043300         MOVE ASM-COURSE-COUNT TO WS-NOTE-WAS
043400         MOVE WS-COURSES-BILLED TO WS-NOTE-NOW
043500         STRING 'COURSES WAS ' WS-NOTE-WAS ' NOW ' WS-NOTE-NOW
043600             DELIMITED BY SIZE INTO WS-EXN-NOTE
043700     ELSE
043800         IF WS-ASM-CAT NOT = WS-FEE-CAT
043900             STRING 'FEE CATEGORY WAS ' WS-ASM-CAT ' NOW '
044000                 WS-FEE-CAT
044100                 DELIMITED BY SIZE INTO WS-EXN-NOTE
044200         ELSE
044300             MOVE 'CATALOG OR RATE CHANGE' TO WS-EXN-NOTE
044400         END-IF
044500     END-IF.
044600
044700     PERFORM 4800-INSERT-EXCEPTION THRU 4800-EXIT.
044800
044900 2100-EXIT.
045000     EXIT.
045100
045200 2200-STUDENT-CAMPUS.
045300
045400     IF (STU-CAMPUS = SPACES) OR (STU-CAMPUS = LOW-VALUES)
045500         MOVE '---' TO WS-EXN-CAMPUS
045600     ELSE
045700         MOVE STU-CAMPUS TO WS-EXN-CAMPUS
045800     END-IF.
045900
046000 2200-EXIT.
046100     EXIT.
046200
046300*----------------------------------------------------------------
046400* ASSESS SWEEP - A ROW FOR THE RUN TERM WHOSE STUDENT WAS NOT
046500* PRICED ABOVE (GONE, INACTIVE, MOVED TERM OR NO SEATS LEFT)
046600* IS BILLING FOR COURSES THE STUDENT DOES NOT HAVE.
046700*----------------------------------------------------------------
046800 3000-SWEEP-ASSESS.
046900
047000     MOVE LOW-VALUES TO ASM-KEY.
047100     START ASSESS-FILE KEY IS NOT LESS THAN ASM-KEY
047200         INVALID KEY
047300             MOVE 'Y' TO WS-ASM-EOF-SW
047400     END-START.
047500
047600     PERFORM 3100-CHECK-ONE-ASSESSMENT THRU 3100-EXIT
047700         UNTIL WS-ASM-EOF.
047800
047900 3000-EXIT.
048000     EXIT.
048100
048200 3100-CHECK-ONE-ASSESSMENT.
048300
048400     READ ASSESS-FILE NEXT RECORD
048500         AT END
048600             MOVE 'Y' TO WS-ASM-EOF-SW
048700             GO TO 3100-EXIT
048800     END-READ.
048900
049000     IF ASM-TERM NOT = WS-RUN-TERM
049100         GO TO 3100-EXIT
049200     END-IF.
049300
049400     ADD 1 TO WS-ASM-TERM-COUNT.
049500
049600     MOVE SPACES TO WS-EXC-NEW.
049700     MOVE 4 TO WS-EXN-TYPE.
049800     MOVE ASM-STU-NUMBER TO WS-EXN-STU.
049900     MOVE 0 TO WS-EXN-EXPECTED.
050000     MOVE ASM-TOTAL-FEES TO WS-EXN-ASSESSED.
050100     COMPUTE WS-EXN-AMOUNT = 0 - ASM-TOTAL-FEES.
050200
050300     MOVE ASM-STU-NUMBER TO STU-NUMBER.
050400     READ STUFILE
050500         INVALID KEY
050600             MOVE '???' TO WS-EXN-CAMPUS
050700             MOVE '(NOT ON STUFILE)' TO WS-EXN-NAME
050800             MOVE 'STUDENT NOT ON FILE' TO WS-EXN-NOTE
050900             PERFORM 4800-INSERT-EXCEPTION THRU 4800-EXIT
051000             GO TO 3100-EXIT
051100     END-READ.
051200
051300*    PRICED IN THE FIRST PASS - ALREADY ACCOUNTED FOR.
051400     IF (STU-ACTIVE) AND (STU-TERM = WS-RUN-TERM) AND
051500        (STU-COURSE-COUNT > 0)
051600         GO TO 3100-EXIT
051700     END-IF.
051800
051900     PERFORM 2200-STUDENT-CAMPUS THRU 2200-EXIT.
052000     MOVE STU-NAME TO WS-EXN-NAME.
052100
052200     IF NOT STU-ACTIVE
052300         STRING 'STUDENT STATUS ' STU-STATUS
052400             DELIMITED BY SIZE INTO WS-EXN-NOTE
052500     ELSE
052600         IF STU-TERM NOT = WS-RUN-TERM
052700             STRING 'NOW IN TERM ' STU-TERM
052800                 DELIMITED BY SIZE INTO WS-EXN-NOTE
052900         ELSE
053000             MOVE 'NO COURSES ON SCHEDULE' TO WS-EXN-NOTE
053100         END-IF
053200     END-IF.
053300
053400     PERFORM 4800-INSERT-EXCEPTION THRU 4800-EXIT.
053500
053600 3100-EXIT.
053700     EXIT.
053800
053900*----------------------------------------------------------------
054000* ONE COURSE SLOT AT THE PRICE DCJB8BTA WOULD CHARGE - KEEP THIS
054100* AND 4150 IN STEP WITH THE ASSESSMENT JOB.
054200*----------------------------------------------------------------
054300 4100-PRICE-COURSE.
054400
054500     IF STU-COURSE-TABLE(WS-SLOT-IDX) = SPACES
054600         GO TO 4100-EXIT
054700     END-IF.
054800
054900     MOVE STU-COURSE-TABLE(WS-SLOT-IDX) TO CRS-CODE.
055000
055100     READ CRSFILE
055200         INVALID KEY
055300             CONTINUE
055400         NOT INVALID KEY
055500             IF CRS-COURSE-FEE IS NUMERIC
055600                 MOVE CRS-COURSE-FEE TO WS-THIS-FEE
055700                 PERFORM 4150-APPLY-CATEGORY THRU 4150-EXIT
055800                 ADD WS-THIS-FEE TO WS-STUDENT-TOTAL
055900             END-IF
056000     END-READ.
056100
056200     ADD 1 TO WS-COURSES-BILLED.
056300
056400 4100-EXIT.
056500     EXIT.
056600
056700*----------------------------------------------------------------
056800* CATEGORY PRICING - THE RATE TABLE IS TRIED COURSE-SPECIFIC
056900* FIRST, THEN TERM-WIDE FOR THE CATEGORY. A FLAT OVERRIDE
057000* WINS; OTHERWISE THE STANDARD FEE TIMES THE MULTIPLIER. NO
057100* ROW MEANS THE STANDARD FEE STANDS.
057200*----------------------------------------------------------------
057300 4150-APPLY-CATEGORY.
057400
057500     MOVE WS-FEE-CAT TO FEE-CAT.
057600     MOVE WS-RUN-TERM TO FEE-TERM.
057700     MOVE STU-COURSE-TABLE(WS-SLOT-IDX) TO FEE-COURSE.
057800     READ FEE-FILE
057900         INVALID KEY
058000             MOVE WS-FEE-CAT TO FEE-CAT
058100             MOVE WS-RUN-TERM TO FEE-TERM
058200             MOVE SPACES TO FEE-COURSE
058300             READ FEE-FILE
058400                 INVALID KEY
058500                     GO TO 4150-EXIT
058600             END-READ
058700     END-READ.
058800
058900     IF (FEE-FLAT-OVERRIDE IS NUMERIC) AND
059000        (FEE-FLAT-OVERRIDE > 0)
059100         MOVE FEE-FLAT-OVERRIDE TO WS-THIS-FEE
059200         GO TO 4150-EXIT
059300     END-IF.
059400
059500     IF FEE-MULTIPLIER IS NUMERIC
059600         COMPUTE WS-THIS-FEE ROUNDED =
059700             WS-THIS-FEE * FEE-MULTIPLIER
059800     END-IF.
059900
060000 4150-EXIT.
060100     EXIT.
060200
060300*----------------------------------------------------------------
060400* SORTED INSERT ON CAMPUS / EXCEPTION TYPE / STUDENT.
060500*----------------------------------------------------------------
060600 4800-INSERT-EXCEPTION.
060700
060800     IF WS-EXC-COUNT >= 3000
060900         DISPLAY 'DCJB8BBR - EXCEPTION TABLE FULL AT 3000 ROWS'
061000         GO TO 9999-ABEND
061100     END-IF.
061200
061300     MOVE WS-EXC-COUNT TO WS-EXC-IDX.
061400     ADD 1 TO WS-EXC-COUNT.
061500     PERFORM 4900-SHIFT-ONE-EXCEPTION THRU 4900-EXIT
061600         UNTIL (WS-EXC-IDX < 1)
061700            OR (WS-EXC-KEY(WS-EXC-IDX) NOT > WS-EXN-KEY).
061800
061900     COMPUTE WS-INS-AT = WS-EXC-IDX + 1.
062000     MOVE WS-EXC-NEW TO WS-EXC-ENTRY(WS-INS-AT).
062100
062200 4800-EXIT.
062300     EXIT.
062400
062500 4900-SHIFT-ONE-EXCEPTION.
062600
062700     MOVE WS-EXC-ENTRY(WS-EXC-IDX)
062800         TO WS-EXC-ENTRY(WS-EXC-IDX + 1).
062900     SUBTRACT 1 FROM WS-EXC-IDX.
063000
063100 4900-EXIT.
063200     EXIT.
063300
063400*----------------------------------------------------------------
063500* THE LISTING - A NEW PAGE PER CAMPUS, ITS EXCEPTIONS, THEN ITS
063600* SUBTOTALS. THE RUN TOTALS AND CONTROL COUNTS CLOSE THE REPORT.
063700*----------------------------------------------------------------
063800 5000-PRINT-EXCEPTIONS.
063900
064000     IF WS-EXC-COUNT = 0
064100         MOVE 'ALL' TO RPT-HDG1-CAMPUS
064200         PERFORM 7000-PAGE-HEADING THRU 7000-EXIT
064300         WRITE RPT-LINE FROM RPT-NONE-LINE
064400         ADD 2 TO WS-LINE-COUNT
064500         GO TO 5000-EXIT
064600     END-IF.
064700
064800     PERFORM 5100-PRINT-ONE-EXCEPTION THRU 5100-EXIT
064900         VARYING WS-EXC-IDX FROM 1 BY 1
065000         UNTIL WS-EXC-IDX > WS-EXC-COUNT.
065100
065200     PERFORM 5200-CAMPUS-TOTALS THRU 5200-EXIT.
065300
065400     MOVE 'ALL' TO RPT-HDG1-CAMPUS.
065500     PERFORM 7000-PAGE-HEADING THRU 7000-EXIT.
065600     MOVE 'ALL CAMPUSES' TO RPT-TOT-SCOPE.
065700     MOVE 0 TO WS-NET-COUNT.
065800     MOVE 0 TO WS-NET-AMOUNT.
065900     PERFORM 5400-PRINT-GRAND-TYPE THRU 5400-EXIT
066000         VARYING WS-TYPE-IDX FROM 1 BY 1
066100         UNTIL WS-TYPE-IDX > 4.
066200     PERFORM 5300-PRINT-NET THRU 5300-EXIT.
066300
066400 5000-EXIT.
066500     EXIT.
066600
066700 5100-PRINT-ONE-EXCEPTION.
066800
066900     IF WS-EXC-CAMPUS(WS-EXC-IDX) NOT = WS-PREV-CAMPUS
067000         IF WS-PREV-CAMPUS NOT = HIGH-VALUES
067100             PERFORM 5200-CAMPUS-TOTALS THRU 5200-EXIT
067200         END-IF
067300         MOVE WS-EXC-CAMPUS(WS-EXC-IDX) TO WS-PREV-CAMPUS
067400         MOVE WS-PREV-CAMPUS TO RPT-HDG1-CAMPUS
067500         MOVE 99 TO WS-LINE-COUNT
067600     END-IF.
067700
067800     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES
067900         PERFORM 7000-PAGE-HEADING THRU 7000-EXIT
068000     END-IF.
068100
068200     MOVE WS-EXC-TYPE(WS-EXC-IDX) TO WS-TYPE-IDX.
068300     MOVE WS-EXC-STU(WS-EXC-IDX) TO RPT-DTL-STU.
068400     MOVE WS-EXC-NAME(WS-EXC-IDX) TO RPT-DTL-NAME.
068500     MOVE WS-TYPE-NAME(WS-TYPE-IDX) TO RPT-DTL-TYPE.
068600     MOVE WS-EXC-EXPECTED(WS-EXC-IDX) TO RPT-DTL-EXPECTED.
068700     MOVE WS-EXC-ASSESSED(WS-EXC-IDX) TO RPT-DTL-ASSESSED.
068800     MOVE WS-EXC-AMOUNT(WS-EXC-IDX) TO RPT-DTL-AMOUNT.
068900     MOVE WS-EXC-NOTE(WS-EXC-IDX) TO RPT-DTL-NOTE.
069000     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
069100     ADD 1 TO WS-LINE-COUNT.
069200
069300     ADD 1 TO WS-CMP-COUNT(WS-TYPE-IDX).
069400     ADD WS-EXC-AMOUNT(WS-EXC-IDX) TO WS-CMP-AMOUNT(WS-TYPE-IDX).
069500
069600 5100-EXIT.
069700     EXIT.
069800
069900*----------------------------------------------------------------
070000* SUBTOTALS FOR THE CAMPUS JUST LISTED, ROLLED INTO THE RUN
070100* TOTALS AND CLEARED FOR THE NEXT CAMPUS.
070200*----------------------------------------------------------------
070300 5200-CAMPUS-TOTALS.
070400
070500     IF WS-LINE-COUNT + 6 > WS-MAX-LINES
070600         PERFORM 7000-PAGE-HEADING THRU 7000-EXIT
070700     END-IF.
070800
070900     MOVE SPACES TO RPT-TOT-SCOPE.
071000     STRING 'CAMPUS ' WS-PREV-CAMPUS
071100         DELIMITED BY SIZE INTO RPT-TOT-SCOPE.
071200     MOVE 0 TO WS-NET-COUNT.
071300     MOVE 0 TO WS-NET-AMOUNT.
071400     PERFORM 5210-PRINT-CAMPUS-TYPE THRU 5210-EXIT
071500         VARYING WS-TYPE-IDX FROM 1 BY 1
071600         UNTIL WS-TYPE-IDX > 4.
071700     PERFORM 5300-PRINT-NET THRU 5300-EXIT.
071800
071900     INITIALIZE WS-CAMPUS-TOTALS.
072000
072100 5200-EXIT.
072200     EXIT.
072300
072400 5210-PRINT-CAMPUS-TYPE.
072500
072600     IF WS-TYPE-IDX = 1
072700         MOVE '0' TO RPT-TOT-CC
072800     ELSE
072900         MOVE ' ' TO RPT-TOT-CC
073000     END-IF.
073100
073200     MOVE WS-TYPE-NAME(WS-TYPE-IDX) TO RPT-TOT-LABEL.
073300     MOVE WS-CMP-COUNT(WS-TYPE-IDX) TO RPT-TOT-COUNT.
073400     MOVE WS-CMP-AMOUNT(WS-TYPE-IDX) TO RPT-TOT-AMOUNT.
073500     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
073600     ADD 1 TO WS-LINE-COUNT.
073700     IF WS-TYPE-IDX = 1
073800         ADD 1 TO WS-LINE-COUNT
073900     END-IF.
074000
074100     ADD WS-CMP-COUNT(WS-TYPE-IDX) TO WS-NET-COUNT.
074200     ADD WS-CMP-AMOUNT(WS-TYPE-IDX) TO WS-NET-AMOUNT.
074300     ADD WS-CMP-COUNT(WS-TYPE-IDX) TO WS-GRD-COUNT(WS-TYPE-IDX).
074400     ADD WS-CMP-AMOUNT(WS-TYPE-IDX)
074500         TO WS-GRD-AMOUNT(WS-TYPE-IDX).
074600
074700 5210-EXIT.
074800     EXIT.
074900
075000 5300-PRINT-NET.
075100
075200     MOVE ' ' TO RPT-TOT-CC.
075300     MOVE 'NET CORRECTION' TO RPT-TOT-LABEL.
075400     MOVE WS-NET-COUNT TO RPT-TOT-COUNT.
075500     MOVE WS-NET-AMOUNT TO RPT-TOT-AMOUNT.
075600     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
075700     ADD 1 TO WS-LINE-COUNT.
075800
075900 5300-EXIT.
076000     EXIT.
076100
076200 5400-PRINT-GRAND-TYPE.
076300
076400     IF WS-TYPE-IDX = 1
076500         MOVE '0' TO RPT-TOT-CC
076600     ELSE
076700         MOVE ' ' TO RPT-TOT-CC
076800     END-IF.
076900
077000     MOVE WS-TYPE-NAME(WS-TYPE-IDX) TO RPT-TOT-LABEL.
077100     MOVE WS-GRD-COUNT(WS-TYPE-IDX) TO RPT-TOT-COUNT.
077200     MOVE WS-GRD-AMOUNT(WS-TYPE-IDX) TO RPT-TOT-AMOUNT.
077300     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
077400     ADD 1 TO WS-LINE-COUNT.
077500
077600     ADD WS-GRD-COUNT(WS-TYPE-IDX) TO WS-NET-COUNT.
077700     ADD WS-GRD-AMOUNT(WS-TYPE-IDX) TO WS-NET-AMOUNT.
077800
077900 5400-EXIT.
078000     EXIT.
078100
078200 6000-CONTROL-COUNTS.
078300
078400     MOVE '0' TO RPT-CTL-CC.
078500     MOVE 'STUDENTS PRICED FOR THE TERM' TO RPT-CTL-LABEL.
078600     MOVE WS-PRICED-COUNT TO RPT-CTL-COUNT.
078700     WRITE RPT-LINE FROM RPT-CONTROL-LINE.
078800
078900     MOVE ' ' TO RPT-CTL-CC.
079000     MOVE 'PRICED AND IN BALANCE' TO RPT-CTL-LABEL.
079100     MOVE WS-BALANCED-COUNT TO RPT-CTL-COUNT.
079200     WRITE RPT-LINE FROM RPT-CONTROL-LINE.
079300
079400     MOVE 'ASSESS ROWS FOR THE TERM' TO RPT-CTL-LABEL.
079500     MOVE WS-ASM-TERM-COUNT TO RPT-CTL-COUNT.
079600     WRITE RPT-LINE FROM RPT-CONTROL-LINE.
079700
079800     MOVE 'EXCEPTIONS LISTED' TO RPT-CTL-LABEL.
079900     MOVE WS-EXC-COUNT TO RPT-CTL-COUNT.
080000     WRITE RPT-LINE FROM RPT-CONTROL-LINE.
080100     ADD 5 TO WS-LINE-COUNT.
080200
080300 6000-EXIT.
080400     EXIT.
080500
080600 7000-PAGE-HEADING.
080700
080800     ADD 1 TO WS-PAGE-COUNT.
080900     MOVE WS-PAGE-COUNT TO RPT-HDG1-PAGE.
081000     WRITE RPT-LINE FROM RPT-HEADING-1.
081100     WRITE RPT-LINE FROM RPT-HEADING-2.
081200     MOVE 3 TO WS-LINE-COUNT.
081300
081400 7000-EXIT.
081500     EXIT.
081600
081700 9000-TERMINATE.
081800
081900     PERFORM 6000-CONTROL-COUNTS THRU 6000-EXIT.
082000
082100     CLOSE STUFILE CRSFILE FEE-FILE ASSESS-FILE RECON-RPT.
082200
082300     DISPLAY 'DCJB8BBR - STUDENTS PRICED = ' WS-PRICED-COUNT
082400         ' IN BALANCE = ' WS-BALANCED-COUNT
082500         ' EXCEPTIONS = ' WS-EXC-COUNT.
082600
082700*    EVERY EXCEPTION IS A BILL THAT NEEDS CORRECTING BEFORE THE
082800*    STATEMENTS GO OUT.
082900     IF WS-EXC-COUNT > 0
083000         MOVE 4 TO RETURN-CODE
083100     END-IF.
083200
083300 9000-EXIT.
083400     EXIT.
083500
083600 9999-ABEND.
083700
083800     MOVE 16 TO RETURN-CODE.
083900     GOBACK.
084000
084100 END PROGRAM DCJB8BBR.
