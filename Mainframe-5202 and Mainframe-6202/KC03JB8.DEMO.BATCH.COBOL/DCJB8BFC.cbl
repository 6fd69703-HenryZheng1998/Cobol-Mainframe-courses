000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BFC.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - TUITION REVENUE FORECAST. EVERY
001100*                STUFUT SEAT FOR THE SYSIN FUTURE TERM IS PRICED
001200*                THE WAY DCJB8BTA WOULD BILL IT (CRS-COURSE-FEE
001300*                THROUGH THE FEEFILE RATE FOR THE STUDENT'S
001400*                STU-FEE-CAT), AUDITED SLOTS LEFT OUT. THE CURRENT
001500*                TERM'S ASSESS TOTALS ARE SPREAD OVER EACH
001600*                STUDENT'S SECTIONS THE WAY DCJB8BRV SPREADS
001700*                PAYMENTS, SO BOTH TERMS SUBTOTAL BY CAMPUS,
001800*                DEPARTMENT (4-CHARACTER COURSE PREFIX) AND FEE
001900*                CATEGORY AND THE REPORT SHOWS THE CHANGE. A
002000*                SECOND SECTION PRICES THE STUDENTS STILL ON
002100*                WAITLISTS FOR EITHER TERM'S SECTIONS AS REVENUE
002200*                NOT YET COLLECTED.
002210* 10/15/26  HZ   ASSESS RECORD NOW 38 BYTES - CARRIES THE FEES
002220*                THE GL ALREADY HOLDS.
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
003300     SELECT STUFUT-FILE ASSIGN TO STUFUT
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS FUT-KEY
003700         FILE STATUS IS WS-STUFUT-STATUS.
003800
003900     SELECT STUFILE ASSIGN TO STUFILE
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS STU-NUMBER
004300         FILE STATUS IS WS-STUFILE-STATUS.
004400
004500     SELECT CRSFILE ASSIGN TO CRSFILE
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS CRS-CODE
004900         FILE STATUS IS WS-CRSFILE-STATUS.
005000
005100*    DIFFERENTIAL-FEE RATE TABLE - SEE FEECREC.
005200     SELECT FEE-FILE ASSIGN TO FEEFILE
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS FEE-KEY
005600         FILE STATUS IS WS-FEEFILE-STATUS.
005700
005800     SELECT ASSESS-FILE ASSIGN TO ASSESS
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS SEQUENTIAL
006100         RECORD KEY IS ASM-KEY
006200         FILE STATUS IS WS-ASSESS-STATUS.
006300
006400     SELECT FORECAST-RPT ASSIGN TO FCSTRPT
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-FCSTRPT-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000
007100 FD  STUFUT-FILE
007200     LABEL RECORDS ARE STANDARD
007300     RECORD CONTAINS 112 CHARACTERS
007400     DATA RECORD IS STUFUT-RECORD.
007500
007600     COPY 'STUFREC'.
007700
007800 FD  STUFILE
007900     LABEL RECORDS ARE STANDARD
008000     RECORD CONTAINS 227 CHARACTERS
008100     DATA RECORD IS STUFILE-RECORD.
008200
008300     COPY 'STUREC'.
008400
008500 FD  CRSFILE
008600     LABEL RECORDS ARE STANDARD
008700     RECORD CONTAINS 242 CHARACTERS
008800     DATA RECORD IS CRSFILE-RECORD.
008900
009000     COPY 'CRSREC'.
009100
009200 FD  FEE-FILE
009300     LABEL RECORDS ARE STANDARD
009400     RECORD CONTAINS 25 CHARACTERS
009500     DATA RECORD IS FEEFILE-RECORD.
009600
009700     COPY 'FEECREC'.
009800
009900 FD  ASSESS-FILE
010000     LABEL RECORDS ARE STANDARD
010100     RECORD CONTAINS 38 CHARACTERS
010200     DATA RECORD IS ASSESS-RECORD.
010300
010400     COPY 'ASSESREC'.
010500
010600 FD  FORECAST-RPT
010700     LABEL RECORDS ARE STANDARD
010800     RECORD CONTAINS 133 CHARACTERS
010900     DATA RECORD IS RPT-LINE.
011000 01  RPT-LINE                        PIC X(133).
011100
011200 WORKING-STORAGE SECTION.
011300
011400 01  WS-STUFUT-STATUS                PIC X(2) VALUE SPACES.
011500     88 WS-STUFUT-OK                     VALUE '00'.
011600 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
011700     88 WS-STUFILE-OK                    VALUE '00'.
011800 01  WS-CRSFILE-STATUS               PIC X(2) VALUE SPACES.
011900     88 WS-CRSFILE-OK                    VALUE '00'.
012000 01  WS-FEEFILE-STATUS               PIC X(2) VALUE SPACES.
012100     88 WS-FEEFILE-OK                    VALUE '00'.
012200 01  WS-ASSESS-STATUS                PIC X(2) VALUE SPACES.
012300     88 WS-ASSESS-OK                     VALUE '00'.
012400 01  WS-FCSTRPT-STATUS               PIC X(2) VALUE SPACES.
012500     88 WS-FCSTRPT-OK                    VALUE '00'.
012600
012700 01  WS-SWITCHES.
012800     05 WS-FUT-EOF-SW                PIC X(1) VALUE 'N'.
012900         88 WS-FUT-EOF                    VALUE 'Y'.
013000     05 WS-ASM-EOF-SW                PIC X(1) VALUE 'N'.
013100         88 WS-ASM-EOF                    VALUE 'Y'.
013200     05 WS-CRS-DONE-SW               PIC X(1) VALUE 'N'.
013300         88 WS-CRS-DONE                   VALUE 'Y'.
013400     05 WS-STU-FOUND-SW              PIC X(1) VALUE 'N'.
013500         88 WS-STU-FOUND                  VALUE 'Y'.
013600
013700* SYSIN CARD - THE CURRENT TERM (WHOSE ASSESS ROWS ARE THE
013800* BASELINE) THEN THE FUTURE TERM BEING FORECAST FROM STUFUT.
013900 01  WS-PARM-CARD.
014000     05 WS-CUR-TERM                  PIC X(5).
014100     05 FILLER                       PIC X(1).
014200     05 WS-FUT-TERM                  PIC X(5).
014300
014400* SEAT PRICING - THE CATEGORY AND TERM THE SEAT IS PRICED UNDER
014500* AND THE RESULTING FEE, AS DCJB8BTA COMPUTES IT.
014600 01  WS-FEE-CAT                      PIC X(1) VALUE 'D'.
014700 01  WS-PRICE-TERM                   PIC X(5) VALUE SPACES.
014800 01  WS-THIS-FEE                     PIC 9(7)V99 VALUE 0.
014900
015000* CAMPUS A SEAT COUNTS UNDER - THE SECTION'S CRS-CAMPUS, OR THE
015100* STUDENT'S OWN CAMPUS FOR A SECTION OFFERED EVERYWHERE.
015200 01  WS-STU-CAMP-WORK                PIC X(3) VALUE SPACES.
015300 01  WS-CAMP-WORK                    PIC X(3) VALUE SPACES.
015400
015500* ONE ENTRY PER CAMPUS/DEPARTMENT/FEE CATEGORY, KEPT IN KEY
015600* ORDER AS ENTRIES ARE ADDED SO THE PRINT PASS CAN TAKE ITS
015700* CONTROL BREAKS STRAIGHT DOWN THE TABLE.
015800 01  WS-BKT-COUNT                    PIC S9(4) COMP VALUE 0.
015900 01  WS-BUCKET-TABLE.
016000     05 WS-BKT-ENTRY OCCURS 500 TIMES.
016100         10 WS-BKT-KEY.
016200             15 WS-BKT-CAMPUS        PIC X(3).
016300             15 WS-BKT-DEPT          PIC X(4).
016400             15 WS-BKT-CAT           PIC X(1).
016500         10 WS-BKT-CSEATS            PIC S9(7) COMP-3.
016600         10 WS-BKT-CURRENT           PIC S9(9)V99 COMP-3.
016700         10 WS-BKT-FSEATS            PIC S9(7) COMP-3.
016800         10 WS-BKT-FORECAST          PIC S9(9)V99 COMP-3.
016900 01  WS-BKT-WORK.
017000     05 WS-BKW-CAMPUS                PIC X(3).
017100     05 WS-BKW-DEPT                  PIC X(4).
017200     05 WS-BKW-CAT                   PIC X(1).
017300 77  WS-BKT-IDX                      PIC S9(4) COMP VALUE 0.
017400 77  WS-BKT-POS                      PIC S9(4) COMP VALUE 0.
017500 77  WS-BKT-FOUND                    PIC S9(4) COMP VALUE 0.
017600
017700* THE ASSESS ROW BEING SPREAD - EACH CURRENT SECTION'S PRICED
017800* FEE IS ITS WEIGHT, AND THE ROUNDING REMAINDER GOES ON THE LAST
017900* PRICED SECTION SO THE SHARES ADD BACK TO ASM-TOTAL-FEES.
018000 01  WS-SLOT-TABLE.
018100     05 WS-SLOT-ENTRY OCCURS 10 TIMES.
018200         10 WS-SLOT-FEE              PIC 9(7)V99.
018300         10 WS-SLOT-SHARE            PIC S9(7)V99.
018400         10 WS-SLOT-CAMPUS           PIC X(3).
018500         10 WS-SLOT-DEPT             PIC X(4).
018600 01  WS-ASM-AMOUNT                   PIC S9(7)V99 VALUE 0.
018700 01  WS-STU-WEIGHT                   PIC S9(7)V99 VALUE 0.
018800 01  WS-SPREAD-TOTAL                 PIC S9(7)V99 VALUE 0.
018900 77  WS-SLOT-IDX                     PIC S9(2) COMP VALUE 0.
019000 77  WS-LAST-SLOT                    PIC S9(2) COMP VALUE 0.
019100
019200* FEE-CATEGORY SUMMARY, BUILT DURING THE PRINT PASS.
019300 01  WS-CAT-COUNT                    PIC S9(2) COMP VALUE 0.
019400 01  WS-CATEGORY-TABLE.
019500     05 WS-CAT-ENTRY OCCURS 10 TIMES.
019600         10 WS-CAT-CODE              PIC X(1).
019700         10 WS-CAT-TOTALS.
019800             15 WS-CAT-CSEATS        PIC S9(7) COMP-3.
019900             15 WS-CAT-CURRENT       PIC S9(9)V99 COMP-3.
020000             15 WS-CAT-FSEATS        PIC S9(7) COMP-3.
020100             15 WS-CAT-FORECAST      PIC S9(9)V99 COMP-3.
020200 77  WS-CAT-IDX                      PIC S9(2) COMP VALUE 0.
020300 77  WS-CAT-FOUND                    PIC S9(2) COMP VALUE 0.
020400
020500* CONTROL-BREAK TOTALS FOR THE PRINT PASS. THE FOUR GROUPS ARE
020600* THE SAME SHAPE SO ANY ONE OF THEM CAN BE MOVED TO WS-PRT-TOTALS
020700* AND PRINTED BY 5700-PRINT-TOTAL-LINE.
020800 01  WS-HOLD-CAMPUS                  PIC X(3) VALUE SPACES.
020900 01  WS-HOLD-DEPT                    PIC X(4) VALUE SPACES.
021000 01  WS-DEPT-TOTALS.
021100     05 WS-DEPT-CSEATS               PIC S9(7) COMP-3 VALUE 0.
021200     05 WS-DEPT-CURRENT              PIC S9(9)V99 COMP-3 VALUE 0.
021300     05 WS-DEPT-FSEATS               PIC S9(7) COMP-3 VALUE 0.
021400     05 WS-DEPT-FORECAST             PIC S9(9)V99 COMP-3 VALUE 0.
021500 01  WS-CAMP-TOTALS.
021600     05 WS-CAMP-CSEATS               PIC S9(7) COMP-3 VALUE 0.
021700     05 WS-CAMP-CURRENT              PIC S9(9)V99 COMP-3 VALUE 0.
021800     05 WS-CAMP-FSEATS               PIC S9(7) COMP-3 VALUE 0.
021900     05 WS-CAMP-FORECAST             PIC S9(9)V99 COMP-3 VALUE 0.
022000 01  WS-GRND-TOTALS.
022100     05 WS-GRND-CSEATS               PIC S9(7) COMP-3 VALUE 0.
022200     05 WS-GRND-CURRENT              PIC S9(9)V99 COMP-3 VALUE 0.
022300     05 WS-GRND-FSEATS               PIC S9(7) COMP-3 VALUE 0.
022400     05 WS-GRND-FORECAST             PIC S9(9)V99 COMP-3 VALUE 0.
022500 01  WS-PRT-TOTALS.
022600     05 WS-PRT-CSEATS                PIC S9(7) COMP-3 VALUE 0.
022700     05 WS-PRT-CURRENT               PIC S9(9)V99 COMP-3 VALUE 0.
022800     05 WS-PRT-FSEATS                PIC S9(7) COMP-3 VALUE 0.
022900     05 WS-PRT-FORECAST              PIC S9(9)V99 COMP-3 VALUE 0.
023000
023100* WAITLIST SECTION - ONE CATALOG SECTION'S WAITING STUDENTS AND
023200* THEIR PRICED SEATS, WITH A TOTAL PER TERM.
023300 01  WS-WAIT-LIMIT                   PIC S9(2) COMP VALUE 0.
023400 01  WS-WAIT-SEATS                   PIC S9(7) COMP-3 VALUE 0.
023500 01  WS-WAIT-AMOUNT                  PIC S9(9)V99 COMP-3 VALUE 0.
023600 01  WS-CWT-SEATS                    PIC S9(7) COMP-3 VALUE 0.
023700 01  WS-CWT-AMOUNT                   PIC S9(9)V99 COMP-3 VALUE 0.
023800 01  WS-FWT-SEATS                    PIC S9(7) COMP-3 VALUE 0.
023900 01  WS-FWT-AMOUNT                   PIC S9(9)V99 COMP-3 VALUE 0.
024000 77  WS-WAIT-IDX                     PIC S9(2) COMP VALUE 0.
024100
024200 77  WS-FUT-STUDENTS                 PIC S9(7) COMP VALUE 0.
024300 77  WS-ASM-STUDENTS                 PIC S9(7) COMP VALUE 0.
024400 77  WS-AUDIT-SKIPPED                PIC S9(7) COMP VALUE 0.
024500
024600 01  RPT-HEADING-1.
024700     05 RPT-HDG1-CC                  PIC X(1) VALUE '1'.
024800     05 FILLER                       PIC X(4) VALUE SPACES.
024900     05 FILLER                       PIC X(36) VALUE
025000            'TUITION REVENUE FORECAST - TERM: '.
025100     05 RPT-HDG1-FUT                 PIC X(5).
025200     05 FILLER                       PIC X(22) VALUE
025300            '   VS CURRENT TERM: '.
025400     05 RPT-HDG1-CUR                 PIC X(5).
025500     05 FILLER                       PIC X(60) VALUE SPACES.
025600
025700 01  RPT-HEADING-2.
025800     05 RPT-HDG2-CC                  PIC X(1) VALUE '0'.
025900     05 FILLER                       PIC X(22) VALUE SPACES.
026000     05 FILLER                       PIC X(23) VALUE
026100            '<------ CURRENT ------>'.
026200     05 FILLER                       PIC X(2) VALUE SPACES.
026300     05 FILLER                       PIC X(23) VALUE
026400            '<------ FORECAST ----->'.
026500     05 FILLER                       PIC X(2) VALUE SPACES.
026600     05 FILLER                       PIC X(15) VALUE
026700            '         CHANGE'.
026800     05 FILLER                       PIC X(45) VALUE SPACES.
026900
027000 01  RPT-HEADING-3.
027100     05 RPT-HDG3-CC                  PIC X(1) VALUE ' '.
027200     05 FILLER                       PIC X(4) VALUE SPACES.
027300     05 FILLER                       PIC X(18) VALUE
027400            'CMP   DEPT   CAT'.
027500     05 FILLER                       PIC X(7) VALUE '  SEATS'.
027600     05 FILLER                       PIC X(2) VALUE SPACES.
027700     05 FILLER                       PIC X(14) VALUE
027800            '      ASSESSED'.
027900     05 FILLER                       PIC X(2) VALUE SPACES.
028000     05 FILLER                       PIC X(7) VALUE '  SEATS'.
028100     05 FILLER                       PIC X(2) VALUE SPACES.
028200     05 FILLER                       PIC X(14) VALUE
028300            '        AMOUNT'.
028400     05 FILLER                       PIC X(2) VALUE SPACES.
028500     05 FILLER                       PIC X(15) VALUE
028600            '    FCST - CUR'.
028700     05 FILLER                       PIC X(45) VALUE SPACES.
028800
028900 01  RPT-DETAIL-LINE.
029000     05 RPT-DTL-CC                   PIC X(1) VALUE ' '.
029100     05 FILLER                       PIC X(4) VALUE SPACES.
029200     05 RPT-DTL-CAMPUS               PIC X(3).
029300     05 FILLER                       PIC X(3) VALUE SPACES.
029400     05 RPT-DTL-DEPT                 PIC X(4).
029500     05 FILLER                       PIC X(3) VALUE SPACES.
029600     05 RPT-DTL-CAT                  PIC X(1).
029700     05 FILLER                       PIC X(4) VALUE SPACES.
029800     05 RPT-DTL-CSEATS               PIC ZZZ,ZZ9.
029900     05 FILLER                       PIC X(2) VALUE SPACES.
030000     05 RPT-DTL-CURRENT              PIC ZZZ,ZZZ,ZZ9.99.
030100     05 FILLER                       PIC X(2) VALUE SPACES.
030200     05 RPT-DTL-FSEATS               PIC ZZZ,ZZ9.
030300     05 FILLER                       PIC X(2) VALUE SPACES.
030400     05 RPT-DTL-FORECAST             PIC ZZZ,ZZZ,ZZ9.99.
030500     05 FILLER                       PIC X(2) VALUE SPACES.
030600     05 RPT-DTL-CHANGE               PIC ZZZ,ZZZ,ZZ9.99-.
030700     05 FILLER                       PIC X(45) VALUE SPACES.
030800
030900 01  RPT-TOTAL-LINE.
031000     05 RPT-TOT-CC                   PIC X(1) VALUE ' '.
031100     05 FILLER                       PIC X(4) VALUE SPACES.
031200     05 RPT-TOT-LABEL                PIC X(13).
031300     05 RPT-TOT-KEY                  PIC X(5).
031400     05 RPT-TOT-CSEATS               PIC ZZZ,ZZ9.
031500     05 FILLER                       PIC X(2) VALUE SPACES.
031600     05 RPT-TOT-CURRENT              PIC ZZZ,ZZZ,ZZ9.99.
031700     05 FILLER                       PIC X(2) VALUE SPACES.
031800     05 RPT-TOT-FSEATS               PIC ZZZ,ZZ9.
031900     05 FILLER                       PIC X(2) VALUE SPACES.
032000     05 RPT-TOT-FORECAST             PIC ZZZ,ZZZ,ZZ9.99.
032100     05 FILLER                       PIC X(2) VALUE SPACES.
032200     05 RPT-TOT-CHANGE               PIC ZZZ,ZZZ,ZZ9.99-.
032300     05 FILLER                       PIC X(45) VALUE SPACES.
032400
032500 01  RPT-TEXT-LINE.
032600     05 RPT-TXT-CC                   PIC X(1) VALUE '0'.
032700     05 FILLER                       PIC X(4) VALUE SPACES.
032800     05 RPT-TXT                      PIC X(60).
032900     05 FILLER                       PIC X(68) VALUE SPACES.
033000
033100 01  RPT-WAIT-HEADING.
033200     05 RPT-WHD-CC                   PIC X(1) VALUE ' '.
033300     05 FILLER                       PIC X(4) VALUE SPACES.
033400     05 FILLER                       PIC X(22) VALUE
033500            'TERM   SECTION   CMP'.
033600     05 FILLER                       PIC X(7) VALUE 'WAITING'.
033700     05 FILLER                       PIC X(16) VALUE
033800            '  EST UNBILLED'.
033900     05 FILLER                       PIC X(83) VALUE SPACES.
034000
034100 01  RPT-WAIT-LINE.
034200     05 RPT-WTL-CC                   PIC X(1) VALUE ' '.
034300     05 FILLER                       PIC X(4) VALUE SPACES.
034400     05 RPT-WTL-KEY.
034500         10 RPT-WTL-TERM             PIC X(5).
034600         10 FILLER                   PIC X(2).
034700         10 RPT-WTL-CODE             PIC X(8).
034800         10 FILLER                   PIC X(2).
034900         10 RPT-WTL-CAMPUS           PIC X(3).
035000         10 FILLER                   PIC X(2).
035100     05 RPT-WTL-SEATS                PIC ZZZ,ZZ9.
035200     05 FILLER                       PIC X(2) VALUE SPACES.
035300     05 RPT-WTL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
035400     05 FILLER                       PIC X(83) VALUE SPACES.
035500
035600 PROCEDURE DIVISION.
035700
035800 0000-MAINLINE.
035900
036000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036100
036200     PERFORM 2000-PRICE-FUTURE THRU 2000-EXIT
036300         UNTIL WS-FUT-EOF.
036400
036500     PERFORM 4000-SPREAD-CURRENT THRU 4000-EXIT
036600         UNTIL WS-ASM-EOF.
036700
036800     PERFORM 5000-PRINT-FORECAST THRU 5000-EXIT.
036900
037000     PERFORM 6000-PRINT-WAITLIST THRU 6000-EXIT.
037100
037200     PERFORM 3000-TERMINATE THRU 3000-EXIT.
037300
037400     GOBACK.
037500
037600 1000-INITIALIZE.
037700
037800     MOVE SPACES TO WS-PARM-CARD.
037900     ACCEPT WS-PARM-CARD FROM SYSIN.
038000
038100     IF (WS-CUR-TERM = SPACES) OR (WS-FUT-TERM = SPACES)
038200         DISPLAY 'DCJB8BFC - CURRENT/FUTURE TERM PARM MISSING '
038300             'FROM SYSIN'
038400         GO TO 9999-ABEND
038500     END-IF.
038600
038700     OPEN INPUT STUFUT-FILE STUFILE CRSFILE FEE-FILE ASSESS-FILE.
038800     IF (NOT WS-STUFUT-OK) OR (NOT WS-STUFILE-OK) OR
038900        (NOT WS-CRSFILE-OK) OR (NOT WS-FEEFILE-OK) OR
039000        (NOT WS-ASSESS-OK)
039100         DISPLAY 'DCJB8BFC - INPUT OPEN FAILED '
039200             WS-STUFUT-STATUS WS-STUFILE-STATUS
039300             WS-CRSFILE-STATUS WS-FEEFILE-STATUS
039400             WS-ASSESS-STATUS
039500         GO TO 9999-ABEND
039600     END-IF.
039700
039800     OPEN OUTPUT FORECAST-RPT.
039900     IF NOT WS-FCSTRPT-OK
040000         DISPLAY 'DCJB8BFC - FCSTRPT OPEN FAILED, STATUS = '
040100             WS-FCSTRPT-STATUS
040200         GO TO 9999-ABEND
040300     END-IF.
040400
040500     PERFORM 2100-READ-NEXT-FUTURE THRU 2100-EXIT.
040600     PERFORM 4100-READ-NEXT-ASSESS THRU 4100-EXIT.
040700
040800 1000-EXIT.
040900     EXIT.
041000
041100*----------------------------------------------------------------
041200* FORECAST PASS - ONE STUFUT ROW FOR THE FUTURE TERM. EVERY
041300* FOR-CREDIT SEAT IS PRICED UNDER THE STUDENT'S FEE CATEGORY AND
041400* THE FUTURE TERM'S RATES, AND POSTED TO ITS BUCKET.
041500*----------------------------------------------------------------
041600 2000-PRICE-FUTURE.
041700
041800     IF (FUT-TERM NOT = WS-FUT-TERM) OR (FUT-COURSE-COUNT = 0)
041900         GO TO 2000-NEXT
042000     END-IF.
042100
042200     MOVE FUT-STU-NUMBER TO STU-NUMBER.
042300     PERFORM 2600-FIND-STUDENT THRU 2600-EXIT.
042400     ADD 1 TO WS-FUT-STUDENTS.
042500
042600     MOVE WS-FUT-TERM TO WS-PRICE-TERM.
042700     PERFORM 2200-PRICE-FUTURE-SLOT THRU 2200-EXIT
042800         VARYING WS-SLOT-IDX FROM 1 BY 1
042900         UNTIL WS-SLOT-IDX > 10.
043000
043100 2000-NEXT.
043200
043300     PERFORM 2100-READ-NEXT-FUTURE THRU 2100-EXIT.
043400
043500 2000-EXIT.
043600     EXIT.
043700
043800 2100-READ-NEXT-FUTURE.
043900
044000     READ STUFUT-FILE NEXT RECORD
044100         AT END
044200             MOVE 'Y' TO WS-FUT-EOF-SW
044300     END-READ.
044400
044500 2100-EXIT.
044600     EXIT.
044700
044800 2200-PRICE-FUTURE-SLOT.
044900
045000     IF FUT-COURSE-TABLE(WS-SLOT-IDX) = SPACES
045100         GO TO 2200-EXIT
045200     END-IF.
045300
045400*    AN AUDITED SEAT IS NOT BILLED FOR CREDIT - LEAVE IT OUT.
045500     IF FUT-BASIS-TABLE(WS-SLOT-IDX) = 'A'
045600         ADD 1 TO WS-AUDIT-SKIPPED
045700         GO TO 2200-EXIT
045800     END-IF.
045900
046000     MOVE FUT-COURSE-TABLE(WS-SLOT-IDX) TO CRS-CODE.
046100     READ CRSFILE
046200         INVALID KEY
046300             GO TO 2200-EXIT
046400     END-READ.
046500
046600     PERFORM 2500-PRICE-SEAT THRU 2500-EXIT.
046700     PERFORM 2700-SET-CAMPUS THRU 2700-EXIT.
046800
046900     MOVE WS-CAMP-WORK TO WS-BKW-CAMPUS.
047000     MOVE CRS-CODE(1:4) TO WS-BKW-DEPT.
047100     MOVE WS-FEE-CAT TO WS-BKW-CAT.
047200     PERFORM 2900-FIND-BUCKET THRU 2900-EXIT.
047300
047400     ADD 1 TO WS-BKT-FSEATS(WS-BKT-FOUND).
047500     ADD WS-THIS-FEE TO WS-BKT-FORECAST(WS-BKT-FOUND).
047600
047700 2200-EXIT.
047800     EXIT.
047900
048000*----------------------------------------------------------------
048100* CATEGORY PRICING FOR THE SECTION IN THE CRSFILE RECORD, AS
048200* DCJB8BTA DOES IT - THE RATE TABLE IS TRIED COURSE-SPECIFIC
048300* FIRST, THEN TERM-WIDE FOR THE CATEGORY. A FLAT OVERRIDE WINS;
048400* OTHERWISE THE STANDARD FEE TIMES THE MULTIPLIER. NO ROW MEANS
048500* THE STANDARD FEE STANDS.
048600*----------------------------------------------------------------
048700 2500-PRICE-SEAT.
048800
048900     IF CRS-COURSE-FEE IS NUMERIC
049000         MOVE CRS-COURSE-FEE TO WS-THIS-FEE
049100     ELSE
049200         MOVE 0 TO WS-THIS-FEE
049300         GO TO 2500-EXIT
049400     END-IF.
049500
049600     MOVE WS-FEE-CAT TO FEE-CAT.
049700     MOVE WS-PRICE-TERM TO FEE-TERM.
049800     MOVE CRS-CODE TO FEE-COURSE.
049900     READ FEE-FILE
050000         INVALID KEY
050100             MOVE WS-FEE-CAT TO FEE-CAT
050200             MOVE WS-PRICE-TERM TO FEE-TERM
050300             MOVE SPACES TO FEE-COURSE
050400             READ FEE-FILE
050500                 INVALID KEY
050600                     GO TO 2500-EXIT
050700             END-READ
050800     END-READ.
050900
051000     IF (FEE-FLAT-OVERRIDE IS NUMERIC) AND
051100        (FEE-FLAT-OVERRIDE > 0)
051200         MOVE FEE-FLAT-OVERRIDE TO WS-THIS-FEE
051300         GO TO 2500-EXIT
051400     END-IF.
051500
051600     IF FEE-MULTIPLIER IS NUMERIC
051700         COMPUTE WS-THIS-FEE ROUNDED =
051800             WS-THIS-FEE * FEE-MULTIPLIER
051900     END-IF.
052000
052100 2500-EXIT.
052200     EXIT.
052300
052400*----------------------------------------------------------------
052500* LOOKS UP THE STUDENT IN STU-NUMBER FOR THEIR FEE CATEGORY (BLANK
052600* COUNTS AS 'D') AND HOME CAMPUS. A STUDENT NOT ON FILE PRICES AS
052700* DOMESTIC WITH NO CAMPUS.
052800*----------------------------------------------------------------
052900 2600-FIND-STUDENT.
053000
053100     MOVE 'D' TO WS-FEE-CAT.
053200     MOVE '***' TO WS-STU-CAMP-WORK.
053300
053400     READ STUFILE
053500         INVALID KEY
053600             MOVE 'N' TO WS-STU-FOUND-SW
053700             GO TO 2600-EXIT
053800     END-READ.
053900     MOVE 'Y' TO WS-STU-FOUND-SW.
054000
054100     IF (STU-FEE-CAT NOT = SPACES) AND
054200        (STU-FEE-CAT NOT = LOW-VALUES)
054300         MOVE STU-FEE-CAT TO WS-FEE-CAT
054400     END-IF.
054500     IF (STU-CAMPUS NOT = SPACES) AND
054600        (STU-CAMPUS NOT = LOW-VALUES)
054700         MOVE STU-CAMPUS TO WS-STU-CAMP-WORK
054800     END-IF.
054900
055000 2600-EXIT.
055100     EXIT.
055200
055300 2700-SET-CAMPUS.
055400
055500     IF (CRS-CAMPUS = SPACES) OR (CRS-CAMPUS = LOW-VALUES)
055600         MOVE WS-STU-CAMP-WORK TO WS-CAMP-WORK
055700     ELSE
055800         MOVE CRS-CAMPUS TO WS-CAMP-WORK
055900     END-IF.
056000
056100 2700-EXIT.
056200     EXIT.
056300
056400*----------------------------------------------------------------
056500* FINDS THE BUCKET FOR WS-BKT-WORK, INSERTING A NEW ONE IN KEY
056600* ORDER (SHIFTING THE HIGHER ENTRIES DOWN ONE) WHEN IT IS NOT
056700* THERE YET. WS-BKT-FOUND POINTS AT THE BUCKET ON RETURN.
056800*----------------------------------------------------------------
056900 2900-FIND-BUCKET.
057000
057100     MOVE 0 TO WS-BKT-FOUND.
057200     MOVE 0 TO WS-BKT-POS.
057300     PERFORM 2950-SCAN-ONE-BUCKET THRU 2950-EXIT
057400         VARYING WS-BKT-IDX FROM 1 BY 1
057500         UNTIL (WS-BKT-IDX > WS-BKT-COUNT)
057600            OR (WS-BKT-POS NOT = 0).
057700
057800     IF WS-BKT-POS NOT = 0
057900         IF WS-BKT-KEY(WS-BKT-POS) = WS-BKT-WORK
058000             MOVE WS-BKT-POS TO WS-BKT-FOUND
058100             GO TO 2900-EXIT
058200         END-IF
058300     END-IF.
058400
058500     IF WS-BKT-COUNT >= 500
058600         DISPLAY 'DCJB8BFC - BUCKET TABLE FULL'
058700         GO TO 9999-ABEND
058800     END-IF.
058900
059000     IF WS-BKT-POS = 0
059100         COMPUTE WS-BKT-POS = WS-BKT-COUNT + 1
059200     ELSE
059300         PERFORM 2960-SHIFT-ONE-BUCKET THRU 2960-EXIT
059400             VARYING WS-BKT-IDX FROM WS-BKT-COUNT BY -1
059500             UNTIL WS-BKT-IDX < WS-BKT-POS
059600     END-IF.
059700
059800     ADD 1 TO WS-BKT-COUNT.
059900     MOVE WS-BKT-POS TO WS-BKT-FOUND.
060000     MOVE WS-BKT-WORK TO WS-BKT-KEY(WS-BKT-FOUND).
060100     MOVE 0 TO WS-BKT-CSEATS(WS-BKT-FOUND).
060200     MOVE 0 TO WS-BKT-CURRENT(WS-BKT-FOUND).
060300     MOVE 0 TO WS-BKT-FSEATS(WS-BKT-FOUND).
060400     MOVE 0 TO WS-BKT-FORECAST(WS-BKT-FOUND).
060500
060600 2900-EXIT.
060700     EXIT.
060800
060900 2950-SCAN-ONE-BUCKET.
061000
061100     IF WS-BKT-KEY(WS-BKT-IDX) NOT < WS-BKT-WORK
061200         MOVE WS-BKT-IDX TO WS-BKT-POS
061300     END-IF.
061400
061500 2950-EXIT.
061600     EXIT.
061700
061800 2960-SHIFT-ONE-BUCKET.
061900
062000     MOVE WS-BKT-ENTRY(WS-BKT-IDX)
062100         TO WS-BKT-ENTRY(WS-BKT-IDX + 1).
062200
062300 2960-EXIT.
062400     EXIT.
062500
062600*----------------------------------------------------------------
062700* BASELINE PASS - ONE ASSESS ROW FOR THE CURRENT TERM. THE BILLED
062800* TOTAL IS SPREAD ACROSS THE STUDENT'S CURRENT SECTIONS IN
062900* PROPORTION TO EACH SECTION'S CATEGORY PRICE. A ROW WITH NO
063000* SCHEDULE LEFT TO SPREAD OVER (DROPPED AFTER BILLING) POSTS
063100* WHOLE TO THE STUDENT'S CAMPUS UNDER DEPARTMENT '****'.
063200*----------------------------------------------------------------
063300 4000-SPREAD-CURRENT.
063400
063500     IF (ASM-TERM NOT = WS-CUR-TERM) OR
063600        (ASM-TOTAL-FEES NOT NUMERIC)
063700         GO TO 4000-NEXT
063800     END-IF.
063900
064000     ADD 1 TO WS-ASM-STUDENTS.
064100     MOVE ASM-TOTAL-FEES TO WS-ASM-AMOUNT.
064200
064300     MOVE ASM-STU-NUMBER TO STU-NUMBER.
064400     PERFORM 2600-FIND-STUDENT THRU 2600-EXIT.
064500
064600*    THE ROW WAS BILLED UNDER ITS OWN CATEGORY, WHICH WINS OVER
064700*    WHATEVER STUFILE SAYS TODAY.
064800     IF (ASM-FEE-CAT = SPACES) OR (ASM-FEE-CAT = LOW-VALUES)
064900         MOVE 'D' TO WS-FEE-CAT
065000     ELSE
065100         MOVE ASM-FEE-CAT TO WS-FEE-CAT
065200     END-IF.
065300
065400     MOVE 0 TO WS-STU-WEIGHT.
065500     MOVE 0 TO WS-LAST-SLOT.
065600     MOVE WS-CUR-TERM TO WS-PRICE-TERM.
065700     PERFORM 4200-WEIGH-CURRENT-SLOT THRU 4200-EXIT
065800         VARYING WS-SLOT-IDX FROM 1 BY 1
065900         UNTIL WS-SLOT-IDX > 10.
066000
066100     IF (WS-STU-WEIGHT = 0) AND (WS-ASM-AMOUNT = 0)
066200         GO TO 4000-NEXT
066300     END-IF.
066400     IF WS-STU-WEIGHT = 0
066500         MOVE WS-STU-CAMP-WORK TO WS-BKW-CAMPUS
066600         MOVE '****' TO WS-BKW-DEPT
066700         MOVE WS-FEE-CAT TO WS-BKW-CAT
066800         PERFORM 2900-FIND-BUCKET THRU 2900-EXIT
066900         ADD WS-ASM-AMOUNT TO WS-BKT-CURRENT(WS-BKT-FOUND)
067000         GO TO 4000-NEXT
067100     END-IF.
067200
067300     MOVE 0 TO WS-SPREAD-TOTAL.
067400     PERFORM 4300-SHARE-ONE-SLOT THRU 4300-EXIT
067500         VARYING WS-SLOT-IDX FROM 1 BY 1
067600         UNTIL WS-SLOT-IDX > 10.
067700     COMPUTE WS-SLOT-SHARE(WS-LAST-SLOT) =
067800         WS-SLOT-SHARE(WS-LAST-SLOT) +
067900         WS-ASM-AMOUNT - WS-SPREAD-TOTAL.
068000
068100     PERFORM 4400-POST-CURRENT-SLOT THRU 4400-EXIT
068200         VARYING WS-SLOT-IDX FROM 1 BY 1
068300         UNTIL WS-SLOT-IDX > 10.
068400
068500 4000-NEXT.
068600
068700     PERFORM 4100-READ-NEXT-ASSESS THRU 4100-EXIT.
068800
068900 4000-EXIT.
069000     EXIT.
069100
069200 4100-READ-NEXT-ASSESS.
069300
069400     READ ASSESS-FILE NEXT RECORD
069500         AT END
069600             MOVE 'Y' TO WS-ASM-EOF-SW
069700     END-READ.
069800
069900 4100-EXIT.
070000     EXIT.
070100
070200 4200-WEIGH-CURRENT-SLOT.
070300
070400     MOVE 0 TO WS-SLOT-FEE(WS-SLOT-IDX).
070500     MOVE 0 TO WS-SLOT-SHARE(WS-SLOT-IDX).
070600     MOVE SPACES TO WS-SLOT-CAMPUS(WS-SLOT-IDX).
070700     MOVE SPACES TO WS-SLOT-DEPT(WS-SLOT-IDX).
070800
070900     IF (NOT WS-STU-FOUND) OR (STU-TERM NOT = WS-CUR-TERM)
071000         GO TO 4200-EXIT
071100     END-IF.
071200     IF STU-COURSE-TABLE(WS-SLOT-IDX) = SPACES
071300         GO TO 4200-EXIT
071400     END-IF.
071500
071600     MOVE STU-COURSE-TABLE(WS-SLOT-IDX) TO CRS-CODE.
071700     READ CRSFILE
071800         INVALID KEY
071900             GO TO 4200-EXIT
072000     END-READ.
072100
072200     PERFORM 2500-PRICE-SEAT THRU 2500-EXIT.
072300     PERFORM 2700-SET-CAMPUS THRU 2700-EXIT.
072400
072500     MOVE WS-CAMP-WORK TO WS-SLOT-CAMPUS(WS-SLOT-IDX).
072600     MOVE CRS-CODE(1:4) TO WS-SLOT-DEPT(WS-SLOT-IDX).
072700     MOVE WS-THIS-FEE TO WS-SLOT-FEE(WS-SLOT-IDX).
072800
072900     IF WS-THIS-FEE > 0
073000         ADD WS-THIS-FEE TO WS-STU-WEIGHT
073100         MOVE WS-SLOT-IDX TO WS-LAST-SLOT
073200     END-IF.
073300
073400 4200-EXIT.
073500     EXIT.
073600
073700 4300-SHARE-ONE-SLOT.
073800
073900     IF WS-SLOT-FEE(WS-SLOT-IDX) = 0
074000         GO TO 4300-EXIT
074100     END-IF.
074200
074300     COMPUTE WS-SLOT-SHARE(WS-SLOT-IDX) ROUNDED =
074400         WS-ASM-AMOUNT * WS-SLOT-FEE(WS-SLOT-IDX) / WS-STU-WEIGHT.
074500     ADD WS-SLOT-SHARE(WS-SLOT-IDX) TO WS-SPREAD-TOTAL.
074600
074700 4300-EXIT.
074800     EXIT.
074900
075000 4400-POST-CURRENT-SLOT.
075100
075200     IF WS-SLOT-CAMPUS(WS-SLOT-IDX) = SPACES
075300         GO TO 4400-EXIT
075400     END-IF.
075500
075600     MOVE WS-SLOT-CAMPUS(WS-SLOT-IDX) TO WS-BKW-CAMPUS.
075700     MOVE WS-SLOT-DEPT(WS-SLOT-IDX) TO WS-BKW-DEPT.
075800     MOVE WS-FEE-CAT TO WS-BKW-CAT.
075900     PERFORM 2900-FIND-BUCKET THRU 2900-EXIT.
076000
076100     ADD 1 TO WS-BKT-CSEATS(WS-BKT-FOUND).
076200     ADD WS-SLOT-SHARE(WS-SLOT-IDX)
076300         TO WS-BKT-CURRENT(WS-BKT-FOUND).
076400
076500 4400-EXIT.
076600     EXIT.
076700
076800*----------------------------------------------------------------
076900* PRINT PASS - THE BUCKETS ARE ALREADY IN CAMPUS/DEPARTMENT/
077000* CATEGORY ORDER, SO DEPARTMENT AND CAMPUS SUBTOTALS FALL OUT AS
077100* CONTROL BREAKS. CATEGORY TOTALS ACCUMULATE ALONGSIDE AND PRINT
077200* AFTER THE GRAND TOTAL.
077300*----------------------------------------------------------------
077400 5000-PRINT-FORECAST.
077500
077600     MOVE WS-FUT-TERM TO RPT-HDG1-FUT.
077700     MOVE WS-CUR-TERM TO RPT-HDG1-CUR.
077800     WRITE RPT-LINE FROM RPT-HEADING-1.
077900     WRITE RPT-LINE FROM RPT-HEADING-2.
078000     WRITE RPT-LINE FROM RPT-HEADING-3.
078100
078200     PERFORM 5100-PRINT-ONE-BUCKET THRU 5100-EXIT
078300         VARYING WS-BKT-IDX FROM 1 BY 1
078400         UNTIL WS-BKT-IDX > WS-BKT-COUNT.
078500
078600     PERFORM 5400-FLUSH-DEPT THRU 5400-EXIT.
078700     PERFORM 5500-FLUSH-CAMPUS THRU 5500-EXIT.
078800
078900     MOVE 'GRAND TOTAL' TO RPT-TOT-LABEL.
079000     MOVE SPACES TO RPT-TOT-KEY.
079100     MOVE WS-GRND-TOTALS TO WS-PRT-TOTALS.
079200     PERFORM 5700-PRINT-TOTAL-LINE THRU 5700-EXIT.
079300
079400     MOVE 'TOTALS BY FEE CATEGORY' TO RPT-TXT.
079500     WRITE RPT-LINE FROM RPT-TEXT-LINE.
079600     PERFORM 5600-PRINT-ONE-CATEGORY THRU 5600-EXIT
079700         VARYING WS-CAT-IDX FROM 1 BY 1
079800         UNTIL WS-CAT-IDX > WS-CAT-COUNT.
079900
080000 5000-EXIT.
080100     EXIT.
080200
080300 5100-PRINT-ONE-BUCKET.
080400
080500*    BREAKS FIRE BEFORE THE NEW BUCKET PRINTS.
080600     IF (WS-HOLD-CAMPUS NOT = SPACES) AND
080700        (WS-BKT-CAMPUS(WS-BKT-IDX) NOT = WS-HOLD-CAMPUS)
080800         PERFORM 5400-FLUSH-DEPT THRU 5400-EXIT
080900         PERFORM 5500-FLUSH-CAMPUS THRU 5500-EXIT
081000     END-IF.
081100     IF (WS-HOLD-DEPT NOT = SPACES) AND
081200        (WS-BKT-DEPT(WS-BKT-IDX) NOT = WS-HOLD-DEPT)
081300         PERFORM 5400-FLUSH-DEPT THRU 5400-EXIT
081400     END-IF.
081500
081600     MOVE WS-BKT-CAMPUS(WS-BKT-IDX) TO WS-HOLD-CAMPUS.
081700     MOVE WS-BKT-DEPT(WS-BKT-IDX) TO WS-HOLD-DEPT.
081800
081900     MOVE WS-BKT-CAMPUS(WS-BKT-IDX) TO RPT-DTL-CAMPUS.
082000     MOVE WS-BKT-DEPT(WS-BKT-IDX) TO RPT-DTL-DEPT.
082100     MOVE WS-BKT-CAT(WS-BKT-IDX) TO RPT-DTL-CAT.
082200     MOVE WS-BKT-CSEATS(WS-BKT-IDX) TO RPT-DTL-CSEATS.
082300     MOVE WS-BKT-CURRENT(WS-BKT-IDX) TO RPT-DTL-CURRENT.
082400     MOVE WS-BKT-FSEATS(WS-BKT-IDX) TO RPT-DTL-FSEATS.
082500     MOVE WS-BKT-FORECAST(WS-BKT-IDX) TO RPT-DTL-FORECAST.
082600     COMPUTE RPT-DTL-CHANGE =
082700         WS-BKT-FORECAST(WS-BKT-IDX) - WS-BKT-CURRENT(WS-BKT-IDX).
082800     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
082900
083000     ADD WS-BKT-CSEATS(WS-BKT-IDX) TO WS-DEPT-CSEATS
083100         WS-CAMP-CSEATS WS-GRND-CSEATS.
083200     ADD WS-BKT-CURRENT(WS-BKT-IDX) TO WS-DEPT-CURRENT
083300         WS-CAMP-CURRENT WS-GRND-CURRENT.
083400     ADD WS-BKT-FSEATS(WS-BKT-IDX) TO WS-DEPT-FSEATS
083500         WS-CAMP-FSEATS WS-GRND-FSEATS.
083600     ADD WS-BKT-FORECAST(WS-BKT-IDX) TO WS-DEPT-FORECAST
083700         WS-CAMP-FORECAST WS-GRND-FORECAST.
083800
083900     PERFORM 5300-POST-CATEGORY THRU 5300-EXIT.
084000
084100 5100-EXIT.
084200     EXIT.
084300
084400 5300-POST-CATEGORY.
084500
084600     MOVE 0 TO WS-CAT-FOUND.
084700     PERFORM 5350-MATCH-ONE-CATEGORY THRU 5350-EXIT
084800         VARYING WS-CAT-IDX FROM 1 BY 1
084900         UNTIL (WS-CAT-IDX > WS-CAT-COUNT)
085000            OR (WS-CAT-FOUND NOT = 0).
085100
085200     IF WS-CAT-FOUND = 0
085300         IF WS-CAT-COUNT >= 10
085400             GO TO 5300-EXIT
085500         END-IF
085600         ADD 1 TO WS-CAT-COUNT
085700         MOVE WS-CAT-COUNT TO WS-CAT-FOUND
085800         MOVE WS-BKT-CAT(WS-BKT-IDX) TO WS-CAT-CODE(WS-CAT-FOUND)
085900         MOVE 0 TO WS-CAT-CSEATS(WS-CAT-FOUND)
086000         MOVE 0 TO WS-CAT-CURRENT(WS-CAT-FOUND)
086100         MOVE 0 TO WS-CAT-FSEATS(WS-CAT-FOUND)
086200         MOVE 0 TO WS-CAT-FORECAST(WS-CAT-FOUND)
086300     END-IF.
086400
086500     ADD WS-BKT-CSEATS(WS-BKT-IDX) TO WS-CAT-CSEATS(WS-CAT-FOUND).
086600     ADD WS-BKT-CURRENT(WS-BKT-IDX)
086700         TO WS-CAT-CURRENT(WS-CAT-FOUND).
086800     ADD WS-BKT-FSEATS(WS-BKT-IDX) TO WS-CAT-FSEATS(WS-CAT-FOUND).
086900     ADD WS-BKT-FORECAST(WS-BKT-IDX)
087000         TO WS-CAT-FORECAST(WS-CAT-FOUND).
087100
087200 5300-EXIT.
087300     EXIT.
087400
087500 5350-MATCH-ONE-CATEGORY.
087600
087700     IF WS-CAT-CODE(WS-CAT-IDX) = WS-BKT-CAT(WS-BKT-IDX)
087800         MOVE WS-CAT-IDX TO WS-CAT-FOUND
087900     END-IF.
088000
088100 5350-EXIT.
088200     EXIT.
088300
088400 5400-FLUSH-DEPT.
088500
088600     IF WS-HOLD-DEPT = SPACES
088700         GO TO 5400-EXIT
088800     END-IF.
088900
089000     MOVE 'DEPT TOTAL' TO RPT-TOT-LABEL.
089100     MOVE WS-HOLD-DEPT TO RPT-TOT-KEY.
089200     MOVE WS-DEPT-TOTALS TO WS-PRT-TOTALS.
089300     PERFORM 5700-PRINT-TOTAL-LINE THRU 5700-EXIT.
089400
089500     MOVE 0 TO WS-DEPT-CSEATS.
089600     MOVE 0 TO WS-DEPT-CURRENT.
089700     MOVE 0 TO WS-DEPT-FSEATS.
089800     MOVE 0 TO WS-DEPT-FORECAST.
089900     MOVE SPACES TO WS-HOLD-DEPT.
090000
090100 5400-EXIT.
090200     EXIT.
090300
090400 5500-FLUSH-CAMPUS.
090500
090600     IF WS-HOLD-CAMPUS = SPACES
090700         GO TO 5500-EXIT
090800     END-IF.
090900
091000     MOVE 'CAMPUS TOTAL' TO RPT-TOT-LABEL.
091100     MOVE WS-HOLD-CAMPUS TO RPT-TOT-KEY.
091200     MOVE WS-CAMP-TOTALS TO WS-PRT-TOTALS.
091300     PERFORM 5700-PRINT-TOTAL-LINE THRU 5700-EXIT.
091400
091500     MOVE 0 TO WS-CAMP-CSEATS.
091600     MOVE 0 TO WS-CAMP-CURRENT.
091700     MOVE 0 TO WS-CAMP-FSEATS.
091800     MOVE 0 TO WS-CAMP-FORECAST.
091900     MOVE SPACES TO WS-HOLD-CAMPUS.
092000
092100 5500-EXIT.
092200     EXIT.
092300
092400 5600-PRINT-ONE-CATEGORY.
092500
092600     MOVE 'CATEGORY' TO RPT-TOT-LABEL.
092700     MOVE WS-CAT-CODE(WS-CAT-IDX) TO RPT-TOT-KEY.
092800     MOVE WS-CAT-TOTALS(WS-CAT-IDX) TO WS-PRT-TOTALS.
092900     PERFORM 5700-PRINT-TOTAL-LINE THRU 5700-EXIT.
093000
093100 5600-EXIT.
093200     EXIT.
093300
093400 5700-PRINT-TOTAL-LINE.
093500
093600     MOVE WS-PRT-CSEATS TO RPT-TOT-CSEATS.
093700     MOVE WS-PRT-CURRENT TO RPT-TOT-CURRENT.
093800     MOVE WS-PRT-FSEATS TO RPT-TOT-FSEATS.
093900     MOVE WS-PRT-FORECAST TO RPT-TOT-FORECAST.
094000     COMPUTE RPT-TOT-CHANGE = WS-PRT-FORECAST - WS-PRT-CURRENT.
094100     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
094200
094300 5700-EXIT.
094400     EXIT.
094500
094600*----------------------------------------------------------------
094700* WAITLIST SECTION - EVERY CATALOG SECTION OF EITHER TERM WITH
094800* STUDENTS WAITING. EACH WAITING STUDENT'S SEAT IS PRICED UNDER
094900* THEIR OWN FEE CATEGORY AND THE SECTION'S TERM - REVENUE THAT
095000* COMES IN ONLY IF THE SEAT OPENS UP.
095100*----------------------------------------------------------------
095200 6000-PRINT-WAITLIST.
095300
095400     MOVE 'ESTIMATED UNBILLED REVENUE ON WAITLISTS' TO RPT-TXT.
095500     WRITE RPT-LINE FROM RPT-TEXT-LINE.
095600     WRITE RPT-LINE FROM RPT-WAIT-HEADING.
095700
095800     MOVE 'N' TO WS-CRS-DONE-SW.
095900     MOVE LOW-VALUES TO CRS-CODE.
096000     START CRSFILE KEY IS GREATER THAN CRS-CODE
096100         INVALID KEY
096200             MOVE 'Y' TO WS-CRS-DONE-SW
096300     END-START.
096400
096500     PERFORM 6100-PRINT-ONE-SECTION THRU 6100-EXIT
096600         UNTIL WS-CRS-DONE.
096700
096800     MOVE SPACES TO RPT-WTL-KEY.
096900     MOVE 'TERM TOTAL' TO RPT-WTL-KEY(1:11).
097000     MOVE WS-CUR-TERM TO RPT-WTL-KEY(12:5).
097100     MOVE WS-CWT-SEATS TO RPT-WTL-SEATS.
097200     MOVE WS-CWT-AMOUNT TO RPT-WTL-AMOUNT.
097300     WRITE RPT-LINE FROM RPT-WAIT-LINE.
097400
097500     MOVE SPACES TO RPT-WTL-KEY.
097600     MOVE 'TERM TOTAL' TO RPT-WTL-KEY(1:11).
097700     MOVE WS-FUT-TERM TO RPT-WTL-KEY(12:5).
097800     MOVE WS-FWT-SEATS TO RPT-WTL-SEATS.
097900     MOVE WS-FWT-AMOUNT TO RPT-WTL-AMOUNT.
098000     WRITE RPT-LINE FROM RPT-WAIT-LINE.
098100
098200 6000-EXIT.
098300     EXIT.
098400
098500 6100-PRINT-ONE-SECTION.
098600
098700     READ CRSFILE NEXT RECORD
098800         AT END
098900             MOVE 'Y' TO WS-CRS-DONE-SW
099000             GO TO 6100-EXIT
099100     END-READ.
099200
099300     IF (CRS-TERM(1:5) NOT = WS-CUR-TERM) AND
099400        (CRS-TERM(1:5) NOT = WS-FUT-TERM)
099500         GO TO 6100-EXIT
099600     END-IF.
099700     IF (CRS-WAIT-COUNT NOT NUMERIC) OR (CRS-WAIT-COUNT = 0)
099800         GO TO 6100-EXIT
099900     END-IF.
100000
100100     MOVE CRS-WAIT-COUNT TO WS-WAIT-LIMIT.
100200     IF WS-WAIT-LIMIT > 10
100300         MOVE 10 TO WS-WAIT-LIMIT
100400     END-IF.
100500
100600     MOVE CRS-TERM(1:5) TO WS-PRICE-TERM.
100700     MOVE 0 TO WS-WAIT-SEATS.
100800     MOVE 0 TO WS-WAIT-AMOUNT.
100900     PERFORM 6200-PRICE-ONE-WAITER THRU 6200-EXIT
101000         VARYING WS-WAIT-IDX FROM 1 BY 1
101100         UNTIL WS-WAIT-IDX > WS-WAIT-LIMIT.
101200
101300     IF WS-WAIT-SEATS = 0
101400         GO TO 6100-EXIT
101500     END-IF.
101600
101700     MOVE SPACES TO RPT-WTL-KEY.
101800     MOVE CRS-TERM(1:5) TO RPT-WTL-TERM.
101900     MOVE CRS-CODE TO RPT-WTL-CODE.
102000     MOVE CRS-CAMPUS TO RPT-WTL-CAMPUS.
102100     MOVE WS-WAIT-SEATS TO RPT-WTL-SEATS.
102200     MOVE WS-WAIT-AMOUNT TO RPT-WTL-AMOUNT.
102300     WRITE RPT-LINE FROM RPT-WAIT-LINE.
102400
102500     IF CRS-TERM(1:5) = WS-FUT-TERM
102600         ADD WS-WAIT-SEATS TO WS-FWT-SEATS
102700         ADD WS-WAIT-AMOUNT TO WS-FWT-AMOUNT
102800     ELSE
102900         ADD WS-WAIT-SEATS TO WS-CWT-SEATS
103000         ADD WS-WAIT-AMOUNT TO WS-CWT-AMOUNT
103100     END-IF.
103200
103300 6100-EXIT.
103400     EXIT.
103500
103600 6200-PRICE-ONE-WAITER.
103700
103800     IF CRS-WAIT-TABLE(WS-WAIT-IDX) = SPACES
103900         GO TO 6200-EXIT
104000     END-IF.
104100
104200     MOVE CRS-WAIT-TABLE(WS-WAIT-IDX) TO STU-NUMBER.
104300     PERFORM 2600-FIND-STUDENT THRU 2600-EXIT.
104400
104500     PERFORM 2500-PRICE-SEAT THRU 2500-EXIT.
104600     ADD 1 TO WS-WAIT-SEATS.
104700     ADD WS-THIS-FEE TO WS-WAIT-AMOUNT.
104800
104900 6200-EXIT.
105000     EXIT.
105100
105200 3000-TERMINATE.
105300
105400     CLOSE STUFUT-FILE STUFILE CRSFILE FEE-FILE ASSESS-FILE.
105500     CLOSE FORECAST-RPT.
105600
105700     DISPLAY 'DCJB8BFC - FUTURE SCHEDULES PRICED = '
105800         WS-FUT-STUDENTS ' AUDITS SKIPPED = ' WS-AUDIT-SKIPPED.
105900     DISPLAY 'DCJB8BFC - CURRENT ASSESSMENTS SPREAD = '
106000         WS-ASM-STUDENTS ' BUCKETS = ' WS-BKT-COUNT.
106100
106200 3000-EXIT.
106300     EXIT.
106400
106500 9999-ABEND.
106600
106700     MOVE 16 TO RETURN-CODE.
106800     GOBACK.
106900
107000 END PROGRAM DCJB8BFC.
