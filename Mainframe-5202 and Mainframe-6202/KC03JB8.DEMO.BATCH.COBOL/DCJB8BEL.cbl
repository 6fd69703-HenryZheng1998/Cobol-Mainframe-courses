000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BEL.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - COURSE EVALUATION RESPONSE
001100*                LOAD. EACH KEYED FORM (EVCARD - TOKEN, EIGHT
001200*                RATINGS, ONE COMMENT LINE) IS CHECKED AGAINST
001300*                EVTOKEN: AN UNKNOWN OR ALREADY-USED TOKEN, A
001400*                RATING OUTSIDE 1-5 OR A BLANK FORM IS REJECTED
001500*                TO THE REPORT. A GOOD FORM USES UP ITS TOKEN AND
001600*                IS ADDED TO EVRESP UNDER THE TOKEN'S SECTION AND
001700*                INSTRUCTOR, WITHOUT THE TOKEN.
001800*----------------------------------------------------------------
001900
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER. IBM-370.
002300 OBJECT-COMPUTER. IBM-370.
002400
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700
002800*    THE COMPLETED FORMS AS KEYED FROM THE PAPER.
002900     SELECT EVCARD-FILE ASSIGN TO EVCARD
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-EVCARD-STATUS.
003200
003300     SELECT EVTOKEN-FILE ASSIGN TO EVTOKEN
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS EVT-KEY
003700         FILE STATUS IS WS-EVTOKEN-STATUS.
003800
003900     SELECT EVRESP-FILE ASSIGN TO EVRESP
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS EVR-KEY
004300         FILE STATUS IS WS-EVRESP-STATUS.
004400
004500     SELECT LOAD-RPT ASSIGN TO EVLRPT
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-EVLRPT-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100
005200 FD  EVCARD-FILE
005300     LABEL RECORDS ARE STANDARD
005400     RECORD CONTAINS 80 CHARACTERS
005500     DATA RECORD IS EVCARD-RECORD.
005600 01  EVCARD-RECORD.
005700     05 ECD-TOKEN                    PIC X(10).
005800     05 FILLER                       PIC X(1).
005900     05 ECD-RATING-TABLE.
006000         10 ECD-RATING               PIC X(1) OCCURS 8 TIMES.
006100     05 FILLER                       PIC X(1).
006200     05 ECD-COMMENT                  PIC X(60).
006300
006400 FD  EVTOKEN-FILE
006500     LABEL RECORDS ARE STANDARD
006600     RECORD CONTAINS 40 CHARACTERS
006700     DATA RECORD IS EVTOKEN-RECORD.
006800
006900*    EVTOKEN RECORD LAYOUT - SHARED WITH DCJB8BET.
007000     COPY 'EVTKREC'.
007100
007200 FD  EVRESP-FILE
007300     LABEL RECORDS ARE STANDARD
007400     RECORD CONTAINS 110 CHARACTERS
007500     DATA RECORD IS EVRESP-RECORD.
007600
007700*    EVRESP RECORD LAYOUT - SHARED WITH DCJB8BER.
007800     COPY 'EVRSREC'.
007900
008000 FD  LOAD-RPT
008100     LABEL RECORDS ARE STANDARD
008200     RECORD CONTAINS 133 CHARACTERS
008300     DATA RECORD IS RPT-LINE.
008400 01  RPT-LINE                        PIC X(133).
008500
008600 WORKING-STORAGE SECTION.
008700
008800 01  WS-EVCARD-STATUS                PIC X(2) VALUE SPACES.
008900     88 WS-EVCARD-OK                     VALUE '00'.
009000 01  WS-EVTOKEN-STATUS               PIC X(2) VALUE SPACES.
009100     88 WS-EVTOKEN-OK                    VALUE '00'.
009200 01  WS-EVRESP-STATUS                PIC X(2) VALUE SPACES.
009300     88 WS-EVRESP-OK                     VALUE '00'.
009400 01  WS-EVLRPT-STATUS                PIC X(2) VALUE SPACES.
009500     88 WS-EVLRPT-OK                     VALUE '00'.
009600
009700 01  WS-SWITCHES.
009800     05 WS-CARD-EOF-SW               PIC X(1) VALUE 'N'.
009900         88 WS-CARD-EOF                   VALUE 'Y'.
010000
010100 01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
010200 77  WS-RTG-IDX                      PIC S9(2) COMP VALUE 0.
010300 77  WS-RTG-BAD                      PIC S9(2) COMP VALUE 0.
010400 77  WS-RTG-ANSWERED                 PIC S9(2) COMP VALUE 0.
010500
010600* THE RESPONSE KEY'S RANDOM PART - THE SAME GENERATOR DCJB8BET
010700* DEALS ITS TOKENS FROM (SEED * 16807, MODULO 2**31 - 1), SEEDED
010800* FROM THE CLOCK.
010900 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
011000 01  WS-CURR-TIME                    PIC 9(8) VALUE 0.
011100 01  WS-RAND-SEED                    PIC 9(10) VALUE 0.
011200 01  WS-RAND-PRODUCT                 PIC 9(15) VALUE 0.
011300 01  WS-RAND-QUOT                    PIC 9(10) VALUE 0.
011400 77  WS-RAND-TRIES                   PIC S9(3) COMP VALUE 0.
011500
011600 77  WS-CARD-COUNT                   PIC S9(7) COMP VALUE 0.
011700 77  WS-LOADED-COUNT                 PIC S9(7) COMP VALUE 0.
011800 77  WS-REJECT-COUNT                 PIC S9(7) COMP VALUE 0.
011900
012000 01  RPT-HEADING-1.
012100     05 RPT-HDG1-CC                  PIC X(1) VALUE '1'.
012200     05 FILLER                       PIC X(4) VALUE SPACES.
012300     05 FILLER                       PIC X(44) VALUE
012400            'COURSE EVALUATION LOAD - REJECTED FORMS'.
012500     05 FILLER                       PIC X(84) VALUE SPACES.
012600
012700 01  RPT-HEADING-2.
012800     05 RPT-HDG2-CC                  PIC X(1) VALUE '0'.
012900     05 FILLER                       PIC X(4) VALUE SPACES.
013000     05 FILLER                       PIC X(44) VALUE
013100            'TOKEN       RATINGS   REASON'.
013200     05 FILLER                       PIC X(84) VALUE SPACES.
013300
013400 01  RPT-DETAIL-LINE.
013500     05 RPT-DTL-CC                   PIC X(1) VALUE ' '.
013600     05 FILLER                       PIC X(4) VALUE SPACES.
013700     05 RPT-DTL-TOKEN                PIC X(10).
013800     05 FILLER                       PIC X(2) VALUE SPACES.
013900     05 RPT-DTL-RATINGS              PIC X(8).
014000     05 FILLER                       PIC X(2) VALUE SPACES.
014100     05 RPT-DTL-REASON               PIC X(30).
014200     05 FILLER                       PIC X(76) VALUE SPACES.
014300
014400 01  RPT-TOTAL-LINE.
014500     05 RPT-TOT-CC                   PIC X(1) VALUE ' '.
014600     05 FILLER                       PIC X(4) VALUE SPACES.
014700     05 RPT-TOT-LABEL                PIC X(36).
014800     05 RPT-TOT-COUNT                PIC ZZZ,ZZ9.
014900     05 FILLER                       PIC X(85) VALUE SPACES.
015000
015100 PROCEDURE DIVISION.
015200
015300 0000-MAINLINE.
015400
015500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015600
015700     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
015800         UNTIL WS-CARD-EOF.
015900
016000     PERFORM 3000-TERMINATE THRU 3000-EXIT.
016100
016200     GOBACK.
016300
016400 1000-INITIALIZE.
016500
016600     OPEN INPUT EVCARD-FILE.
016700     IF NOT WS-EVCARD-OK
016800         DISPLAY 'DCJB8BEL - EVCARD OPEN FAILED, STATUS = '
016900             WS-EVCARD-STATUS
017000         GO TO 9999-ABEND
017100     END-IF.
017200
017300     OPEN I-O EVTOKEN-FILE.
017400     IF NOT WS-EVTOKEN-OK
017500         DISPLAY 'DCJB8BEL - EVTOKEN OPEN FAILED, STATUS = '
017600             WS-EVTOKEN-STATUS
017700         GO TO 9999-ABEND
017800     END-IF.
017900
018000     OPEN I-O EVRESP-FILE.
018100     IF NOT WS-EVRESP-OK
018200         DISPLAY 'DCJB8BEL - EVRESP OPEN FAILED, STATUS = '
018300             WS-EVRESP-STATUS
018400         GO TO 9999-ABEND
018500     END-IF.
018600
018700     OPEN OUTPUT LOAD-RPT.
018800     IF NOT WS-EVLRPT-OK
018900         DISPLAY 'DCJB8BEL - EVLRPT OPEN FAILED, STATUS = '
019000             WS-EVLRPT-STATUS
019100         GO TO 9999-ABEND
019200     END-IF.
019300
019400     WRITE RPT-LINE FROM RPT-HEADING-1.
019500     WRITE RPT-LINE FROM RPT-HEADING-2.
019600
019700*    A ZERO SEED WOULD STAY ZERO.
019800     ACCEPT WS-CURR-DATE FROM DAY.
019900     ACCEPT WS-CURR-TIME FROM TIME.
020000     COMPUTE WS-RAND-SEED = WS-CURR-TIME + WS-CURR-DATE.
020100     IF WS-RAND-SEED = 0
020200         MOVE 1 TO WS-RAND-SEED
020300     END-IF.
020400
020500     PERFORM 2100-READ-NEXT-CARD THRU 2100-EXIT.
020600
020700 1000-EXIT.
020800     EXIT.
020900
021000*----------------------------------------------------------------
021100* ONE FORM. THE TOKEN IS USED UP BEFORE THE RESPONSE IS WRITTEN -
021200* A RUN THAT STOPS BETWEEN THE TWO LOSES ONE FORM RATHER THAN
021300* COUNTING IT TWICE ON THE RERUN.
021400*----------------------------------------------------------------
021500 2000-PROCESS-CARD.
021600
021700     ADD 1 TO WS-CARD-COUNT.
021800
021900     MOVE ECD-TOKEN TO EVT-TOKEN.
022000     READ EVTOKEN-FILE
022100         INVALID KEY
022200             MOVE 'TOKEN NOT ISSUED' TO WS-REJECT-REASON
022300             GO TO 2000-REJECT
022400     END-READ.
022500     IF EVT-USED
022600         MOVE 'TOKEN ALREADY USED' TO WS-REJECT-REASON
022700         GO TO 2000-REJECT
022800     END-IF.
022900
023000     MOVE 0 TO WS-RTG-BAD.
023100     MOVE 0 TO WS-RTG-ANSWERED.
023200     PERFORM 2200-CHECK-ONE-RATING THRU 2200-EXIT
023300         VARYING WS-RTG-IDX FROM 1 BY 1
023400         UNTIL WS-RTG-IDX > 8.
023500     IF WS-RTG-BAD > 0
023600         MOVE 'RATING NOT 1-5 OR BLANK' TO WS-REJECT-REASON
023700         GO TO 2000-REJECT
023800     END-IF.
023900     IF (WS-RTG-ANSWERED = 0) AND (ECD-COMMENT = SPACES)
024000         MOVE 'FORM IS BLANK' TO WS-REJECT-REASON
024100         GO TO 2000-REJECT
024200     END-IF.
024300
024400     SET EVT-USED TO TRUE.
024500     REWRITE EVTOKEN-RECORD.
024600     IF NOT WS-EVTOKEN-OK
024700         DISPLAY 'DCJB8BEL - EVTOKEN REWRITE FAILED, STATUS = '
024800             WS-EVTOKEN-STATUS
024900         GO TO 9999-ABEND
025000     END-IF.
025100
025200     MOVE SPACES TO EVRESP-RECORD.
025300     MOVE EVT-TERM TO EVR-TERM.
025400     MOVE EVT-COURSE TO EVR-COURSE.
025500     MOVE EVT-INSTR-ID TO EVR-INSTR-ID.
025600     MOVE ECD-RATING-TABLE TO EVR-RATING-TABLE.
025700     MOVE ECD-COMMENT TO EVR-COMMENT.
025800*    THE STATUS IS STILL '00' FROM THE REWRITE ABOVE - CLEAR IT
025900*    SO THE FIRST WRITE IS ACTUALLY TRIED.
026000     MOVE SPACES TO WS-EVRESP-STATUS.
026100     MOVE 0 TO WS-RAND-TRIES.
026200     PERFORM 2300-TRY-ONE-KEY THRU 2300-EXIT
026300         UNTIL (WS-EVRESP-OK) OR (WS-RAND-TRIES > 50).
026400     IF NOT WS-EVRESP-OK
026500         DISPLAY 'DCJB8BEL - EVRESP WRITE FAILED, STATUS = '
026600             WS-EVRESP-STATUS
026700         GO TO 9999-ABEND
026800     END-IF.
026900
027000     ADD 1 TO WS-LOADED-COUNT.
027100     GO TO 2000-NEXT.
027200
027300 2000-REJECT.
027400
027500     MOVE ECD-TOKEN TO RPT-DTL-TOKEN.
027600     MOVE ECD-RATING-TABLE TO RPT-DTL-RATINGS.
027700     MOVE WS-REJECT-REASON TO RPT-DTL-REASON.
027800     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
027900     ADD 1 TO WS-REJECT-COUNT.
028000
028100 2000-NEXT.
028200
028300     PERFORM 2100-READ-NEXT-CARD THRU 2100-EXIT.
028400
028500 2000-EXIT.
028600     EXIT.
028700
028800 2100-READ-NEXT-CARD.
028900
029000     READ EVCARD-FILE
029100         AT END
029200             MOVE 'Y' TO WS-CARD-EOF-SW
029300     END-READ.
029400
029500 2100-EXIT.
029600     EXIT.
029700
029800 2200-CHECK-ONE-RATING.
029900
030000     IF ECD-RATING(WS-RTG-IDX) = SPACE
030100         GO TO 2200-EXIT
030200     END-IF.
030300     IF (ECD-RATING(WS-RTG-IDX) < '1') OR
030400        (ECD-RATING(WS-RTG-IDX) > '5')
030500         ADD 1 TO WS-RTG-BAD
030600     ELSE
030700         ADD 1 TO WS-RTG-ANSWERED
030800     END-IF.
030900
031000 2200-EXIT.
031100     EXIT.
031200
031300 2300-TRY-ONE-KEY.
031400
031500     ADD 1 TO WS-RAND-TRIES.
031600     COMPUTE WS-RAND-PRODUCT = WS-RAND-SEED * 16807.
031700     DIVIDE WS-RAND-PRODUCT BY 2147483647
031800         GIVING WS-RAND-QUOT
031900         REMAINDER WS-RAND-SEED.
032000     MOVE WS-RAND-SEED TO EVR-RANDOM.
032100
032200     WRITE EVRESP-RECORD
032300         INVALID KEY
032400             CONTINUE
032500     END-WRITE.
032600
032700 2300-EXIT.
032800     EXIT.
032900
033000 3000-TERMINATE.
033100
033200     MOVE 'FORMS READ' TO RPT-TOT-LABEL.
033300     MOVE WS-CARD-COUNT TO RPT-TOT-COUNT.
033400     MOVE '0' TO RPT-TOT-CC.
033500     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
033600     MOVE ' ' TO RPT-TOT-CC.
033700     MOVE 'RESPONSES LOADED' TO RPT-TOT-LABEL.
033800     MOVE WS-LOADED-COUNT TO RPT-TOT-COUNT.
033900     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
034000     MOVE 'FORMS REJECTED' TO RPT-TOT-LABEL.
034100     MOVE WS-REJECT-COUNT TO RPT-TOT-COUNT.
034200     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
034300
034400     CLOSE EVCARD-FILE.
034500     CLOSE EVTOKEN-FILE.
034600     CLOSE EVRESP-FILE.
034700     CLOSE LOAD-RPT.
034800
034900     DISPLAY 'DCJB8BEL - FORMS = ' WS-CARD-COUNT
035000         ' LOADED = ' WS-LOADED-COUNT
035100         ' REJECTED = ' WS-REJECT-COUNT.
035200
035300 3000-EXIT.
035400     EXIT.
035500
035600 9999-ABEND.
035700
035800     MOVE 16 TO RETURN-CODE.
035900     GOBACK.
036000
036100 END PROGRAM DCJB8BEL.
