000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BER.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - COURSE EVALUATION RESULTS. FOR
001100*                THE SYSIN TERM, ONE PASS OF EVRESP PRINTS EACH
001200*                SECTION'S RESPONSE COUNT AND MEAN RATING PER
001300*                QUESTION WITH ITS CRS-INSTR-ID, LAID OUT AS THE
001400*                DCJB8BGD GRADE DISTRIBUTION IS, FOLLOWED BY THE
001500*                SECTION'S COMMENTS; THEN THE SAME MEANS PER
001600*                INSTRUCTOR. A SECTION WITH FEWER RESPONSES THAN
001700*                PARMFILE EVALMIN SHOWS ONLY ITS COUNT AND IS
001800*                LEFT OUT OF ITS INSTRUCTOR'S FIGURES.
001810* 10/15/26  HZ   INSTFILE RECORD NOW 50 BYTES - CARRIES THE
001820*                INSTRUCTOR'S RANK.
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
002900     SELECT EVRESP-FILE ASSIGN TO EVRESP
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS EVR-KEY
003300         FILE STATUS IS WS-EVRESP-STATUS.
003400
003500     SELECT INSTFILE ASSIGN TO INSTFILE
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS INS-ID
003900         FILE STATUS IS WS-INSTFILE-STATUS.
004000
004100*    CENTRAL PARAMETER FILE - THE EVALMIN RESPONSE FLOOR.
004200     SELECT PARM-FILE ASSIGN TO PARMFILE
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS PAR-KEY
004600         FILE STATUS IS WS-PARMFILE-STATUS.
004700
004800     SELECT EVAL-RPT ASSIGN TO EVRRPT
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-EVRRPT-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400
005500 FD  EVRESP-FILE
005600     LABEL RECORDS ARE STANDARD
005700     RECORD CONTAINS 110 CHARACTERS
005800     DATA RECORD IS EVRESP-RECORD.
005900
006000*    EVRESP RECORD LAYOUT - SHARED WITH DCJB8BEL.
006100     COPY 'EVRSREC'.
006200
006300 FD  INSTFILE
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 50 CHARACTERS
006600     DATA RECORD IS INSTFILE-RECORD.
006700
006800     COPY 'INSTREC'.
006900
007000 FD  PARM-FILE
007100     LABEL RECORDS ARE STANDARD
007200     RECORD CONTAINS 78 CHARACTERS
007300     DATA RECORD IS PARMFILE-RECORD.
007400
007500*    PARMFILE RECORD LAYOUT - SHARED WITH DCJB8PHK.
007600     COPY 'PARMREC'.
007700
007800 FD  EVAL-RPT
007900     LABEL RECORDS ARE STANDARD
008000     RECORD CONTAINS 133 CHARACTERS
008100     DATA RECORD IS RPT-LINE.
008200 01  RPT-LINE                        PIC X(133).
008300
008400 WORKING-STORAGE SECTION.
008500
008600 01  WS-EVRESP-STATUS                PIC X(2) VALUE SPACES.
008700     88 WS-EVRESP-OK                     VALUE '00'.
008800 01  WS-INSTFILE-STATUS              PIC X(2) VALUE SPACES.
008900     88 WS-INSTFILE-OK                   VALUE '00'.
009000 01  WS-PARMFILE-STATUS              PIC X(2) VALUE SPACES.
009100     88 WS-PARMFILE-OK                   VALUE '00'.
009200 01  WS-PARM-VALUE-X                 PIC X(12) VALUE SPACES.
009300 01  WS-EVRRPT-STATUS                PIC X(2) VALUE SPACES.
009400     88 WS-EVRRPT-OK                     VALUE '00'.
009500
009600 01  WS-SWITCHES.
009700     05 WS-EVR-EOF-SW                PIC X(1) VALUE 'N'.
009800         88 WS-EVR-EOF                    VALUE 'Y'.
009900
010000 01  WS-SYSIN-CARD.
010100     05 WS-RUN-TERM                  PIC X(5).
010200     05 FILLER                       PIC X(75).
010300
010400* THE FEWEST RESPONSES A SECTION MAY HAVE AND STILL SHOW RESULTS
010500* (PARMFILE EVALMIN). BELOW IT A MEAN OR A COMMENT COULD BE
010600* PUT DOWN TO ONE STUDENT.
010700 01  WS-MIN-RESP                     PIC 9(3) VALUE 0.
010800 01  WS-MIN-RESP-X REDEFINES WS-MIN-RESP
010900                                     PIC X(3).
011000
011100* THE SECTION IN HAND - EVRESP ARRIVES IN SECTION ORDER WITHIN
011200* THE TERM. ITS COMMENTS ARE HELD UNTIL THE COUNT IS KNOWN, AS
011300* THEY PRINT ONLY FOR A SECTION THAT MEETS THE FLOOR.
011400 01  WS-SEC-COURSE                   PIC X(8) VALUE SPACES.
011500 01  WS-SEC-INSTR                    PIC X(5) VALUE SPACES.
011600 01  WS-SEC-RESP                     PIC S9(5) COMP VALUE 0.
011700 01  WS-SEC-TOTALS.
011800     05 WS-SEC-Q OCCURS 8 TIMES.
011900         10 WS-SEC-SUM               PIC S9(7) COMP.
012000         10 WS-SEC-ANS               PIC S9(5) COMP.
012100 01  WS-CMT-COUNT                    PIC S9(4) COMP VALUE 0.
012200 01  WS-CMT-OVER                     PIC S9(5) COMP VALUE 0.
012300 01  WS-CMT-TABLE.
012400     05 WS-CMT-TEXT                  PIC X(60) OCCURS 500 TIMES.
012500 77  WS-CMT-IDX                      PIC S9(4) COMP VALUE 0.
012600 77  WS-Q-IDX                        PIC S9(2) COMP VALUE 0.
012700 01  WS-RATING-N                     PIC 9(1) VALUE 0.
012800 01  WS-MEAN                         PIC 9V99 VALUE 0.
012900
013000* PER-INSTRUCTOR TOTALS, KEPT IN INSTRUCTOR ORDER - ONLY THE
013100* SECTIONS THAT MET THE FLOOR ARE ADDED IN, OR A SUPPRESSED
013200* SECTION'S FIGURES COULD BE HAD BY SUBTRACTING THE OTHERS.
013300 01  WS-INS-COUNT                    PIC S9(4) COMP VALUE 0.
013400 01  WS-INS-TABLE.
013500     05 WS-INS-ENTRY OCCURS 300 TIMES.
013600         10 WS-INS-ID                PIC X(5).
013700         10 WS-INS-SECTIONS          PIC S9(3) COMP.
013800         10 WS-INS-RESP              PIC S9(5) COMP.
013900         10 WS-INS-Q OCCURS 8 TIMES.
014000             15 WS-INS-SUM           PIC S9(7) COMP.
014100             15 WS-INS-ANS           PIC S9(5) COMP.
014200 77  WS-INS-IDX                      PIC S9(4) COMP VALUE 0.
014300 77  WS-INS-JDX                      PIC S9(4) COMP VALUE 0.
014400 77  WS-INS-FOUND                    PIC S9(4) COMP VALUE 0.
014500
014600 77  WS-RESP-COUNT                   PIC S9(7) COMP VALUE 0.
014700 77  WS-SECTION-COUNT                PIC S9(7) COMP VALUE 0.
014800 77  WS-SUPPRESSED-COUNT             PIC S9(7) COMP VALUE 0.
014900
015000 01  RPT-HEADING-1.
015100     05 RPT-HDG1-CC                  PIC X(1) VALUE '1'.
015200     05 FILLER                       PIC X(4) VALUE SPACES.
015300     05 FILLER                       PIC X(36) VALUE
015400            'COURSE EVALUATION RESULTS - TERM: '.
015500     05 RPT-HDG1-TERM                PIC X(5).
015600     05 FILLER                       PIC X(87) VALUE SPACES.
015700
015800 01  RPT-HEADING-2.
015900     05 RPT-HDG2-CC                  PIC X(1) VALUE ' '.
016000     05 FILLER                       PIC X(4) VALUE SPACES.
016100     05 FILLER                       PIC X(21) VALUE
016200            'SECTION   INSTR  RESP'.
016300     05 FILLER                       PIC X(24) VALUE
016400            '    Q1    Q2    Q3    Q4'.
016500     05 FILLER                       PIC X(24) VALUE
016600            '    Q5    Q6    Q7    Q8'.
016700     05 FILLER                       PIC X(59) VALUE SPACES.
016800
016900 01  RPT-DETAIL-LINE.
017000     05 RPT-DTL-CC                   PIC X(1) VALUE ' '.
017100     05 FILLER                       PIC X(4) VALUE SPACES.
017200     05 RPT-DTL-CODE                 PIC X(8).
017300     05 FILLER                       PIC X(2) VALUE SPACES.
017400     05 RPT-DTL-INSTR                PIC X(5).
017500     05 FILLER                       PIC X(2) VALUE SPACES.
017600     05 RPT-DTL-RESP                 PIC ZZZ9.
017700     05 RPT-DTL-Q OCCURS 8 TIMES.
017800         10 FILLER                   PIC X(2).
017900         10 RPT-DTL-MEAN             PIC 9.99 BLANK WHEN ZERO.
018000     05 FILLER                       PIC X(2) VALUE SPACES.
018100     05 RPT-DTL-FLAG                 PIC X(18).
018200     05 FILLER                       PIC X(39) VALUE SPACES.
018300
018400 01  RPT-COMMENT-LINE.
018500     05 RPT-CMT-CC                   PIC X(1) VALUE ' '.
018600     05 FILLER                       PIC X(8) VALUE SPACES.
018700     05 RPT-CMT-TEXT                 PIC X(60).
018800     05 FILLER                       PIC X(64) VALUE SPACES.
018900
019000 01  RPT-HEADING-3.
019100     05 RPT-HDG3-CC                  PIC X(1) VALUE '1'.
019200     05 FILLER                       PIC X(4) VALUE SPACES.
019300     05 FILLER                       PIC X(36) VALUE
019400            'COURSE EVALUATION BY INSTRUCTOR: '.
019500     05 RPT-HDG3-TERM                PIC X(5).
019600     05 FILLER                       PIC X(87) VALUE SPACES.
019700
019800 01  RPT-HEADING-4.
019900     05 RPT-HDG4-CC                  PIC X(1) VALUE ' '.
020000     05 FILLER                       PIC X(4) VALUE SPACES.
020100     05 FILLER                       PIC X(38) VALUE
020200            'INSTR  NAME                  SEC  RESP'.
020300     05 FILLER                       PIC X(24) VALUE
020400            '    Q1    Q2    Q3    Q4'.
020500     05 FILLER                       PIC X(24) VALUE
020600            '    Q5    Q6    Q7    Q8'.
020700     05 FILLER                       PIC X(42) VALUE SPACES.
020800
020900 01  RPT-INSTR-LINE.
021000     05 RPT-INS-CC                   PIC X(1) VALUE ' '.
021100     05 FILLER                       PIC X(4) VALUE SPACES.
021200     05 RPT-INS-ID                   PIC X(5).
021300     05 FILLER                       PIC X(2) VALUE SPACES.
021400     05 RPT-INS-NAME                 PIC X(20).
021500     05 FILLER                       PIC X(2) VALUE SPACES.
021600     05 RPT-INS-SECTIONS             PIC ZZ9.
021700     05 FILLER                       PIC X(2) VALUE SPACES.
021800     05 RPT-INS-RESP                 PIC ZZZ9.
021900     05 RPT-INS-Q OCCURS 8 TIMES.
022000         10 FILLER                   PIC X(2).
022100         10 RPT-INS-MEAN             PIC 9.99 BLANK WHEN ZERO.
022200     05 FILLER                       PIC X(42) VALUE SPACES.
022300
022400 01  RPT-TOTAL-LINE.
022500     05 RPT-TOT-CC                   PIC X(1) VALUE ' '.
022600     05 FILLER                       PIC X(4) VALUE SPACES.
022700     05 RPT-TOT-LABEL                PIC X(36).
022800     05 RPT-TOT-COUNT                PIC ZZZ,ZZ9.
022900     05 FILLER                       PIC X(85) VALUE SPACES.
023000
023100 PROCEDURE DIVISION.
023200
023300 0000-MAINLINE.
023400
023500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023600
023700     PERFORM 2000-PROCESS-RESPONSE THRU 2000-EXIT
023800         UNTIL WS-EVR-EOF.
023900
024000*    THE LAST SECTION OF THE TERM HAS NO COURSE CHANGE BEHIND IT.
024100     IF WS-SEC-COURSE NOT = SPACES
024200         PERFORM 4000-CLOSE-SECTION THRU 4000-EXIT
024300     END-IF.
024400
024500     PERFORM 5000-PRINT-INSTRUCTORS THRU 5000-EXIT.
024600
024700     PERFORM 3000-TERMINATE THRU 3000-EXIT.
024800
024900     GOBACK.
025000
025100 1000-INITIALIZE.
025200
025300     MOVE SPACES TO WS-SYSIN-CARD.
025400     ACCEPT WS-SYSIN-CARD FROM SYSIN.
025500     IF WS-RUN-TERM = SPACES
025600         DISPLAY 'DCJB8BER - TERM PARM MISSING FROM SYSIN'
025700         GO TO 9999-ABEND
025800     END-IF.
025900
026000     PERFORM 1100-LOAD-PARMS THRU 1100-EXIT.
026100
026200     OPEN INPUT EVRESP-FILE.
026300     IF NOT WS-EVRESP-OK
026400         DISPLAY 'DCJB8BER - EVRESP OPEN FAILED, STATUS = '
026500             WS-EVRESP-STATUS
026600         GO TO 9999-ABEND
026700     END-IF.
026800
026900     OPEN INPUT INSTFILE.
027000     IF NOT WS-INSTFILE-OK
027100         DISPLAY 'DCJB8BER - INSTFILE OPEN FAILED, STATUS = '
027200             WS-INSTFILE-STATUS
027300         GO TO 9999-ABEND
027400     END-IF.
027500
027600     OPEN OUTPUT EVAL-RPT.
027700     IF NOT WS-EVRRPT-OK
027800         DISPLAY 'DCJB8BER - EVRRPT OPEN FAILED, STATUS = '
027900             WS-EVRRPT-STATUS
028000         GO TO 9999-ABEND
028100     END-IF.
028200
028300     MOVE WS-RUN-TERM TO RPT-HDG1-TERM.
028400     WRITE RPT-LINE FROM RPT-HEADING-1.
028500     WRITE RPT-LINE FROM RPT-HEADING-2.
028600
028700*    POSITION AT THE TERM'S FIRST RESPONSE.
028800     MOVE LOW-VALUES TO EVR-KEY.
028900     MOVE WS-RUN-TERM TO EVR-TERM.
029000     START EVRESP-FILE KEY IS NOT LESS THAN EVR-KEY
029100         INVALID KEY
029200             MOVE 'Y' TO WS-EVR-EOF-SW
029300             GO TO 1000-EXIT
029400     END-START.
029500
029600     PERFORM 2100-READ-NEXT-RESPONSE THRU 2100-EXIT.
029700
029800 1000-EXIT.
029900     EXIT.
030000
030100*----------------------------------------------------------------
030200* THE FLOOR COMES OFF PARMFILE (EVALMIN). A MISSING, NON-NUMERIC
030300* OR ZERO ROW STOPS THE RUN RATHER THAN PRINT A SECTION THAT
030400* SHOULD HAVE BEEN HELD BACK.
030500*----------------------------------------------------------------
030600 1100-LOAD-PARMS.
030700
030800     OPEN INPUT PARM-FILE.
030900     IF NOT WS-PARMFILE-OK
031000         DISPLAY 'DCJB8BER - PARMFILE OPEN FAILED, STATUS = '
031100             WS-PARMFILE-STATUS
031200         GO TO 9999-ABEND
031300     END-IF.
031400
031500     MOVE 'EVALMIN' TO PAR-NAME.
031600     READ PARM-FILE
031700         INVALID KEY
031800             MOVE SPACES TO PAR-VALUE
031900     END-READ.
032000     MOVE PAR-VALUE TO WS-PARM-VALUE-X.
032100     IF WS-PARM-VALUE-X(1:3) IS NOT NUMERIC
032200         DISPLAY 'DCJB8BER - PARMFILE EVALMIN MISSING OR INVALID'
032300         GO TO 9999-ABEND
032400     END-IF.
032500     MOVE WS-PARM-VALUE-X(1:3) TO WS-MIN-RESP-X.
032600     IF WS-MIN-RESP = 0
032700         DISPLAY 'DCJB8BER - PARMFILE EVALMIN MUST NOT BE ZERO'
032800         GO TO 9999-ABEND
032900     END-IF.
033000
033100     CLOSE PARM-FILE.
033200
033300 1100-EXIT.
033400     EXIT.
033500
033600*----------------------------------------------------------------
033700* ONE RESPONSE. A CHANGE OF SECTION PRINTS THE ONE BEFORE IT.
033800*----------------------------------------------------------------
033900 2000-PROCESS-RESPONSE.
034000
034100     IF EVR-COURSE NOT = WS-SEC-COURSE
034200         IF WS-SEC-COURSE NOT = SPACES
034300             PERFORM 4000-CLOSE-SECTION THRU 4000-EXIT
034400         END-IF
034500         MOVE EVR-COURSE TO WS-SEC-COURSE
034600         MOVE EVR-INSTR-ID TO WS-SEC-INSTR
034700         MOVE 0 TO WS-SEC-RESP
034800         MOVE 0 TO WS-CMT-COUNT
034900         MOVE 0 TO WS-CMT-OVER
035000         PERFORM 2300-CLEAR-ONE-QUESTION THRU 2300-EXIT
035100             VARYING WS-Q-IDX FROM 1 BY 1
035200             UNTIL WS-Q-IDX > 8
035300     END-IF.
035400
035500     ADD 1 TO WS-SEC-RESP.
035600     ADD 1 TO WS-RESP-COUNT.
035700     PERFORM 2200-TALLY-ONE-RATING THRU 2200-EXIT
035800         VARYING WS-Q-IDX FROM 1 BY 1
035900         UNTIL WS-Q-IDX > 8.
036000
036100     IF EVR-COMMENT NOT = SPACES
036200         IF WS-CMT-COUNT < 500
036300             ADD 1 TO WS-CMT-COUNT
036400             MOVE EVR-COMMENT TO WS-CMT-TEXT(WS-CMT-COUNT)
036500         ELSE
036600             ADD 1 TO WS-CMT-OVER
036700         END-IF
036800     END-IF.
036900
037000     PERFORM 2100-READ-NEXT-RESPONSE THRU 2100-EXIT.
037100
037200 2000-EXIT.
037300     EXIT.
037400
037500 2100-READ-NEXT-RESPONSE.
037600
037700     READ EVRESP-FILE NEXT RECORD
037800         AT END
037900             MOVE 'Y' TO WS-EVR-EOF-SW
038000             GO TO 2100-EXIT
038100     END-READ.
038200
038300     IF EVR-TERM NOT = WS-RUN-TERM
038400         MOVE 'Y' TO WS-EVR-EOF-SW
038500     END-IF.
038600
038700 2100-EXIT.
038800     EXIT.
038900
039000 2200-TALLY-ONE-RATING.
039100
039200     IF (EVR-RATING(WS-Q-IDX) < '1') OR
039300        (EVR-RATING(WS-Q-IDX) > '5')
039400         GO TO 2200-EXIT
039500     END-IF.
039600
039700     MOVE EVR-RATING(WS-Q-IDX) TO WS-RATING-N.
039800     ADD WS-RATING-N TO WS-SEC-SUM(WS-Q-IDX).
039900     ADD 1 TO WS-SEC-ANS(WS-Q-IDX).
040000
040100 2200-EXIT.
040200     EXIT.
040300
040400 2300-CLEAR-ONE-QUESTION.
040500
040600     MOVE 0 TO WS-SEC-SUM(WS-Q-IDX).
040700     MOVE 0 TO WS-SEC-ANS(WS-Q-IDX).
040800
040900 2300-EXIT.
041000     EXIT.
041100
041200 3000-TERMINATE.
041300
041400     MOVE 'RESPONSES FOR THE TERM' TO RPT-TOT-LABEL.
041500     MOVE WS-RESP-COUNT TO RPT-TOT-COUNT.
041600     MOVE '0' TO RPT-TOT-CC.
041700     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
041800     MOVE ' ' TO RPT-TOT-CC.
041900     MOVE 'SECTIONS WITH RESPONSES' TO RPT-TOT-LABEL.
042000     MOVE WS-SECTION-COUNT TO RPT-TOT-COUNT.
042100     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
042200     MOVE 'SECTIONS HELD BACK - TOO FEW' TO RPT-TOT-LABEL.
042300     MOVE WS-SUPPRESSED-COUNT TO RPT-TOT-COUNT.
042400     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
042500
042600     CLOSE EVRESP-FILE.
042700     CLOSE INSTFILE.
042800     CLOSE EVAL-RPT.
042900
043000     DISPLAY 'DCJB8BER - RESPONSES = ' WS-RESP-COUNT
043100         ' SECTIONS = ' WS-SECTION-COUNT
043200         ' HELD BACK = ' WS-SUPPRESSED-COUNT.
043300
043400 3000-EXIT.
043500     EXIT.
043600
043700*----------------------------------------------------------------
043800* PRINTS THE SECTION IN HAND. BELOW THE FLOOR ONLY THE COUNT
043900* SHOWS - NO MEANS, NO COMMENTS - AND THE SECTION STAYS OUT OF
044000* ITS INSTRUCTOR'S FIGURES.
044100*----------------------------------------------------------------
044200 4000-CLOSE-SECTION.
044300
044400     ADD 1 TO WS-SECTION-COUNT.
044500     MOVE WS-SEC-COURSE TO RPT-DTL-CODE.
044600     MOVE WS-SEC-INSTR TO RPT-DTL-INSTR.
044700     MOVE WS-SEC-RESP TO RPT-DTL-RESP.
044800
044900     IF WS-SEC-RESP < WS-MIN-RESP
045000         PERFORM 4150-CLEAR-ONE-MEAN THRU 4150-EXIT
045100             VARYING WS-Q-IDX FROM 1 BY 1
045200             UNTIL WS-Q-IDX > 8
045300         MOVE 'TOO FEW RESPONSES' TO RPT-DTL-FLAG
045400         WRITE RPT-LINE FROM RPT-DETAIL-LINE
045500         ADD 1 TO WS-SUPPRESSED-COUNT
045600         GO TO 4000-EXIT
045700     END-IF.
045800
045900     PERFORM 4100-FILL-ONE-MEAN THRU 4100-EXIT
046000         VARYING WS-Q-IDX FROM 1 BY 1
046100         UNTIL WS-Q-IDX > 8.
046200     MOVE SPACES TO RPT-DTL-FLAG.
046300     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
046400
046500     PERFORM 4200-PRINT-ONE-COMMENT THRU 4200-EXIT
046600         VARYING WS-CMT-IDX FROM 1 BY 1
046700         UNTIL WS-CMT-IDX > WS-CMT-COUNT.
046800     IF WS-CMT-OVER > 0
046900         MOVE '(FURTHER COMMENTS NOT LISTED)' TO RPT-CMT-TEXT
047000         WRITE RPT-LINE FROM RPT-COMMENT-LINE
047100     END-IF.
047200
047300     PERFORM 4500-ADD-TO-INSTRUCTOR THRU 4500-EXIT.
047400
047500 4000-EXIT.
047600     EXIT.
047700
047800 4100-FILL-ONE-MEAN.
047900
048000     MOVE SPACES TO RPT-DTL-Q(WS-Q-IDX).
048100     IF WS-SEC-ANS(WS-Q-IDX) > 0
048200         COMPUTE WS-MEAN ROUNDED =
048300             WS-SEC-SUM(WS-Q-IDX) / WS-SEC-ANS(WS-Q-IDX)
048400     ELSE
048500         MOVE 0 TO WS-MEAN
048600     END-IF.
048700     MOVE WS-MEAN TO RPT-DTL-MEAN(WS-Q-IDX).
048800
048900 4100-EXIT.
049000     EXIT.
049100
049200 4150-CLEAR-ONE-MEAN.
049300
049400     MOVE SPACES TO RPT-DTL-Q(WS-Q-IDX).
049500     MOVE 0 TO RPT-DTL-MEAN(WS-Q-IDX).
049600
049700 4150-EXIT.
049800     EXIT.
049900
050000 4200-PRINT-ONE-COMMENT.
050100
050200     MOVE WS-CMT-TEXT(WS-CMT-IDX) TO RPT-CMT-TEXT.
050300     WRITE RPT-LINE FROM RPT-COMMENT-LINE.
050400
050500 4200-EXIT.
050600     EXIT.
050700
050800*----------------------------------------------------------------
050900* ADDS THE SECTION IN HAND TO ITS INSTRUCTOR'S ROW, OPENING THE
051000* ROW IN INSTRUCTOR ORDER WHEN IT IS THE FIRST SEEN. A SECTION
051100* WITH NO INSTRUCTOR ON THE CATALOG HAS NO ROW TO JOIN.
051200*----------------------------------------------------------------
051300 4500-ADD-TO-INSTRUCTOR.
051400
051500     IF WS-SEC-INSTR = SPACES
051600         GO TO 4500-EXIT
051700     END-IF.
051800
051900     MOVE 0 TO WS-INS-FOUND.
052000     PERFORM 4600-MATCH-ONE-INSTRUCTOR THRU 4600-EXIT
052100         VARYING WS-INS-IDX FROM 1 BY 1
052200         UNTIL (WS-INS-IDX > WS-INS-COUNT)
052300            OR (WS-INS-FOUND NOT = 0).
052400
052500     IF WS-INS-FOUND = 0
052600         PERFORM 4700-OPEN-INSTRUCTOR THRU 4700-EXIT
052700     END-IF.
052800
052900     ADD 1 TO WS-INS-SECTIONS(WS-INS-FOUND).
053000     ADD WS-SEC-RESP TO WS-INS-RESP(WS-INS-FOUND).
053100     PERFORM 4900-ADD-ONE-QUESTION THRU 4900-EXIT
053200         VARYING WS-Q-IDX FROM 1 BY 1
053300         UNTIL WS-Q-IDX > 8.
053400
053500 4500-EXIT.
053600     EXIT.
053700
053800 4600-MATCH-ONE-INSTRUCTOR.
053900
054000     IF WS-INS-ID(WS-INS-IDX) = WS-SEC-INSTR
054100         MOVE WS-INS-IDX TO WS-INS-FOUND
054200     END-IF.
054300
054400 4600-EXIT.
054500     EXIT.
054600
054700*----------------------------------------------------------------
054800* INSERTION INTO THE INSTRUCTOR TABLE - THE ROWS FROM THE NEW
054900* INSTRUCTOR'S PLACE DOWN ARE SHIFTED ONE ALONG, AS DCJB8BXG
055000* KEEPS ITS LIST IN ORDER.
055100*----------------------------------------------------------------
055200 4700-OPEN-INSTRUCTOR.
055300
055400     IF WS-INS-COUNT >= 300
055500         DISPLAY 'DCJB8BER - INSTRUCTOR TABLE FULL'
055600         GO TO 9999-ABEND
055700     END-IF.
055800
055900     MOVE 1 TO WS-INS-FOUND.
056000     PERFORM 4750-FIND-PLACE THRU 4750-EXIT
056100         VARYING WS-INS-IDX FROM 1 BY 1
056200         UNTIL WS-INS-IDX > WS-INS-COUNT.
056300
056400     ADD 1 TO WS-INS-COUNT.
056500     PERFORM 4800-SHIFT-ONE-ROW THRU 4800-EXIT
056600         VARYING WS-INS-JDX FROM WS-INS-COUNT BY -1
056700         UNTIL WS-INS-JDX <= WS-INS-FOUND.
056800
056900     MOVE WS-SEC-INSTR TO WS-INS-ID(WS-INS-FOUND).
057000     MOVE 0 TO WS-INS-SECTIONS(WS-INS-FOUND).
057100     MOVE 0 TO WS-INS-RESP(WS-INS-FOUND).
057200     PERFORM 4850-CLEAR-ONE-QUESTION THRU 4850-EXIT
057300         VARYING WS-Q-IDX FROM 1 BY 1
057400         UNTIL WS-Q-IDX > 8.
057500
057600 4700-EXIT.
057700     EXIT.
057800
057900 4750-FIND-PLACE.
058000
058100     IF WS-INS-ID(WS-INS-IDX) < WS-SEC-INSTR
058200         COMPUTE WS-INS-FOUND = WS-INS-IDX + 1
058300     END-IF.
058400
058500 4750-EXIT.
058600     EXIT.
058700
058800 4800-SHIFT-ONE-ROW.
058900
059000     MOVE WS-INS-ENTRY(WS-INS-JDX - 1)
059100         TO WS-INS-ENTRY(WS-INS-JDX).
059200
059300 4800-EXIT.
059400     EXIT.
059500
059600 4850-CLEAR-ONE-QUESTION.
059700
059800     MOVE 0 TO WS-INS-SUM(WS-INS-FOUND, WS-Q-IDX).
059900     MOVE 0 TO WS-INS-ANS(WS-INS-FOUND, WS-Q-IDX).
060000
060100 4850-EXIT.
060200     EXIT.
060300
060400 4900-ADD-ONE-QUESTION.
060500
060600     ADD WS-SEC-SUM(WS-Q-IDX)
060700         TO WS-INS-SUM(WS-INS-FOUND, WS-Q-IDX).
060800     ADD WS-SEC-ANS(WS-Q-IDX)
060900         TO WS-INS-ANS(WS-INS-FOUND, WS-Q-IDX).
061000
061100 4900-EXIT.
061200     EXIT.
061300
061400*----------------------------------------------------------------
061500* PRINT PASS - EACH INSTRUCTOR'S MEANS OVER THE SECTIONS THAT
061600* MET THE FLOOR.
061700*----------------------------------------------------------------
061800 5000-PRINT-INSTRUCTORS.
061900
062000     MOVE WS-RUN-TERM TO RPT-HDG3-TERM.
062100     WRITE RPT-LINE FROM RPT-HEADING-3.
062200     WRITE RPT-LINE FROM RPT-HEADING-4.
062300
062400     PERFORM 5100-PRINT-ONE-INSTRUCTOR THRU 5100-EXIT
062500         VARYING WS-INS-IDX FROM 1 BY 1
062600         UNTIL WS-INS-IDX > WS-INS-COUNT.
062700
062800 5000-EXIT.
062900     EXIT.
063000
063100 5100-PRINT-ONE-INSTRUCTOR.
063200
063300     MOVE WS-INS-ID(WS-INS-IDX) TO RPT-INS-ID.
063400     MOVE WS-INS-ID(WS-INS-IDX) TO INS-ID.
063500     READ INSTFILE
063600         INVALID KEY
063700             MOVE '(NOT ON INSTFILE)' TO INS-NAME
063800     END-READ.
063900     MOVE INS-NAME TO RPT-INS-NAME.
064000     MOVE WS-INS-SECTIONS(WS-INS-IDX) TO RPT-INS-SECTIONS.
064100     MOVE WS-INS-RESP(WS-INS-IDX) TO RPT-INS-RESP.
064200
064300     PERFORM 5200-FILL-ONE-MEAN THRU 5200-EXIT
064400         VARYING WS-Q-IDX FROM 1 BY 1
064500         UNTIL WS-Q-IDX > 8.
064600
064700     WRITE RPT-LINE FROM RPT-INSTR-LINE.
064800
064900 5100-EXIT.
065000     EXIT.
065100
065200 5200-FILL-ONE-MEAN.
065300
065400     MOVE SPACES TO RPT-INS-Q(WS-Q-IDX).
065500     IF WS-INS-ANS(WS-INS-IDX, WS-Q-IDX) > 0
065600         COMPUTE WS-MEAN ROUNDED =
065700             WS-INS-SUM(WS-INS-IDX, WS-Q-IDX)
065800             / WS-INS-ANS(WS-INS-IDX, WS-Q-IDX)
065900     ELSE
066000         MOVE 0 TO WS-MEAN
066100     END-IF.
066200     MOVE WS-MEAN TO RPT-INS-MEAN(WS-Q-IDX).
066300
066400 5200-EXIT.
066500     EXIT.
066600
066700 9999-ABEND.
066800
066900     MOVE 16 TO RETURN-CODE.
067000     GOBACK.
067100
067200 END PROGRAM DCJB8BER.
