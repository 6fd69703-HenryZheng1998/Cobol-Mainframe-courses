000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BAF.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - ADMISSIONS FUNNEL REPORT. FOR
001100*                THE SYSIN TERM, COUNTS THE APPLICATIONS ON
001200*                APPLFILE BY PROGRAM AND CAMPUS APPLIED FOR -
001300*                APPLIED, OFFERED, ACCEPTED, AND REGISTERED (THE
001400*                APPLICANT WAS LOADED BY DCJB8BLD AND THE STUDENT
001500*                IS ACTIVE ON STUFILE WITH AT LEAST ONE COURSE) -
001600*                WITH A SUBTOTAL PER PROGRAM AND A GRAND TOTAL.
001700*                READ-ONLY; SAFE TO RUN ANY TIME IN THE CYCLE.
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
002800     SELECT APPLFILE ASSIGN TO APPLFILE
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS SEQUENTIAL
003100         RECORD KEY IS APL-KEY
003200         FILE STATUS IS WS-APPLFILE-STATUS.
003300
003400     SELECT STUFILE ASSIGN TO STUFILE
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS STU-NUMBER
003800         FILE STATUS IS WS-STUFILE-STATUS.
003900
004000     SELECT PRG-FILE ASSIGN TO PRGFILE
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS PRG-KEY
004400         FILE STATUS IS WS-PRGFILE-STATUS.
004500
004600     SELECT FUNNEL-RPT ASSIGN TO AFRPT
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-AFRPT-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200
005300 FD  APPLFILE
005400     LABEL RECORDS ARE STANDARD
005500     RECORD CONTAINS 350 CHARACTERS
005600     DATA RECORD IS APPLFILE-RECORD.
005700
005800*    APPLFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
005900     COPY 'APPLREC'.
006000
006100 FD  STUFILE
006200     LABEL RECORDS ARE STANDARD
006300     RECORD CONTAINS 227 CHARACTERS
006400     DATA RECORD IS STUFILE-RECORD.
006500
006600     COPY 'STUREC'.
006700
006800 FD  PRG-FILE
006900     LABEL RECORDS ARE STANDARD
007000     RECORD CONTAINS 122 CHARACTERS
007100     DATA RECORD IS PRGFILE-RECORD.
007200
007300     COPY 'PROGREC'.
007400
007500 FD  FUNNEL-RPT
007600     LABEL RECORDS ARE STANDARD
007700     RECORD CONTAINS 133 CHARACTERS
007800     DATA RECORD IS RPT-LINE.
007900 01  RPT-LINE                        PIC X(133).
008000
008100 WORKING-STORAGE SECTION.
008200
008300 01  WS-APPLFILE-STATUS              PIC X(2) VALUE SPACES.
008400     88 WS-APPLFILE-OK                   VALUE '00'.
008500 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
008600     88 WS-STUFILE-OK                    VALUE '00'.
008700 01  WS-PRGFILE-STATUS               PIC X(2) VALUE SPACES.
008800     88 WS-PRGFILE-OK                    VALUE '00'.
008900 01  WS-AFRPT-STATUS                 PIC X(2) VALUE SPACES.
009000     88 WS-AFRPT-OK                      VALUE '00'.
009100
009200 01  WS-SWITCHES.
009300     05 WS-APL-EOF-SW                PIC X(1) VALUE 'N'.
009400         88 WS-APL-EOF                    VALUE 'Y'.
009500
009600 01  WS-TERM-IN                      PIC X(5) VALUE SPACES.
009700 01  WS-TODAY                        PIC 9(7) VALUE 0.
009800 01  WS-TODAY-CYYDDD                 PIC 9(7) VALUE 0.
009900 01  WS-NEW-KEY.
010000     05 WS-NEW-PROGRAM               PIC X(4).
010100     05 WS-NEW-CAMPUS                PIC X(3).
010200 01  WS-CUR-PROGRAM                  PIC X(4) VALUE SPACES.
010300
010400*----------------------------------------------------------------
010500* ONE ROW PER PROGRAM AND CAMPUS APPLIED FOR, KEPT IN KEY ORDER AS
010600* IT IS BUILT - APPLFILE ARRIVES IN APPLICATION-NUMBER ORDER, SO
010700* THE COUNTS NEED A TABLE RATHER THAN A CONTROL BREAK.
010800*----------------------------------------------------------------
010900 01  WS-FUN-COUNT                    PIC S9(4) COMP VALUE 0.
011000 01  WS-FUNNEL-TABLE.
011100     05 WS-FUN-ENTRY OCCURS 500 TIMES.
011200         10 WS-FUN-KEY.
011300             15 WS-FUN-PROGRAM       PIC X(4).
011400             15 WS-FUN-CAMPUS        PIC X(3).
011500         10 WS-FUN-APPLIED           PIC S9(7) COMP.
011600         10 WS-FUN-OFFERED           PIC S9(7) COMP.
011700         10 WS-FUN-ACCEPTED          PIC S9(7) COMP.
011800         10 WS-FUN-REGISTERED        PIC S9(7) COMP.
011900
012000 01  WS-SUBTOTALS.
012100     05 WS-SUB-APPLIED               PIC S9(7) COMP VALUE 0.
012200     05 WS-SUB-OFFERED               PIC S9(7) COMP VALUE 0.
012300     05 WS-SUB-ACCEPTED              PIC S9(7) COMP VALUE 0.
012400     05 WS-SUB-REGISTERED            PIC S9(7) COMP VALUE 0.
012500 01  WS-TOTALS.
012600     05 WS-TOT-APPLIED               PIC S9(7) COMP VALUE 0.
012700     05 WS-TOT-OFFERED               PIC S9(7) COMP VALUE 0.
012800     05 WS-TOT-ACCEPTED              PIC S9(7) COMP VALUE 0.
012900     05 WS-TOT-REGISTERED            PIC S9(7) COMP VALUE 0.
013000
013100 77  WS-FUN-IDX                      PIC S9(4) COMP VALUE 0.
013200 77  WS-FUN-FOUND                    PIC S9(4) COMP VALUE 0.
013300 77  WS-SHF-IDX                      PIC S9(4) COMP VALUE 0.
013400
013500 01  RPT-HEADING-1.
013600     05 FILLER                       PIC X(1) VALUE '1'.
013700     05 FILLER                       PIC X(36) VALUE
013800            'DCJB8BAF - ADMISSIONS FUNNEL, TERM'.
013900     05 FILLER                       PIC X(1) VALUE SPACE.
014000     05 HD1-TERM                     PIC X(5).
014100     05 FILLER                       PIC X(9) VALUE
014200            '  RUN ON '.
014300     05 HD1-RUN-DATE                 PIC 9(7).
014400     05 FILLER                       PIC X(74) VALUE SPACES.
014500
014600 01  RPT-HEADING-2.
014700     05 FILLER                       PIC X(1) VALUE '0'.
014800     05 FILLER                       PIC X(4) VALUE SPACES.
014900     05 FILLER                       PIC X(9) VALUE 'PROGRAM'.
015000     05 FILLER                       PIC X(22) VALUE SPACES.
015100     05 FILLER                       PIC X(8) VALUE 'CAMPUS'.
015200     05 FILLER                       PIC X(13) VALUE
015300            '      APPLIED'.
015400     05 FILLER                       PIC X(13) VALUE
015500            '      OFFERED'.
015600     05 FILLER                       PIC X(13) VALUE
015700            '     ACCEPTED'.
015800     05 FILLER                       PIC X(13) VALUE
015900            '   REGISTERED'.
016000     05 FILLER                       PIC X(37) VALUE SPACES.
016100
016200 01  RPT-DETAIL-LINE.
016300     05 RPT-DET-CC                   PIC X(1) VALUE ' '.
016400     05 FILLER                       PIC X(4) VALUE SPACES.
016500     05 RPT-DET-PROGRAM              PIC X(4).
016600     05 FILLER                       PIC X(2) VALUE SPACES.
016700     05 RPT-DET-TITLE                PIC X(20).
016800     05 FILLER                       PIC X(5) VALUE SPACES.
016900     05 RPT-DET-CAMPUS               PIC X(8).
017000     05 FILLER                       PIC X(6) VALUE SPACES.
017100     05 RPT-DET-APPLIED              PIC ZZZ,ZZ9.
017200     05 FILLER                       PIC X(6) VALUE SPACES.
017300     05 RPT-DET-OFFERED              PIC ZZZ,ZZ9.
017400     05 FILLER                       PIC X(6) VALUE SPACES.
017500     05 RPT-DET-ACCEPTED             PIC ZZZ,ZZ9.
017600     05 FILLER                       PIC X(6) VALUE SPACES.
017700     05 RPT-DET-REGISTERED           PIC ZZZ,ZZ9.
017800     05 FILLER                       PIC X(37) VALUE SPACES.
017900
018000 PROCEDURE DIVISION.
018100
018200 0000-MAINLINE.
018300
018400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018500
018600     PERFORM 2000-COUNT-APPLICATION THRU 2000-EXIT
018700         UNTIL WS-APL-EOF.
018800
018900     PERFORM 5000-PRINT-ONE-ROW THRU 5000-EXIT
019000         VARYING WS-FUN-IDX FROM 1 BY 1
019100         UNTIL WS-FUN-IDX > WS-FUN-COUNT.
019200
019300     PERFORM 5200-PRINT-GRAND-TOTAL THRU 5200-EXIT.
019400
019500     PERFORM 3000-TERMINATE THRU 3000-EXIT.
019600
019700     GOBACK.
019800
019900 1000-INITIALIZE.
020000
020100     ACCEPT WS-TERM-IN FROM SYSIN.
020200     IF WS-TERM-IN = SPACES
020300         DISPLAY 'DCJB8BAF - NO TERM ON SYSIN'
020400         GO TO 9999-ABEND
020500     END-IF.
020600
020700     ACCEPT WS-TODAY FROM DAY.
020800     COMPUTE WS-TODAY-CYYDDD = WS-TODAY - 1900000.
020900
021000     OPEN INPUT APPLFILE.
021100     IF NOT WS-APPLFILE-OK
021200         DISPLAY 'DCJB8BAF - APPLFILE OPEN FAILED, STATUS = '
021300             WS-APPLFILE-STATUS
021400         GO TO 9999-ABEND
021500     END-IF.
021600
021700     OPEN INPUT STUFILE.
021800     IF NOT WS-STUFILE-OK
021900         DISPLAY 'DCJB8BAF - STUFILE OPEN FAILED, STATUS = '
022000             WS-STUFILE-STATUS
022100         GO TO 9999-ABEND
022200     END-IF.
022300
022400     OPEN INPUT PRG-FILE.
022500     IF NOT WS-PRGFILE-OK
022600         DISPLAY 'DCJB8BAF - PRGFILE OPEN FAILED, STATUS = '
022700             WS-PRGFILE-STATUS
022800         GO TO 9999-ABEND
022900     END-IF.
023000
023100     OPEN OUTPUT FUNNEL-RPT.
023200     IF NOT WS-AFRPT-OK
023300         DISPLAY 'DCJB8BAF - AFRPT OPEN FAILED, STATUS = '
023400             WS-AFRPT-STATUS
023500         GO TO 9999-ABEND
023600     END-IF.
023700
023800     MOVE WS-TERM-IN TO HD1-TERM.
023900     MOVE WS-TODAY-CYYDDD TO HD1-RUN-DATE.
024000     WRITE RPT-LINE FROM RPT-HEADING-1.
024100     WRITE RPT-LINE FROM RPT-HEADING-2.
024200
024300     PERFORM 2100-READ-NEXT-APPLICATION THRU 2100-EXIT.
024400
024500 1000-EXIT.
024600     EXIT.
024700
024800*----------------------------------------------------------------
024900* ONE APPLICATION FOR THE TERM - COUNTED AGAINST ITS PROGRAM AND
025000* CAMPUS AT EVERY STAGE IT HAS REACHED.
025100*----------------------------------------------------------------
025200 2000-COUNT-APPLICATION.
025300
025400     IF APL-TERM NOT = WS-TERM-IN
025500         GO TO 2000-NEXT
025600     END-IF.
025700
025800     MOVE APL-PROGRAM TO WS-NEW-PROGRAM.
025900     MOVE APL-CAMPUS TO WS-NEW-CAMPUS.
026000     PERFORM 2200-FIND-ROW THRU 2200-EXIT.
026100
026200     ADD 1 TO WS-FUN-APPLIED(WS-FUN-FOUND).
026300
026400     IF NOT APL-OFFERED
026500         GO TO 2000-NEXT
026600     END-IF.
026700     ADD 1 TO WS-FUN-OFFERED(WS-FUN-FOUND).
026800
026900     IF NOT APL-ACCEPTED
027000         GO TO 2000-NEXT
027100     END-IF.
027200     ADD 1 TO WS-FUN-ACCEPTED(WS-FUN-FOUND).
027300
027400*    REGISTERED - LOADED UNDER A STUDENT NUMBER BY DCJB8BLD, AND
027500*    THAT STUDENT IS ACTIVE AND HOLDS AT LEAST ONE COURSE.
027600     IF APL-STU-NUMBER = SPACES
027700         GO TO 2000-NEXT
027800     END-IF.
027900
028000     MOVE APL-STU-NUMBER TO STU-NUMBER.
028100     READ STUFILE
028200         INVALID KEY
028300             GO TO 2000-NEXT
028400     END-READ.
028500
028600     IF STU-ACTIVE AND (STU-COURSE-COUNT > 0)
028700         ADD 1 TO WS-FUN-REGISTERED(WS-FUN-FOUND)
028800     END-IF.
028900
029000 2000-NEXT.
029100
029200     PERFORM 2100-READ-NEXT-APPLICATION THRU 2100-EXIT.
029300
029400 2000-EXIT.
029500     EXIT.
029600
029700 2100-READ-NEXT-APPLICATION.
029800
029900     READ APPLFILE NEXT RECORD
030000         AT END
030100             MOVE 'Y' TO WS-APL-EOF-SW
030200     END-READ.
030300
030400 2100-EXIT.
030500     EXIT.
030600
030700*----------------------------------------------------------------
030800* THE TABLE ROW FOR WS-NEW-KEY - FOUND WHERE IT ALREADY STANDS,
030900* ELSE OPENED AT ITS PLACE IN KEY ORDER BY SHIFTING THE ROWS
031000* ABOVE IT DOWN ONE.
031100*----------------------------------------------------------------
031200 2200-FIND-ROW.
031300
031400     MOVE 0 TO WS-FUN-FOUND.
031500     PERFORM 2300-CHECK-ONE-ROW THRU 2300-EXIT
031600         VARYING WS-FUN-IDX FROM 1 BY 1
031700         UNTIL (WS-FUN-IDX > WS-FUN-COUNT)
031800            OR (WS-FUN-FOUND NOT = 0).
031900
032000     IF WS-FUN-FOUND NOT = 0
032100         IF WS-FUN-KEY(WS-FUN-FOUND) = WS-NEW-KEY
032200             GO TO 2200-EXIT
032300         END-IF
032400     ELSE
032500         COMPUTE WS-FUN-FOUND = WS-FUN-COUNT + 1
032600     END-IF.
032700
032800     IF WS-FUN-COUNT >= 500
032900         DISPLAY 'DCJB8BAF - FUNNEL TABLE FULL'
033000         GO TO 9999-ABEND
033100     END-IF.
033200
033300     PERFORM 2400-SHIFT-ONE-ROW THRU 2400-EXIT
033400         VARYING WS-SHF-IDX FROM WS-FUN-COUNT BY -1
033500         UNTIL WS-SHF-IDX < WS-FUN-FOUND.
033600     ADD 1 TO WS-FUN-COUNT.
033700
033800     MOVE WS-NEW-KEY TO WS-FUN-KEY(WS-FUN-FOUND).
033900     MOVE 0 TO WS-FUN-APPLIED(WS-FUN-FOUND)
034000               WS-FUN-OFFERED(WS-FUN-FOUND)
034100               WS-FUN-ACCEPTED(WS-FUN-FOUND)
034200               WS-FUN-REGISTERED(WS-FUN-FOUND).
034300
034400 2200-EXIT.
034500     EXIT.
034600
034700*    THE FIRST ROW AT OR PAST THE NEW KEY IS WHERE IT BELONGS.
034800 2300-CHECK-ONE-ROW.
034900
035000     IF WS-FUN-KEY(WS-FUN-IDX) NOT < WS-NEW-KEY
035100         MOVE WS-FUN-IDX TO WS-FUN-FOUND
035200     END-IF.
035300
035400 2300-EXIT.
035500     EXIT.
035600
035700 2400-SHIFT-ONE-ROW.
035800
035900     MOVE WS-FUN-ENTRY(WS-SHF-IDX)
036000         TO WS-FUN-ENTRY(WS-SHF-IDX + 1).
036100
036200 2400-EXIT.
036300     EXIT.
036400
036500*----------------------------------------------------------------
036600* ONE PROGRAM/CAMPUS ROW. THE PROGRAM CODE AND TITLE PRINT ON THE
036700* FIRST ROW OF EACH PROGRAM; THE PROGRAM'S SUBTOTAL FOLLOWS ITS
036800* LAST ROW.
036900*----------------------------------------------------------------
037000 5000-PRINT-ONE-ROW.
037100
037200     MOVE SPACES TO RPT-DET-PROGRAM RPT-DET-TITLE.
037300     MOVE ' ' TO RPT-DET-CC.
037400     IF WS-FUN-PROGRAM(WS-FUN-IDX) NOT = WS-CUR-PROGRAM
037500         MOVE '0' TO RPT-DET-CC
037600         MOVE WS-FUN-PROGRAM(WS-FUN-IDX) TO WS-CUR-PROGRAM
037700         MOVE WS-CUR-PROGRAM TO RPT-DET-PROGRAM
037800         PERFORM 5300-GET-TITLE THRU 5300-EXIT
037900         INITIALIZE WS-SUBTOTALS
038000     END-IF.
038100
038200     MOVE WS-FUN-CAMPUS(WS-FUN-IDX) TO RPT-DET-CAMPUS.
038300     MOVE WS-FUN-APPLIED(WS-FUN-IDX) TO RPT-DET-APPLIED.
038400     MOVE WS-FUN-OFFERED(WS-FUN-IDX) TO RPT-DET-OFFERED.
038500     MOVE WS-FUN-ACCEPTED(WS-FUN-IDX) TO RPT-DET-ACCEPTED.
038600     MOVE WS-FUN-REGISTERED(WS-FUN-IDX) TO RPT-DET-REGISTERED.
038700     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
038800
038900     ADD WS-FUN-APPLIED(WS-FUN-IDX) TO WS-SUB-APPLIED.
039000     ADD WS-FUN-OFFERED(WS-FUN-IDX) TO WS-SUB-OFFERED.
039100     ADD WS-FUN-ACCEPTED(WS-FUN-IDX) TO WS-SUB-ACCEPTED.
039200     ADD WS-FUN-REGISTERED(WS-FUN-IDX) TO WS-SUB-REGISTERED.
039300
039400     IF WS-FUN-IDX < WS-FUN-COUNT
039500         IF WS-FUN-PROGRAM(WS-FUN-IDX + 1) = WS-CUR-PROGRAM
039600             GO TO 5000-EXIT
039700         END-IF
039800     END-IF.
039900
040000     PERFORM 5100-PRINT-SUBTOTAL THRU 5100-EXIT.
040100
040200 5000-EXIT.
040300     EXIT.
040400
040500 5100-PRINT-SUBTOTAL.
040600
040700     MOVE ' ' TO RPT-DET-CC.
040800     MOVE SPACES TO RPT-DET-PROGRAM RPT-DET-TITLE.
040900     MOVE 'PROGRAM TOTAL' TO RPT-DET-TITLE.
041000     MOVE SPACES TO RPT-DET-CAMPUS.
041100     MOVE WS-SUB-APPLIED TO RPT-DET-APPLIED.
041200     MOVE WS-SUB-OFFERED TO RPT-DET-OFFERED.
041300     MOVE WS-SUB-ACCEPTED TO RPT-DET-ACCEPTED.
041400     MOVE WS-SUB-REGISTERED TO RPT-DET-REGISTERED.
041500     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
041600
041700     ADD WS-SUB-APPLIED TO WS-TOT-APPLIED.
041800     ADD WS-SUB-OFFERED TO WS-TOT-OFFERED.
041900     ADD WS-SUB-ACCEPTED TO WS-TOT-ACCEPTED.
042000     ADD WS-SUB-REGISTERED TO WS-TOT-REGISTERED.
042100
042200 5100-EXIT.
042300     EXIT.
042400
042500 5200-PRINT-GRAND-TOTAL.
042600
042700     MOVE '0' TO RPT-DET-CC.
042800     MOVE SPACES TO RPT-DET-PROGRAM RPT-DET-CAMPUS.
042900     MOVE 'ALL PROGRAMS' TO RPT-DET-TITLE.
043000     MOVE WS-TOT-APPLIED TO RPT-DET-APPLIED.
043100     MOVE WS-TOT-OFFERED TO RPT-DET-OFFERED.
043200     MOVE WS-TOT-ACCEPTED TO RPT-DET-ACCEPTED.
043300     MOVE WS-TOT-REGISTERED TO RPT-DET-REGISTERED.
043400     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
043500
043600 5200-EXIT.
043700     EXIT.
043800
043900*    A PROGRAM CODE GONE FROM THE MASTER PRINTS WITHOUT A TITLE.
044000 5300-GET-TITLE.
044100
044200     MOVE WS-CUR-PROGRAM TO PRG-CODE.
044300     READ PRG-FILE
044400         INVALID KEY
044500             GO TO 5300-EXIT
044600     END-READ.
044700
044800     MOVE PRG-TITLE TO RPT-DET-TITLE.
044900
045000 5300-EXIT.
045100     EXIT.
045200
045300 3000-TERMINATE.
045400
045500     CLOSE APPLFILE STUFILE PRG-FILE.
045600     CLOSE FUNNEL-RPT.
045700
045800     DISPLAY 'DCJB8BAF - TERM ' WS-TERM-IN
045900         ' APPLIED = ' WS-TOT-APPLIED
046000         ' OFFERED = ' WS-TOT-OFFERED
046100         ' ACCEPTED = ' WS-TOT-ACCEPTED
046200         ' REGISTERED = ' WS-TOT-REGISTERED.
046300
046400 3000-EXIT.
046500     EXIT.
046600
046700 9999-ABEND.
046800
046900     MOVE 16 TO RETURN-CODE.
047000     GOBACK.
047100
047200 END PROGRAM DCJB8BAF.
