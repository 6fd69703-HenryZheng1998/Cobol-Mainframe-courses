000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BPC.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - FINANCIAL PERIOD CLOSING
001100*                BALANCE REPORT. FOR EVERY PRDFILE PERIOD CLOSED
001200*                ON DCJB8PHS AND NOT YET REPORTED, NETS EACH
001300*                STUDENT'S BALANCE FOR THE TERM AS IT STOOD ON
001400*                THE PERIOD'S LAST DAY (FEES AND CHARGES LESS
001500*                AWARDS AND PAYMENTS DATED ON OR BEFORE IT),
001600*                PRINTS IT, AND FREEZES THE SAME LINES INTO
001700*                RPTFILE UNDER REPORT TYPE DCJB8BPC SO A LATER
001800*                DCJB8BAR RUN FOR THE TERM CAN BE COMPARED WITH
001900*                IT ON THE DCJB8PGF VIEWER. THE PERIOD ROW IS
002000*                STAMPED WITH WHERE ITS REPORT LIVES AND THE
002100*                CLOSING TOTALS.
002110* 10/15/26  HZ   ASSESS RECORD NOW 38 BYTES - CARRIES THE FEES
002120*                THE GL ALREADY HOLDS.
002200*----------------------------------------------------------------
002300
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. IBM-370.
002700 OBJECT-COMPUTER. IBM-370.
002800
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100
003200*    THE PERIOD CONTROL FILE - SWEPT FOR CLOSED, UNREPORTED ROWS
003300*    AND REWRITTEN WITH THE REPORT STAMP.
003400     SELECT PRD-FILE ASSIGN TO PRDFILE
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS PRD-KEY
003800         FILE STATUS IS WS-PRDFILE-STATUS.
003900
004000*    THE ASSESS MASTER IS RE-SWEPT FROM THE TOP FOR EACH PERIOD.
004100     SELECT ASSESS-FILE ASSIGN TO ASSESS
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS ASM-KEY
004500         FILE STATUS IS WS-ASSESS-STATUS.
004600
004700*    PAYMENTS, AWARDS AND CHARGES ARE PICKED UP PER ACCOUNT WITH A
004800*    START ON THE PARTIAL KEY, AS DCJB8BAR PICKS THEM UP.
004900     SELECT PAYFILE ASSIGN TO PAYFILE
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS PAY-KEY
005300         FILE STATUS IS WS-PAYFILE-STATUS.
005400
005500     SELECT AWD-FILE ASSIGN TO AWDFILE
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS AWD-KEY
005900         FILE STATUS IS WS-AWDFILE-STATUS.
006000
006100     SELECT CHG-FILE ASSIGN TO CHGFILE
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS CHG-KEY
006500         FILE STATUS IS WS-CHGFILE-STATUS.
006600
006700     SELECT STUFILE ASSIGN TO STUFILE
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS STU-NUMBER
007100         FILE STATUS IS WS-STUFILE-STATUS.
007200
007300*    THE ONLINE REPORT REPOSITORY THE FROZEN LINES GO INTO.
007400     SELECT RPTFILE ASSIGN TO RPTFILE
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS RPT-KEY
007800         FILE STATUS IS WS-RPTFILE-STATUS.
007900
008000     SELECT CLOSE-RPT ASSIGN TO CLOSERPT
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-CLOSERPT-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600
008700 FD  PRD-FILE
008800     LABEL RECORDS ARE STANDARD
008900     RECORD CONTAINS 96 CHARACTERS
009000     DATA RECORD IS PRDFILE-RECORD.
009100
009200*    PRDFILE RECORD LAYOUT - SHARED WITH DCJB8PHS.
009300     COPY 'PRDREC'.
009400
009500 FD  ASSESS-FILE
009600     LABEL RECORDS ARE STANDARD
009700     RECORD CONTAINS 38 CHARACTERS
009800     DATA RECORD IS ASSESS-RECORD.
009900
010000*    ASSESS RECORD LAYOUT - SHARED WITH DCJB8BTA/DCJB8PGP.
010100     COPY 'ASSESREC'.
010200
010300 FD  PAYFILE
010400     LABEL RECORDS ARE STANDARD
010500     RECORD CONTAINS 50 CHARACTERS
010600     DATA RECORD IS PAYFILE-RECORD.
010700
010800*    PAYFILE RECORD LAYOUT - SHARED WITH DCJB8PGP.
010900     COPY 'PAYREC'.
011000
011100 FD  AWD-FILE
011200     LABEL RECORDS ARE STANDARD
011300     RECORD CONTAINS 57 CHARACTERS
011400     DATA RECORD IS AWDFILE-RECORD.
011500
011600*    AWDFILE RECORD LAYOUT - SHARED WITH DCJB8PHA/DCJB8BTA.
011700     COPY 'AWRDREC'.
011800
011900 FD  CHG-FILE
012000     LABEL RECORDS ARE STANDARD
012100     RECORD CONTAINS 71 CHARACTERS
012200     DATA RECORD IS CHGFILE-RECORD.
012300
012400*    CHGFILE RECORD LAYOUT - SHARED WITH DCJB8PHQ.
012500     COPY 'CHGREC'.
012600
012700 FD  STUFILE
012800     LABEL RECORDS ARE STANDARD
012900     RECORD CONTAINS 227 CHARACTERS
013000     DATA RECORD IS STUFILE-RECORD.
013100
013200*    STUFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
013300     COPY 'STUREC'.
013400
013500 FD  RPTFILE
013600     LABEL RECORDS ARE STANDARD
013700     RECORD CONTAINS 130 CHARACTERS
013800     DATA RECORD IS RPTFILE-RECORD.
013900
014000*    RPTFILE RECORD LAYOUT - SHARED WITH DCJB8BRL AND THE VIEWER.
014100     COPY 'RPTREC'.
014200
014300 FD  CLOSE-RPT
014400     LABEL RECORDS ARE STANDARD
014500     RECORD CONTAINS 133 CHARACTERS
014600     DATA RECORD IS RPT-LINE.
014700 01  RPT-LINE                        PIC X(133).
014800
014900 WORKING-STORAGE SECTION.
015000
015100 01  WS-PRDFILE-STATUS               PIC X(2) VALUE SPACES.
015200     88 WS-PRDFILE-OK                    VALUE '00'.
015300
015400 01  WS-ASSESS-STATUS                PIC X(2) VALUE SPACES.
015500     88 WS-ASSESS-OK                     VALUE '00'.
015600
015700 01  WS-PAYFILE-STATUS               PIC X(2) VALUE SPACES.
015800     88 WS-PAYFILE-OK                    VALUE '00'.
015900
016000 01  WS-AWDFILE-STATUS               PIC X(2) VALUE SPACES.
016100     88 WS-AWDFILE-OK                    VALUE '00'.
016200
016300 01  WS-CHGFILE-STATUS               PIC X(2) VALUE SPACES.
016400     88 WS-CHGFILE-OK                    VALUE '00'.
016500
016600 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
016700     88 WS-STUFILE-OK                    VALUE '00'.
016800
016900 01  WS-RPTFILE-STATUS               PIC X(2) VALUE SPACES.
017000     88 WS-RPTFILE-OK                    VALUE '00'.
017100
017200 01  WS-CLOSERPT-STATUS              PIC X(2) VALUE SPACES.
017300     88 WS-CLOSERPT-OK                   VALUE '00'.
017400
017500 01  WS-SWITCHES.
017600     05 WS-PRD-EOF-SW                PIC X(1) VALUE 'N'.
017700         88 WS-PRD-EOF                    VALUE 'Y'.
017800     05 WS-ASM-EOF-SW                PIC X(1) VALUE 'N'.
017900         88 WS-ASM-EOF                    VALUE 'Y'.
018000     05 WS-PAY-DONE-SW               PIC X(1) VALUE 'N'.
018100         88 WS-PAY-DONE                   VALUE 'Y'.
018200     05 WS-AWD-DONE-SW               PIC X(1) VALUE 'N'.
018300         88 WS-AWD-DONE                   VALUE 'Y'.
018400     05 WS-CHG-DONE-SW               PIC X(1) VALUE 'N'.
018500         88 WS-CHG-DONE                   VALUE 'Y'.
018600     05 WS-RPT-DONE-SW               PIC X(1) VALUE 'N'.
018700         88 WS-RPT-DONE                   VALUE 'Y'.
018800
018900*    TODAY AS YYYYDDD (ACCEPT FROM DAY) AND AS CYYDDD, THE SHAPE
019000*    RPTFILE AND PRDFILE HOLD DATES IN.
019100 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
019200 01  WS-TODAY-CYYDDD                 PIC 9(7) VALUE 0.
019300
019400*    THE REPORT TYPE THE FROZEN LINES ARE FILED UNDER - DCJB8BRL
019500*    NEITHER AGES THESE OFF NOR LETS A CAPTURE OVERWRITE THEM.
019600 01  WS-RPT-TYPE                     PIC X(8) VALUE 'DCJB8BPC'.
019700
019800*    THE PERIOD BEING REPORTED, KEPT OFF THE RECORD AREA WHILE THE
019900*    OTHER FILES ARE READ.
020000 01  WS-PRD-KEY-SAVE                 PIC X(7).
020100 01  WS-PRD-TERM                     PIC X(5).
020200 01  WS-PRD-END                      PIC 9(7).
020300 01  WS-PRD-END-YYYYDDD              PIC 9(7).
020400 01  WS-PRD-FIRST-LINE               PIC 9(5) VALUE 0.
020500
020600 01  WS-FEES-TOTAL                   PIC 9(7)V99 VALUE 0.
020700 01  WS-PAID-TOTAL                   PIC S9(7)V99 VALUE 0.
020800 01  WS-AWARD-TOTAL                  PIC 9(7)V99 VALUE 0.
020900 01  WS-CHARGE-TOTAL                 PIC 9(7)V99 VALUE 0.
021000 01  WS-BALANCE                      PIC S9(7)V99 VALUE 0.
021100 01  WS-CHG-DATE-X                   PIC 9(7) VALUE 0.
021200 01  WS-AWD-DATE-X                   PIC 9(7) VALUE 0.
021300 01  WS-ASM-DATE-X                   PIC 9(7) VALUE 0.
021400
021500 77  WS-RPT-LINE-NO                  PIC 9(5) VALUE 0.
021600 77  WS-LINE-COUNT                   PIC S9(3) COMP VALUE 99.
021700 77  WS-MAX-LINES                    PIC S9(3) COMP VALUE 55.
021800 77  WS-PAGE-COUNT                   PIC S9(3) COMP VALUE 0.
021900 77  WS-ACCT-COUNT                   PIC S9(7) COMP VALUE 0.
022000 77  WS-PERIOD-COUNT                 PIC S9(7) COMP VALUE 0.
022100
022200 01  WS-PERIOD-BALANCE               PIC S9(9)V99 COMP-3 VALUE 0.
022300 01  WS-PERIOD-FEES                  PIC S9(9)V99 COMP-3 VALUE 0.
022400 01  WS-PERIOD-CHARGES               PIC S9(9)V99 COMP-3 VALUE 0.
022500 01  WS-PERIOD-AWARDS                PIC S9(9)V99 COMP-3 VALUE 0.
022600 01  WS-PERIOD-PAID                  PIC S9(9)V99 COMP-3 VALUE 0.
022700
022800 01  RPT-HEADING-1.
022900     05 RPT-HDG1-CC                  PIC X(1) VALUE '1'.
023000     05 FILLER                       PIC X(4) VALUE SPACES.
023100     05 FILLER                       PIC X(32) VALUE
023200            'PERIOD CLOSING-BALANCE REPORT'.
023300     05 FILLER                       PIC X(5) VALUE 'TERM '.
023400     05 RPT-HDG1-TERM                PIC X(5).
023500     05 FILLER                       PIC X(4) VALUE ' FM '.
023600     05 RPT-HDG1-FMONTH              PIC 9(2).
023700     05 FILLER                       PIC X(10) VALUE
023800            '  AS AT '.
023900     05 RPT-HDG1-ASAT                PIC 9(7).
024000     05 FILLER                       PIC X(3) VALUE SPACES.
024100     05 FILLER                       PIC X(5) VALUE 'PAGE '.
024200     05 RPT-HDG1-PAGE                PIC ZZ9.
024300     05 FILLER                       PIC X(52) VALUE SPACES.
024400
024500 01  RPT-HEADING-2.
024600     05 RPT-HDG2-CC                  PIC X(1) VALUE ' '.
024700     05 FILLER                       PIC X(4) VALUE SPACES.
024800     05 FILLER                       PIC X(8) VALUE 'STU NO.'.
024900     05 FILLER                       PIC X(21) VALUE 'NAME'.
025000     05 FILLER                       PIC X(13) VALUE
025100            '  FEES+CHGS'.
025200     05 FILLER                       PIC X(13) VALUE
025300            '     AWARDS'.
025400     05 FILLER                       PIC X(13) VALUE
025500            '   PAYMENTS'.
025600     05 FILLER                       PIC X(13) VALUE
025700            '    BALANCE'.
025800     05 FILLER                       PIC X(47) VALUE SPACES.
025900
026000 01  RPT-DETAIL-LINE.
026100     05 RPT-DTL-CC                   PIC X(1) VALUE ' '.
026200     05 FILLER                       PIC X(4) VALUE SPACES.
026300     05 RPT-DTL-NUMBER               PIC X(7).
026400     05 FILLER                       PIC X(1) VALUE SPACES.
026500     05 RPT-DTL-NAME                 PIC X(20).
026600     05 FILLER                       PIC X(1) VALUE SPACES.
026700     05 RPT-DTL-FEES                 PIC Z,ZZZ,ZZ9.99.
026800     05 FILLER                       PIC X(1) VALUE SPACES.
026900     05 RPT-DTL-AWARDS               PIC Z,ZZZ,ZZ9.99.
027000     05 FILLER                       PIC X(1) VALUE SPACES.
027100     05 RPT-DTL-PAID                 PIC Z,ZZZ,ZZ9.99-.
027200     05 RPT-DTL-BALANCE              PIC Z,ZZZ,ZZ9.99-.
027300     05 FILLER                       PIC X(46) VALUE SPACES.
027400
027500 01  RPT-TOTAL-LINE.
027600     05 RPT-TOT-CC                   PIC X(1) VALUE ' '.
027700     05 FILLER                       PIC X(4) VALUE SPACES.
027800     05 FILLER                       PIC X(13) VALUE
027900            'CLOSING TOTAL'.
028000     05 RPT-TOT-ACCTS                PIC ZZZ,ZZ9.
028100     05 FILLER                       PIC X(10) VALUE ' ACCOUNTS '.
028200     05 RPT-TOT-FEES                 PIC ZZZ,ZZZ,ZZ9.99-.
028300     05 RPT-TOT-AWARDS               PIC ZZZ,ZZZ,ZZ9.99-.
028400     05 RPT-TOT-PAID                 PIC ZZZ,ZZZ,ZZ9.99-.
028500     05 RPT-TOT-BALANCE              PIC ZZZ,ZZZ,ZZ9.99-.
028600     05 FILLER                       PIC X(38) VALUE SPACES.
028700
028800 PROCEDURE DIVISION.
028900
029000 0000-MAINLINE.
029100
029200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029300
029400     PERFORM 2000-PROCESS-PERIOD THRU 2000-EXIT
029500         UNTIL WS-PRD-EOF.
029600
029700     PERFORM 3000-TERMINATE THRU 3000-EXIT.
029800
029900     GOBACK.
030000
030100 1000-INITIALIZE.
030200
030300     ACCEPT WS-CURR-DATE FROM DAY YYYYDDD.
030400     COMPUTE WS-TODAY-CYYDDD = WS-CURR-DATE - 1900000.
030500
030600     OPEN I-O PRD-FILE.
030700     IF NOT WS-PRDFILE-OK
030800         DISPLAY 'DCJB8BPC - PRDFILE OPEN FAILED, STATUS = '
030900             WS-PRDFILE-STATUS
031000         GO TO 9999-ABEND
031100     END-IF.
031200
031300     OPEN INPUT ASSESS-FILE.
031400     IF NOT WS-ASSESS-OK
031500         DISPLAY 'DCJB8BPC - ASSESS OPEN FAILED, STATUS = '
031600             WS-ASSESS-STATUS
031700         GO TO 9999-ABEND
031800     END-IF.
031900
032000     OPEN INPUT PAYFILE.
032100     IF NOT WS-PAYFILE-OK
032200         DISPLAY 'DCJB8BPC - PAYFILE OPEN FAILED, STATUS = '
032300             WS-PAYFILE-STATUS
032400         GO TO 9999-ABEND
032500     END-IF.
032600
032700     OPEN INPUT AWD-FILE.
032800     IF NOT WS-AWDFILE-OK
032900         DISPLAY 'DCJB8BPC - AWDFILE OPEN FAILED, STATUS = '
033000             WS-AWDFILE-STATUS
033100         GO TO 9999-ABEND
033200     END-IF.
033300
033400     OPEN INPUT CHG-FILE.
033500     IF NOT WS-CHGFILE-OK
033600         DISPLAY 'DCJB8BPC - CHGFILE OPEN FAILED, STATUS = '
033700             WS-CHGFILE-STATUS
033800         GO TO 9999-ABEND
033900     END-IF.
034000
034100     OPEN INPUT STUFILE.
034200     IF NOT WS-STUFILE-OK
034300         DISPLAY 'DCJB8BPC - STUFILE OPEN FAILED, STATUS = '
034400             WS-STUFILE-STATUS
034500         GO TO 9999-ABEND
034600     END-IF.
034700
034800     OPEN I-O RPTFILE.
034900     IF NOT WS-RPTFILE-OK
035000         DISPLAY 'DCJB8BPC - RPTFILE OPEN FAILED, STATUS = '
035100             WS-RPTFILE-STATUS
035200         GO TO 9999-ABEND
035300     END-IF.
035400
035500     OPEN OUTPUT CLOSE-RPT.
035600     IF NOT WS-CLOSERPT-OK
035700         DISPLAY 'DCJB8BPC - CLOSERPT OPEN FAILED, STATUS = '
035800             WS-CLOSERPT-STATUS
035900         GO TO 9999-ABEND
036000     END-IF.
036100
036200     PERFORM 1100-FIND-LAST-LINE THRU 1100-EXIT.
036300
036400     MOVE LOW-VALUES TO PRD-KEY.
036500     START PRD-FILE KEY IS NOT LESS THAN PRD-KEY
036600         INVALID KEY
036700             MOVE 'Y' TO WS-PRD-EOF-SW
036800     END-START.
036900
037000     IF NOT WS-PRD-EOF
037100         PERFORM 2100-READ-NEXT-PERIOD THRU 2100-EXIT
037200     END-IF.
037300
037400 1000-EXIT.
037500     EXIT.
037600
037700*----------------------------------------------------------------
037800* A SECOND RUN THE SAME DAY APPENDS AFTER THE FIRST RUN'S LINES
037900* RATHER THAN WRITING OVER THEM - FIND THE LAST LINE ALREADY
038000* FILED UNDER TODAY'S DATE.
038100*----------------------------------------------------------------
038200 1100-FIND-LAST-LINE.
038300
038400     MOVE 0 TO WS-RPT-LINE-NO.
038500     MOVE 'N' TO WS-RPT-DONE-SW.
038600
038700     MOVE WS-RPT-TYPE TO RPT-TYPE.
038800     MOVE WS-TODAY-CYYDDD TO RPT-RUN-DATE.
038900     MOVE ZEROS TO RPT-LINE-NO.
039000
039100     START RPTFILE KEY IS NOT LESS THAN RPT-KEY
039200         INVALID KEY
039300             MOVE 'Y' TO WS-RPT-DONE-SW
039400     END-START.
039500
039600     PERFORM 1110-READ-ONE-LINE THRU 1110-EXIT
039700         UNTIL WS-RPT-DONE.
039800
039900 1100-EXIT.
040000     EXIT.
040100
040200 1110-READ-ONE-LINE.
040300
040400     READ RPTFILE NEXT RECORD
040500         AT END
040600             MOVE 'Y' TO WS-RPT-DONE-SW
040700             GO TO 1110-EXIT
040800     END-READ.
040900
041000     IF (RPT-TYPE NOT = WS-RPT-TYPE) OR
041100        (RPT-RUN-DATE NOT = WS-TODAY-CYYDDD)
041200         MOVE 'Y' TO WS-RPT-DONE-SW
041300         GO TO 1110-EXIT
041400     END-IF.
041500
041600     MOVE RPT-LINE-NO TO WS-RPT-LINE-NO.
041700
041800 1110-EXIT.
041900     EXIT.
042000
042100*----------------------------------------------------------------
042200* ONE CLOSED PERIOD STILL WAITING FOR ITS REPORT. THE ASSESS
042300* MASTER IS SWEPT FOR THE PERIOD'S TERM, THE REPORT PRINTED AND
042400* FILED, AND THE PERIOD ROW STAMPED. THE SWEEP OF PRDFILE THEN
042500* PICKS UP AGAIN AFTER THE ROW JUST STAMPED.
042600*----------------------------------------------------------------
042700 2000-PROCESS-PERIOD.
042800
042900     MOVE PRD-KEY TO WS-PRD-KEY-SAVE.
043000     MOVE PRD-TERM TO WS-PRD-TERM.
043100     MOVE PRD-END-DATE TO WS-PRD-END.
043200     COMPUTE WS-PRD-END-YYYYDDD = PRD-END-DATE + 1900000.
043300
043400     MOVE PRD-TERM TO RPT-HDG1-TERM.
043500     MOVE PRD-FMONTH TO RPT-HDG1-FMONTH.
043600     MOVE WS-PRD-END-YYYYDDD TO RPT-HDG1-ASAT.
043700
043800     MOVE 0 TO WS-ACCT-COUNT.
043900     MOVE 0 TO WS-PERIOD-BALANCE.
044000     MOVE 0 TO WS-PERIOD-FEES.
044100     MOVE 0 TO WS-PERIOD-CHARGES.
044200     MOVE 0 TO WS-PERIOD-AWARDS.
044300     MOVE 0 TO WS-PERIOD-PAID.
044400     MOVE 99 TO WS-LINE-COUNT.
044500     MOVE 0 TO WS-PAGE-COUNT.
044600     COMPUTE WS-PRD-FIRST-LINE = WS-RPT-LINE-NO + 1.
044700
044800     MOVE 'N' TO WS-ASM-EOF-SW.
044900     MOVE LOW-VALUES TO ASM-KEY.
045000     START ASSESS-FILE KEY IS NOT LESS THAN ASM-KEY
045100         INVALID KEY
045200             MOVE 'Y' TO WS-ASM-EOF-SW
045300     END-START.
045400
045500     PERFORM 2200-PROCESS-ACCOUNT THRU 2200-EXIT
045600         UNTIL WS-ASM-EOF.
045700
045800*    AN EMPTY TERM STILL GETS A HEADING, SO THE FROZEN REPORT
045900*    SHOWS THE PERIOD WAS CLOSED WITH NOTHING OUTSTANDING.
046000     IF WS-PAGE-COUNT = 0
046100         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
046200     END-IF.
046300
046400     MOVE WS-ACCT-COUNT TO RPT-TOT-ACCTS.
046500     COMPUTE RPT-TOT-FEES = WS-PERIOD-FEES + WS-PERIOD-CHARGES.
046600     MOVE WS-PERIOD-AWARDS TO RPT-TOT-AWARDS.
046700     MOVE WS-PERIOD-PAID TO RPT-TOT-PAID.
046800     MOVE WS-PERIOD-BALANCE TO RPT-TOT-BALANCE.
046900     MOVE RPT-TOTAL-LINE TO RPT-LINE.
047000     PERFORM 5200-WRITE-LINE THRU 5200-EXIT.
047100
047200*    STAMP THE PERIOD - RE-READ IT, SINCE THE SWEEP HAS MOVED THE
047300*    FILE POSITION, AND RESTART THE SWEEP PAST IT.
047400     MOVE WS-PRD-KEY-SAVE TO PRD-KEY.
047500     READ PRD-FILE
047600         INVALID KEY
047700             DISPLAY 'DCJB8BPC - PRDFILE ROW VANISHED, KEY = '
047800                 WS-PRD-KEY-SAVE
047900             GO TO 9999-ABEND
048000     END-READ.
048100
048200     MOVE WS-TODAY-CYYDDD TO PRD-REPORT-DATE.
048300     MOVE WS-PRD-FIRST-LINE TO PRD-REPORT-FIRST.
048400     MOVE WS-RPT-LINE-NO TO PRD-REPORT-LAST.
048500     MOVE WS-ACCT-COUNT TO PRD-CLOSE-ACCOUNTS.
048600     MOVE WS-PERIOD-BALANCE TO PRD-CLOSE-BALANCE.
048700
048800     REWRITE PRDFILE-RECORD
048900         INVALID KEY
049000             DISPLAY 'DCJB8BPC - PRDFILE REWRITE, STATUS = '
049100                 WS-PRDFILE-STATUS
049200             GO TO 9999-ABEND
049300     END-REWRITE.
049400
049500     ADD 1 TO WS-PERIOD-COUNT.
049600
049700     START PRD-FILE KEY IS GREATER THAN PRD-KEY
049800         INVALID KEY
049900             MOVE 'Y' TO WS-PRD-EOF-SW
050000     END-START.
050100
050200     IF NOT WS-PRD-EOF
050300         PERFORM 2100-READ-NEXT-PERIOD THRU 2100-EXIT
050400     END-IF.
050500
050600 2000-EXIT.
050700     EXIT.
050800
050900*----------------------------------------------------------------
051000* READS FORWARD TO THE NEXT PERIOD THAT IS CLOSED BUT HAS NO
051100* REPORT YET - OPEN PERIODS AND ONES ALREADY REPORTED ARE PASSED.
051200*----------------------------------------------------------------
051300 2100-READ-NEXT-PERIOD.
051400
051500     READ PRD-FILE NEXT RECORD
051600         AT END
051700             MOVE 'Y' TO WS-PRD-EOF-SW
051800             GO TO 2100-EXIT
051900     END-READ.
052000
052100     IF (NOT PRD-CLOSED) OR (PRD-REPORT-DATE NOT = 0)
052200         GO TO 2100-READ-NEXT-PERIOD
052300     END-IF.
052400
052500 2100-EXIT.
052600     EXIT.
052700
052800*----------------------------------------------------------------
052900* ONE ASSESS ROW. ONLY THE PERIOD'S TERM COUNTS, AND ONLY IF IT
053000* WAS ASSESSED BY THE PERIOD'S LAST DAY. THE BALANCE IS NETTED
053100* THE WAY DCJB8BAR NETS IT, BUT AS AT THAT DAY - ANYTHING POSTED
053200* AFTER IT BELONGS TO A LATER PERIOD.
053300*----------------------------------------------------------------
053400 2200-PROCESS-ACCOUNT.
053500
053600     READ ASSESS-FILE NEXT RECORD
053700         AT END
053800             MOVE 'Y' TO WS-ASM-EOF-SW
053900             GO TO 2200-EXIT
054000     END-READ.
054100
054200     IF ASM-TERM NOT = WS-PRD-TERM
054300         GO TO 2200-EXIT
054400     END-IF.
054500
054600     MOVE ASM-ASSESS-DATE TO WS-ASM-DATE-X.
054700     IF WS-ASM-DATE-X > WS-PRD-END
054800         GO TO 2200-EXIT
054900     END-IF.
055000
055100     MOVE ASM-TOTAL-FEES TO WS-FEES-TOTAL.
055200     PERFORM 4000-SUM-PAYMENTS THRU 4000-EXIT.
055300     PERFORM 4500-SUM-AWARDS THRU 4500-EXIT.
055400     PERFORM 4600-SUM-CHARGES THRU 4600-EXIT.
055500
055600     COMPUTE WS-BALANCE = WS-FEES-TOTAL + WS-CHARGE-TOTAL
055700         - WS-AWARD-TOTAL - WS-PAID-TOTAL.
055800
055900*    A SETTLED ACCOUNT IS NOT LISTED, BUT A CREDIT IS - IT IS
056000*    STILL MONEY THE SCHOOL HOLDS AT THE CLOSE.
056100     IF WS-BALANCE = 0
056200         GO TO 2200-EXIT
056300     END-IF.
056400
056500     ADD 1 TO WS-ACCT-COUNT.
056600     ADD WS-BALANCE TO WS-PERIOD-BALANCE.
056700     ADD WS-FEES-TOTAL TO WS-PERIOD-FEES.
056800     ADD WS-CHARGE-TOTAL TO WS-PERIOD-CHARGES.
056900     ADD WS-AWARD-TOTAL TO WS-PERIOD-AWARDS.
057000     ADD WS-PAID-TOTAL TO WS-PERIOD-PAID.
057100
057200     PERFORM 5000-PRINT-ACCOUNT THRU 5000-EXIT.
057300
057400 2200-EXIT.
057500     EXIT.
057600
057700 3000-TERMINATE.
057800
057900     CLOSE PRD-FILE.
058000     CLOSE ASSESS-FILE.
058100     CLOSE PAYFILE.
058200     CLOSE AWD-FILE.
058300     CLOSE CHG-FILE.
058400     CLOSE STUFILE.
058500     CLOSE RPTFILE.
058600     CLOSE CLOSE-RPT.
058700
058800     DISPLAY 'DCJB8BPC - PERIODS REPORTED . . ' WS-PERIOD-COUNT.
058900
059000 3000-EXIT.
059100     EXIT.
059200
059300*----------------------------------------------------------------
059400* TOTALS THE PAYMENTS FOR THIS ACCOUNT AND TERM DATED ON OR
059500* BEFORE THE PERIOD'S LAST DAY. REFUNDS AND REVERSALS NET OFF.
059600*----------------------------------------------------------------
059700 4000-SUM-PAYMENTS.
059800
059900     MOVE 0 TO WS-PAID-TOTAL.
060000     MOVE 'N' TO WS-PAY-DONE-SW.
060100
060200     MOVE ASM-STU-NUMBER TO PAY-STU-NUMBER.
060300     MOVE ZEROS TO PAY-DATE.
060400
060500     START PAYFILE KEY IS NOT LESS THAN PAY-KEY
060600         INVALID KEY
060700             MOVE 'Y' TO WS-PAY-DONE-SW
060800     END-START.
060900
061000     PERFORM 4100-READ-ONE-PAYMENT THRU 4100-EXIT
061100         UNTIL WS-PAY-DONE.
061200
061300 4000-EXIT.
061400     EXIT.
061500
061600 4100-READ-ONE-PAYMENT.
061700
061800     READ PAYFILE NEXT RECORD
061900         AT END
062000             MOVE 'Y' TO WS-PAY-DONE-SW
062100             GO TO 4100-EXIT
062200     END-READ.
062300
062400*    THE FILE IS KEYED STUDENT + DATE, SO THE FIRST ROW PAST THE
062500*    PERIOD'S LAST DAY ENDS THE STUDENT'S SWEEP TOO.
062600     IF (PAY-STU-NUMBER NOT = ASM-STU-NUMBER) OR
062700        (PAY-DATE > WS-PRD-END)
062800         MOVE 'Y' TO WS-PAY-DONE-SW
062900         GO TO 4100-EXIT
063000     END-IF.
063100
063200     IF PAY-TERM = ASM-TERM
063300         IF PAY-NEGATIVE
063400             SUBTRACT PAY-AMOUNT FROM WS-PAID-TOTAL
063500         ELSE
063600             ADD PAY-AMOUNT TO WS-PAID-TOTAL
063700         END-IF
063800     END-IF.
063900
064000 4100-EXIT.
064100     EXIT.
064200
064300*----------------------------------------------------------------
064400* TOTALS THE AWARDS FOR THIS ACCOUNT AND TERM POSTED ON OR BEFORE
064500* THE PERIOD'S LAST DAY.
064600*----------------------------------------------------------------
064700 4500-SUM-AWARDS.
064800
064900     MOVE 0 TO WS-AWARD-TOTAL.
065000     MOVE 'N' TO WS-AWD-DONE-SW.
065100
065200     MOVE ASM-STU-NUMBER TO AWD-STU-NUMBER.
065300     MOVE ASM-TERM TO AWD-TERM.
065400     MOVE SPACES TO AWD-CODE.
065500
065600     START AWD-FILE KEY IS NOT LESS THAN AWD-KEY
065700         INVALID KEY
065800             MOVE 'Y' TO WS-AWD-DONE-SW
065900     END-START.
066000
066100     PERFORM 4510-READ-ONE-AWARD THRU 4510-EXIT
066200         UNTIL WS-AWD-DONE.
066300
066400 4500-EXIT.
066500     EXIT.
066600
066700 4510-READ-ONE-AWARD.
066800
066900     READ AWD-FILE NEXT RECORD
067000         AT END
067100             MOVE 'Y' TO WS-AWD-DONE-SW
067200             GO TO 4510-EXIT
067300     END-READ.
067400
067500     IF (AWD-STU-NUMBER NOT = ASM-STU-NUMBER) OR
067600        (AWD-TERM NOT = ASM-TERM)
067700         MOVE 'Y' TO WS-AWD-DONE-SW
067800         GO TO 4510-EXIT
067900     END-IF.
068000
068100     MOVE AWD-POST-DATE TO WS-AWD-DATE-X.
068200     IF WS-AWD-DATE-X NOT > WS-PRD-END
068300         ADD AWD-AMOUNT TO WS-AWARD-TOTAL
068400     END-IF.
068500
068600 4510-EXIT.
068700     EXIT.
068800
068900*----------------------------------------------------------------
069000* TOTALS THE MISCELLANEOUS CHARGES FOR THIS ACCOUNT AND TERM
069100* POSTED ON OR BEFORE THE PERIOD'S LAST DAY. A CHARGE WAIVED
069200* AFTER THAT DAY WAS STILL OWED AT THE CLOSE AND COUNTS.
069300*----------------------------------------------------------------
069400 4600-SUM-CHARGES.
069500
069600     MOVE 0 TO WS-CHARGE-TOTAL.
069700     MOVE 'N' TO WS-CHG-DONE-SW.
069800
069900     MOVE ASM-STU-NUMBER TO CHG-STU-NUMBER.
070000     MOVE ASM-TERM TO CHG-TERM.
070100     MOVE ZEROS TO CHG-SEQ.
070200
070300     START CHG-FILE KEY IS NOT LESS THAN CHG-KEY
070400         INVALID KEY
070500             MOVE 'Y' TO WS-CHG-DONE-SW
070600     END-START.
070700
070800     PERFORM 4610-READ-ONE-CHARGE THRU 4610-EXIT
070900         UNTIL WS-CHG-DONE.
071000
071100 4600-EXIT.
071200     EXIT.
071300
071400 4610-READ-ONE-CHARGE.
071500
071600     READ CHG-FILE NEXT RECORD
071700         AT END
071800             MOVE 'Y' TO WS-CHG-DONE-SW
071900             GO TO 4610-EXIT
072000     END-READ.
072100
072200     IF (CHG-STU-NUMBER NOT = ASM-STU-NUMBER) OR
072300        (CHG-TERM NOT = ASM-TERM)
072400         MOVE 'Y' TO WS-CHG-DONE-SW
072500         GO TO 4610-EXIT
072600     END-IF.
072700
072800     MOVE CHG-DATE TO WS-CHG-DATE-X.
072900     IF WS-CHG-DATE-X > WS-PRD-END
073000         GO TO 4610-EXIT
073100     END-IF.
073200
073300     IF CHG-WAIVED AND CHG-WAIVE-DATE NOT > WS-PRD-END
073400         GO TO 4610-EXIT
073500     END-IF.
073600
073700     ADD CHG-AMOUNT TO WS-CHARGE-TOTAL.
073800
073900 4610-EXIT.
074000     EXIT.
074100
074200 5000-PRINT-ACCOUNT.
074300
074400     IF WS-LINE-COUNT > WS-MAX-LINES
074500         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
074600     END-IF.
074700
074800     MOVE ASM-STU-NUMBER TO RPT-DTL-NUMBER.
074900
075000     MOVE ASM-STU-NUMBER TO STU-NUMBER.
075100     READ STUFILE
075200         INVALID KEY
075300             MOVE '(NOT ON STUFILE)' TO RPT-DTL-NAME
075400         NOT INVALID KEY
075500             MOVE STU-NAME TO RPT-DTL-NAME
075600     END-READ.
075700
075800     COMPUTE RPT-DTL-FEES = WS-FEES-TOTAL + WS-CHARGE-TOTAL.
075900     MOVE WS-AWARD-TOTAL TO RPT-DTL-AWARDS.
076000     MOVE WS-PAID-TOTAL TO RPT-DTL-PAID.
076100     MOVE WS-BALANCE TO RPT-DTL-BALANCE.
076200
076300     MOVE RPT-DETAIL-LINE TO RPT-LINE.
076400     PERFORM 5200-WRITE-LINE THRU 5200-EXIT.
076500
076600 5000-EXIT.
076700     EXIT.
076800
076900 5100-PRINT-HEADINGS.
077000
077100     ADD 1 TO WS-PAGE-COUNT.
077200     MOVE WS-PAGE-COUNT TO RPT-HDG1-PAGE.
077300     MOVE RPT-HEADING-1 TO RPT-LINE.
077400     PERFORM 5200-WRITE-LINE THRU 5200-EXIT.
077500     MOVE RPT-HEADING-2 TO RPT-LINE.
077600     PERFORM 5200-WRITE-LINE THRU 5200-EXIT.
077700     MOVE 2 TO WS-LINE-COUNT.
077800
077900 5100-EXIT.
078000     EXIT.
078100
078200*----------------------------------------------------------------
078300* EVERY PRINTED LINE ALSO GOES INTO RPTFILE, THE SAME 110-BYTE
078400* CUT DCJB8BRL TAKES, NUMBERED ON FROM THE DAY'S LAST LINE.
078500*----------------------------------------------------------------
078600 5200-WRITE-LINE.
078700
078800     WRITE RPT-LINE.
078900     ADD 1 TO WS-LINE-COUNT.
079000
079100     ADD 1 TO WS-RPT-LINE-NO.
079200     MOVE SPACES TO RPTFILE-RECORD.
079300     MOVE WS-RPT-TYPE TO RPT-TYPE.
079400     MOVE WS-TODAY-CYYDDD TO RPT-RUN-DATE.
079500     MOVE WS-RPT-LINE-NO TO RPT-LINE-NO.
079600     MOVE RPT-LINE(1:110) TO RPT-TEXT.
079700
079800     WRITE RPTFILE-RECORD
079900         INVALID KEY
080000             DISPLAY 'DCJB8BPC - RPTFILE WRITE, STATUS = '
080100                 WS-RPTFILE-STATUS
080200             GO TO 9999-ABEND
080300     END-WRITE.
080400
080500 5200-EXIT.
080600     EXIT.
080700
080800 9999-ABEND.
080900
081000     MOVE 16 TO RETURN-CODE.
081100     GOBACK.
081200
081300 END PROGRAM DCJB8BPC.
