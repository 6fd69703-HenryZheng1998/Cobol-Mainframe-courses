000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BLG.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - DAILY APPLICATION ERROR REPORT.
001100*                READS THE ERRLOG ENTRIES DCJB8PIA WROTE FOR ONE
001200*                DAY'S ONLINE ABENDS, LISTS EACH ONE WITH ITS
001300*                REFERENCE, OPERATOR, KEY IN HAND AND LAST CICS
001400*                COMMAND, THEN COUNTS THEM BY PROGRAM AND ABEND
001500*                CODE. THE LINES PRINT AND GO INTO RPTFILE UNDER
001600*                REPORT TYPE DCJB8BLG AND THE LOG DATE SO THE HELP
001700*                DESK CAN LOOK A REFERENCE UP ON DCJB8PGF. SYSIN:
001800*                LOG DATE YYYYDDD (7), BLANK FOR TODAY.
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
002900*    THE APPLICATION ERROR LOG - AN ESDS THE ONLINE SIDE APPENDS
003000*    TO, READ FRONT TO BACK.
003100     SELECT ERRLOG-FILE ASSIGN TO ERRLOG
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-ERRLOG-STATUS.
003400
003500*    THE ONLINE REPORT REPOSITORY THE LINES GO INTO.
003600     SELECT RPTFILE ASSIGN TO RPTFILE
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS RPT-KEY
004000         FILE STATUS IS WS-RPTFILE-STATUS.
004100
004200     SELECT ERROR-RPT ASSIGN TO ERRRPT
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-ERRRPT-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800
004900 FD  ERRLOG-FILE
005000     LABEL RECORDS ARE STANDARD
005100     RECORD CONTAINS 120 CHARACTERS
005200     DATA RECORD IS ERRLOG-RECORD.
005300
005400*    ERRLOG RECORD LAYOUT - SHARED WITH DCJB8PIA.
005500     COPY 'ERRLREC'.
005600
005700 FD  RPTFILE
005800     LABEL RECORDS ARE STANDARD
005900     RECORD CONTAINS 130 CHARACTERS
006000     DATA RECORD IS RPTFILE-RECORD.
006100
006200*    RPTFILE RECORD LAYOUT - SHARED WITH DCJB8BRL AND THE VIEWER.
006300     COPY 'RPTREC'.
006400
006500 FD  ERROR-RPT
006600     LABEL RECORDS ARE STANDARD
006700     RECORD CONTAINS 133 CHARACTERS
006800     DATA RECORD IS RPT-LINE.
006900 01  RPT-LINE                        PIC X(133).
007000
007100 WORKING-STORAGE SECTION.
007200
007300 01  WS-ERRLOG-STATUS                PIC X(2) VALUE SPACES.
007400     88 WS-ERRLOG-OK                     VALUE '00'.
007500
007600 01  WS-RPTFILE-STATUS               PIC X(2) VALUE SPACES.
007700     88 WS-RPTFILE-OK                    VALUE '00'.
007800
007900 01  WS-ERRRPT-STATUS                PIC X(2) VALUE SPACES.
008000     88 WS-ERRRPT-OK                     VALUE '00'.
008100
008200 01  WS-SWITCHES.
008300     05 WS-ERL-EOF-SW                PIC X(1) VALUE 'N'.
008400         88 WS-ERL-EOF                    VALUE 'Y'.
008500     05 WS-RPT-DONE-SW               PIC X(1) VALUE 'N'.
008600         88 WS-RPT-DONE                   VALUE 'Y'.
008700*    WHICH COLUMN HEADING A NEW PAGE CARRIES - THE ERROR LIST OR
008800*    THE PROGRAM/CODE SUMMARY.
008900     05 WS-HDG-MODE-SW               PIC X(1) VALUE 'D'.
009000         88 WS-HDG-DETAIL                 VALUE 'D'.
009100         88 WS-HDG-SUMMARY                VALUE 'S'.
009200
009300*    SYSIN PARM - THE DAY TO REPORT AS YYYYDDD, BLANK FOR TODAY.
009400 01  WS-PARM-CARD.
009500     05 WS-PARM-DATE                 PIC X(7).
009600     05 FILLER                       PIC X(73).
009700
009800*    TODAY AND THE LOG DATE AS YYYYDDD, AND THE LOG DATE AS
009900*    CYYDDD, THE SHAPE ERRLOG AND RPTFILE HOLD DATES IN.
010000 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
010100 01  WS-LOG-YYYYDDD                  PIC 9(7) VALUE 0.
010200 01  WS-LOG-CYYDDD                   PIC 9(7) VALUE 0.
010300
010400 01  WS-RPT-TYPE                     PIC X(8) VALUE 'DCJB8BLG'.
010500
010600*    ERRLOG HOLDS THE TIME AS 0HHMMSS - PULLED APART FOR PRINTING.
010700 01  WS-TIME-WORK                    PIC 9(7) VALUE 0.
010800 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
010900     05 FILLER                       PIC 9(1).
011000     05 WS-TIME-HH                   PIC 9(2).
011100     05 WS-TIME-MM                   PIC 9(2).
011200     05 WS-TIME-SS                   PIC 9(2).
011300 01  WS-TIME-EDIT.
011400     05 WS-TIME-EDIT-HH              PIC 9(2).
011500     05 FILLER                       PIC X(1) VALUE ':'.
011600     05 WS-TIME-EDIT-MM              PIC 9(2).
011700     05 FILLER                       PIC X(1) VALUE ':'.
011800     05 WS-TIME-EDIT-SS              PIC 9(2).
011900
012000*    THE PROGRAM/ABEND-CODE TALLY, KEPT IN KEY ORDER AS ENTRIES
012100*    ARRIVE SO THE SUMMARY PRINTS STRAIGHT DOWN THE TABLE. A DAY
012200*    WITH MORE DISTINCT PAIRS THAN THE TABLE HOLDS STILL LISTS
012300*    EVERY ERROR - ONLY THE SUMMARY IS SHORT, AND SAYS SO.
012400 01  WS-NEW-KEY.
012500     05 WS-NEW-PROGRAM               PIC X(8).
012600     05 WS-NEW-ABCODE                PIC X(4).
012700
012800 01  WS-SUM-TABLE.
012900     05 WS-SUM-ENTRY OCCURS 300 TIMES.
013000         10 WS-SUM-KEY.
013100             15 WS-SUM-PROGRAM       PIC X(8).
013200             15 WS-SUM-ABCODE        PIC X(4).
013300         10 WS-SUM-ERRORS            PIC S9(7) COMP.
013400         10 WS-SUM-FIRST-TIME        PIC 9(7).
013500         10 WS-SUM-LAST-TIME         PIC 9(7).
013600
013700 77  WS-SUM-MAX                      PIC S9(4) COMP VALUE 300.
013800 77  WS-SUM-COUNT                    PIC S9(4) COMP VALUE 0.
013900 77  WS-SUM-IX                       PIC S9(4) COMP VALUE 0.
014000 77  WS-SHIFT-IX                     PIC S9(4) COMP VALUE 0.
014100 77  WS-SUM-OVERFLOW                 PIC S9(7) COMP VALUE 0.
014200 77  WS-PGM-ERRORS                   PIC S9(7) COMP VALUE 0.
014300 01  WS-PGM-SAVE                     PIC X(8) VALUE SPACES.
014400
014500 77  WS-RPT-LINE-NO                  PIC 9(5) VALUE 0.
014600 77  WS-LINE-COUNT                   PIC S9(3) COMP VALUE 99.
014700 77  WS-MAX-LINES                    PIC S9(3) COMP VALUE 55.
014800 77  WS-PAGE-COUNT                   PIC S9(3) COMP VALUE 0.
014900 77  WS-READ-COUNT                   PIC S9(7) COMP VALUE 0.
015000 77  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE 0.
015100
015200 01  RPT-HEADING-1.
015300     05 RPT-HDG1-CC                  PIC X(1) VALUE '1'.
015400     05 FILLER                       PIC X(4) VALUE SPACES.
015500     05 FILLER                       PIC X(32) VALUE
015600            'APPLICATION ERROR LOG REPORT'.
015700     05 FILLER                       PIC X(8) VALUE 'FOR DAY '.
015800     05 RPT-HDG1-LOGDATE             PIC 9(7).
015900     05 FILLER                       PIC X(6) VALUE '  RUN '.
016000     05 RPT-HDG1-RUNDATE             PIC 9(7).
016100     05 FILLER                       PIC X(3) VALUE SPACES.
016200     05 FILLER                       PIC X(5) VALUE 'PAGE '.
016300     05 RPT-HDG1-PAGE                PIC ZZ9.
016400     05 FILLER                       PIC X(57) VALUE SPACES.
016500
016600 01  RPT-HEADING-2.
016700     05 RPT-HDG2-CC                  PIC X(1) VALUE ' '.
016800     05 FILLER                       PIC X(9) VALUE 'TIME'.
016900     05 FILLER                       PIC X(8) VALUE 'REFER.'.
017000     05 FILLER                       PIC X(9) VALUE 'PROGRAM'.
017100     05 FILLER                       PIC X(9) VALUE 'ABENDED'.
017200     05 FILLER                       PIC X(5) VALUE 'CODE'.
017300     05 FILLER                       PIC X(5) VALUE 'TRAN'.
017400     05 FILLER                       PIC X(5) VALUE 'TERM'.
017500     05 FILLER                       PIC X(9) VALUE 'OPERATOR'.
017600     05 FILLER                       PIC X(8) VALUE 'STU NO.'.
017700     05 FILLER                       PIC X(9) VALUE 'COURSE'.
017800     05 FILLER                       PIC X(13) VALUE
017900            'LAST COMMAND'.
018000     05 FILLER                       PIC X(9) VALUE 'RESOURCE'.
018100     05 FILLER                       PIC X(5) VALUE ' RESP'.
018200     05 FILLER                       PIC X(29) VALUE SPACES.
018300
018400 01  RPT-DETAIL-LINE.
018500     05 RPT-DTL-CC                   PIC X(1) VALUE ' '.
018600     05 RPT-DTL-TIME                 PIC X(8).
018700     05 FILLER                       PIC X(1) VALUE SPACES.
018800     05 RPT-DTL-REFERENCE            PIC 9(7).
018900     05 FILLER                       PIC X(1) VALUE SPACES.
019000     05 RPT-DTL-PROGRAM              PIC X(8).
019100     05 FILLER                       PIC X(1) VALUE SPACES.
019200     05 RPT-DTL-ABPROGRAM            PIC X(8).
019300     05 FILLER                       PIC X(1) VALUE SPACES.
019400     05 RPT-DTL-ABCODE               PIC X(4).
019500     05 FILLER                       PIC X(1) VALUE SPACES.
019600     05 RPT-DTL-TRANSID              PIC X(4).
019700     05 FILLER                       PIC X(1) VALUE SPACES.
019800     05 RPT-DTL-TERMID               PIC X(4).
019900     05 FILLER                       PIC X(1) VALUE SPACES.
020000     05 RPT-DTL-OPERID               PIC X(8).
020100     05 FILLER                       PIC X(1) VALUE SPACES.
020200     05 RPT-DTL-STU-NUMBER           PIC X(7).
020300     05 FILLER                       PIC X(1) VALUE SPACES.
020400     05 RPT-DTL-CRS-CODE             PIC X(8).
020500     05 FILLER                       PIC X(1) VALUE SPACES.
020600     05 RPT-DTL-LAST-CMD             PIC X(12).
020700     05 FILLER                       PIC X(1) VALUE SPACES.
020800     05 RPT-DTL-RSRCE                PIC X(8).
020900     05 FILLER                       PIC X(1) VALUE SPACES.
021000     05 RPT-DTL-RESP                 PIC ZZZZ9.
021100     05 FILLER                       PIC X(29) VALUE SPACES.
021200
021300 01  RPT-SECTION-LINE.
021400     05 RPT-SEC-CC                   PIC X(1) VALUE '0'.
021500     05 RPT-SEC-TEXT                 PIC X(60).
021600     05 FILLER                       PIC X(72) VALUE SPACES.
021700
021800 01  RPT-SUMMARY-HEADING.
021900     05 RPT-SHD-CC                   PIC X(1) VALUE ' '.
022000     05 FILLER                       PIC X(10) VALUE 'PROGRAM'.
022100     05 FILLER                       PIC X(6) VALUE 'CODE'.
022200     05 FILLER                       PIC X(10) VALUE 'ERRORS'.
022300     05 FILLER                       PIC X(10) VALUE 'FIRST'.
022400     05 FILLER                       PIC X(10) VALUE 'LAST'.
022500     05 FILLER                       PIC X(86) VALUE SPACES.
022600
022700 01  RPT-SUMMARY-LINE.
022800     05 RPT-SUM-CC                   PIC X(1) VALUE ' '.
022900     05 RPT-SUM-PROGRAM              PIC X(8).
023000     05 FILLER                       PIC X(2) VALUE SPACES.
023100     05 RPT-SUM-ABCODE               PIC X(4).
023200     05 FILLER                       PIC X(2) VALUE SPACES.
023300     05 RPT-SUM-ERRORS               PIC ZZ,ZZ9.
023400     05 FILLER                       PIC X(4) VALUE SPACES.
023500     05 RPT-SUM-FIRST                PIC X(8).
023600     05 FILLER                       PIC X(2) VALUE SPACES.
023700     05 RPT-SUM-LAST                 PIC X(8).
023800     05 FILLER                       PIC X(88) VALUE SPACES.
023900
024000 01  RPT-TOTAL-LINE.
024100     05 RPT-TOT-CC                   PIC X(1) VALUE ' '.
024200     05 RPT-TOT-TEXT                 PIC X(30).
024300     05 RPT-TOT-COUNT                PIC ZZZ,ZZ9.
024400     05 FILLER                       PIC X(95) VALUE SPACES.
024500
024600 PROCEDURE DIVISION.
024700
024800 0000-MAINLINE.
024900
025000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025100
025200     PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
025300         UNTIL WS-ERL-EOF.
025400
025500     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
025600
025700     PERFORM 3000-TERMINATE THRU 3000-EXIT.
025800
025900     GOBACK.
026000
026100 1000-INITIALIZE.
026200
026300     ACCEPT WS-CURR-DATE FROM DAY YYYYDDD.
026400
026500     MOVE SPACES TO WS-PARM-CARD.
026600     ACCEPT WS-PARM-CARD FROM SYSIN.
026700
026800     IF WS-PARM-DATE = SPACES
026900         MOVE WS-CURR-DATE TO WS-LOG-YYYYDDD
027000     ELSE
027100         IF WS-PARM-DATE IS NOT NUMERIC
027200             DISPLAY 'DCJB8BLG - SYSIN LOG DATE MUST BE YYYYDDD'
027300             GO TO 9999-ABEND
027400         END-IF
027500         MOVE WS-PARM-DATE TO WS-LOG-YYYYDDD
027600     END-IF.
027700
027800     COMPUTE WS-LOG-CYYDDD = WS-LOG-YYYYDDD - 1900000.
027900     MOVE WS-LOG-YYYYDDD TO RPT-HDG1-LOGDATE.
028000     MOVE WS-CURR-DATE TO RPT-HDG1-RUNDATE.
028100
028200     OPEN INPUT ERRLOG-FILE.
028300     IF NOT WS-ERRLOG-OK
028400         DISPLAY 'DCJB8BLG - ERRLOG OPEN FAILED, STATUS = '
028500             WS-ERRLOG-STATUS
028600         GO TO 9999-ABEND
028700     END-IF.
028800
028900     OPEN I-O RPTFILE.
029000     IF NOT WS-RPTFILE-OK
029100         DISPLAY 'DCJB8BLG - RPTFILE OPEN FAILED, STATUS = '
029200             WS-RPTFILE-STATUS
029300         GO TO 9999-ABEND
029400     END-IF.
029500
029600     OPEN OUTPUT ERROR-RPT.
029700     IF NOT WS-ERRRPT-OK
029800         DISPLAY 'DCJB8BLG - ERRRPT OPEN FAILED, STATUS = '
029900             WS-ERRRPT-STATUS
030000         GO TO 9999-ABEND
030100     END-IF.
030200
030300     PERFORM 1100-FIND-LAST-LINE THRU 1100-EXIT.
030400
030500     MOVE 'D' TO WS-HDG-MODE-SW.
030600     PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT.
030700
030800     PERFORM 2100-READ-NEXT-ENTRY THRU 2100-EXIT.
030900
031000 1000-EXIT.
031100     EXIT.
031200
031300*----------------------------------------------------------------
031400* A SECOND RUN FOR THE SAME DAY APPENDS AFTER THE FIRST RUN'S
031500* LINES RATHER THAN WRITING OVER THEM - FIND THE LAST LINE
031600* ALREADY FILED UNDER THE LOG DATE.
031700*----------------------------------------------------------------
031800 1100-FIND-LAST-LINE.
031900
032000     MOVE 0 TO WS-RPT-LINE-NO.
032100     MOVE 'N' TO WS-RPT-DONE-SW.
032200
032300     MOVE WS-RPT-TYPE TO RPT-TYPE.
032400     MOVE WS-LOG-CYYDDD TO RPT-RUN-DATE.
032500     MOVE ZEROS TO RPT-LINE-NO.
032600
032700     START RPTFILE KEY IS NOT LESS THAN RPT-KEY
032800         INVALID KEY
032900             MOVE 'Y' TO WS-RPT-DONE-SW
033000     END-START.
033100
033200     PERFORM 1110-READ-ONE-LINE THRU 1110-EXIT
033300         UNTIL WS-RPT-DONE.
033400
033500 1100-EXIT.
033600     EXIT.
033700
033800 1110-READ-ONE-LINE.
033900
034000     READ RPTFILE NEXT RECORD
034100         AT END
034200             MOVE 'Y' TO WS-RPT-DONE-SW
034300             GO TO 1110-EXIT
034400     END-READ.
034500
034600     IF (RPT-TYPE NOT = WS-RPT-TYPE) OR
034700        (RPT-RUN-DATE NOT = WS-LOG-CYYDDD)
034800         MOVE 'Y' TO WS-RPT-DONE-SW
034900         GO TO 1110-EXIT
035000     END-IF.
035100
035200     MOVE RPT-LINE-NO TO WS-RPT-LINE-NO.
035300
035400 1110-EXIT.
035500     EXIT.
035600
035700*----------------------------------------------------------------
035800* ONE ERRLOG ENTRY FOR THE LOG DATE - LISTED, THEN TALLIED UNDER
035900* ITS PROGRAM AND ABEND CODE.
036000*----------------------------------------------------------------
036100 2000-PROCESS-ENTRY.
036200
036300     ADD 1 TO WS-ERROR-COUNT.
036400
036500     PERFORM 4000-PRINT-ENTRY THRU 4000-EXIT.
036600     PERFORM 4500-TALLY-ENTRY THRU 4500-EXIT.
036700
036800     PERFORM 2100-READ-NEXT-ENTRY THRU 2100-EXIT.
036900
037000 2000-EXIT.
037100     EXIT.
037200
037300*----------------------------------------------------------------
037400* READS FORWARD TO THE NEXT ENTRY LOGGED ON THE LOG DATE. THE LOG
037500* IS APPEND-ONLY, BUT IT IS NOT ASSUMED TO BE TRIMMED, SO EVERY
037600* ENTRY IS LOOKED AT.
037700*----------------------------------------------------------------
037800 2100-READ-NEXT-ENTRY.
037900
038000     READ ERRLOG-FILE
038100         AT END
038200             MOVE 'Y' TO WS-ERL-EOF-SW
038300             GO TO 2100-EXIT
038400     END-READ.
038500
038600     ADD 1 TO WS-READ-COUNT.
038700
038800     IF (ERL-DATE IS NOT NUMERIC) OR
038900        (ERL-DATE NOT = WS-LOG-CYYDDD)
039000         GO TO 2100-READ-NEXT-ENTRY
039100     END-IF.
039200
039300 2100-EXIT.
039400     EXIT.
039500
039600 3000-TERMINATE.
039700
039800     CLOSE ERRLOG-FILE.
039900     CLOSE RPTFILE.
040000     CLOSE ERROR-RPT.
040100
040200     DISPLAY 'DCJB8BLG - ERRLOG ENTRIES READ . ' WS-READ-COUNT.
040300     DISPLAY 'DCJB8BLG - ERRORS REPORTED . . . ' WS-ERROR-COUNT.
040400
040500 3000-EXIT.
040600     EXIT.
040700
040800 4000-PRINT-ENTRY.
040900
041000     IF WS-LINE-COUNT > WS-MAX-LINES
041100         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
041200     END-IF.
041300
041400     MOVE ERL-TIME TO WS-TIME-WORK.
041500     PERFORM 5300-EDIT-TIME THRU 5300-EXIT.
041600     MOVE WS-TIME-EDIT TO RPT-DTL-TIME.
041700
041800     MOVE ERL-REFERENCE TO RPT-DTL-REFERENCE.
041900     MOVE ERL-PROGRAM TO RPT-DTL-PROGRAM.
042000     MOVE ERL-ABPROGRAM TO RPT-DTL-ABPROGRAM.
042100     MOVE ERL-ABCODE TO RPT-DTL-ABCODE.
042200     MOVE ERL-TRANSID TO RPT-DTL-TRANSID.
042300     MOVE ERL-TERMID TO RPT-DTL-TERMID.
042400     MOVE ERL-OPERID TO RPT-DTL-OPERID.
042500     MOVE ERL-STU-NUMBER TO RPT-DTL-STU-NUMBER.
042600     MOVE ERL-CRS-CODE TO RPT-DTL-CRS-CODE.
042700     MOVE ERL-LAST-CMD TO RPT-DTL-LAST-CMD.
042800     MOVE ERL-LAST-RSRCE TO RPT-DTL-RSRCE.
042900     MOVE ERL-EIBRESP TO RPT-DTL-RESP.
043000
043100*    A KEY THE PROGRAM NEVER FILLED CAN ARRIVE AS LOW-VALUES.
043200     INSPECT RPT-DETAIL-LINE REPLACING ALL LOW-VALUE BY SPACE.
043300
043400     MOVE RPT-DETAIL-LINE TO RPT-LINE.
043500     PERFORM 5200-WRITE-LINE THRU 5200-EXIT.
043600
043700 4000-EXIT.
043800     EXIT.
043900
044000*----------------------------------------------------------------
044100* ADDS THE ENTRY TO ITS PROGRAM/ABEND-CODE ROW, OPENING A NEW ROW
044200* IN KEY ORDER WHEN THE PAIR IS NEW - THE ROWS ABOVE THE INSERT
044300* POINT SHUFFLE DOWN ONE.
044400*----------------------------------------------------------------
044500 4500-TALLY-ENTRY.
044600
044700     MOVE ERL-PROGRAM TO WS-NEW-PROGRAM.
044800     MOVE ERL-ABCODE TO WS-NEW-ABCODE.
044900     MOVE 1 TO WS-SUM-IX.
045000
045100 4510-FIND-ROW.
045200
045300     IF WS-SUM-IX > WS-SUM-COUNT
045400         GO TO 4520-OPEN-ROW
045500     END-IF.
045600
045700     IF WS-SUM-KEY (WS-SUM-IX) = WS-NEW-KEY
045800         ADD 1 TO WS-SUM-ERRORS (WS-SUM-IX)
045900         MOVE ERL-TIME TO WS-SUM-LAST-TIME (WS-SUM-IX)
046000         GO TO 4500-EXIT
046100     END-IF.
046200
046300     IF WS-SUM-KEY (WS-SUM-IX) > WS-NEW-KEY
046400         GO TO 4520-OPEN-ROW
046500     END-IF.
046600
046700     ADD 1 TO WS-SUM-IX.
046800     GO TO 4510-FIND-ROW.
046900
047000 4520-OPEN-ROW.
047100
047200     IF WS-SUM-COUNT NOT < WS-SUM-MAX
047300         ADD 1 TO WS-SUM-OVERFLOW
047400         GO TO 4500-EXIT
047500     END-IF.
047600
047700     MOVE WS-SUM-COUNT TO WS-SHIFT-IX.
047800     PERFORM 4530-SHIFT-ONE THRU 4530-EXIT
047900         UNTIL WS-SHIFT-IX < WS-SUM-IX.
048000
048100     MOVE WS-NEW-KEY TO WS-SUM-KEY (WS-SUM-IX).
048200     MOVE 1 TO WS-SUM-ERRORS (WS-SUM-IX).
048300     MOVE ERL-TIME TO WS-SUM-FIRST-TIME (WS-SUM-IX).
048400     MOVE ERL-TIME TO WS-SUM-LAST-TIME (WS-SUM-IX).
048500     ADD 1 TO WS-SUM-COUNT.
048600
048700 4500-EXIT.
048800     EXIT.
048900
049000 4530-SHIFT-ONE.
049100
049200     MOVE WS-SUM-ENTRY (WS-SHIFT-IX)
049300         TO WS-SUM-ENTRY (WS-SHIFT-IX + 1).
049400     SUBTRACT 1 FROM WS-SHIFT-IX.
049500
049600 4530-EXIT.
049700     EXIT.
049800
049900*----------------------------------------------------------------
050000* THE SUMMARY - ONE LINE PER PROGRAM AND ABEND CODE, A TOTAL FOR
050100* EACH PROGRAM, AND THE DAY'S TOTAL. A QUIET DAY STILL GETS THE
050200* TOTAL LINE, SO THE VIEWER SHOWS THE REPORT RAN.
050300*----------------------------------------------------------------
050400 5000-PRINT-SUMMARY.
050500
050600     IF WS-ERROR-COUNT = 0
050700         MOVE 'NO APPLICATION ERRORS WERE LOGGED FOR THE DAY.'
050800             TO RPT-SEC-TEXT
050900         MOVE RPT-SECTION-LINE TO RPT-LINE
051000         PERFORM 5200-WRITE-LINE THRU 5200-EXIT
051100         GO TO 5090-PRINT-TOTAL
051200     END-IF.
051300
051400     MOVE 'S' TO WS-HDG-MODE-SW.
051500     PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT.
051600
051700     MOVE SPACES TO WS-PGM-SAVE.
051800     MOVE 0 TO WS-PGM-ERRORS.
051900
052000     PERFORM 5010-PRINT-ONE-ROW THRU 5010-EXIT
052100         VARYING WS-SUM-IX FROM 1 BY 1
052200         UNTIL WS-SUM-IX > WS-SUM-COUNT.
052300
052400     PERFORM 5020-PRINT-PGM-TOTAL THRU 5020-EXIT.
052500
052600     IF WS-SUM-OVERFLOW > 0
052700         MOVE 'ERRORS NOT IN THE SUMMARY  . .' TO RPT-TOT-TEXT
052800         MOVE WS-SUM-OVERFLOW TO RPT-TOT-COUNT
052900         MOVE RPT-TOTAL-LINE TO RPT-LINE
053000         PERFORM 5200-WRITE-LINE THRU 5200-EXIT
053100     END-IF.
053200
053300 5090-PRINT-TOTAL.
053400
053500     MOVE 'ERRORS LOGGED FOR THE DAY  . .' TO RPT-TOT-TEXT.
053600     MOVE WS-ERROR-COUNT TO RPT-TOT-COUNT.
053700     MOVE RPT-TOTAL-LINE TO RPT-LINE.
053800     PERFORM 5200-WRITE-LINE THRU 5200-EXIT.
053900
054000 5000-EXIT.
054100     EXIT.
054200
054300 5010-PRINT-ONE-ROW.
054400
054500     IF (WS-SUM-PROGRAM (WS-SUM-IX) NOT = WS-PGM-SAVE) AND
054600        (WS-PGM-SAVE NOT = SPACES)
054700         PERFORM 5020-PRINT-PGM-TOTAL THRU 5020-EXIT
054800     END-IF.
054900
055000     IF WS-LINE-COUNT > WS-MAX-LINES
055100         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
055200     END-IF.
055300
055400     MOVE WS-SUM-PROGRAM (WS-SUM-IX) TO WS-PGM-SAVE.
055500     ADD WS-SUM-ERRORS (WS-SUM-IX) TO WS-PGM-ERRORS.
055600
055700     MOVE WS-SUM-PROGRAM (WS-SUM-IX) TO RPT-SUM-PROGRAM.
055800     MOVE WS-SUM-ABCODE (WS-SUM-IX) TO RPT-SUM-ABCODE.
055900     MOVE WS-SUM-ERRORS (WS-SUM-IX) TO RPT-SUM-ERRORS.
056000
056100     MOVE WS-SUM-FIRST-TIME (WS-SUM-IX) TO WS-TIME-WORK.
056200     PERFORM 5300-EDIT-TIME THRU 5300-EXIT.
056300     MOVE WS-TIME-EDIT TO RPT-SUM-FIRST.
056400
056500     MOVE WS-SUM-LAST-TIME (WS-SUM-IX) TO WS-TIME-WORK.
056600     PERFORM 5300-EDIT-TIME THRU 5300-EXIT.
056700     MOVE WS-TIME-EDIT TO RPT-SUM-LAST.
056800
056900     INSPECT RPT-SUMMARY-LINE REPLACING ALL LOW-VALUE BY SPACE.
057000
057100     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
057200     PERFORM 5200-WRITE-LINE THRU 5200-EXIT.
057300
057400 5010-EXIT.
057500     EXIT.
057600
057700 5020-PRINT-PGM-TOTAL.
057800
057900     MOVE SPACES TO RPT-TOT-TEXT.
058000     STRING '  ' WS-PGM-SAVE ' TOTAL' DELIMITED BY SIZE
058100         INTO RPT-TOT-TEXT.
058200     MOVE WS-PGM-ERRORS TO RPT-TOT-COUNT.
058300     MOVE RPT-TOTAL-LINE TO RPT-LINE.
058400     PERFORM 5200-WRITE-LINE THRU 5200-EXIT.
058500
058600     MOVE 0 TO WS-PGM-ERRORS.
058700
058800 5020-EXIT.
058900     EXIT.
059000
059100 5100-PRINT-HEADINGS.
059200
059300     ADD 1 TO WS-PAGE-COUNT.
059400     MOVE WS-PAGE-COUNT TO RPT-HDG1-PAGE.
059500     MOVE RPT-HEADING-1 TO RPT-LINE.
059600     PERFORM 5200-WRITE-LINE THRU 5200-EXIT.
059700
059800     IF WS-HDG-SUMMARY
059900         MOVE 'ERRORS BY PROGRAM AND ABEND CODE' TO RPT-SEC-TEXT
060000         MOVE RPT-SECTION-LINE TO RPT-LINE
060100         PERFORM 5200-WRITE-LINE THRU 5200-EXIT
060200         MOVE RPT-SUMMARY-HEADING TO RPT-LINE
060300     ELSE
060400         MOVE RPT-HEADING-2 TO RPT-LINE
060500     END-IF.
060600     PERFORM 5200-WRITE-LINE THRU 5200-EXIT.
060700
060800     MOVE 3 TO WS-LINE-COUNT.
060900
061000 5100-EXIT.
061100     EXIT.
061200
061300*----------------------------------------------------------------
061400* EVERY PRINTED LINE ALSO GOES INTO RPTFILE, THE SAME 110-BYTE
061500* CUT DCJB8BRL TAKES, NUMBERED ON FROM THE LOG DATE'S LAST LINE.
061600*----------------------------------------------------------------
061700 5200-WRITE-LINE.
061800
061900     WRITE RPT-LINE.
062000     ADD 1 TO WS-LINE-COUNT.
062100
062200     ADD 1 TO WS-RPT-LINE-NO.
062300     MOVE SPACES TO RPTFILE-RECORD.
062400     MOVE WS-RPT-TYPE TO RPT-TYPE.
062500     MOVE WS-LOG-CYYDDD TO RPT-RUN-DATE.
062600     MOVE WS-RPT-LINE-NO TO RPT-LINE-NO.
062700     MOVE RPT-LINE(1:110) TO RPT-TEXT.
062800
062900     WRITE RPTFILE-RECORD
063000         INVALID KEY
063100             DISPLAY 'DCJB8BLG - RPTFILE WRITE, STATUS = '
063200                 WS-RPTFILE-STATUS
063300             GO TO 9999-ABEND
063400     END-WRITE.
063500
063600 5200-EXIT.
063700     EXIT.
063800
063900 5300-EDIT-TIME.
064000
064100     MOVE WS-TIME-HH TO WS-TIME-EDIT-HH.
064200     MOVE WS-TIME-MM TO WS-TIME-EDIT-MM.
064300     MOVE WS-TIME-SS TO WS-TIME-EDIT-SS.
064400
064500 5300-EXIT.
064600     EXIT.
064700
064800 9999-ABEND.
064900
065000     MOVE 16 TO RETURN-CODE.
065100     GOBACK.
065200
065300 END PROGRAM DCJB8BLG.
