000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BSE.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - SCHOLARSHIP SELECTION RUN. FOR
001100*                EACH SCHFILE SCHOLARSHIP, RANKS THE ACTIVE
001200*                STUDENTS IN THE SYSIN TERM WHO MEET ITS CRITERIA
001300*                (CUMULATIVE GPA, STANDING, PROGRAM, CAMPUS AND
001400*                FOR-CREDIT LOAD) BY GPA, THEN LOAD, AND WRITES
001500*                THE TOP ONES TO NOMFILE AS PENDING NOMINATIONS -
001600*                ONE PER AWARD STILL OPEN. A STUDENT ALREADY
001700*                HOLDING AN AWARD FOR THE TERM, ALREADY NOMINATED
001800*                IN THIS RUN, OR DROPPED FROM THE SAME SCHOLARSHIP
001900*                IS PASSED OVER. THE TERM'S PENDING ROWS ARE
002000*                CLEARED FIRST SO A RERUN REPLACES THEM. NOTHING
002100*                IS POSTED TO AWDFILE - THE COMMITTEE DECIDES
002200*                EACH NOMINATION ON DCJB8PIC. RC 4 WHEN A
002300*                SCHOLARSHIP IS LEFT SHORT.
002400*----------------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300
003400     SELECT SCHFILE ASSIGN TO SCHFILE
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS SCH-KEY
003800         FILE STATUS IS WS-SCHFILE-STATUS.
003900
004000     SELECT STUFILE ASSIGN TO STUFILE
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS STU-NUMBER
004400         FILE STATUS IS WS-STUFILE-STATUS.
004500
004600     SELECT CRSFILE ASSIGN TO CRSFILE
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS CRS-CODE
005000         FILE STATUS IS WS-CRSFILE-STATUS.
005100
005200*    AN AWARD ALREADY POSTED FOR THE TERM TAKES THE STUDENT OUT.
005300     SELECT AWD-FILE ASSIGN TO AWDFILE
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS AWD-KEY
005700         FILE STATUS IS WS-AWDFILE-STATUS.
005800
005900     SELECT NOMFILE ASSIGN TO NOMFILE
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS NOM-KEY
006300         FILE STATUS IS WS-NOMFILE-STATUS.
006400
006500     SELECT SELECT-RPT ASSIGN TO SELRPT
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-SELRPT-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100
007200 FD  SCHFILE
007300     LABEL RECORDS ARE STANDARD
007400     RECORD CONTAINS 58 CHARACTERS
007500     DATA RECORD IS SCHFILE-RECORD.
007600
007700     COPY 'SCHLREC'.
007800
007900 FD  STUFILE
008000     LABEL RECORDS ARE STANDARD
008100     RECORD CONTAINS 227 CHARACTERS
008200     DATA RECORD IS STUFILE-RECORD.
008300
008400     COPY 'STUREC'.
008500
008600 FD  CRSFILE
008700     LABEL RECORDS ARE STANDARD
008800     RECORD CONTAINS 242 CHARACTERS
008900     DATA RECORD IS CRSFILE-RECORD.
009000
009100     COPY 'CRSREC'.
009200
009300 FD  AWD-FILE
009400     LABEL RECORDS ARE STANDARD
009500     RECORD CONTAINS 57 CHARACTERS
009600     DATA RECORD IS AWDFILE-RECORD.
009700
009800*    AWDFILE RECORD LAYOUT - SHARED WITH DCJB8PHA/DCJB8PIC.
009900     COPY 'AWRDREC'.
010000
010100 FD  NOMFILE
010200     LABEL RECORDS ARE STANDARD
010300     RECORD CONTAINS 105 CHARACTERS
010400     DATA RECORD IS NOMFILE-RECORD.
010500
010600     COPY 'NOMREC'.
010700
010800 FD  SELECT-RPT
010900     LABEL RECORDS ARE STANDARD
011000     RECORD CONTAINS 133 CHARACTERS
011100     DATA RECORD IS RPT-LINE.
011200 01  RPT-LINE                        PIC X(133).
011300
011400 WORKING-STORAGE SECTION.
011500
011600 01  WS-SCHFILE-STATUS               PIC X(2) VALUE SPACES.
011700     88 WS-SCHFILE-OK                    VALUE '00'.
011800 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
011900     88 WS-STUFILE-OK                    VALUE '00'.
012000 01  WS-CRSFILE-STATUS               PIC X(2) VALUE SPACES.
012100     88 WS-CRSFILE-OK                    VALUE '00'.
012200 01  WS-AWDFILE-STATUS               PIC X(2) VALUE SPACES.
012300     88 WS-AWDFILE-OK                    VALUE '00'.
012400 01  WS-NOMFILE-STATUS               PIC X(2) VALUE SPACES.
012500     88 WS-NOMFILE-OK                    VALUE '00'.
012600 01  WS-SELRPT-STATUS                PIC X(2) VALUE SPACES.
012700     88 WS-SELRPT-OK                     VALUE '00'.
012800
012900 01  WS-SWITCHES.
013000     05 WS-SCH-EOF-SW                PIC X(1) VALUE 'N'.
013100         88 WS-SCH-EOF                    VALUE 'Y'.
013200     05 WS-STU-EOF-SW                PIC X(1) VALUE 'N'.
013300         88 WS-STU-EOF                    VALUE 'Y'.
013400     05 WS-NOM-DONE-SW               PIC X(1) VALUE 'N'.
013500         88 WS-NOM-DONE                   VALUE 'Y'.
013600     05 WS-ELIGIBLE-SW               PIC X(1) VALUE 'N'.
013700         88 WS-IS-ELIGIBLE                VALUE 'Y'.
013800     05 WS-SLOT-SW                   PIC X(1) VALUE 'N'.
013900         88 WS-SLOT-FOUND                 VALUE 'Y'.
014000     05 WS-RUN-FOUND-SW              PIC X(1) VALUE 'N'.
014100         88 WS-RUN-FOUND                  VALUE 'Y'.
014200
014300 01  WS-TERM-IN                      PIC X(5) VALUE SPACES.
014400 01  WS-TODAY                        PIC 9(7) VALUE 0.
014500 01  WS-TODAY-CYYDDD                 PIC 9(7) VALUE 0.
014600
014700 77  WS-SLOT-IDX                     PIC S9(4) COMP VALUE 0.
014800 77  WS-CREDITS                      PIC S9(3) COMP VALUE 0.
014900 77  WS-APPROVED                     PIC S9(3) COMP VALUE 0.
015000 77  WS-OPEN-AWARDS                  PIC S9(3) COMP VALUE 0.
015100 77  WS-ELIGIBLE-COUNT               PIC S9(5) COMP VALUE 0.
015200 77  WS-TOP-COUNT                    PIC S9(3) COMP VALUE 0.
015300 77  WS-TOP-IDX                      PIC S9(3) COMP VALUE 0.
015400 77  WS-RUN-IDX                      PIC S9(4) COMP VALUE 0.
015500 77  WS-RUN-MAX                      PIC S9(4) COMP VALUE 2000.
015600 77  WS-SCH-COUNT                    PIC S9(5) COMP VALUE 0.
015700 77  WS-PURGED-COUNT                 PIC S9(7) COMP VALUE 0.
015800 77  WS-NOMINATED-COUNT              PIC S9(7) COMP VALUE 0.
015900 77  WS-SHORT-COUNT                  PIC S9(5) COMP VALUE 0.
016000 77  WS-UNFILLED-COUNT               PIC S9(7) COMP VALUE 0.
016100
016200*----------------------------------------------------------------
016300* THE STUDENT BEING JUDGED, AND THE RANKED SHORT LIST FOR THE
016400* SCHOLARSHIP IN HAND - BEST FIRST, NEVER LONGER THAN THE AWARDS
016500* STILL OPEN. A TIE ON GPA AND LOAD KEEPS STUDENT-NUMBER ORDER.
016600*----------------------------------------------------------------
016700 01  WS-NEW-CAND.
016800     05 WS-NEW-STU-NUMBER            PIC X(7).
016900     05 WS-NEW-STU-NAME              PIC X(20).
017000     05 WS-NEW-GPA                   PIC 9V99.
017100     05 WS-NEW-CREDITS               PIC 9(2).
017200     05 WS-NEW-STANDING              PIC X(1).
017300     05 WS-NEW-PROGRAM               PIC X(4).
017400     05 WS-NEW-CAMPUS                PIC X(3).
017500
017600 01  WS-TOP-TABLE.
017700     05 WS-TOP-ENTRY                 OCCURS 99 TIMES.
017800         10 WS-TOP-STU-NUMBER        PIC X(7).
017900         10 WS-TOP-STU-NAME          PIC X(20).
018000         10 WS-TOP-GPA               PIC 9V99.
018100         10 WS-TOP-CREDITS           PIC 9(2).
018200         10 WS-TOP-STANDING          PIC X(1).
018300         10 WS-TOP-PROGRAM           PIC X(4).
018400         10 WS-TOP-CAMPUS            PIC X(3).
018500
018600*----------------------------------------------------------------
018700* EVERY STUDENT NOMINATED SO FAR IN THIS RUN - ONE NOMINATION PER
018800* STUDENT PER TERM, SO THE FIRST SCHOLARSHIP (IN CODE ORDER) THAT
018900* RANKS A STUDENT KEEPS THEM.
019000*----------------------------------------------------------------
019100 01  WS-RUN-COUNT                    PIC S9(4) COMP VALUE 0.
019200 01  WS-RUN-TABLE.
019300     05 WS-RUN-STU-NUMBER            PIC X(7) OCCURS 2000 TIMES.
019400
019500 01  RPT-HEADING-1.
019600     05 FILLER                       PIC X(1) VALUE '1'.
019700     05 FILLER                       PIC X(40) VALUE
019800            'DCJB8BSE - SCHOLARSHIP NOMINATIONS, TERM'.
019900     05 FILLER                       PIC X(1) VALUE SPACE.
020000     05 HD1-TERM                     PIC X(5).
020100     05 FILLER                       PIC X(11) VALUE
020200            '  RUN DATE '.
020300     05 HD1-RUN-DATE                 PIC 9(7).
020400     05 FILLER                       PIC X(68) VALUE SPACES.
020500
020600 01  RPT-SCHOL-LINE.
020700     05 FILLER                       PIC X(1) VALUE '0'.
020800     05 FILLER                       PIC X(4) VALUE SPACES.
020900     05 FILLER                       PIC X(12) VALUE
021000            'SCHOLARSHIP '.
021100     05 RPT-SCH-CODE                 PIC X(4).
021200     05 FILLER                       PIC X(2) VALUE SPACES.
021300     05 RPT-SCH-DESC                 PIC X(20).
021400     05 FILLER                       PIC X(2) VALUE SPACES.
021500     05 RPT-SCH-AMOUNT               PIC ZZZ,ZZ9.99.
021600     05 FILLER                       PIC X(2) VALUE SPACES.
021700     05 FILLER                       PIC X(8) VALUE 'MIN GPA '.
021800     05 RPT-SCH-GPA                  PIC 9.99.
021900     05 FILLER                       PIC X(2) VALUE SPACES.
022000     05 FILLER                       PIC X(9) VALUE 'STANDING '.
022100     05 RPT-SCH-STANDING             PIC X(1).
022200     05 FILLER                       PIC X(2) VALUE SPACES.
022300     05 FILLER                       PIC X(8) VALUE 'PROGRAM '.
022400     05 RPT-SCH-PROGRAM              PIC X(4).
022500     05 FILLER                       PIC X(2) VALUE SPACES.
022600     05 FILLER                       PIC X(7) VALUE 'CAMPUS '.
022700     05 RPT-SCH-CAMPUS               PIC X(3).
022800     05 FILLER                       PIC X(2) VALUE SPACES.
022900     05 FILLER                       PIC X(8) VALUE 'MIN HRS '.
023000     05 RPT-SCH-CREDITS              PIC Z9.
023100     05 FILLER                       PIC X(14) VALUE SPACES.
023200
023300 01  RPT-COLUMN-LINE.
023400     05 FILLER                       PIC X(1) VALUE '0'.
023500     05 FILLER                       PIC X(9) VALUE SPACES.
023600     05 FILLER                       PIC X(6) VALUE 'RANK  '.
023700     05 FILLER                       PIC X(9) VALUE 'STUDENT  '.
023800     05 FILLER                       PIC X(22) VALUE 'NAME'.
023900     05 FILLER                       PIC X(6) VALUE ' GPA  '.
024000     05 FILLER                       PIC X(5) VALUE 'STD  '.
024100     05 FILLER                       PIC X(6) VALUE 'PROG  '.
024200     05 FILLER                       PIC X(5) VALUE 'CAM  '.
024300     05 FILLER                       PIC X(3) VALUE 'HRS'.
024400     05 FILLER                       PIC X(61) VALUE SPACES.
024500
024600 01  RPT-DETAIL-LINE.
024700     05 FILLER                       PIC X(1) VALUE ' '.
024800     05 FILLER                       PIC X(10) VALUE SPACES.
024900     05 RPT-DTL-RANK                 PIC ZZ9.
025000     05 FILLER                       PIC X(2) VALUE SPACES.
025100     05 RPT-DTL-NUMBER               PIC X(7).
025200     05 FILLER                       PIC X(2) VALUE SPACES.
025300     05 RPT-DTL-NAME                 PIC X(20).
025400     05 FILLER                       PIC X(2) VALUE SPACES.
025500     05 RPT-DTL-GPA                  PIC 9.99.
025600     05 FILLER                       PIC X(3) VALUE SPACES.
025700     05 RPT-DTL-STANDING             PIC X(1).
025800     05 FILLER                       PIC X(3) VALUE SPACES.
025900     05 RPT-DTL-PROGRAM              PIC X(4).
026000     05 FILLER                       PIC X(2) VALUE SPACES.
026100     05 RPT-DTL-CAMPUS               PIC X(3).
026200     05 FILLER                       PIC X(2) VALUE SPACES.
026300     05 RPT-DTL-CREDITS              PIC ZZ9.
026400     05 FILLER                       PIC X(61) VALUE SPACES.
026500
026600 01  RPT-SUMMARY-LINE.
026700     05 FILLER                       PIC X(1) VALUE '0'.
026800     05 FILLER                       PIC X(9) VALUE SPACES.
026900     05 FILLER                       PIC X(7) VALUE 'AWARDS '.
027000     05 RPT-SUM-AWARDS               PIC Z9.
027100     05 FILLER                       PIC X(2) VALUE SPACES.
027200     05 FILLER                       PIC X(9) VALUE 'APPROVED '.
027300     05 RPT-SUM-APPROVED             PIC Z9.
027400     05 FILLER                       PIC X(2) VALUE SPACES.
027500     05 FILLER                       PIC X(5) VALUE 'OPEN '.
027600     05 RPT-SUM-OPEN                 PIC Z9.
027700     05 FILLER                       PIC X(2) VALUE SPACES.
027800     05 FILLER                       PIC X(9) VALUE 'ELIGIBLE '.
027900     05 RPT-SUM-ELIGIBLE             PIC ZZ,ZZ9.
028000     05 FILLER                       PIC X(2) VALUE SPACES.
028100     05 FILLER                       PIC X(10) VALUE 'NOMINATED '.
028200     05 RPT-SUM-NOMINATED            PIC Z9.
028300     05 FILLER                       PIC X(2) VALUE SPACES.
028400     05 RPT-SUM-NOTE                 PIC X(30).
028500     05 FILLER                       PIC X(29) VALUE SPACES.
028600
028700 01  RPT-TOTAL-LINE.
028800     05 RPT-TOT-CC                   PIC X(1) VALUE ' '.
028900     05 FILLER                       PIC X(4) VALUE SPACES.
029000     05 RPT-TOT-TEXT                 PIC X(30).
029100     05 RPT-TOT-COUNT                PIC ZZZ,ZZZ,ZZ9.
029200     05 FILLER                       PIC X(87) VALUE SPACES.
029300
029400 PROCEDURE DIVISION.
029500
029600 0000-MAINLINE.
029700
029800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029900
030000     PERFORM 2000-SELECT-ONE-SCHOLARSHIP THRU 2000-EXIT
030100         UNTIL WS-SCH-EOF.
030200
030300     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
030400
030500     PERFORM 3000-TERMINATE THRU 3000-EXIT.
030600
030700     GOBACK.
030800
030900 1000-INITIALIZE.
031000
031100     ACCEPT WS-TERM-IN FROM SYSIN.
031200     IF WS-TERM-IN = SPACES
031300         DISPLAY 'DCJB8BSE - NO TERM ON SYSIN'
031400         GO TO 9999-ABEND
031500     END-IF.
031600
031700     ACCEPT WS-TODAY FROM DAY.
031800     COMPUTE WS-TODAY-CYYDDD = WS-TODAY - 1900000.
031900
032000     OPEN INPUT SCHFILE.
032100     IF NOT WS-SCHFILE-OK
032200         DISPLAY 'DCJB8BSE - SCHFILE OPEN FAILED, STATUS = '
032300             WS-SCHFILE-STATUS
032400         GO TO 9999-ABEND
032500     END-IF.
032600
032700     OPEN INPUT STUFILE CRSFILE AWD-FILE.
032800     IF (NOT WS-STUFILE-OK) OR (NOT WS-CRSFILE-OK) OR
032900        (NOT WS-AWDFILE-OK)
033000         DISPLAY 'DCJB8BSE - INPUT OPEN FAILED '
033100             WS-STUFILE-STATUS WS-CRSFILE-STATUS
033200             WS-AWDFILE-STATUS
033300         GO TO 9999-ABEND
033400     END-IF.
033500
033600     OPEN I-O NOMFILE.
033700     IF NOT WS-NOMFILE-OK
033800         DISPLAY 'DCJB8BSE - NOMFILE OPEN FAILED, STATUS = '
033900             WS-NOMFILE-STATUS
034000         GO TO 9999-ABEND
034100     END-IF.
034200
034300     OPEN OUTPUT SELECT-RPT.
034400     IF NOT WS-SELRPT-OK
034500         DISPLAY 'DCJB8BSE - SELRPT OPEN FAILED, STATUS = '
034600             WS-SELRPT-STATUS
034700         GO TO 9999-ABEND
034800     END-IF.
034900
035000     MOVE WS-TERM-IN TO HD1-TERM.
035100     MOVE WS-TODAY-CYYDDD TO HD1-RUN-DATE.
035200
035300     PERFORM 1100-CLEAR-PENDING THRU 1100-EXIT.
035400
035500     PERFORM 2100-READ-SCHOLARSHIP THRU 2100-EXIT.
035600
035700 1000-EXIT.
035800     EXIT.
035900
036000*----------------------------------------------------------------
036100* A RERUN REPLACES THE TERM'S PENDING NOMINATIONS - DELETE EVERY
036200* 'P' ROW UNDER THE TERM. APPROVED AND DROPPED ROWS ARE THE
036300* COMMITTEE'S DECISIONS AND STAY.
036400*----------------------------------------------------------------
036500 1100-CLEAR-PENDING.
036600
036700     MOVE 'N' TO WS-NOM-DONE-SW.
036800     MOVE WS-TERM-IN TO NOM-TERM.
036900     MOVE LOW-VALUES TO NOM-CODE NOM-STU-NUMBER.
037000     START NOMFILE KEY IS NOT LESS THAN NOM-KEY
037100         INVALID KEY
037200             GO TO 1100-EXIT
037300     END-START.
037400
037500     PERFORM 1110-CLEAR-ONE THRU 1110-EXIT
037600         UNTIL WS-NOM-DONE.
037700
037800 1100-EXIT.
037900     EXIT.
038000
038100 1110-CLEAR-ONE.
038200
038300     READ NOMFILE NEXT RECORD
038400         AT END
038500             MOVE 'Y' TO WS-NOM-DONE-SW
038600             GO TO 1110-EXIT
038700     END-READ.
038800
038900     IF NOM-TERM NOT = WS-TERM-IN
039000         MOVE 'Y' TO WS-NOM-DONE-SW
039100         GO TO 1110-EXIT
039200     END-IF.
039300
039400     IF NOM-PENDING
039500         DELETE NOMFILE RECORD
039600             INVALID KEY
039700                 DISPLAY 'DCJB8BSE - NOMFILE DELETE FAILED FOR '
039800                     NOM-KEY ', STATUS = ' WS-NOMFILE-STATUS
039900                 GO TO 9999-ABEND
040000         END-DELETE
040100         ADD 1 TO WS-PURGED-COUNT
040200     END-IF.
040300
040400 1110-EXIT.
040500     EXIT.
040600
040700*----------------------------------------------------------------
040800* ONE SCHOLARSHIP - COUNT THE AWARDS THE COMMITTEE HAS ALREADY
040900* APPROVED, THEN A FULL STUFILE SWEEP RANKS THE ELIGIBLE STUDENTS
041000* FOR WHAT IS LEFT, THE SAME JOIN SHAPE THE ADVISEE ROSTER USES
041100* PER INSTRUCTOR.
041200*----------------------------------------------------------------
041300 2000-SELECT-ONE-SCHOLARSHIP.
041400
041500     ADD 1 TO WS-SCH-COUNT.
041600     WRITE RPT-LINE FROM RPT-HEADING-1.
041700     MOVE SCH-CODE TO RPT-SCH-CODE.
041800     MOVE SCH-DESC TO RPT-SCH-DESC.
041900     MOVE SCH-AMOUNT TO RPT-SCH-AMOUNT.
042000     MOVE SCH-MIN-GPA TO RPT-SCH-GPA.
042100     MOVE SCH-STANDING TO RPT-SCH-STANDING.
042200     MOVE SCH-PROGRAM TO RPT-SCH-PROGRAM.
042300     MOVE SCH-CAMPUS TO RPT-SCH-CAMPUS.
042400     MOVE SCH-MIN-CREDITS TO RPT-SCH-CREDITS.
042500     WRITE RPT-LINE FROM RPT-SCHOL-LINE.
042600
042700     PERFORM 2200-COUNT-APPROVED THRU 2200-EXIT.
042800     COMPUTE WS-OPEN-AWARDS = SCH-AWARDS - WS-APPROVED.
042900     IF WS-OPEN-AWARDS < 0
043000         MOVE 0 TO WS-OPEN-AWARDS
043100     END-IF.
043200
043300     MOVE 0 TO WS-ELIGIBLE-COUNT.
043400     MOVE 0 TO WS-TOP-COUNT.
043500     IF WS-OPEN-AWARDS = 0
043600         GO TO 2000-SUMMARY
043700     END-IF.
043800
043900     MOVE 'N' TO WS-STU-EOF-SW.
044000     MOVE LOW-VALUES TO STU-NUMBER.
044100     START STUFILE KEY IS GREATER THAN STU-NUMBER
044200         INVALID KEY
044300             MOVE 'Y' TO WS-STU-EOF-SW
044400     END-START.
044500
044600     PERFORM 2300-JUDGE-ONE-STUDENT THRU 2300-EXIT
044700         UNTIL WS-STU-EOF.
044800
044900     WRITE RPT-LINE FROM RPT-COLUMN-LINE.
045000     PERFORM 2700-NOMINATE-ONE THRU 2700-EXIT
045100         VARYING WS-TOP-IDX FROM 1 BY 1
045200         UNTIL WS-TOP-IDX > WS-TOP-COUNT.
045300
045400 2000-SUMMARY.
045500
045600     MOVE SCH-AWARDS TO RPT-SUM-AWARDS.
045700     MOVE WS-APPROVED TO RPT-SUM-APPROVED.
045800     MOVE WS-OPEN-AWARDS TO RPT-SUM-OPEN.
045900     MOVE WS-ELIGIBLE-COUNT TO RPT-SUM-ELIGIBLE.
046000     MOVE WS-TOP-COUNT TO RPT-SUM-NOMINATED.
046100     MOVE SPACES TO RPT-SUM-NOTE.
046200     IF WS-OPEN-AWARDS = 0
046300         MOVE 'NO OPEN AWARDS - NONE RANKED' TO RPT-SUM-NOTE
046400     END-IF.
046500     IF WS-TOP-COUNT < WS-OPEN-AWARDS
046600         MOVE 'SHORT - TOO FEW ELIGIBLE' TO RPT-SUM-NOTE
046700         ADD 1 TO WS-SHORT-COUNT
046800         COMPUTE WS-UNFILLED-COUNT =
046900             WS-UNFILLED-COUNT + WS-OPEN-AWARDS - WS-TOP-COUNT
047000     END-IF.
047100     WRITE RPT-LINE FROM RPT-SUMMARY-LINE.
047200
047300     PERFORM 2100-READ-SCHOLARSHIP THRU 2100-EXIT.
047400
047500 2000-EXIT.
047600     EXIT.
047700
047800 2100-READ-SCHOLARSHIP.
047900
048000     READ SCHFILE NEXT RECORD
048100         AT END
048200             MOVE 'Y' TO WS-SCH-EOF-SW
048300     END-READ.
048400
048500 2100-EXIT.
048600     EXIT.
048700
048800*----------------------------------------------------------------
048900* AWARDS ALREADY APPROVED FOR THE SCHOLARSHIP THIS TERM USE UP
049000* THEIR SLOTS - COUNT THE 'A' ROWS UNDER TERM + CODE.
049100*----------------------------------------------------------------
049200 2200-COUNT-APPROVED.
049300
049400     MOVE 0 TO WS-APPROVED.
049500     MOVE 'N' TO WS-NOM-DONE-SW.
049600     MOVE WS-TERM-IN TO NOM-TERM.
049700     MOVE SCH-CODE TO NOM-CODE.
049800     MOVE LOW-VALUES TO NOM-STU-NUMBER.
049900     START NOMFILE KEY IS NOT LESS THAN NOM-KEY
050000         INVALID KEY
050100             GO TO 2200-EXIT
050200     END-START.
050300
050400     PERFORM 2210-COUNT-ONE THRU 2210-EXIT
050500         UNTIL WS-NOM-DONE.
050600
050700 2200-EXIT.
050800     EXIT.
050900
051000 2210-COUNT-ONE.
051100
051200     READ NOMFILE NEXT RECORD
051300         AT END
051400             MOVE 'Y' TO WS-NOM-DONE-SW
051500             GO TO 2210-EXIT
051600     END-READ.
051700
051800     IF (NOM-TERM NOT = WS-TERM-IN) OR (NOM-CODE NOT = SCH-CODE)
051900         MOVE 'Y' TO WS-NOM-DONE-SW
052000         GO TO 2210-EXIT
052100     END-IF.
052200
052300     IF NOM-APPROVED
052400         ADD 1 TO WS-APPROVED
052500     END-IF.
052600
052700 2210-EXIT.
052800     EXIT.
052900
053000*----------------------------------------------------------------
053100* ONE STUDENT AGAINST THE SCHOLARSHIP'S CRITERIA. THE CHEAP
053200* STUFILE TESTS COME FIRST; THE CREDIT LOAD AND THE AWDFILE AND
053300* NOMFILE LOOKUPS ARE ONLY DONE FOR A STUDENT WHO PASSES THEM.
053400*----------------------------------------------------------------
053500 2300-JUDGE-ONE-STUDENT.
053600
053700     READ STUFILE NEXT RECORD
053800         AT END
053900             MOVE 'Y' TO WS-STU-EOF-SW
054000             GO TO 2300-EXIT
054100     END-READ.
054200
054300     IF (NOT STU-ACTIVE) OR (STU-TERM NOT = WS-TERM-IN)
054400         GO TO 2300-EXIT
054500     END-IF.
054600
054700*    A GPA THAT IS NOT NUMERIC HAS NEVER BEEN STAMPED BY THE GPA
054800*    RUN - THERE IS NOTHING TO RANK THE STUDENT ON.
054900     IF STU-CUM-GPA IS NOT NUMERIC
055000         GO TO 2300-EXIT
055100     END-IF.
055200     IF STU-CUM-GPA < SCH-MIN-GPA
055300         GO TO 2300-EXIT
055400     END-IF.
055500
055600     IF STU-SUSPENDED
055700         GO TO 2300-EXIT
055800     END-IF.
055900     IF SCH-NEED-DEANS-LIST AND (NOT STU-DEANS-LIST)
056000         GO TO 2300-EXIT
056100     END-IF.
056200     IF SCH-NEED-GOOD-STANDING AND
056300        (NOT STU-DEANS-LIST) AND (NOT STU-GOOD-STANDING)
056400         GO TO 2300-EXIT
056500     END-IF.
056600
056700     IF (SCH-PROGRAM NOT = SPACES) AND
056800        (STU-PROGRAM NOT = SCH-PROGRAM)
056900         GO TO 2300-EXIT
057000     END-IF.
057100     IF (SCH-CAMPUS NOT = SPACES) AND
057200        (STU-CAMPUS NOT = SCH-CAMPUS)
057300         GO TO 2300-EXIT
057400     END-IF.
057500
057600     PERFORM 2400-SUM-CREDITS THRU 2400-EXIT.
057700     IF WS-CREDITS < SCH-MIN-CREDITS
057800         GO TO 2300-EXIT
057900     END-IF.
058000
058100     PERFORM 2500-CHECK-HOLDINGS THRU 2500-EXIT.
058200     IF NOT WS-IS-ELIGIBLE
058300         GO TO 2300-EXIT
058400     END-IF.
058500
058600     ADD 1 TO WS-ELIGIBLE-COUNT.
058700
058800     MOVE STU-NUMBER TO WS-NEW-STU-NUMBER.
058900     MOVE STU-NAME TO WS-NEW-STU-NAME.
059000     MOVE STU-CUM-GPA TO WS-NEW-GPA.
059100     IF WS-CREDITS > 99
059200         MOVE 99 TO WS-NEW-CREDITS
059300     ELSE
059400         MOVE WS-CREDITS TO WS-NEW-CREDITS
059500     END-IF.
059600     MOVE STU-STANDING TO WS-NEW-STANDING.
059700     MOVE STU-PROGRAM TO WS-NEW-PROGRAM.
059800     MOVE STU-CAMPUS TO WS-NEW-CAMPUS.
059900     PERFORM 2600-RANK-CANDIDATE THRU 2600-EXIT.
060000
060100 2300-EXIT.
060200     EXIT.
060300
060400*----------------------------------------------------------------
060500* FOR-CREDIT HOURS ONLY - AN AUDITED SLOT (BASIS 'A') CARRIES NO
060600* CREDIT. OTHERWISE SUMMED THE WAY DCJB8BCS SUMS THEM.
060700*----------------------------------------------------------------
060800 2400-SUM-CREDITS.
060900
061000     MOVE 0 TO WS-CREDITS.
061100     PERFORM 2410-SUM-ONE-SLOT THRU 2410-EXIT
061200         VARYING WS-SLOT-IDX FROM 1 BY 1
061300         UNTIL WS-SLOT-IDX > 10.
061400
061500 2400-EXIT.
061600     EXIT.
061700
061800 2410-SUM-ONE-SLOT.
061900
062000     IF STU-COURSE-TABLE(WS-SLOT-IDX) = SPACES
062100         GO TO 2410-EXIT
062200     END-IF.
062300     IF STU-BASIS-TABLE(WS-SLOT-IDX) = 'A'
062400         GO TO 2410-EXIT
062500     END-IF.
062600
062700     MOVE STU-COURSE-TABLE(WS-SLOT-IDX) TO CRS-CODE.
062800     READ CRSFILE
062900         INVALID KEY
063000             ADD 3 TO WS-CREDITS
063100             GO TO 2410-EXIT
063200     END-READ.
063300
063400     IF (CRS-CREDIT-HOURS IS NUMERIC) AND (CRS-CREDIT-HOURS > 0)
063500         ADD CRS-CREDIT-HOURS TO WS-CREDITS
063600     ELSE
063700         ADD 3 TO WS-CREDITS
063800     END-IF.
063900
064000 2410-EXIT.
064100     EXIT.
064200
064300*----------------------------------------------------------------
064400* A STUDENT IS PASSED OVER WHEN THEY ALREADY HOLD AN AWARD FOR
064500* THE TERM, WERE NOMINATED FOR AN EARLIER SCHOLARSHIP IN THIS
064600* RUN, OR ALREADY HAVE A DECIDED NOMINATION FOR THIS ONE.
064700*----------------------------------------------------------------
064800 2500-CHECK-HOLDINGS.
064900
065000     MOVE 'N' TO WS-ELIGIBLE-SW.
065100
065200     MOVE 'N' TO WS-RUN-FOUND-SW.
065300     PERFORM 2510-CHECK-RUN-TABLE THRU 2510-EXIT
065400         VARYING WS-RUN-IDX FROM 1 BY 1
065500         UNTIL (WS-RUN-IDX > WS-RUN-COUNT) OR (WS-RUN-FOUND).
065600     IF WS-RUN-FOUND
065700         GO TO 2500-EXIT
065800     END-IF.
065900
066000     MOVE STU-NUMBER TO AWD-STU-NUMBER.
066100     MOVE WS-TERM-IN TO AWD-TERM.
066200     MOVE LOW-VALUES TO AWD-CODE.
066300     START AWD-FILE KEY IS NOT LESS THAN AWD-KEY
066400         INVALID KEY
066500             GO TO 2500-CHECK-NOMINATION
066600     END-START.
066700     READ AWD-FILE NEXT RECORD
066800         AT END
066900             GO TO 2500-CHECK-NOMINATION
067000     END-READ.
067100     IF (AWD-STU-NUMBER = STU-NUMBER) AND (AWD-TERM = WS-TERM-IN)
067200         GO TO 2500-EXIT
067300     END-IF.
067400
067500 2500-CHECK-NOMINATION.
067600
067700     MOVE WS-TERM-IN TO NOM-TERM.
067800     MOVE SCH-CODE TO NOM-CODE.
067900     MOVE STU-NUMBER TO NOM-STU-NUMBER.
068000     READ NOMFILE
068100         INVALID KEY
068200             MOVE 'Y' TO WS-ELIGIBLE-SW
068300     END-READ.
068400
068500 2500-EXIT.
068600     EXIT.
068700
068800 2510-CHECK-RUN-TABLE.
068900
069000     IF WS-RUN-STU-NUMBER(WS-RUN-IDX) = STU-NUMBER
069100         MOVE 'Y' TO WS-RUN-FOUND-SW
069200     END-IF.
069300
069400 2510-EXIT.
069500     EXIT.
069600
069700*----------------------------------------------------------------
069800* PLACES THE CANDIDATE IN THE SHORT LIST. WHILE THE LIST HAS ROOM
069900* IT GROWS BY ONE; ONCE IT IS FULL THE CANDIDATE HAS TO BEAT THE
070000* LAST ENTRY, WHICH FALLS OFF. ENTRIES RANKED BELOW THE CANDIDATE
070100* SHIFT DOWN ONE SLOT.
070200*----------------------------------------------------------------
070300 2600-RANK-CANDIDATE.
070400
070500     IF WS-TOP-COUNT < WS-OPEN-AWARDS
070600         ADD 1 TO WS-TOP-COUNT
070700     ELSE
070800         IF (WS-NEW-GPA < WS-TOP-GPA(WS-TOP-COUNT)) OR
070900            ((WS-NEW-GPA = WS-TOP-GPA(WS-TOP-COUNT)) AND
071000             (WS-NEW-CREDITS NOT > WS-TOP-CREDITS(WS-TOP-COUNT)))
071100             GO TO 2600-EXIT
071200         END-IF
071300     END-IF.
071400
071500     MOVE WS-TOP-COUNT TO WS-TOP-IDX.
071600     MOVE 'N' TO WS-SLOT-SW.
071700     PERFORM 2610-SHIFT-ONE THRU 2610-EXIT
071800         UNTIL WS-SLOT-FOUND.
071900
072000     MOVE WS-NEW-CAND TO WS-TOP-ENTRY(WS-TOP-IDX).
072100
072200 2600-EXIT.
072300     EXIT.
072400
072500 2610-SHIFT-ONE.
072600
072700     IF WS-TOP-IDX = 1
072800         MOVE 'Y' TO WS-SLOT-SW
072900         GO TO 2610-EXIT
073000     END-IF.
073100
073200     IF (WS-TOP-GPA(WS-TOP-IDX - 1) > WS-NEW-GPA) OR
073300        ((WS-TOP-GPA(WS-TOP-IDX - 1) = WS-NEW-GPA) AND
073400         (WS-TOP-CREDITS(WS-TOP-IDX - 1) NOT < WS-NEW-CREDITS))
073500         MOVE 'Y' TO WS-SLOT-SW
073600         GO TO 2610-EXIT
073700     END-IF.
073800
073900     MOVE WS-TOP-ENTRY(WS-TOP-IDX - 1)
074000         TO WS-TOP-ENTRY(WS-TOP-IDX).
074100     SUBTRACT 1 FROM WS-TOP-IDX.
074200
074300 2610-EXIT.
074400     EXIT.
074500
074600*----------------------------------------------------------------
074700* ONE RANKED STUDENT - WRITE THE PENDING NOMINATION, REMEMBER THE
074800* STUDENT FOR THE REST OF THE RUN, AND PRINT THE LINE.
074900*----------------------------------------------------------------
075000 2700-NOMINATE-ONE.
075100
075200     MOVE SPACES TO NOMFILE-RECORD.
075300     MOVE WS-TERM-IN TO NOM-TERM.
075400     MOVE SCH-CODE TO NOM-CODE.
075500     MOVE WS-TOP-STU-NUMBER(WS-TOP-IDX) TO NOM-STU-NUMBER.
075600     MOVE WS-TOP-STU-NAME(WS-TOP-IDX) TO NOM-STU-NAME.
075700     MOVE SCH-DESC TO NOM-DESC.
075800     MOVE SCH-AMOUNT TO NOM-AMOUNT.
075900     MOVE WS-TOP-IDX TO NOM-RANK.
076000     MOVE WS-TOP-GPA(WS-TOP-IDX) TO NOM-GPA.
076100     MOVE WS-TOP-CREDITS(WS-TOP-IDX) TO NOM-CREDITS.
076200     MOVE WS-TODAY-CYYDDD TO NOM-RUN-DATE.
076300     SET NOM-PENDING TO TRUE.
076400     MOVE 0 TO NOM-DECIDE-DATE NOM-DECIDE-TIME.
076500
076600     WRITE NOMFILE-RECORD
076700         INVALID KEY
076800             DISPLAY 'DCJB8BSE - NOMFILE WRITE FAILED FOR '
076900                 NOM-KEY ', STATUS = ' WS-NOMFILE-STATUS
077000             GO TO 9999-ABEND
077100     END-WRITE.
077200     ADD 1 TO WS-NOMINATED-COUNT.
077300
077400     IF WS-RUN-COUNT NOT < WS-RUN-MAX
077500         DISPLAY 'DCJB8BSE - MORE THAN ' WS-RUN-MAX
077600             ' NOMINATIONS IN ONE RUN'
077700         GO TO 9999-ABEND
077800     END-IF.
077900     ADD 1 TO WS-RUN-COUNT.
078000     MOVE NOM-STU-NUMBER TO WS-RUN-STU-NUMBER(WS-RUN-COUNT).
078100
078200     MOVE WS-TOP-IDX TO RPT-DTL-RANK.
078300     MOVE NOM-STU-NUMBER TO RPT-DTL-NUMBER.
078400     MOVE NOM-STU-NAME TO RPT-DTL-NAME.
078500     MOVE NOM-GPA TO RPT-DTL-GPA.
078600     MOVE WS-TOP-STANDING(WS-TOP-IDX) TO RPT-DTL-STANDING.
078700     MOVE WS-TOP-PROGRAM(WS-TOP-IDX) TO RPT-DTL-PROGRAM.
078800     MOVE WS-TOP-CAMPUS(WS-TOP-IDX) TO RPT-DTL-CAMPUS.
078900     MOVE NOM-CREDITS TO RPT-DTL-CREDITS.
079000     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
079100
079200 2700-EXIT.
079300     EXIT.
079400
079500 5000-PRINT-TOTALS.
079600
079700     WRITE RPT-LINE FROM RPT-HEADING-1.
079800
079900     MOVE '0' TO RPT-TOT-CC.
080000     MOVE 'SCHOLARSHIPS READ  . . . . . .' TO RPT-TOT-TEXT.
080100     MOVE WS-SCH-COUNT TO RPT-TOT-COUNT.
080200     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
080300
080400     MOVE ' ' TO RPT-TOT-CC.
080500     MOVE 'PENDING ROWS REPLACED  . . . .' TO RPT-TOT-TEXT.
080600     MOVE WS-PURGED-COUNT TO RPT-TOT-COUNT.
080700     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
080800
080900     MOVE 'NOMINATIONS WRITTEN  . . . . .' TO RPT-TOT-TEXT.
081000     MOVE WS-NOMINATED-COUNT TO RPT-TOT-COUNT.
081100     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
081200
081300     MOVE 'SCHOLARSHIPS LEFT SHORT  . . .' TO RPT-TOT-TEXT.
081400     MOVE WS-SHORT-COUNT TO RPT-TOT-COUNT.
081500     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
081600
081700     MOVE '  AWARDS UNFILLED  . . . . . .' TO RPT-TOT-TEXT.
081800     MOVE WS-UNFILLED-COUNT TO RPT-TOT-COUNT.
081900     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
082000
082100 5000-EXIT.
082200     EXIT.
082300
082400 3000-TERMINATE.
082500
082600     CLOSE SCHFILE STUFILE CRSFILE AWD-FILE.
082700     CLOSE NOMFILE.
082800     CLOSE SELECT-RPT.
082900
083000     DISPLAY 'DCJB8BSE - TERM ' WS-TERM-IN
083100         ' NOMINATIONS WRITTEN = ' WS-NOMINATED-COUNT.
083200
083300     IF WS-SHORT-COUNT > 0
083400         MOVE 4 TO RETURN-CODE
083500     END-IF.
083600
083700 3000-EXIT.
083800     EXIT.
083900
084000 9999-ABEND.
084100
084200     MOVE 16 TO RETURN-CODE.
084300     GOBACK.
084400
084500 END PROGRAM DCJB8BSE.
