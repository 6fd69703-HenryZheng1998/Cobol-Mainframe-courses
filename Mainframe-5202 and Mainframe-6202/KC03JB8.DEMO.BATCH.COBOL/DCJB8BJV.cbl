000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BJV.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - JOURNAL CHAIN VERIFICATION.
001100*                WALKS STUJRNL, CRSJRNL AND PAYJRNL FRONT TO BACK
001200*                FROM WHERE THE LAST RUN LEFT OFF (JRNCTL),
001300*                CHECKING THAT THE SEQUENCE NUMBERS RUN UNBROKEN
001400*                AND IN ORDER AND THAT EVERY ENTRY'S HASH STILL
001500*                CHAINS FROM THE ONE BEFORE IT. GAPS, OUT-OF-ORDER
001600*                OR DUPLICATE ENTRIES, BROKEN LINKS AND NUMBERS
001700*                HANDED OUT BUT NEVER WRITTEN ARE LISTED, THE
001800*                VERIFIED POSITION IS MOVED ON, AND THE JOB ENDS
001900*                RC 8 IF ANYTHING WAS FOUND. DCJB8BRT ONLY
002000*                ARCHIVES WHAT THIS JOB HAS PASSED.
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
003100*    THE THREE CHAINED JOURNALS - ESDS'S THE WRITERS APPEND TO,
003200*    READ FRONT TO BACK.
003300     SELECT STUJRNL-FILE ASSIGN TO STUJRNL
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-JRNL-STATUS.
003600
003700     SELECT CRSJRNL-FILE ASSIGN TO CRSJRNL
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-JRNL-STATUS.
004000
004100     SELECT PAYJRNL-FILE ASSIGN TO PAYJRNL
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-JRNL-STATUS.
004400
004500*    THE CHAIN CONTROL ROWS - SEE JCTLREC.
004600     SELECT JRNCTL-FILE ASSIGN TO JRNCTL
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS JCT-KEY
005000         FILE STATUS IS WS-JRNCTL-STATUS.
005100
005200*    THE BATCH-WINDOW QUIESCE STATE - SEE BCTLREC AND
005300*    DCJB8PHJ. THE JRNCTL ROWS ARE REWRITTEN HERE AND MUST NOT
005400*    BE MOVING UNDER LIVE ONLINE UPDATES.
005500     SELECT BATCHCTL-FILE ASSIGN TO BATCHCTL
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS BCT-KEY
005900         FILE STATUS IS WS-BATCHCTL-STATUS.
006000
006100     SELECT VERIFY-RPT ASSIGN TO JRNVRPT
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-JRNVRPT-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700
006800 FD  STUJRNL-FILE
006900     LABEL RECORDS ARE STANDARD
007000     RECORD CONTAINS 273 CHARACTERS
007100     DATA RECORD IS STUJRNL-RECORD.
007200
007300*    STUJRNL RECORD LAYOUT - SHARED WITH THE CICS SIDE.
007400     COPY 'STUJRNL'.
007500
007600 FD  CRSJRNL-FILE
007700     LABEL RECORDS ARE STANDARD
007800     RECORD CONTAINS 289 CHARACTERS
007900     DATA RECORD IS CRSJRNL-RECORD.
008000
008100*    CRSJRNL RECORD LAYOUT - SHARED WITH THE CICS SIDE.
008200     COPY 'CRSJRNL'.
008300
008400 FD  PAYJRNL-FILE
008500     LABEL RECORDS ARE STANDARD
008600     RECORD CONTAINS 79 CHARACTERS
008700     DATA RECORD IS PAYJRNL-RECORD.
008800
008900*    PAYJRNL RECORD LAYOUT - SHARED WITH THE CICS SIDE.
009000     COPY 'PAYJRNL'.
009100
009200 FD  JRNCTL-FILE
009300     LABEL RECORDS ARE STANDARD
009400     RECORD CONTAINS 80 CHARACTERS
009500     DATA RECORD IS JRNCTL-RECORD.
009600
009700     COPY 'JCTLREC'.
009800
009900 FD  BATCHCTL-FILE
010000     LABEL RECORDS ARE STANDARD
010100     RECORD CONTAINS 45 CHARACTERS
010200     DATA RECORD IS BATCHCTL-RECORD.
010300
010400*    BATCHCTL RECORD LAYOUT - SHARED ACROSS THE NIGHTLY STREAM.
010500     COPY 'BCTLREC'.
010600
010700 FD  VERIFY-RPT
010800     LABEL RECORDS ARE STANDARD
010900     RECORD CONTAINS 133 CHARACTERS
011000     DATA RECORD IS RPT-LINE.
011100 01  RPT-LINE                        PIC X(133).
011200
011300 WORKING-STORAGE SECTION.
011400
011500 01  WS-JRNL-STATUS                  PIC X(2) VALUE SPACES.
011600     88 WS-JRNL-OK                       VALUE '00'.
011700     88 WS-JRNL-NOFILE                   VALUE '35'.
011800
011900 01  WS-JRNCTL-STATUS                PIC X(2) VALUE SPACES.
012000     88 WS-JRNCTL-OK                     VALUE '00'.
012100
012200 01  WS-BATCHCTL-STATUS              PIC X(2) VALUE SPACES.
012300     88 WS-BATCHCTL-OK                   VALUE '00'.
012400
012500 01  WS-JRNVRPT-STATUS               PIC X(2) VALUE SPACES.
012600     88 WS-JRNVRPT-OK                    VALUE '00'.
012700
012800 01  WS-SWITCHES.
012900     05 WS-JRNL-EOF-SW               PIC X(1) VALUE 'N'.
013000         88 WS-JRNL-EOF                   VALUE 'Y'.
013100     05 WS-JCT-FOUND-SW              PIC X(1) VALUE 'N'.
013200         88 WS-JCT-FOUND                  VALUE 'Y'.
013300*    SET BY THE FIRST SEQUENCED ENTRY - UNSEQUENCED ENTRIES AHEAD
013400*    OF IT WERE WRITTEN BEFORE THE CHAIN BEGAN AND ARE PASSED;
013500*    ONE AFTER IT IS A PROBLEM.
013600     05 WS-CHAIN-STARTED-SW          PIC X(1) VALUE 'N'.
013700         88 WS-CHAIN-STARTED              VALUE 'Y'.
013800
013900 COPY 'JRNHWS'.
014000
014100 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
014200
014300*    THE JOURNAL BEING WALKED AND WHERE THE WALK STANDS - THE
014400*    NEXT SEQUENCE NUMBER DUE, THE HASH IT MUST CHAIN FROM, AND
014500*    THE HIGHEST NUMBER SEEN SO FAR.
014600 01  WS-JNL-NAME                     PIC X(8) VALUE SPACES.
014700 77  WS-EXPECT-SEQ                   PIC 9(9) VALUE 0.
014800 77  WS-PREV-HASH                    PIC 9(9) VALUE 0.
014900 77  WS-LAST-SEEN                    PIC 9(9) VALUE 0.
015000 77  WS-LAST-DONE                    PIC 9(9) VALUE 0.
015100
015200*    THE SEQUENCE NUMBER AND HASH AS THEY SIT ON THE ENTRY.
015300 01  WS-ENT-STAMP.
015400     05 WS-ENT-SEQ-X                 PIC X(9).
015500     05 WS-ENT-SEQ REDEFINES WS-ENT-SEQ-X
015600                                     PIC 9(9).
015700     05 WS-ENT-HASH-X                PIC X(9).
015800     05 WS-ENT-HASH REDEFINES WS-ENT-HASH-X
015900                                     PIC 9(9).
016000
016100*    PER-JOURNAL COUNTS, AND THE PROBLEMS OVER THE WHOLE RUN.
016200 77  WS-READ-COUNT                   PIC S9(9) COMP VALUE 0.
016300 77  WS-LEGACY-COUNT                 PIC S9(9) COMP VALUE 0.
016400 77  WS-PASSED-COUNT                 PIC S9(9) COMP VALUE 0.
016500 77  WS-VERIFIED-COUNT               PIC S9(9) COMP VALUE 0.
016600 77  WS-PROBLEM-COUNT                PIC S9(7) COMP VALUE 0.
016700 77  WS-TOTAL-PROBLEMS               PIC S9(7) COMP VALUE 0.
016800
016900 01  WS-PROBLEM                      PIC X(40) VALUE SPACES.
017000 77  WS-PRB-FOUND                    PIC 9(9) VALUE 0.
017100 77  WS-PRB-EXPECT                   PIC 9(9) VALUE 0.
017200
017300 77  WS-LINE-COUNT                   PIC S9(3) COMP VALUE 99.
017400 77  WS-MAX-LINES                    PIC S9(3) COMP VALUE 55.
017500 77  WS-PAGE-COUNT                   PIC S9(3) COMP VALUE 0.
017600
017700 01  RPT-HEADING-1.
017800     05 RPT-HDG1-CC                  PIC X(1) VALUE '1'.
017900     05 FILLER                       PIC X(4) VALUE SPACES.
018000     05 FILLER                       PIC X(32) VALUE
018100            'JOURNAL CHAIN VERIFICATION'.
018200     05 FILLER                       PIC X(4) VALUE 'RUN '.
018300     05 RPT-HDG1-RUNDATE             PIC 9(7).
018400     05 FILLER                       PIC X(3) VALUE SPACES.
018500     05 FILLER                       PIC X(5) VALUE 'PAGE '.
018600     05 RPT-HDG1-PAGE                PIC ZZ9.
018700     05 FILLER                       PIC X(74) VALUE SPACES.
018800
018900 01  RPT-HEADING-2.
019000     05 RPT-HDG2-CC                  PIC X(1) VALUE ' '.
019100     05 FILLER                       PIC X(9) VALUE 'JOURNAL'.
019200     05 FILLER                       PIC X(12) VALUE
019300            '   ENTRY NO'.
019400     05 FILLER                       PIC X(12) VALUE
019500            ' SEQ FOUND'.
019600     05 FILLER                       PIC X(12) VALUE
019700            'SEQ EXPECT'.
019800     05 FILLER                       PIC X(10) VALUE '  KEY'.
019900     05 FILLER                       PIC X(40) VALUE 'PROBLEM'.
020000     05 FILLER                       PIC X(38) VALUE SPACES.
020100
020200 01  RPT-DETAIL-LINE.
020300     05 RPT-DTL-CC                   PIC X(1) VALUE ' '.
020400     05 RPT-DTL-JOURNAL              PIC X(8).
020500     05 FILLER                       PIC X(1) VALUE SPACES.
020600     05 RPT-DTL-ENTRY                PIC ZZZ,ZZZ,ZZ9.
020700     05 FILLER                       PIC X(2) VALUE SPACES.
020800     05 RPT-DTL-FOUND                PIC ZZZZZZZZ9.
020900     05 FILLER                       PIC X(3) VALUE SPACES.
021000     05 RPT-DTL-EXPECT               PIC ZZZZZZZZ9.
021100     05 FILLER                       PIC X(2) VALUE SPACES.
021200     05 RPT-DTL-KEY                  PIC X(8).
021300     05 FILLER                       PIC X(2) VALUE SPACES.
021400     05 RPT-DTL-PROBLEM              PIC X(40).
021500     05 FILLER                       PIC X(37) VALUE SPACES.
021600
021700*    ONE PAIR OF LINES PER JOURNAL AT THE END OF ITS WALK.
021800 01  RPT-TOTAL-LINE-1.
021900     05 RPT-TOT1-CC                  PIC X(1) VALUE '0'.
022000     05 RPT-TOT1-JOURNAL             PIC X(8).
022100     05 FILLER                       PIC X(9) VALUE '   READ: '.
022200     05 RPT-TOT1-READ                PIC ZZZ,ZZZ,ZZ9.
022300     05 FILLER                       PIC X(14) VALUE
022400            '   PRE-CHAIN: '.
022500     05 RPT-TOT1-LEGACY              PIC ZZZ,ZZZ,ZZ9.
022600     05 FILLER                       PIC X(21) VALUE
022700            '   VERIFIED BEFORE: '.
022800     05 RPT-TOT1-PASSED              PIC ZZZ,ZZZ,ZZ9.
022900     05 FILLER                       PIC X(17) VALUE
023000            '   VERIFIED NOW: '.
023100     05 RPT-TOT1-VERIFIED            PIC ZZZ,ZZZ,ZZ9.
023200     05 FILLER                       PIC X(19) VALUE SPACES.
023300
023400 01  RPT-TOTAL-LINE-2.
023500     05 RPT-TOT2-CC                  PIC X(1) VALUE ' '.
023600     05 FILLER                       PIC X(8) VALUE SPACES.
023700     05 FILLER                       PIC X(21) VALUE
023800            '   VERIFIED THRU SEQ '.
023900     05 RPT-TOT2-THRU                PIC ZZZZZZZZ9.
024000     05 FILLER                       PIC X(20) VALUE
024100            '   LAST SEQ ISSUED: '.
024200     05 RPT-TOT2-ISSUED              PIC ZZZZZZZZ9.
024300     05 FILLER                       PIC X(13) VALUE
024400            '   PROBLEMS: '.
024500     05 RPT-TOT2-PROBLEMS            PIC ZZZ,ZZ9.
024600     05 FILLER                       PIC X(45) VALUE SPACES.
024700
024800 01  RPT-NOTE-LINE.
024900     05 RPT-NOTE-CC                  PIC X(1) VALUE ' '.
025000     05 RPT-NOTE-JOURNAL             PIC X(8).
025100     05 FILLER                       PIC X(3) VALUE SPACES.
025200     05 RPT-NOTE-TEXT                PIC X(60).
025300     05 FILLER                       PIC X(61) VALUE SPACES.
025400
025500 01  RPT-FINAL-LINE.
025600     05 RPT-FIN-CC                   PIC X(1) VALUE '-'.
025700     05 FILLER                       PIC X(4) VALUE SPACES.
025800     05 FILLER                       PIC X(25) VALUE
025900            'CHAIN PROBLEMS THIS RUN: '.
026000     05 RPT-FIN-PROBLEMS             PIC ZZZ,ZZ9.
026100     05 FILLER                       PIC X(96) VALUE SPACES.
026200
026300 PROCEDURE DIVISION.
026400
026500 0000-MAINLINE.
026600
026700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026800
026900     PERFORM 2000-VERIFY-STUJRNL THRU 2000-EXIT.
027000     PERFORM 3000-VERIFY-CRSJRNL THRU 3000-EXIT.
027100     PERFORM 4000-VERIFY-PAYJRNL THRU 4000-EXIT.
027200
027300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
027400
027500     GOBACK.
027600
027700 1000-INITIALIZE.
027800
027900*    THE ONLINE SUITE MUST BE QUIESCED (DCJB8PHJ) - THE WRITERS
028000*    MOVE THE SAME JRNCTL ROWS ON WITH EVERY JOURNAL ENTRY.
028100     OPEN INPUT BATCHCTL-FILE.
028200     IF NOT WS-BATCHCTL-OK
028300         DISPLAY 'DCJB8BJV - BATCHCTL OPEN FAILED, STATUS = '
028400             WS-BATCHCTL-STATUS
028500         GO TO 9999-ABEND
028600     END-IF.
028700     MOVE 0 TO BCT-RUN-DATE.
028800     MOVE 'QUIESCE' TO BCT-JOB.
028900     READ BATCHCTL-FILE
029000         INVALID KEY
029100             DISPLAY 'DCJB8BJV - ONLINE SUITE NOT QUIESCED'
029200             GO TO 9999-ABEND
029300         NOT INVALID KEY
029400             IF NOT BCT-RUNNING
029500                 DISPLAY 'DCJB8BJV - ONLINE SUITE NOT QUIESCED'
029600                 GO TO 9999-ABEND
029700             END-IF
029800     END-READ.
029900     CLOSE BATCHCTL-FILE.
030000
030100     ACCEPT WS-CURR-DATE FROM DAY.
030200     SUBTRACT 1900000 FROM WS-CURR-DATE.
030300     MOVE WS-CURR-DATE TO RPT-HDG1-RUNDATE.
030400
030500     OPEN I-O JRNCTL-FILE.
030600     IF NOT WS-JRNCTL-OK
030700         DISPLAY 'DCJB8BJV - JRNCTL OPEN FAILED, STATUS = '
030800             WS-JRNCTL-STATUS
030900         GO TO 9999-ABEND
031000     END-IF.
031100
031200     OPEN OUTPUT VERIFY-RPT.
031300     IF NOT WS-JRNVRPT-OK
031400         DISPLAY 'DCJB8BJV - JRNVRPT OPEN FAILED, STATUS = '
031500             WS-JRNVRPT-STATUS
031600         GO TO 9999-ABEND
031700     END-IF.
031800
031900 1000-EXIT.
032000     EXIT.
032100
032200*----------------------------------------------------------------
032300* STUJRNL.
032400*----------------------------------------------------------------
032500 2000-VERIFY-STUJRNL.
032600
032700     MOVE 'STUJRNL' TO WS-JNL-NAME.
032800     MOVE 'N' TO WS-JRNL-EOF-SW.
032900
033000     OPEN INPUT STUJRNL-FILE.
033100     IF WS-JRNL-NOFILE
033200         MOVE 'NO JOURNAL DATASET - NOTHING TO VERIFY' TO
033300             RPT-NOTE-TEXT
033400         PERFORM 6200-PRINT-NOTE THRU 6200-EXIT
033500         GO TO 2000-EXIT
033600     END-IF.
033700     IF NOT WS-JRNL-OK
033800         DISPLAY 'DCJB8BJV - STUJRNL OPEN FAILED, STATUS = '
033900             WS-JRNL-STATUS
034000         GO TO 9999-ABEND
034100     END-IF.
034200
034300     PERFORM 5000-START-JOURNAL THRU 5000-EXIT.
034400     PERFORM 2100-READ-STUJRNL THRU 2100-EXIT.
034500     PERFORM 2200-CHECK-STUJRNL THRU 2200-EXIT
034600         UNTIL WS-JRNL-EOF.
034700     PERFORM 5900-END-JOURNAL THRU 5900-EXIT.
034800
034900     CLOSE STUJRNL-FILE.
035000
035100 2000-EXIT.
035200     EXIT.
035300
035400 2100-READ-STUJRNL.
035500
035600     READ STUJRNL-FILE
035700         AT END
035800             MOVE 'Y' TO WS-JRNL-EOF-SW
035900     END-READ.
036000
036100 2100-EXIT.
036200     EXIT.
036300
036400 2200-CHECK-STUJRNL.
036500
036600     MOVE STUJRNL-RECORD TO JHW-IMAGE.
036700     MOVE LENGTH OF STUJRNL-RECORD TO JHW-LENGTH.
036800     PERFORM 5100-CHECK-ENTRY THRU 5100-EXIT.
036900
037000     PERFORM 2100-READ-STUJRNL THRU 2100-EXIT.
037100
037200 2200-EXIT.
037300     EXIT.
037400
037500*----------------------------------------------------------------
037600* CRSJRNL.
037700*----------------------------------------------------------------
037800 3000-VERIFY-CRSJRNL.
037900
038000     MOVE 'CRSJRNL' TO WS-JNL-NAME.
038100     MOVE 'N' TO WS-JRNL-EOF-SW.
038200
038300     OPEN INPUT CRSJRNL-FILE.
038400     IF WS-JRNL-NOFILE
038500         MOVE 'NO JOURNAL DATASET - NOTHING TO VERIFY' TO
038600             RPT-NOTE-TEXT
038700         PERFORM 6200-PRINT-NOTE THRU 6200-EXIT
038800         GO TO 3000-EXIT
038900     END-IF.
039000     IF NOT WS-JRNL-OK
039100         DISPLAY 'DCJB8BJV - CRSJRNL OPEN FAILED, STATUS = '
039200             WS-JRNL-STATUS
039300         GO TO 9999-ABEND
039400     END-IF.
039500
039600     PERFORM 5000-START-JOURNAL THRU 5000-EXIT.
039700     PERFORM 3100-READ-CRSJRNL THRU 3100-EXIT.
039800     PERFORM 3200-CHECK-CRSJRNL THRU 3200-EXIT
039900         UNTIL WS-JRNL-EOF.
040000     PERFORM 5900-END-JOURNAL THRU 5900-EXIT.
040100
040200     CLOSE CRSJRNL-FILE.
040300
040400 3000-EXIT.
040500     EXIT.
040600
040700 3100-READ-CRSJRNL.
040800
040900     READ CRSJRNL-FILE
041000         AT END
041100             MOVE 'Y' TO WS-JRNL-EOF-SW
041200     END-READ.
041300
041400 3100-EXIT.
041500     EXIT.
041600
041700 3200-CHECK-CRSJRNL.
041800
041900     MOVE CRSJRNL-RECORD TO JHW-IMAGE.
042000     MOVE LENGTH OF CRSJRNL-RECORD TO JHW-LENGTH.
042100     PERFORM 5100-CHECK-ENTRY THRU 5100-EXIT.
042200
042300     PERFORM 3100-READ-CRSJRNL THRU 3100-EXIT.
042400
042500 3200-EXIT.
042600     EXIT.
042700
042800*----------------------------------------------------------------
042900* PAYJRNL.
043000*----------------------------------------------------------------
043100 4000-VERIFY-PAYJRNL.
043200
043300     MOVE 'PAYJRNL' TO WS-JNL-NAME.
043400     MOVE 'N' TO WS-JRNL-EOF-SW.
043500
043600     OPEN INPUT PAYJRNL-FILE.
043700     IF WS-JRNL-NOFILE
043800         MOVE 'NO JOURNAL DATASET - NOTHING TO VERIFY' TO
043900             RPT-NOTE-TEXT
044000         PERFORM 6200-PRINT-NOTE THRU 6200-EXIT
044100         GO TO 4000-EXIT
044200     END-IF.
044300     IF NOT WS-JRNL-OK
044400         DISPLAY 'DCJB8BJV - PAYJRNL OPEN FAILED, STATUS = '
044500             WS-JRNL-STATUS
044600         GO TO 9999-ABEND
044700     END-IF.
044800
044900     PERFORM 5000-START-JOURNAL THRU 5000-EXIT.
045000     PERFORM 4100-READ-PAYJRNL THRU 4100-EXIT.
045100     PERFORM 4200-CHECK-PAYJRNL THRU 4200-EXIT
045200         UNTIL WS-JRNL-EOF.
045300     PERFORM 5900-END-JOURNAL THRU 5900-EXIT.
045400
045500     CLOSE PAYJRNL-FILE.
045600
045700 4000-EXIT.
045800     EXIT.
045900
046000 4100-READ-PAYJRNL.
046100
046200     READ PAYJRNL-FILE
046300         AT END
046400             MOVE 'Y' TO WS-JRNL-EOF-SW
046500     END-READ.
046600
046700 4100-EXIT.
046800     EXIT.
046900
047000 4200-CHECK-PAYJRNL.
047100
047200     MOVE PAYJRNL-RECORD TO JHW-IMAGE.
047300     MOVE LENGTH OF PAYJRNL-RECORD TO JHW-LENGTH.
047400     PERFORM 5100-CHECK-ENTRY THRU 5100-EXIT.
047500
047600     PERFORM 4100-READ-PAYJRNL THRU 4100-EXIT.
047700
047800 4200-EXIT.
047900     EXIT.
048000
048100*----------------------------------------------------------------
048200* PICK UP THE JOURNAL'S CHAIN WHERE THE LAST RUN LEFT IT - THE
048300* ENTRY AFTER THE LAST ONE VERIFIED, CHAINED FROM ITS HASH. A
048400* JOURNAL NEVER VERIFIED STARTS FROM WHATEVER DCJB8BRT LAST
048500* ARCHIVED, OR FROM SEQUENCE 1.
048600*----------------------------------------------------------------
048700 5000-START-JOURNAL.
048800
048900     MOVE 0 TO WS-READ-COUNT WS-LEGACY-COUNT WS-PASSED-COUNT.
049000     MOVE 0 TO WS-VERIFIED-COUNT WS-PROBLEM-COUNT.
049100     MOVE 0 TO WS-LAST-SEEN.
049200     MOVE 'N' TO WS-CHAIN-STARTED-SW.
049300
049400     MOVE WS-JNL-NAME TO JCT-JOURNAL.
049500     MOVE 'Y' TO WS-JCT-FOUND-SW.
049600     READ JRNCTL-FILE
049700         INVALID KEY
049800             MOVE 'N' TO WS-JCT-FOUND-SW
049900     END-READ.
050000
050100     IF NOT WS-JCT-FOUND
050200         MOVE SPACES TO JRNCTL-RECORD
050300         MOVE WS-JNL-NAME TO JCT-JOURNAL
050400         MOVE 0 TO JCT-LAST-SEQ JCT-LAST-HASH
050500         MOVE 0 TO JCT-VER-SEQ JCT-VER-HASH JCT-VER-DATE
050600         MOVE 0 TO JCT-ARCH-SEQ JCT-ARCH-HASH JCT-ARCH-DATE
050700     END-IF.
050800
050900     IF JCT-ARCH-SEQ > JCT-VER-SEQ
051000         COMPUTE WS-EXPECT-SEQ = JCT-ARCH-SEQ + 1
051100         MOVE JCT-ARCH-HASH TO WS-PREV-HASH
051200     ELSE
051300         COMPUTE WS-EXPECT-SEQ = JCT-VER-SEQ + 1
051400         MOVE JCT-VER-HASH TO WS-PREV-HASH
051500     END-IF.
051600
051700 5000-EXIT.
051800     EXIT.
051900
052000*----------------------------------------------------------------
052100* ONE ENTRY, ALREADY IN JHW-IMAGE WITH ITS LENGTH IN JHW-LENGTH.
052200*----------------------------------------------------------------
052300 5100-CHECK-ENTRY.
052400
052500     ADD 1 TO WS-READ-COUNT.
052600
052700     COMPUTE JHW-SEQ-POS = JHW-LENGTH - 17.
052800     COMPUTE JHW-HASH-POS = JHW-LENGTH - 8.
052900     MOVE JHW-IMAGE(JHW-SEQ-POS:9) TO WS-ENT-SEQ-X.
053000     MOVE JHW-IMAGE(JHW-HASH-POS:9) TO WS-ENT-HASH-X.
053100
053200*    NO SEQUENCE NUMBER - WRITTEN BEFORE THE CHAIN BEGAN, WHICH
053300*    IS ONLY POSSIBLE AHEAD OF THE FIRST SEQUENCED ENTRY. A HASH
053400*    FIELD THAT IS NOT EVEN NUMERIC CAN NEVER MATCH.
053500     IF WS-ENT-SEQ-X NOT NUMERIC
053600         MOVE ZEROS TO WS-ENT-SEQ-X
053700     END-IF.
053800     IF WS-ENT-HASH-X NOT NUMERIC
053900         MOVE ALL '9' TO WS-ENT-HASH-X
054000     END-IF.
054100
054200     IF WS-ENT-SEQ = 0
054300         IF WS-CHAIN-STARTED
054400             MOVE 0 TO WS-PRB-FOUND
054500             MOVE WS-EXPECT-SEQ TO WS-PRB-EXPECT
054600             MOVE 'UNSEQUENCED ENTRY INSIDE THE CHAIN' TO
054700                 WS-PROBLEM
054800             PERFORM 6000-PRINT-PROBLEM THRU 6000-EXIT
054900         ELSE
055000             ADD 1 TO WS-LEGACY-COUNT
055100         END-IF
055200         GO TO 5100-EXIT
055300     END-IF.
055400
055500     MOVE 'Y' TO WS-CHAIN-STARTED-SW.
055600
055700*    EVERY NUMBER MUST BE HIGHER THAN THE ONE BEFORE IT.
055800     IF WS-ENT-SEQ NOT > WS-LAST-SEEN
055900         MOVE WS-ENT-SEQ TO WS-PRB-FOUND
056000         MOVE WS-EXPECT-SEQ TO WS-PRB-EXPECT
056100         MOVE 'OUT OF ORDER OR DUPLICATE ENTRY' TO WS-PROBLEM
056200         PERFORM 6000-PRINT-PROBLEM THRU 6000-EXIT
056300         GO TO 5100-EXIT
056400     END-IF.
056500     MOVE WS-ENT-SEQ TO WS-LAST-SEEN.
056600
056700*    VERIFIED ON AN EARLIER RUN.
056800     IF WS-ENT-SEQ < WS-EXPECT-SEQ
056900         ADD 1 TO WS-PASSED-COUNT
057000         GO TO 5100-EXIT
057100     END-IF.
057200
057300*    NUMBERS SKIPPED - THE ENTRIES BETWEEN ARE GONE. THE LINK
057400*    INTO THIS ENTRY CANNOT BE CHECKED, SO THE WALK PICKS UP
057500*    AGAIN FROM ITS OWN HASH.
057600     IF WS-ENT-SEQ > WS-EXPECT-SEQ
057700         MOVE WS-ENT-SEQ TO WS-PRB-FOUND
057800         MOVE WS-EXPECT-SEQ TO WS-PRB-EXPECT
057900         MOVE 'GAP - ENTRIES MISSING BEFORE THIS ONE' TO
058000             WS-PROBLEM
058100         PERFORM 6000-PRINT-PROBLEM THRU 6000-EXIT
058200         MOVE WS-ENT-HASH TO WS-PREV-HASH
058300         COMPUTE WS-EXPECT-SEQ = WS-ENT-SEQ + 1
058400         GO TO 5100-EXIT
058500     END-IF.
058600
058700*    THE NEXT ENTRY DUE - ITS HASH MUST CHAIN FROM THE LAST ONE.
058800     MOVE WS-PREV-HASH TO JHW-HASH.
058900     PERFORM 8910-CHAIN-HASH THRU 8910-EXIT.
059000
059100     IF JHW-HASH NOT = WS-ENT-HASH
059200         MOVE WS-ENT-SEQ TO WS-PRB-FOUND
059300         MOVE WS-EXPECT-SEQ TO WS-PRB-EXPECT
059400         MOVE 'CHAIN BROKEN - ENTRY ALTERED OR REPLACED' TO
059500             WS-PROBLEM
059600         PERFORM 6000-PRINT-PROBLEM THRU 6000-EXIT
059700     ELSE
059800         ADD 1 TO WS-VERIFIED-COUNT
059900     END-IF.
060000
060100     MOVE WS-ENT-HASH TO WS-PREV-HASH.
060200     ADD 1 TO WS-EXPECT-SEQ.
060300
060400 5100-EXIT.
060500     EXIT.
060600
060700*----------------------------------------------------------------
060800* END OF A JOURNAL - EVERY NUMBER THE WRITERS HANDED OUT MUST
060900* HAVE TURNED UP, AND NONE PAST IT. THE VERIFIED POSITION MOVES
061000* ON TO THE LAST ENTRY WALKED; A PROBLEM IS REPORTED ONCE, HERE,
061100* AND NOT AGAIN ON THE NEXT RUN.
061200*----------------------------------------------------------------
061300 5900-END-JOURNAL.
061400
061500     COMPUTE WS-LAST-DONE = WS-EXPECT-SEQ - 1.
061600
061700     IF NOT WS-JCT-FOUND
061800         IF WS-CHAIN-STARTED
061900             MOVE WS-LAST-DONE TO WS-PRB-FOUND
062000             MOVE 0 TO WS-PRB-EXPECT
062100             MOVE 'SEQUENCED ENTRIES BUT NO JRNCTL ROW' TO
062200                 WS-PROBLEM
062300             PERFORM 6000-PRINT-PROBLEM THRU 6000-EXIT
062400         END-IF
062500         GO TO 5900-TOTALS
062600     END-IF.
062700
062800     IF WS-LAST-DONE < JCT-LAST-SEQ
062900         MOVE WS-LAST-DONE TO WS-PRB-FOUND
063000         MOVE JCT-LAST-SEQ TO WS-PRB-EXPECT
063100         MOVE 'ENTRIES ISSUED BUT NOT ON THE JOURNAL' TO
063200             WS-PROBLEM
063300         PERFORM 6000-PRINT-PROBLEM THRU 6000-EXIT
063400     END-IF.
063500
063600     IF WS-LAST-DONE > JCT-LAST-SEQ
063700         MOVE WS-LAST-DONE TO WS-PRB-FOUND
063800         MOVE JCT-LAST-SEQ TO WS-PRB-EXPECT
063900         MOVE 'ENTRIES PAST THE LAST NUMBER ISSUED' TO WS-PROBLEM
064000         PERFORM 6000-PRINT-PROBLEM THRU 6000-EXIT
064100     END-IF.
064200
064300     IF WS-LAST-DONE > JCT-VER-SEQ
064400         MOVE WS-LAST-DONE TO JCT-VER-SEQ
064500         MOVE WS-PREV-HASH TO JCT-VER-HASH
064600         MOVE WS-CURR-DATE TO JCT-VER-DATE
064700         REWRITE JRNCTL-RECORD
064800         IF NOT WS-JRNCTL-OK
064900             DISPLAY 'DCJB8BJV - JRNCTL REWRITE FAILED, STATUS = '
065000                 WS-JRNCTL-STATUS
065100             GO TO 9999-ABEND
065200         END-IF
065300     END-IF.
065400
065500 5900-TOTALS.
065600
065700     MOVE WS-JNL-NAME TO RPT-TOT1-JOURNAL.
065800     MOVE WS-READ-COUNT TO RPT-TOT1-READ.
065900     MOVE WS-LEGACY-COUNT TO RPT-TOT1-LEGACY.
066000     MOVE WS-PASSED-COUNT TO RPT-TOT1-PASSED.
066100     MOVE WS-VERIFIED-COUNT TO RPT-TOT1-VERIFIED.
066200     MOVE JCT-VER-SEQ TO RPT-TOT2-THRU.
066300     MOVE JCT-LAST-SEQ TO RPT-TOT2-ISSUED.
066400     MOVE WS-PROBLEM-COUNT TO RPT-TOT2-PROBLEMS.
066500
066600     IF WS-LINE-COUNT > WS-MAX-LINES - 3
066700         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
066800     END-IF.
066900     WRITE RPT-LINE FROM RPT-TOTAL-LINE-1.
067000     WRITE RPT-LINE FROM RPT-TOTAL-LINE-2.
067100     ADD 3 TO WS-LINE-COUNT.
067200
067300 5900-EXIT.
067400     EXIT.
067500
067600*----------------------------------------------------------------
067700* ONE PROBLEM LINE - THE JOURNAL, WHERE IN THE FILE, THE NUMBER
067800* FOUND AGAINST THE NUMBER DUE, AND THE ENTRY'S KEY.
067900*----------------------------------------------------------------
068000 6000-PRINT-PROBLEM.
068100
068200     ADD 1 TO WS-PROBLEM-COUNT WS-TOTAL-PROBLEMS.
068300
068400     IF WS-LINE-COUNT > WS-MAX-LINES
068500         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
068600     END-IF.
068700
068800     MOVE WS-JNL-NAME TO RPT-DTL-JOURNAL.
068900     MOVE WS-READ-COUNT TO RPT-DTL-ENTRY.
069000     MOVE WS-PRB-FOUND TO RPT-DTL-FOUND.
069100     MOVE WS-PRB-EXPECT TO RPT-DTL-EXPECT.
069200     MOVE JHW-IMAGE(1:8) TO RPT-DTL-KEY.
069300     MOVE WS-PROBLEM TO RPT-DTL-PROBLEM.
069400     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
069500     ADD 1 TO WS-LINE-COUNT.
069600
069700 6000-EXIT.
069800     EXIT.
069900
070000 6200-PRINT-NOTE.
070100
070200     IF WS-LINE-COUNT > WS-MAX-LINES
070300         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
070400     END-IF.
070500
070600     MOVE WS-JNL-NAME TO RPT-NOTE-JOURNAL.
070700     WRITE RPT-LINE FROM RPT-NOTE-LINE.
070800     ADD 1 TO WS-LINE-COUNT.
070900
071000 6200-EXIT.
071100     EXIT.
071200
071300 7000-PRINT-HEADINGS.
071400
071500     ADD 1 TO WS-PAGE-COUNT.
071600     MOVE WS-PAGE-COUNT TO RPT-HDG1-PAGE.
071700     WRITE RPT-LINE FROM RPT-HEADING-1.
071800     WRITE RPT-LINE FROM RPT-HEADING-2.
071900     MOVE 2 TO WS-LINE-COUNT.
072000
072100 7000-EXIT.
072200     EXIT.
072300
072400 8000-TERMINATE.
072500
072600     IF WS-LINE-COUNT > WS-MAX-LINES
072700         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
072800     END-IF.
072900     MOVE WS-TOTAL-PROBLEMS TO RPT-FIN-PROBLEMS.
073000     WRITE RPT-LINE FROM RPT-FINAL-LINE.
073100
073200     CLOSE JRNCTL-FILE.
073300     CLOSE VERIFY-RPT.
073400
073500     IF WS-TOTAL-PROBLEMS > 0
073600         DISPLAY 'DCJB8BJV - JOURNAL CHAIN PROBLEMS FOUND = '
073700             WS-TOTAL-PROBLEMS
073800         MOVE 8 TO RETURN-CODE
073900     ELSE
074000         DISPLAY 'DCJB8BJV - JOURNAL CHAINS VERIFIED, NO PROBLEMS'
074100     END-IF.
074200
074300 8000-EXIT.
074400     EXIT.
074500
074600     COPY 'JRNHASH'.
074700
074800 9999-ABEND.
074900
075000     MOVE 16 TO RETURN-CODE.
075100     GOBACK.
075200
075300 END PROGRAM DCJB8BJV.
