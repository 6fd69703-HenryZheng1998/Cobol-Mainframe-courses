000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BEB.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - BOUNCED EMAIL REQUEUE. TAKES
001100*                THE MAIL GATEWAY'S BOUNCE FILE, FINDS EACH
001200*                BOUNCED LETTER IN THE RETAINED EMAILQ COPY THE
001300*                LETTER JOBS WROTE, AND REPRINTS IT FOR THE POST
001400*                EXACTLY AS THE PAPER LETTER WOULD HAVE COME OUT.
001500*                THE LETTER'S CORRFILE ROW IS MARKED REQUEUED AND
001600*                EVERY BOUNCE IS LISTED WITH ITS REASON SO THE
001700*                OFFICE CAN CHASE THE BAD ADDRESS. A BOUNCE WITH
001800*                NO LETTER ON THE QUEUE ENDS THE RUN RC 4.
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
002900     SELECT BOUNCE-FILE ASSIGN TO BOUNCE
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-BOUNCE-STATUS.
003200
003300*    THE RETAINED COPY OF THE QUEUE, AS THE LETTER JOBS WROTE IT.
003400     SELECT EMAILQ-FILE ASSIGN TO EMAILQ
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-EMLQ-STATUS.
003700
003800     SELECT CORR-FILE ASSIGN TO CORRFILE
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS COR-KEY
004200         FILE STATUS IS WS-CORFILE-STATUS.
004300
004400     SELECT LETTER-RPT ASSIGN TO BEBLTR
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-BEBLTR-STATUS.
004700
004800     SELECT BOUNCE-RPT ASSIGN TO BEBRPT
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-BEBRPT-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400
005500 FD  BOUNCE-FILE
005600     LABEL RECORDS ARE STANDARD
005700     RECORD CONTAINS 120 CHARACTERS
005800     DATA RECORD IS BOUNCE-RECORD.
005900
006000     COPY 'BNCREC'.
006100
006200 FD  EMAILQ-FILE
006300     LABEL RECORDS ARE STANDARD
006400     RECORD CONTAINS 160 CHARACTERS
006500     DATA RECORD IS EMAILQ-RECORD.
006600
006700     COPY 'EMLQREC'.
006800
006900 FD  CORR-FILE
007000     LABEL RECORDS ARE STANDARD
007100     RECORD CONTAINS 40 CHARACTERS
007200     DATA RECORD IS CORRFILE-RECORD.
007300
007400     COPY 'CORRREC'.
007500
007600 FD  LETTER-RPT
007700     LABEL RECORDS ARE STANDARD
007800     RECORD CONTAINS 133 CHARACTERS
007900     DATA RECORD IS LTR-LINE.
008000 01  LTR-LINE                        PIC X(133).
008100
008200 FD  BOUNCE-RPT
008300     LABEL RECORDS ARE STANDARD
008400     RECORD CONTAINS 133 CHARACTERS
008500     DATA RECORD IS RPT-LINE.
008600 01  RPT-LINE                        PIC X(133).
008700
008800 WORKING-STORAGE SECTION.
008900
009000 01  WS-BOUNCE-STATUS                PIC X(2) VALUE SPACES.
009100     88 WS-BOUNCE-OK                     VALUE '00'.
009200 01  WS-EMLQ-STATUS                  PIC X(2) VALUE SPACES.
009300     88 WS-EMLQ-OK                       VALUE '00'.
009400 01  WS-CORFILE-STATUS               PIC X(2) VALUE SPACES.
009500     88 WS-CORFILE-OK                    VALUE '00'.
009600 01  WS-BEBLTR-STATUS                PIC X(2) VALUE SPACES.
009700     88 WS-BEBLTR-OK                     VALUE '00'.
009800 01  WS-BEBRPT-STATUS                PIC X(2) VALUE SPACES.
009900     88 WS-BEBRPT-OK                     VALUE '00'.
010000
010100 01  WS-SWITCHES.
010200     05 WS-BNC-EOF-SW                PIC X(1) VALUE 'N'.
010300         88 WS-BNC-EOF                    VALUE 'Y'.
010400     05 WS-EMQ-EOF-SW                PIC X(1) VALUE 'N'.
010500         88 WS-EMQ-EOF                    VALUE 'Y'.
010600     05 WS-REPRINT-SW                PIC X(1) VALUE 'N'.
010700         88 WS-REPRINTING                 VALUE 'Y'.
010800     05 WS-COR-DONE-SW               PIC X(1) VALUE 'N'.
010900         88 WS-COR-DONE                   VALUE 'Y'.
011000     05 WS-COR-MARKED-SW             PIC X(1) VALUE 'N'.
011100         88 WS-COR-MARKED                 VALUE 'Y'.
011200
011300* THE NIGHT'S BOUNCES, HELD IN STORAGE SO ONE PASS OF THE QUEUE
011400* FINDS THEM ALL - THE QUEUE IS IN THE ORDER THE LETTER JOBS
011500* WROTE IT, NOT IN KEY ORDER. 500 IS FAR PAST A BAD NIGHT.
011600 01  WS-BNC-COUNT                    PIC S9(4) COMP VALUE 0.
011700 01  WS-BNC-TABLE.
011800     05 WS-BNC-ENTRY OCCURS 500 TIMES.
011900         10 WS-BNT-KEY.
012000             15 WS-BNT-STU           PIC X(7).
012100             15 WS-BNT-DATE          PIC 9(7).
012200             15 WS-BNT-DOC           PIC X(8).
012300         10 WS-BNT-RECIPIENT         PIC X(50).
012400         10 WS-BNT-REASON            PIC X(40).
012500         10 WS-BNT-FOUND             PIC X(1).
012600 77  WS-BNT-IDX                      PIC S9(4) COMP VALUE 0.
012700 77  WS-HIT-IDX                      PIC S9(4) COMP VALUE 0.
012800
012900 77  WS-REPRINT-COUNT                PIC S9(7) COMP VALUE 0.
013000 77  WS-REQUEUE-COUNT                PIC S9(7) COMP VALUE 0.
013100 77  WS-NOTFOUND-COUNT               PIC S9(7) COMP VALUE 0.
013200
013300 01  RPT-HEADING-1.
013400     05 RPT-HDG1-CC                  PIC X(1) VALUE '1'.
013500     05 FILLER                       PIC X(4) VALUE SPACES.
013600     05 FILLER                       PIC X(41) VALUE
013700            'BOUNCED EMAIL - LETTERS REQUEUED TO PRINT'.
013800     05 FILLER                       PIC X(87) VALUE SPACES.
013900
014000 01  RPT-COLUMN-LINE.
014100     05 RPT-COL-CC                   PIC X(1) VALUE '0'.
014200     05 FILLER                       PIC X(4) VALUE SPACES.
014300     05 FILLER                       PIC X(9) VALUE 'STU NO.'.
014400     05 FILLER                       PIC X(9) VALUE 'DATE'.
014500     05 FILLER                       PIC X(10) VALUE 'DOCUMENT'.
014600     05 FILLER                       PIC X(32) VALUE 'RECIPIENT'.
014700     05 FILLER                       PIC X(42) VALUE 'REASON'.
014800     05 FILLER                       PIC X(26) VALUE 'OUTCOME'.
014900
015000 01  RPT-DETAIL-LINE.
015100     05 RPT-DTL-CC                   PIC X(1) VALUE ' '.
015200     05 FILLER                       PIC X(4) VALUE SPACES.
015300     05 RPT-DTL-STU                  PIC X(7).
015400     05 FILLER                       PIC X(2) VALUE SPACES.
015500     05 RPT-DTL-DATE                 PIC 9(7).
015600     05 FILLER                       PIC X(2) VALUE SPACES.
015700     05 RPT-DTL-DOC                  PIC X(8).
015800     05 FILLER                       PIC X(2) VALUE SPACES.
015900     05 RPT-DTL-RECIPIENT            PIC X(30).
016000     05 FILLER                       PIC X(2) VALUE SPACES.
016100     05 RPT-DTL-REASON               PIC X(40).
016200     05 FILLER                       PIC X(2) VALUE SPACES.
016300     05 RPT-DTL-OUTCOME              PIC X(16).
016400     05 FILLER                       PIC X(10) VALUE SPACES.
016500
016600 PROCEDURE DIVISION.
016700
016800 0000-MAINLINE.
016900
017000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017100
017200     PERFORM 2000-LOAD-BOUNCE THRU 2000-EXIT
017300         UNTIL WS-BNC-EOF.
017400
017500     PERFORM 4000-SCAN-QUEUE THRU 4000-EXIT
017600         UNTIL WS-EMQ-EOF.
017700
017800     PERFORM 5000-SETTLE-BOUNCE THRU 5000-EXIT
017900         VARYING WS-BNT-IDX FROM 1 BY 1
018000         UNTIL WS-BNT-IDX > WS-BNC-COUNT.
018100
018200     PERFORM 3000-TERMINATE THRU 3000-EXIT.
018300
018400     GOBACK.
018500
018600 1000-INITIALIZE.
018700
018800     OPEN INPUT BOUNCE-FILE.
018900     IF NOT WS-BOUNCE-OK
019000         DISPLAY 'DCJB8BEB - BOUNCE OPEN FAILED, STATUS = '
019100             WS-BOUNCE-STATUS
019200         GO TO 9999-ABEND
019300     END-IF.
019400
019500     OPEN INPUT EMAILQ-FILE.
019600     IF NOT WS-EMLQ-OK
019700         DISPLAY 'DCJB8BEB - EMAILQ OPEN FAILED, STATUS = '
019800             WS-EMLQ-STATUS
019900         GO TO 9999-ABEND
020000     END-IF.
020100
020200     OPEN I-O CORR-FILE.
020300     IF NOT WS-CORFILE-OK
020400         DISPLAY 'DCJB8BEB - CORRFILE OPEN FAILED, STATUS = '
020500             WS-CORFILE-STATUS
020600         GO TO 9999-ABEND
020700     END-IF.
020800
020900     OPEN OUTPUT LETTER-RPT.
021000     IF NOT WS-BEBLTR-OK
021100         DISPLAY 'DCJB8BEB - BEBLTR OPEN FAILED, STATUS = '
021200             WS-BEBLTR-STATUS
021300         GO TO 9999-ABEND
021400     END-IF.
021500
021600     OPEN OUTPUT BOUNCE-RPT.
021700     IF NOT WS-BEBRPT-OK
021800         DISPLAY 'DCJB8BEB - BEBRPT OPEN FAILED, STATUS = '
021900             WS-BEBRPT-STATUS
022000         GO TO 9999-ABEND
022100     END-IF.
022200
022300     WRITE RPT-LINE FROM RPT-HEADING-1.
022400     WRITE RPT-LINE FROM RPT-COLUMN-LINE.
022500
022600     PERFORM 2100-READ-NEXT-BOUNCE THRU 2100-EXIT.
022700     PERFORM 4100-READ-NEXT-QUEUE THRU 4100-EXIT.
022800
022900 1000-EXIT.
023000     EXIT.
023100
023200 2000-LOAD-BOUNCE.
023300
023400     IF WS-BNC-COUNT >= 500
023500         DISPLAY 'DCJB8BEB - BOUNCE TABLE FULL, RUN SPLIT NEEDED'
023600         GO TO 9999-ABEND
023700     END-IF.
023800
023900     ADD 1 TO WS-BNC-COUNT.
024000     MOVE BNC-KEY TO WS-BNT-KEY(WS-BNC-COUNT).
024100     MOVE BNC-RECIPIENT TO WS-BNT-RECIPIENT(WS-BNC-COUNT).
024200     MOVE BNC-REASON TO WS-BNT-REASON(WS-BNC-COUNT).
024300     MOVE 'N' TO WS-BNT-FOUND(WS-BNC-COUNT).
024400
024500     PERFORM 2100-READ-NEXT-BOUNCE THRU 2100-EXIT.
024600
024700 2000-EXIT.
024800     EXIT.
024900
025000 2100-READ-NEXT-BOUNCE.
025100
025200     READ BOUNCE-FILE
025300         AT END
025400             MOVE 'Y' TO WS-BNC-EOF-SW
025500     END-READ.
025600
025700 2100-EXIT.
025800     EXIT.
025900
026000 3000-TERMINATE.
026100
026200     CLOSE BOUNCE-FILE.
026300     CLOSE EMAILQ-FILE.
026400     CLOSE CORR-FILE.
026500     CLOSE LETTER-RPT.
026600     CLOSE BOUNCE-RPT.
026700
026800     DISPLAY 'DCJB8BEB - BOUNCES = ' WS-BNC-COUNT
026900         ' REPRINTED = ' WS-REPRINT-COUNT
027000         ' CORRFILE REQUEUED = ' WS-REQUEUE-COUNT.
027100
027200     IF WS-NOTFOUND-COUNT > 0
027300         DISPLAY 'DCJB8BEB - BOUNCES NOT ON THE QUEUE = '
027400             WS-NOTFOUND-COUNT
027500         MOVE 4 TO RETURN-CODE
027600     END-IF.
027700
027800 3000-EXIT.
027900     EXIT.
028000
028100*----------------------------------------------------------------
028200* ONE QUEUE ROW. A HEADER STARTS A LETTER - REPRINTED WHEN IT IS
028300* ONE OF THE NIGHT'S BOUNCES; ITS BODY ROWS ARE THE PRINT LINES
028400* AS THEY STAND, AND THE TRAILER ENDS IT.
028500*----------------------------------------------------------------
028600 4000-SCAN-QUEUE.
028700
028800     IF EMQ-HEADER
028900         PERFORM 4200-MATCH-HEADER THRU 4200-EXIT
029000         GO TO 4000-NEXT
029100     END-IF.
029200
029300     IF EMQ-TRAILER
029400         MOVE 'N' TO WS-REPRINT-SW
029500         GO TO 4000-NEXT
029600     END-IF.
029700
029800     IF WS-REPRINTING
029900         WRITE LTR-LINE FROM EMQ-DATA
030000     END-IF.
030100
030200 4000-NEXT.
030300
030400     PERFORM 4100-READ-NEXT-QUEUE THRU 4100-EXIT.
030500
030600 4000-EXIT.
030700     EXIT.
030800
030900 4100-READ-NEXT-QUEUE.
031000
031100     READ EMAILQ-FILE
031200         AT END
031300             MOVE 'Y' TO WS-EMQ-EOF-SW
031400     END-READ.
031500
031600 4100-EXIT.
031700     EXIT.
031800
031900*----------------------------------------------------------------
032000* LOOKS THE LETTER UP AMONG THE BOUNCES STILL UNMATCHED - A
032100* LETTER QUEUED TWICE UNDER ONE KEY IS REPRINTED ONCE.
032200*----------------------------------------------------------------
032300 4200-MATCH-HEADER.
032400
032500     MOVE 'N' TO WS-REPRINT-SW.
032600     MOVE 0 TO WS-HIT-IDX.
032700
032800     PERFORM 4210-TRY-ONE-BOUNCE THRU 4210-EXIT
032900         VARYING WS-BNT-IDX FROM 1 BY 1
033000         UNTIL (WS-BNT-IDX > WS-BNC-COUNT) OR (WS-HIT-IDX > 0).
033100
033200     IF WS-HIT-IDX = 0
033300         GO TO 4200-EXIT
033400     END-IF.
033500
033600     MOVE 'Y' TO WS-BNT-FOUND(WS-HIT-IDX).
033700     MOVE 'Y' TO WS-REPRINT-SW.
033800     ADD 1 TO WS-REPRINT-COUNT.
033900
034000 4200-EXIT.
034100     EXIT.
034200
034300 4210-TRY-ONE-BOUNCE.
034400
034500     IF (WS-BNT-KEY(WS-BNT-IDX) = EMQ-KEY) AND
034600        (WS-BNT-FOUND(WS-BNT-IDX) = 'N')
034700         MOVE WS-BNT-IDX TO WS-HIT-IDX
034800     END-IF.
034900
035000 4210-EXIT.
035100     EXIT.
035200
035300*----------------------------------------------------------------
035400* ONE LINE OF THE BOUNCE LISTING PER BOUNCE. A REPRINTED LETTER
035500* HAS ITS CORRFILE ROW MARKED REQUEUED.
035600*----------------------------------------------------------------
035700 5000-SETTLE-BOUNCE.
035800
035900     MOVE WS-BNT-STU(WS-BNT-IDX) TO RPT-DTL-STU.
036000     MOVE WS-BNT-DATE(WS-BNT-IDX) TO RPT-DTL-DATE.
036100     MOVE WS-BNT-DOC(WS-BNT-IDX) TO RPT-DTL-DOC.
036200     MOVE WS-BNT-RECIPIENT(WS-BNT-IDX) TO RPT-DTL-RECIPIENT.
036300     MOVE WS-BNT-REASON(WS-BNT-IDX) TO RPT-DTL-REASON.
036400
036500     IF WS-BNT-FOUND(WS-BNT-IDX) = 'N'
036600         MOVE 'NOT ON QUEUE' TO RPT-DTL-OUTCOME
036700         ADD 1 TO WS-NOTFOUND-COUNT
036800         GO TO 5000-WRITE
036900     END-IF.
037000
037100     PERFORM 5100-MARK-REGISTER THRU 5100-EXIT.
037200
037300     IF WS-COR-MARKED
037400         MOVE 'REPRINTED' TO RPT-DTL-OUTCOME
037500     ELSE
037600         MOVE 'REPRINTED-NO COR' TO RPT-DTL-OUTCOME
037700     END-IF.
037800
037900 5000-WRITE.
038000
038100     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
038200
038300 5000-EXIT.
038400     EXIT.
038500
038600*----------------------------------------------------------------
038700* THE LETTER'S CORRFILE ROW - THE DAY'S ROWS FOR THE STUDENT ARE
038800* WALKED FOR THE EMAILED ONE WITH THE SAME DOCUMENT CODE.
038900*----------------------------------------------------------------
039000 5100-MARK-REGISTER.
039100
039200     MOVE 'N' TO WS-COR-MARKED-SW.
039300     MOVE 'N' TO WS-COR-DONE-SW.
039400
039500     MOVE WS-BNT-STU(WS-BNT-IDX) TO COR-STU-NUMBER.
039600     MOVE WS-BNT-DATE(WS-BNT-IDX) TO COR-DATE.
039700     MOVE 0 TO COR-SEQ.
039800
039900     START CORR-FILE KEY IS NOT LESS THAN COR-KEY
040000         INVALID KEY
040100             GO TO 5100-EXIT
040200     END-START.
040300
040400     PERFORM 5110-CHECK-ONE-ROW THRU 5110-EXIT
040500         UNTIL WS-COR-DONE.
040600
040700 5100-EXIT.
040800     EXIT.
040900
041000 5110-CHECK-ONE-ROW.
041100
041200     READ CORR-FILE NEXT RECORD
041300         AT END
041400             MOVE 'Y' TO WS-COR-DONE-SW
041500             GO TO 5110-EXIT
041600     END-READ.
041700
041800     IF (COR-STU-NUMBER NOT = WS-BNT-STU(WS-BNT-IDX)) OR
041900        (COR-DATE NOT = WS-BNT-DATE(WS-BNT-IDX))
042000         MOVE 'Y' TO WS-COR-DONE-SW
042100         GO TO 5110-EXIT
042200     END-IF.
042300
042400     IF (COR-DOC-TYPE = WS-BNT-DOC(WS-BNT-IDX)) AND
042500        (COR-BY-EMAIL)
042600         SET COR-REQUEUED TO TRUE
042700         REWRITE CORRFILE-RECORD
042800         ADD 1 TO WS-REQUEUE-COUNT
042900         MOVE 'Y' TO WS-COR-MARKED-SW
043000         MOVE 'Y' TO WS-COR-DONE-SW
043100     END-IF.
043200
043300 5110-EXIT.
043400     EXIT.
043500
043600 9999-ABEND.
043700
043800     MOVE 16 TO RETURN-CODE.
043900     GOBACK.
044000
044100 END PROGRAM DCJB8BEB.
