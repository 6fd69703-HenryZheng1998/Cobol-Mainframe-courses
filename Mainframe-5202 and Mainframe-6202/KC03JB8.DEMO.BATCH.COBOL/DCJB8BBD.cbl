001700*                DAY BALANCES - AN OUT-OF-BALANCE CASH POSITION
001800*                LEAVES THE ROW AT 'S' SO THE NIGHTLY CHAIN
001900*                REFUSES TO CLOSE THE DAY OVER IT.
001914* 10/15/26  HZ   STUDENT PORTAL CARD PAYMENTS SETTLE AS ONE
001928*                GATEWAY DEPOSIT REFERENCED 'WEB'. THOSE PAYFILE
001942*                ROWS STAY OUT OF THE RECEIPT MATCH AND THE
001956*                DEPOSIT IS MATCHED AGAINST THE DAY'S 'WEB'
001970*                DRWFILE ROW INSTEAD, WHICH IS FLIPPED TO
001984*                BALANCED WHEN THE TWO AGREE.
002000*----------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
004000         RECORD KEY IS PAY-KEY
004100         FILE STATUS IS WS-PAYFILE-STATUS.
004200
004212*    THE CASHIER DRAWER FILE - ONLY THE PORTAL'S 'WEB' ROW FOR
004224*    THE DAY IS READ, AND REWRITTEN WHEN ITS SETTLEMENT MATCHES.
004236     SELECT DRW-FILE ASSIGN TO DRWFILE
004248         ORGANIZATION IS INDEXED
004260         ACCESS MODE IS RANDOM
004272         RECORD KEY IS DRW-KEY
004284         FILE STATUS IS WS-DRWFILE-STATUS.
004290
004300     SELECT BATCHCTL-FILE ASSIGN TO BATCHCTL
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
007000
007100     COPY 'PAYREC'.
007200
007214 FD  DRW-FILE
007228     LABEL RECORDS ARE STANDARD
007242     RECORD CONTAINS 77 CHARACTERS
007256     DATA RECORD IS DRWFILE-RECORD.
007270
007284     COPY 'DRWREC'.
007290
007300 FD  BATCHCTL-FILE
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 45 CHARACTERS
009100     88 WS-PAYFILE-OK                    VALUE '00'.
009200 01  WS-BATCHCTL-STATUS              PIC X(2) VALUE SPACES.
009300     88 WS-BATCHCTL-OK                   VALUE '00'.
009333 01  WS-DRWFILE-STATUS               PIC X(2) VALUE SPACES.
009366     88 WS-DRWFILE-OK                    VALUE '00'.
009400 01  WS-BDRRPT-STATUS                PIC X(2) VALUE SPACES.
009500     88 WS-BDRRPT-OK                     VALUE '00'.
009600
009900         88 WS-PAY-EOF                    VALUE 'Y'.
010000     05 WS-BNK-EOF-SW                PIC X(1) VALUE 'N'.
010100         88 WS-BNK-EOF                    VALUE 'Y'.
010120     05 WS-WEB-FOUND-SW              PIC X(1) VALUE 'N'.
010140         88 WS-WEB-FOUND                  VALUE 'Y'.
010160     05 WS-WEB-MATCHED-SW            PIC X(1) VALUE 'N'.
010180         88 WS-WEB-MATCHED                VALUE 'Y'.
010200
010300* SYSIN - THE BUSINESS DAY BEING RECONCILED (YYYYDDD).
010400 01  WS-PARM-DAY-X                   PIC X(7) VALUE SPACES.
010600                                     PIC 9(7).
010700 01  WS-RUN-CYYDDD                   PIC 9(7) VALUE 0.
010800 01  WS-BCT-TIME                     PIC 9(8) VALUE 0.
010811
010822* THE PORTAL'S CARD PAYMENTS (PAYFILE ROWS STAMPED WITH THE
010833* RESERVED 'WEB' OPERATOR) REACH THE BANK AS ONE GATEWAY
010844* SETTLEMENT DEPOSIT CARRYING REFERENCE 'WEB', NOT ONE DEPOSIT
010855* PER RECEIPT. THEY ARE MATCHED IN ONE PIECE AGAINST THE DAY'S
010866* 'WEB' DRAWER ROW - SEE DRWREC.
010877 01  WS-WEB-OPERID                   PIC X(8) VALUE 'WEB'.
010888 01  WS-WEB-POSTED                   PIC 9(7)V99 VALUE 0.
010900
011000* THE DAY'S PAYFILE ROWS, HELD IN STORAGE FOR THE MATCH - THE
011100* FILE HAS NO RECEIPT INDEX, SO ONE SEQUENTIAL PASS GATHERS
016700     PERFORM 5000-REPORT-PAY-ONLY THRU 5000-EXIT
016800         VARYING WS-DAY-IDX FROM 1 BY 1
016900         UNTIL WS-DAY-IDX > WS-DAY-COUNT.
016950     PERFORM 5100-REPORT-WEB-ONLY THRU 5100-EXIT.
017000
017100     PERFORM 3000-TERMINATE THRU 3000-EXIT.
017200
020300         GO TO 9999-ABEND
020400     END-IF.
020500
020505     OPEN I-O DRW-FILE.
020510     IF NOT WS-DRWFILE-OK
020515         DISPLAY 'DCJB8BBD - DRWFILE OPEN FAILED, STATUS = '
020520             WS-DRWFILE-STATUS
020525         GO TO 9999-ABEND
020530     END-IF.
020535
020540     MOVE WS-WEB-OPERID TO DRW-OPERID.
020545     MOVE WS-RUN-CYYDDD TO DRW-DATE.
020550     READ DRW-FILE
020555         INVALID KEY
020560             MOVE 'N' TO WS-WEB-FOUND-SW
020565         NOT INVALID KEY
020570             MOVE 'Y' TO WS-WEB-FOUND-SW
020575             MOVE DRW-POSTED-CARD TO WS-WEB-POSTED
020580     END-READ.
020590
020600     MOVE WS-PARM-DAY-N TO RPT-HDG1-DAY.
020700     WRITE RPT-LINE FROM RPT-HEADING-1.
020800
026900
027000 2200-KEEP-ONE-PAYMENT.
027100
027120*    THE PORTAL'S ROWS SETTLE AS ONE DEPOSIT - SEE WS-WEB-OPERID.
027140     IF PAY-OPERID = WS-WEB-OPERID
027160         GO TO 2200-NEXT
027180     END-IF.
027190
027200     IF (PAY-DATE = WS-RUN-CYYDDD) AND (NOT PAY-NEGATIVE)
027300         IF WS-DAY-COUNT >= 1000
027400             DISPLAY 'DCJB8BBD - DAY TABLE FULL'
028100         MOVE 'N' TO WS-DAY-MATCHED(WS-DAY-COUNT)
028200     END-IF.
028300
028350 2200-NEXT.
028360
028400     PERFORM 2100-READ-NEXT-PAYMENT THRU 2100-EXIT.
028500
028600 2200-EXIT.
031500         GO TO 4200-NEXT
031600     END-IF.
031700
031710*    THE GATEWAY'S SETTLEMENT DEPOSIT MATCHES THE 'WEB' DRAWER
031720*    ROW AS A WHOLE, AND BALANCES IT.
031730     IF (BNK-REFERENCE = WS-WEB-OPERID) AND WS-WEB-FOUND AND
031740        (NOT WS-WEB-MATCHED) AND (BNK-AMOUNT = WS-WEB-POSTED)
031750         PERFORM 4400-BALANCE-WEB-DRAWER THRU 4400-EXIT
031760         ADD 1 TO WS-MATCHED-COUNT
031770         ADD BNK-AMOUNT TO WS-MATCHED-TOTAL
031780         GO TO 4200-NEXT
031790     END-IF.
031795
031800     MOVE 0 TO WS-DAY-FOUND.
031900     PERFORM 4300-TRY-ONE-ROW THRU 4300-EXIT
032000         VARYING WS-DAY-IDX FROM 1 BY 1
035100
035200 4300-EXIT.
035300     EXIT.
035305
035310 4400-BALANCE-WEB-DRAWER.
035315
035320     MOVE 'Y' TO WS-WEB-MATCHED-SW.
035325     MOVE BNK-AMOUNT TO DRW-COUNTED-CARD.
035330     MOVE 0 TO DRW-COUNTED-CASH.
035335     MOVE 0 TO DRW-COUNTED-CHEQUE.
035340     SET DRW-BALANCED TO TRUE.
035345     ACCEPT WS-BCT-TIME FROM TIME.
035350     MOVE WS-BCT-TIME(1:7) TO DRW-BALANCED-TIME.
035355     REWRITE DRWFILE-RECORD
035360         INVALID KEY
035365             DISPLAY 'DCJB8BBD - DRWFILE REWRITE, STATUS = '
035370                 WS-DRWFILE-STATUS
035375             GO TO 9999-ABEND
035380     END-REWRITE.
035385
035390 4400-EXIT.
035395     EXIT.
035400
035500 5000-REPORT-PAY-ONLY.
035600
036600 5000-EXIT.
036700     EXIT.
036800
036805*    THE DAY'S PORTAL PAYMENTS WITH NO SETTLEMENT DEPOSIT TO
036810*    MATCH THEM SHOW AS ONE PAYFILE-ONLY ITEM UNDER 'WEB'.
036815 5100-REPORT-WEB-ONLY.
036820
036825     IF WS-WEB-FOUND AND (NOT WS-WEB-MATCHED) AND
036830        (WS-WEB-POSTED NOT = 0)
036835         MOVE 'PAYFILE ONLY' TO RPT-EXC-SIDE
036840         MOVE WS-WEB-OPERID TO RPT-EXC-REF
036845         MOVE WS-WEB-POSTED TO RPT-EXC-AMOUNT
036850         MOVE SPACES TO RPT-EXC-STUNUM
036855         WRITE RPT-LINE FROM RPT-EXCEPT-LINE
036860         ADD 1 TO WS-PAY-ONLY-COUNT
036865     END-IF.
036870
036875 5100-EXIT.
036880     EXIT.
036890
036900 3000-TERMINATE.
037000
037100     MOVE 'DEPOSITS MATCHED . . . . . . .' TO RPT-TOT-TEXT.
040500     CLOSE BANK-FILE.
040600     CLOSE PAYFILE.
040700     CLOSE BATCHCTL-FILE.
040750     CLOSE DRW-FILE.
040800     CLOSE RECON-RPT.
040900
041000     DISPLAY 'DCJB8BBD - MATCHED = ' WS-MATCHED-COUNT
