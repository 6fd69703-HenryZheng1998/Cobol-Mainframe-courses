000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BST.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - MONTHLY STATEMENT OF ACCOUNT.
001100*                FOR THE STATEMENT PERIOD ON SYSIN, PRINTS ONE
001200*                STATEMENT PER STUDENT: THE DCJB8BML ADDRESS
001300*                BLOCK, AN OPENING BALANCE, EVERY ASSESS CHARGE,
001400*                PAYFILE PAYMENT, REFUND (DCJB8BDB) AND REVERSAL,
001500*                AWDFILE AWARD AND PAYJRNL NSF FEE IN DATE ORDER
001600*                AS ONE RUNNING LEDGER, PLANFILE INSTALLMENTS
001700*                FALLING DUE IN THE PERIOD AS MEMO LINES, AND A
001800*                CLOSING BALANCE. ACCOUNTS WITH NO ACTIVITY IN
001900*                THE PERIOD GET NO STATEMENT. EACH STATEMENT IS
002000*                REGISTERED ON CORRFILE LIKE THE OTHER LETTERS.
002010* 10/15/26  HZ   MISCELLANEOUS CHARGES - LIVE CHGFILE CHARGES
002020*                (DCJB8PHQ) PRINT AS THEIR OWN DATED LINES.
002046* 10/15/26  HZ   AGENCY RECOVERIES (PAYFILE METHOD 'AG', POSTED
002072*                BY DCJB8BCA) DESCRIBED AS SUCH ON THE STATEMENT.
002077* 10/15/26  HZ   CORRFILE RECORD NOW 40 BYTES - CARRIES THE
002082*                DELIVERY CHANNEL; THIS RUN'S ROWS ARE PAPER.
002087* 10/15/26  HZ   PAYJRNL RECORD NOW 79 BYTES - CARRIES THE
002092*                CHAIN SEQUENCE NUMBER AND HASH.
002094* 10/15/26  HZ   CORRFILE STATUS CLEARED BEFORE THE SEQUENCE
002096*                SEARCH - THE '00' LEFT BY THE OPEN ENDED THE
002098*                SEARCH BEFORE ANY WRITE, SO NO LETTER WAS LOGGED.
002098* 10/15/26  HZ   A WAIVED CHGFILE CHARGE STAYS ON THE STATEMENT AT
002098*                ITS POSTING DATE, WITH A 'WAIVER' CREDIT AT ITS
002098*                WAIVE DATE - IT WAS DROPPED OUTRIGHT, WHICH
002098*                RESTATED OPENING BALANCES ALREADY PRINTED.
002098* 10/15/26  HZ   ASSESS RECORD NOW 38 BYTES - CARRIES THE FEES
002098*                THE GL ALREADY HOLDS.
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
003100     SELECT STUFILE ASSIGN TO STUFILE
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS STU-NUMBER
003500         FILE STATUS IS WS-STUFILE-STATUS.
003600
003700*    THE MONEY FILES ARE ALL PICKED UP PER STUDENT WITH A START
003800*    ON THE PARTIAL KEY, THE SAME WAY DCJB8BAR NETS AN ACCOUNT.
003900     SELECT ASSESS-FILE ASSIGN TO ASSESS
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS ASM-KEY
004300         FILE STATUS IS WS-ASSESS-STATUS.
004400
004500     SELECT PAYFILE ASSIGN TO PAYFILE
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS PAY-KEY
004900         FILE STATUS IS WS-PAYFILE-STATUS.
005000
005100     SELECT AWD-FILE ASSIGN TO AWDFILE
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS AWD-KEY
005500         FILE STATUS IS WS-AWDFILE-STATUS.
005600
005700     SELECT PLAN-FILE ASSIGN TO PLANFILE
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS PLN-KEY
006100         FILE STATUS IS WS-PLANFILE-STATUS.
006200
006210     SELECT CHG-FILE ASSIGN TO CHGFILE
006220         ORGANIZATION IS INDEXED
006230         ACCESS MODE IS DYNAMIC
006240         RECORD KEY IS CHG-KEY
006250         FILE STATUS IS WS-CHGFILE-STATUS.
006260
006300*    PAYJRNL IS AN ESDS WITH NO STUDENT INDEX - ITS NSF FEES ARE
006400*    LOADED INTO STORAGE ONCE AT THE START OF THE RUN.
006500     SELECT PAYJRNL-IN ASSIGN TO PAYJRNL
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-PAYJRNL-STATUS.
006800
006900     SELECT CORR-FILE ASSIGN TO CORRFILE
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS COR-KEY
007300         FILE STATUS IS WS-CORFILE-STATUS.
007400
007500     SELECT STATEMENT-RPT ASSIGN TO STMTRPT
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-STMTRPT-STATUS.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100
008200 FD  STUFILE
008300     LABEL RECORDS ARE STANDARD
008400     RECORD CONTAINS 227 CHARACTERS
008500     DATA RECORD IS STUFILE-RECORD.
008600
008700*    STUFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
008800     COPY 'STUREC'.
008900
009000 FD  ASSESS-FILE
009100     LABEL RECORDS ARE STANDARD
009200     RECORD CONTAINS 38 CHARACTERS
009300     DATA RECORD IS ASSESS-RECORD.
009400
009500*    ASSESS RECORD LAYOUT - SHARED WITH DCJB8BTA/DCJB8PGP.
009600     COPY 'ASSESREC'.
009700
009800 FD  PAYFILE
009900     LABEL RECORDS ARE STANDARD
010000     RECORD CONTAINS 50 CHARACTERS
010100     DATA RECORD IS PAYFILE-RECORD.
010200
010300*    PAYFILE RECORD LAYOUT - SHARED WITH DCJB8PGP.
010400     COPY 'PAYREC'.
010500
010600 FD  AWD-FILE
010700     LABEL RECORDS ARE STANDARD
010800     RECORD CONTAINS 57 CHARACTERS
010900     DATA RECORD IS AWDFILE-RECORD.
011000
011100*    AWDFILE RECORD LAYOUT - SHARED WITH DCJB8PHA/DCJB8BAR.
011200     COPY 'AWRDREC'.
011300
011400 FD  PLAN-FILE
011500     LABEL RECORDS ARE STANDARD
011600     RECORD CONTAINS 42 CHARACTERS
011700     DATA RECORD IS PLANFILE-RECORD.
011800
011900*    PLANFILE RECORD LAYOUT - SHARED WITH DCJB8PGS/DCJB8BAR.
012000     COPY 'PPLNREC'.
012100
012110 FD  CHG-FILE
012120     LABEL RECORDS ARE STANDARD
012130     RECORD CONTAINS 71 CHARACTERS
012140     DATA RECORD IS CHGFILE-RECORD.
012150
012160*    CHGFILE RECORD LAYOUT - SHARED WITH DCJB8PHQ/DCJB8BAR.
012170     COPY 'CHGREC'.
012180
012200 FD  PAYJRNL-IN
012300     LABEL RECORDS ARE STANDARD
012400     RECORD CONTAINS 79 CHARACTERS
012500     DATA RECORD IS PAYJRNL-RECORD.
012600
012700*    PAYJRNL RECORD LAYOUT - SHARED WITH THE CICS SIDE.
012800     COPY 'PAYJRNL'.
012900
013000 FD  CORR-FILE
013100     LABEL RECORDS ARE STANDARD
013200     RECORD CONTAINS 40 CHARACTERS
013300     DATA RECORD IS CORRFILE-RECORD.
013400
013500     COPY 'CORRREC'.
013600
013700 FD  STATEMENT-RPT
013800     LABEL RECORDS ARE STANDARD
013900     RECORD CONTAINS 133 CHARACTERS
014000     DATA RECORD IS RPT-LINE.
014100 01  RPT-LINE                        PIC X(133).
014200
014300 WORKING-STORAGE SECTION.
014400
014500 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
014600     88 WS-STUFILE-OK                    VALUE '00'.
014700 01  WS-ASSESS-STATUS                PIC X(2) VALUE SPACES.
014800     88 WS-ASSESS-OK                     VALUE '00'.
014900 01  WS-PAYFILE-STATUS               PIC X(2) VALUE SPACES.
015000     88 WS-PAYFILE-OK                    VALUE '00'.
015100 01  WS-AWDFILE-STATUS               PIC X(2) VALUE SPACES.
015200     88 WS-AWDFILE-OK                    VALUE '00'.
015300 01  WS-PLANFILE-STATUS              PIC X(2) VALUE SPACES.
015400     88 WS-PLANFILE-OK                   VALUE '00'.
015410 01  WS-CHGFILE-STATUS               PIC X(2) VALUE SPACES.
015420     88 WS-CHGFILE-OK                    VALUE '00'.
015500 01  WS-PAYJRNL-STATUS               PIC X(2) VALUE SPACES.
015600     88 WS-PAYJRNL-OK                    VALUE '00'.
015700 01  WS-STMTRPT-STATUS               PIC X(2) VALUE SPACES.
015800     88 WS-STMTRPT-OK                    VALUE '00'.
015900
016000 01  WS-CORFILE-STATUS               PIC X(2) VALUE SPACES.
016100     88 WS-CORFILE-OK                    VALUE '00'.
016200 01  WS-COR-STU                      PIC X(7) VALUE SPACES.
016300 01  WS-COR-DOC                      PIC X(8) VALUE SPACES.
016400 01  WS-COR-CYYDDD                   PIC 9(7) VALUE 0.
016500
016600 01  WS-SWITCHES.
016700     05 WS-STU-EOF-SW                PIC X(1) VALUE 'N'.
016800         88 WS-STU-EOF                    VALUE 'Y'.
016900     05 WS-PJR-EOF-SW                PIC X(1) VALUE 'N'.
017000         88 WS-PJR-EOF                    VALUE 'Y'.
017100     05 WS-SWEEP-DONE-SW             PIC X(1) VALUE 'N'.
017200         88 WS-SWEEP-DONE                 VALUE 'Y'.
017300
017400* SYSIN - THE STATEMENT PERIOD, FIRST AND LAST DAY (YYYYDDD
017500* YYYYDDD, ONE CARD). THE SCHEDULER PUNCHES THE MONTH'S DATES.
017600 01  WS-PARM-CARD.
017700     05 WS-PARM-FROM-X               PIC X(7).
017800     05 WS-PARM-FROM-N REDEFINES WS-PARM-FROM-X
017900                                     PIC 9(7).
018000     05 WS-PARM-TO-X                 PIC X(7).
018100     05 WS-PARM-TO-N REDEFINES WS-PARM-TO-X
018200                                     PIC 9(7).
018300     05 FILLER                       PIC X(66).
018400* THE PERIOD IN CYYDDD, THE SHAPE EVERY MONEY FILE DATES IN.
018500 01  WS-FROM-CYYDDD                  PIC 9(7) VALUE 0.
018600 01  WS-TO-CYYDDD                    PIC 9(7) VALUE 0.
018700 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
018800
018900* NSF FEES OFF PAYJRNL - EACH ONE IS ALREADY INSIDE ITS TERM'S
019000* ASM-TOTAL-FEES (THE CASHIER SCREEN ADDS IT THERE), SO THE
019100* STATEMENT TAKES IT BACK OUT OF THE ASSESSMENT LINE AND SHOWS
019200* IT AS ITS OWN DATED CHARGE.
019300 01  WS-NSF-COUNT                    PIC S9(4) COMP VALUE 0.
019400 01  WS-NSF-TABLE.
019500     05 WS-NSF-ENTRY OCCURS 2000 TIMES.
019600         10 WS-NSF-STUNUM            PIC X(7).
019700         10 WS-NSF-TERM              PIC X(5).
019800         10 WS-NSF-DATE              PIC 9(7).
019900         10 WS-NSF-RECEIPT           PIC X(8).
020000         10 WS-NSF-FEE               PIC 9(5)V99.
020100 77  WS-NSF-IDX                      PIC S9(4) COMP VALUE 0.
020200 01  WS-TERM-NSF                     PIC 9(7)V99 VALUE 0.
020300
020400* ONE STUDENT'S LEDGER FOR THE PERIOD, GATHERED FROM ALL THE
020500* MONEY FILES AND THEN SORTED INTO DATE ORDER. LED-EFFECT IS
020600* SIGNED THE WAY THE BALANCE MOVES (CHARGES UP, PAYMENTS AND
020700* AWARDS DOWN); A MEMO LINE (INSTALLMENT DUE) PRINTS ITS AMOUNT
020800* BUT DOES NOT MOVE THE BALANCE.
020900 01  WS-LED-COUNT                    PIC S9(4) COMP VALUE 0.
021000 01  WS-LED-TABLE.
021100     05 WS-LED-ENTRY OCCURS 300 TIMES.
021200         10 WS-LED-SORT-KEY.
021300             15 WS-LED-DATE          PIC 9(7).
021400             15 WS-LED-ORDER         PIC 9(1).
021500         10 WS-LED-TYPE              PIC X(12).
021600         10 WS-LED-TERM              PIC X(5).
021700         10 WS-LED-REF               PIC X(8).
021800         10 WS-LED-DESC              PIC X(20).
021900         10 WS-LED-EFFECT            PIC S9(7)V99.
022000         10 WS-LED-MEMO              PIC X(1).
022100 01  WS-LED-HOLD                     PIC X(63).
022200 77  WS-LED-IDX                      PIC S9(4) COMP VALUE 0.
022300 77  WS-SORT-I                       PIC S9(4) COMP VALUE 0.
022400 77  WS-SORT-J                       PIC S9(4) COMP VALUE 0.
022500 77  WS-SORT-LIMIT                   PIC S9(4) COMP VALUE 0.
022600
022700* ONE ITEM ON ITS WAY INTO THE LEDGER - FILLED BY EACH SWEEP AND
022800* FILED BY 5000-FILE-ITEM.
022900 01  WS-ITEM-DATE                    PIC 9(7) VALUE 0.
023000 01  WS-ITEM-ORDER                   PIC 9(1) VALUE 0.
023100 01  WS-ITEM-TYPE                    PIC X(12) VALUE SPACES.
023200 01  WS-ITEM-TERM                    PIC X(5) VALUE SPACES.
023300 01  WS-ITEM-REF                     PIC X(8) VALUE SPACES.
023400 01  WS-ITEM-DESC                    PIC X(20) VALUE SPACES.
023500 01  WS-ITEM-EFFECT                  PIC S9(7)V99 VALUE 0.
023600 01  WS-ITEM-MEMO                    PIC X(1) VALUE 'N'.
023700
023800 01  WS-OPENING                      PIC S9(7)V99 VALUE 0.
023900 01  WS-RUNNING                      PIC S9(7)V99 VALUE 0.
024000 01  WS-PERIOD-ITEMS                 PIC S9(4) COMP VALUE 0.
024100 01  WS-ASM-CYYDDD                   PIC 9(7) VALUE 0.
024200 01  WS-ASM-CHARGE                   PIC S9(7)V99 VALUE 0.
024300
024400 77  WS-STMT-COUNT                   PIC S9(7) COMP VALUE 0.
024500 77  WS-SKIP-COUNT                   PIC S9(7) COMP VALUE 0.
024600
024700* STATEMENT ADDRESS BLOCK - SAME SHAPE DCJB8BML PUTS ON A
024800* MAILING LABEL: NAME, THREE ADDRESS LINES, POSTAL CODE.
024900 01  STM-TEXT-LINE.
025000     05 STM-TXT-CC                   PIC X(1) VALUE ' '.
025100     05 FILLER                       PIC X(4) VALUE SPACES.
025200     05 STM-TXT                      PIC X(20).
025300     05 FILLER                       PIC X(108) VALUE SPACES.
025400
025500 01  STM-POSTAL-LINE.
025600     05 STM-PST-CC                   PIC X(1) VALUE ' '.
025700     05 FILLER                       PIC X(4) VALUE SPACES.
025800     05 STM-PST-1                    PIC X(3).
025900     05 FILLER                       PIC X(1) VALUE SPACE.
026000     05 STM-PST-2                    PIC X(3).
026100     05 FILLER                       PIC X(121) VALUE SPACES.
026200
026300 01  STM-HEADING-1.
026400     05 STM-HDG1-CC                  PIC X(1) VALUE '1'.
026500     05 FILLER                       PIC X(4) VALUE SPACES.
026600     05 FILLER                       PIC X(30) VALUE
026700            'STATEMENT OF ACCOUNT - PERIOD '.
026800     05 STM-HDG1-FROM                PIC 9(7).
026900     05 FILLER                       PIC X(4) VALUE ' TO '.
027000     05 STM-HDG1-TO                  PIC 9(7).
027100     05 FILLER                       PIC X(4) VALUE SPACES.
027200     05 FILLER                       PIC X(9) VALUE 'STUDENT: '.
027300     05 STM-HDG1-NUMBER              PIC X(7).
027400     05 FILLER                       PIC X(60) VALUE SPACES.
027500
027600 01  STM-COLUMN-LINE.
027700     05 STM-COL-CC                   PIC X(1) VALUE '0'.
027800     05 FILLER                       PIC X(4) VALUE SPACES.
027900     05 FILLER                       PIC X(9) VALUE 'DATE'.
028000     05 FILLER                       PIC X(14) VALUE 'ACTIVITY'.
028100     05 FILLER                       PIC X(7) VALUE 'TERM'.
028200     05 FILLER                       PIC X(10) VALUE 'REFERENCE'.
028300     05 FILLER                       PIC X(22) VALUE
028400            'DESCRIPTION'.
028500     05 FILLER                       PIC X(13) VALUE
028600            '       AMOUNT'.
028700     05 FILLER                       PIC X(4) VALUE SPACES.
028800     05 FILLER                       PIC X(13) VALUE
028900            '      BALANCE'.
029000     05 FILLER                       PIC X(36) VALUE SPACES.
029100
029200 01  STM-DETAIL-LINE.
029300     05 STM-DTL-CC                   PIC X(1) VALUE ' '.
029400     05 FILLER                       PIC X(4) VALUE SPACES.
029500     05 STM-DTL-DATE                 PIC 9(7).
029600     05 FILLER                       PIC X(2) VALUE SPACES.
029700     05 STM-DTL-TYPE                 PIC X(12).
029800     05 FILLER                       PIC X(2) VALUE SPACES.
029900     05 STM-DTL-TERM                 PIC X(5).
030000     05 FILLER                       PIC X(2) VALUE SPACES.
030100     05 STM-DTL-REF                  PIC X(8).
030200     05 FILLER                       PIC X(2) VALUE SPACES.
030300     05 STM-DTL-DESC                 PIC X(20).
030400     05 FILLER                       PIC X(2) VALUE SPACES.
030500     05 STM-DTL-AMOUNT               PIC Z,ZZZ,ZZ9.99-.
030600     05 FILLER                       PIC X(4) VALUE SPACES.
030700     05 STM-DTL-BALANCE              PIC Z,ZZZ,ZZ9.99-.
030800     05 STM-DTL-BALANCE-X REDEFINES STM-DTL-BALANCE
030900                                     PIC X(13).
031000     05 FILLER                       PIC X(36) VALUE SPACES.
031100
031200 01  STM-BALANCE-LINE.
031300     05 STM-BAL-CC                   PIC X(1) VALUE ' '.
031400     05 FILLER                       PIC X(4) VALUE SPACES.
031500     05 STM-BAL-TEXT                 PIC X(30).
031600     05 FILLER                       PIC X(49) VALUE SPACES.
031700     05 STM-BAL-AMOUNT               PIC Z,ZZZ,ZZ9.99-.
031800     05 FILLER                       PIC X(36) VALUE SPACES.
031900
032000 PROCEDURE DIVISION.
032100
032200 0000-MAINLINE.
032300
032400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032500
032600     PERFORM 2000-PROCESS-STUDENT THRU 2000-EXIT
032700         UNTIL WS-STU-EOF.
032800
032900     PERFORM 3000-TERMINATE THRU 3000-EXIT.
033000
033100     GOBACK.
033200
033300 1000-INITIALIZE.
033400
033500     MOVE SPACES TO WS-PARM-CARD.
033600     ACCEPT WS-PARM-CARD FROM SYSIN.
033700     IF (WS-PARM-FROM-X IS NOT NUMERIC) OR
033800        (WS-PARM-TO-X IS NOT NUMERIC) OR
033900        (WS-PARM-TO-N < WS-PARM-FROM-N)
034000         DISPLAY 'DCJB8BST - PERIOD PARM MUST BE YYYYDDDYYYYDDD'
034100         GO TO 9999-ABEND
034200     END-IF.
034300     COMPUTE WS-FROM-CYYDDD = WS-PARM-FROM-N - 1900000.
034400     COMPUTE WS-TO-CYYDDD = WS-PARM-TO-N - 1900000.
034500
034600     ACCEPT WS-CURR-DATE FROM DAY.
034700     COMPUTE WS-COR-CYYDDD = WS-CURR-DATE - 1900000.
034800
034900     OPEN INPUT STUFILE.
035000     IF NOT WS-STUFILE-OK
035100         DISPLAY 'DCJB8BST - STUFILE OPEN FAILED, STATUS = '
035200             WS-STUFILE-STATUS
035300         GO TO 9999-ABEND
035400     END-IF.
035500
035600     OPEN INPUT ASSESS-FILE.
035700     IF NOT WS-ASSESS-OK
035800         DISPLAY 'DCJB8BST - ASSESS OPEN FAILED, STATUS = '
035900             WS-ASSESS-STATUS
036000         GO TO 9999-ABEND
036100     END-IF.
036200
036300     OPEN INPUT PAYFILE.
036400     IF NOT WS-PAYFILE-OK
036500         DISPLAY 'DCJB8BST - PAYFILE OPEN FAILED, STATUS = '
036600             WS-PAYFILE-STATUS
036700         GO TO 9999-ABEND
036800     END-IF.
036900
037000     OPEN INPUT AWD-FILE.
037100     IF NOT WS-AWDFILE-OK
037200         DISPLAY 'DCJB8BST - AWDFILE OPEN FAILED, STATUS = '
037300             WS-AWDFILE-STATUS
037400         GO TO 9999-ABEND
037500     END-IF.
037600
037700     OPEN INPUT PLAN-FILE.
037800     IF NOT WS-PLANFILE-OK
037900         DISPLAY 'DCJB8BST - PLANFILE OPEN FAILED, STATUS = '
038000             WS-PLANFILE-STATUS
038100         GO TO 9999-ABEND
038200     END-IF.
038300
038310     OPEN INPUT CHG-FILE.
038320     IF NOT WS-CHGFILE-OK
038330         DISPLAY 'DCJB8BST - CHGFILE OPEN FAILED, STATUS = '
038340             WS-CHGFILE-STATUS
038350         GO TO 9999-ABEND
038360     END-IF.
038370
038400     OPEN I-O CORR-FILE.
038500     IF NOT WS-CORFILE-OK
038600         DISPLAY 'DCJB8BST - CORRFILE OPEN FAILED, STATUS = '
038700             WS-CORFILE-STATUS
038800         GO TO 9999-ABEND
038900     END-IF.
039000
039100     OPEN OUTPUT STATEMENT-RPT.
039200     IF NOT WS-STMTRPT-OK
039300         DISPLAY 'DCJB8BST - STMTRPT OPEN FAILED, STATUS = '
039400             WS-STMTRPT-STATUS
039500         GO TO 9999-ABEND
039600     END-IF.
039700
039800     PERFORM 1100-LOAD-NSF-FEES THRU 1100-EXIT.
039900
040000     PERFORM 2100-READ-NEXT-STUDENT THRU 2100-EXIT.
040100
040200 1000-EXIT.
040300     EXIT.
040400
040500*----------------------------------------------------------------
040600* ONE PASS OF PAYJRNL KEEPS EVERY NSF FEE UP TO THE PERIOD END.
040700*----------------------------------------------------------------
040800 1100-LOAD-NSF-FEES.
040900
041000     OPEN INPUT PAYJRNL-IN.
041100     IF NOT WS-PAYJRNL-OK
041200         DISPLAY 'DCJB8BST - PAYJRNL OPEN FAILED, STATUS = '
041300             WS-PAYJRNL-STATUS
041400         GO TO 9999-ABEND
041500     END-IF.
041600
041700     PERFORM 1110-READ-NEXT-JOURNAL THRU 1110-EXIT.
041800     PERFORM 1120-KEEP-ONE-JOURNAL THRU 1120-EXIT
041900         UNTIL WS-PJR-EOF.
042000
042100     CLOSE PAYJRNL-IN.
042200
042300 1100-EXIT.
042400     EXIT.
042500
042600 1110-READ-NEXT-JOURNAL.
042700
042800     READ PAYJRNL-IN
042900         AT END
043000             MOVE 'Y' TO WS-PJR-EOF-SW
043100     END-READ.
043200
043300 1110-EXIT.
043400     EXIT.
043500
043600 1120-KEEP-ONE-JOURNAL.
043700
043800     IF (PJR-NSF-FEE > 0) AND (PJR-DATE NOT > WS-TO-CYYDDD)
043900         IF WS-NSF-COUNT >= 2000
044000             DISPLAY 'DCJB8BST - NSF TABLE FULL'
044100             GO TO 9999-ABEND
044200         END-IF
044300         ADD 1 TO WS-NSF-COUNT
044400         MOVE PJR-STU-NUMBER TO WS-NSF-STUNUM(WS-NSF-COUNT)
044500         MOVE PJR-TERM TO WS-NSF-TERM(WS-NSF-COUNT)
044600         MOVE PJR-DATE TO WS-NSF-DATE(WS-NSF-COUNT)
044700         MOVE PJR-ORIG-RECEIPT TO WS-NSF-RECEIPT(WS-NSF-COUNT)
044800         MOVE PJR-NSF-FEE TO WS-NSF-FEE(WS-NSF-COUNT)
044900     END-IF.
045000
045100     PERFORM 1110-READ-NEXT-JOURNAL THRU 1110-EXIT.
045200
045300 1120-EXIT.
045400     EXIT.
045500
045600 2000-PROCESS-STUDENT.
045700
045800     MOVE 0 TO WS-LED-COUNT.
045900     MOVE 0 TO WS-OPENING.
046000     MOVE 0 TO WS-PERIOD-ITEMS.
046100
046200     PERFORM 4000-GATHER-ASSESSMENTS THRU 4000-EXIT.
046300     PERFORM 4200-GATHER-PAYMENTS THRU 4200-EXIT.
046400     PERFORM 4400-GATHER-AWARDS THRU 4400-EXIT.
046500     PERFORM 4600-GATHER-INSTALLMENTS THRU 4600-EXIT.
046510     PERFORM 4900-GATHER-CHARGES THRU 4900-EXIT.
046600     PERFORM 4800-GATHER-NSF-FEES THRU 4800-EXIT
046700         VARYING WS-NSF-IDX FROM 1 BY 1
046800         UNTIL WS-NSF-IDX > WS-NSF-COUNT.
046900
047000*    NOTHING HAPPENED ON THE ACCOUNT THIS PERIOD - NO STATEMENT.
047100     IF WS-PERIOD-ITEMS = 0
047200         ADD 1 TO WS-SKIP-COUNT
047300     ELSE
047400         PERFORM 6000-SORT-LEDGER THRU 6000-EXIT
047500         PERFORM 7000-PRINT-STATEMENT THRU 7000-EXIT
047600     END-IF.
047700
047800     PERFORM 2100-READ-NEXT-STUDENT THRU 2100-EXIT.
047900
048000 2000-EXIT.
048100     EXIT.
048200
048300 2100-READ-NEXT-STUDENT.
048400
048500     READ STUFILE NEXT RECORD
048600         AT END
048700             MOVE 'Y' TO WS-STU-EOF-SW
048800     END-READ.
048900
049000 2100-EXIT.
049100     EXIT.
049200
049300 3000-TERMINATE.
049400
049500     CLOSE STUFILE.
049600     CLOSE ASSESS-FILE.
049700     CLOSE PAYFILE.
049800     CLOSE AWD-FILE.
049900     CLOSE PLAN-FILE.
049910     CLOSE CHG-FILE.
050000     CLOSE CORR-FILE.
050100     CLOSE STATEMENT-RPT.
050200
050300     DISPLAY 'DCJB8BST - STATEMENTS PRINTED = ' WS-STMT-COUNT
050400         ' SKIPPED (NO ACTIVITY) = ' WS-SKIP-COUNT.
050500
050600 3000-EXIT.
050700     EXIT.
050800
050900*----------------------------------------------------------------
051000* ASSESS - ONE CHARGE PER TERM, DATED BY ITS ASSESSMENT DATE
051100* (STAMPED YYYYDDD, SO BROUGHT DOWN TO CYYDDD). THE TERM'S NSF
051200* FEES COME BACK OUT - THEY PRINT AS THEIR OWN LINES.
051300*----------------------------------------------------------------
051400 4000-GATHER-ASSESSMENTS.
051500
051600     MOVE 'N' TO WS-SWEEP-DONE-SW.
051700     MOVE STU-NUMBER TO ASM-STU-NUMBER.
051800     MOVE SPACES TO ASM-TERM.
051900     START ASSESS-FILE KEY IS NOT LESS THAN ASM-KEY
052000         INVALID KEY
052100             MOVE 'Y' TO WS-SWEEP-DONE-SW
052200     END-START.
052300
052400     PERFORM 4100-GATHER-ONE-ASSESS THRU 4100-EXIT
052500         UNTIL WS-SWEEP-DONE.
052600
052700 4000-EXIT.
052800     EXIT.
052900
053000 4100-GATHER-ONE-ASSESS.
053100
053200     READ ASSESS-FILE NEXT RECORD
053300         AT END
053400             MOVE 'Y' TO WS-SWEEP-DONE-SW
053500             GO TO 4100-EXIT
053600     END-READ.
053700
053800     IF ASM-STU-NUMBER NOT = STU-NUMBER
053900         MOVE 'Y' TO WS-SWEEP-DONE-SW
054000         GO TO 4100-EXIT
054100     END-IF.
054200
054300     MOVE 0 TO WS-TERM-NSF.
054400     PERFORM 4150-SUM-TERM-NSF THRU 4150-EXIT
054500         VARYING WS-NSF-IDX FROM 1 BY 1
054600         UNTIL WS-NSF-IDX > WS-NSF-COUNT.
054700     COMPUTE WS-ASM-CHARGE = ASM-TOTAL-FEES - WS-TERM-NSF.
054800
054900     COMPUTE WS-ASM-CYYDDD = ASM-ASSESS-DATE - 1900000.
055000     MOVE WS-ASM-CYYDDD TO WS-ITEM-DATE.
055100     MOVE 1 TO WS-ITEM-ORDER.
055200     MOVE 'TUITION' TO WS-ITEM-TYPE.
055300     MOVE ASM-TERM TO WS-ITEM-TERM.
055400     MOVE SPACES TO WS-ITEM-REF.
055500     MOVE 'TUITION ASSESSMENT' TO WS-ITEM-DESC.
055600     MOVE WS-ASM-CHARGE TO WS-ITEM-EFFECT.
055700     MOVE 'N' TO WS-ITEM-MEMO.
055800     PERFORM 5000-FILE-ITEM THRU 5000-EXIT.
055900
056000 4100-EXIT.
056100     EXIT.
056200
056300 4150-SUM-TERM-NSF.
056400
056500     IF (WS-NSF-STUNUM(WS-NSF-IDX) = ASM-STU-NUMBER) AND
056600        (WS-NSF-TERM(WS-NSF-IDX) = ASM-TERM)
056700         ADD WS-NSF-FEE(WS-NSF-IDX) TO WS-TERM-NSF
056800     END-IF.
056900
057000 4150-EXIT.
057100     EXIT.
057200
057300*----------------------------------------------------------------
057400* PAYFILE - PAYMENTS BRING THE BALANCE DOWN; A DCJB8BDB REFUND
057500* ('RF') OR A CASHIER REVERSAL ('RV') PUTS IT BACK UP.
057600*----------------------------------------------------------------
057700 4200-GATHER-PAYMENTS.
057800
057900     MOVE 'N' TO WS-SWEEP-DONE-SW.
058000     MOVE STU-NUMBER TO PAY-STU-NUMBER.
058100     MOVE ZEROS TO PAY-DATE.
058200     START PAYFILE KEY IS NOT LESS THAN PAY-KEY
058300         INVALID KEY
058400             MOVE 'Y' TO WS-SWEEP-DONE-SW
058500     END-START.
058600
058700     PERFORM 4300-GATHER-ONE-PAYMENT THRU 4300-EXIT
058800         UNTIL WS-SWEEP-DONE.
058900
059000 4200-EXIT.
059100     EXIT.
059200
059300 4300-GATHER-ONE-PAYMENT.
059400
059500     READ PAYFILE NEXT RECORD
059600         AT END
059700             MOVE 'Y' TO WS-SWEEP-DONE-SW
059800             GO TO 4300-EXIT
059900     END-READ.
060000
060100     IF PAY-STU-NUMBER NOT = STU-NUMBER
060200         MOVE 'Y' TO WS-SWEEP-DONE-SW
060300         GO TO 4300-EXIT
060400     END-IF.
060500
060600     MOVE PAY-DATE TO WS-ITEM-DATE.
060700     MOVE PAY-TERM TO WS-ITEM-TERM.
060800     MOVE PAY-RECEIPT TO WS-ITEM-REF.
060900     MOVE 'N' TO WS-ITEM-MEMO.
061000     EVALUATE TRUE
061100         WHEN PAY-REFUND
061200             MOVE 3 TO WS-ITEM-ORDER
061300             MOVE 'REFUND' TO WS-ITEM-TYPE
061400             MOVE 'CREDIT BALANCE PAID' TO WS-ITEM-DESC
061500             MOVE PAY-AMOUNT TO WS-ITEM-EFFECT
061600         WHEN PAY-REVERSAL
061700             MOVE 3 TO WS-ITEM-ORDER
061800             MOVE 'REVERSAL' TO WS-ITEM-TYPE
061900             MOVE 'PAYMENT REVERSED' TO WS-ITEM-DESC
062000             MOVE PAY-AMOUNT TO WS-ITEM-EFFECT
062100         WHEN OTHER
062200             MOVE 5 TO WS-ITEM-ORDER
062300             MOVE 'PAYMENT' TO WS-ITEM-TYPE
062400             EVALUATE TRUE
062500                 WHEN PAY-CASH
062600                     MOVE 'CASH' TO WS-ITEM-DESC
062700                 WHEN PAY-CHEQUE
062800                     MOVE 'CHEQUE' TO WS-ITEM-DESC
062900                 WHEN PAY-CARD
063000                     MOVE 'CARD' TO WS-ITEM-DESC
063033                 WHEN PAY-AGENCY
063066                     MOVE 'COLLECTION AGENCY' TO WS-ITEM-DESC
063100                 WHEN OTHER
063200                     MOVE PAY-METHOD TO WS-ITEM-DESC
063300             END-EVALUATE
063400             COMPUTE WS-ITEM-EFFECT = 0 - PAY-AMOUNT
063500     END-EVALUATE.
063600     PERFORM 5000-FILE-ITEM THRU 5000-EXIT.
063700
063800 4300-EXIT.
063900     EXIT.
064000
064100*----------------------------------------------------------------
064200* AWDFILE - A POSTED AWARD IS A CREDIT, DATED WHEN IT WAS POSTED.
064300*----------------------------------------------------------------
064400 4400-GATHER-AWARDS.
064500
064600     MOVE 'N' TO WS-SWEEP-DONE-SW.
064700     MOVE STU-NUMBER TO AWD-STU-NUMBER.
064800     MOVE SPACES TO AWD-TERM.
064900     MOVE SPACES TO AWD-CODE.
065000     START AWD-FILE KEY IS NOT LESS THAN AWD-KEY
065100         INVALID KEY
065200             MOVE 'Y' TO WS-SWEEP-DONE-SW
065300     END-START.
065400
065500     PERFORM 4500-GATHER-ONE-AWARD THRU 4500-EXIT
065600         UNTIL WS-SWEEP-DONE.
065700
065800 4400-EXIT.
065900     EXIT.
066000
066100 4500-GATHER-ONE-AWARD.
066200
066300     READ AWD-FILE NEXT RECORD
066400         AT END
066500             MOVE 'Y' TO WS-SWEEP-DONE-SW
066600             GO TO 4500-EXIT
066700     END-READ.
066800
066900     IF AWD-STU-NUMBER NOT = STU-NUMBER
067000         MOVE 'Y' TO WS-SWEEP-DONE-SW
067100         GO TO 4500-EXIT
067200     END-IF.
067300
067400     MOVE AWD-POST-DATE TO WS-ITEM-DATE.
067500     MOVE 4 TO WS-ITEM-ORDER.
067600     MOVE 'AWARD' TO WS-ITEM-TYPE.
067700     MOVE AWD-TERM TO WS-ITEM-TERM.
067800     MOVE AWD-CODE TO WS-ITEM-REF.
067900     MOVE AWD-DESC TO WS-ITEM-DESC.
068000     COMPUTE WS-ITEM-EFFECT = 0 - AWD-AMOUNT.
068100     MOVE 'N' TO WS-ITEM-MEMO.
068200     PERFORM 5000-FILE-ITEM THRU 5000-EXIT.
068300
068400 4500-EXIT.
068500     EXIT.
068600
068700*----------------------------------------------------------------
068800* PLANFILE - INSTALLMENTS FALLING DUE IN THE PERIOD PRINT AS
068900* MEMO LINES. THEY ARE A SCHEDULE FOR THE TERM'S ASSESSMENT,
069000* NOT NEW CHARGES, SO THEY DO NOT MOVE THE BALANCE.
069100*----------------------------------------------------------------
069200 4600-GATHER-INSTALLMENTS.
069300
069400     MOVE 'N' TO WS-SWEEP-DONE-SW.
069500     MOVE STU-NUMBER TO PLN-STU-NUMBER.
069600     MOVE SPACES TO PLN-TERM.
069700     MOVE ZEROS TO PLN-INST-NO.
069800     START PLAN-FILE KEY IS NOT LESS THAN PLN-KEY
069900         INVALID KEY
070000             MOVE 'Y' TO WS-SWEEP-DONE-SW
070100     END-START.
070200
070300     PERFORM 4700-GATHER-ONE-INSTALLMENT THRU 4700-EXIT
070400         UNTIL WS-SWEEP-DONE.
070500
070600 4600-EXIT.
070700     EXIT.
070800
070900 4700-GATHER-ONE-INSTALLMENT.
071000
071100     READ PLAN-FILE NEXT RECORD
071200         AT END
071300             MOVE 'Y' TO WS-SWEEP-DONE-SW
071400             GO TO 4700-EXIT
071500     END-READ.
071600
071700     IF PLN-STU-NUMBER NOT = STU-NUMBER
071800         MOVE 'Y' TO WS-SWEEP-DONE-SW
071900         GO TO 4700-EXIT
072000     END-IF.
072100
072200     IF (PLN-DUE-DATE < WS-FROM-CYYDDD) OR
072300        (PLN-DUE-DATE > WS-TO-CYYDDD)
072400         GO TO 4700-EXIT
072500     END-IF.
072600
072700     MOVE PLN-DUE-DATE TO WS-ITEM-DATE.
072800     MOVE 6 TO WS-ITEM-ORDER.
072900     MOVE 'INSTALL DUE' TO WS-ITEM-TYPE.
073000     MOVE PLN-TERM TO WS-ITEM-TERM.
073100     MOVE SPACES TO WS-ITEM-REF.
073200     MOVE 'INSTALLMENT NO.' TO WS-ITEM-DESC.
073300     MOVE PLN-INST-NO TO WS-ITEM-DESC(17:2).
073400     MOVE PLN-AMOUNT TO WS-ITEM-EFFECT.
073500     MOVE 'Y' TO WS-ITEM-MEMO.
073600     PERFORM 5000-FILE-ITEM THRU 5000-EXIT.
073700
073800 4700-EXIT.
073900     EXIT.
074000
074100*----------------------------------------------------------------
074200* PAYJRNL NSF FEES FOR THIS STUDENT, FROM THE TABLE LOADED AT
074300* THE START OF THE RUN.
074400*----------------------------------------------------------------
074500 4800-GATHER-NSF-FEES.
074600
074700     IF WS-NSF-STUNUM(WS-NSF-IDX) NOT = STU-NUMBER
074800         GO TO 4800-EXIT
074900     END-IF.
075000
075100     MOVE WS-NSF-DATE(WS-NSF-IDX) TO WS-ITEM-DATE.
075200     MOVE 2 TO WS-ITEM-ORDER.
075300     MOVE 'NSF FEE' TO WS-ITEM-TYPE.
075400     MOVE WS-NSF-TERM(WS-NSF-IDX) TO WS-ITEM-TERM.
075500     MOVE WS-NSF-RECEIPT(WS-NSF-IDX) TO WS-ITEM-REF.
075600     MOVE 'RETURNED PAYMENT FEE' TO WS-ITEM-DESC.
075700     MOVE WS-NSF-FEE(WS-NSF-IDX) TO WS-ITEM-EFFECT.
075800     MOVE 'N' TO WS-ITEM-MEMO.
075900     PERFORM 5000-FILE-ITEM THRU 5000-EXIT.
076000
076100 4800-EXIT.
076200     EXIT.
076300
076301*----------------------------------------------------------------
076302* CHGFILE - A MISCELLANEOUS CHARGE IS A CHARGE, DATED WHEN IT
076303* WAS POSTED. A WAIVED CHARGE STILL COUNTS UNTIL IT WAS WAIVED:
076304* IT PRINTS AT ITS POSTING DATE AND A WAIVER CREDIT PRINTS AT
076305* CHG-WAIVE-DATE, SO EACH MONTH OPENS WHERE THE LAST CLOSED.
076306*----------------------------------------------------------------
076307 4900-GATHER-CHARGES.
076308
076309     MOVE 'N' TO WS-SWEEP-DONE-SW.
076310     MOVE STU-NUMBER TO CHG-STU-NUMBER.
076311     MOVE SPACES TO CHG-TERM.
076312     MOVE ZEROS TO CHG-SEQ.
076313     START CHG-FILE KEY IS NOT LESS THAN CHG-KEY
076314         INVALID KEY
076315             MOVE 'Y' TO WS-SWEEP-DONE-SW
076316     END-START.
076317
076318     PERFORM 4950-GATHER-ONE-CHARGE THRU 4950-EXIT
076319         UNTIL WS-SWEEP-DONE.
076320
076321 4900-EXIT.
076322     EXIT.
076323
076324 4950-GATHER-ONE-CHARGE.
076325
076326     READ CHG-FILE NEXT RECORD
076327         AT END
076328             MOVE 'Y' TO WS-SWEEP-DONE-SW
076329             GO TO 4950-EXIT
076330     END-READ.
076331
076332     IF CHG-STU-NUMBER NOT = STU-NUMBER
076333         MOVE 'Y' TO WS-SWEEP-DONE-SW
076334         GO TO 4950-EXIT
076335     END-IF.
076336
076337     MOVE CHG-DATE TO WS-ITEM-DATE.
076338     MOVE 2 TO WS-ITEM-ORDER.
076339     MOVE 'CHARGE' TO WS-ITEM-TYPE.
076340     MOVE CHG-TERM TO WS-ITEM-TERM.
076341     MOVE CHG-REFERENCE TO WS-ITEM-REF.
076342     MOVE 'MISC CHARGE' TO WS-ITEM-DESC.
076343     MOVE CHG-CODE TO WS-ITEM-DESC(13:4).
076344     MOVE CHG-AMOUNT TO WS-ITEM-EFFECT.
076345     MOVE 'N' TO WS-ITEM-MEMO.
076346     PERFORM 5000-FILE-ITEM THRU 5000-EXIT.
076347
076348     IF NOT CHG-WAIVED
076349         GO TO 4950-EXIT
076350     END-IF.
076351
076352     MOVE CHG-WAIVE-DATE TO WS-ITEM-DATE.
076353     MOVE 4 TO WS-ITEM-ORDER.
076354     MOVE 'WAIVER' TO WS-ITEM-TYPE.
076355     MOVE CHG-TERM TO WS-ITEM-TERM.
076356     MOVE CHG-REFERENCE TO WS-ITEM-REF.
076357     MOVE 'WAIVED CHARGE' TO WS-ITEM-DESC.
076358     MOVE CHG-CODE TO WS-ITEM-DESC(15:4).
076359     COMPUTE WS-ITEM-EFFECT = 0 - CHG-AMOUNT.
076360     MOVE 'N' TO WS-ITEM-MEMO.
076361     PERFORM 5000-FILE-ITEM THRU 5000-EXIT.
076362
076363 4950-EXIT.
076364     EXIT.
076365
076400*----------------------------------------------------------------
076500* FILES ONE ITEM: BEFORE THE PERIOD IT ONLY FEEDS THE OPENING
076600* BALANCE; INSIDE THE PERIOD IT BECOMES A LEDGER LINE; AFTER THE
076700* PERIOD IT BELONGS TO NEXT MONTH'S STATEMENT.
076800*----------------------------------------------------------------
076900 5000-FILE-ITEM.
077000
077100     IF WS-ITEM-DATE > WS-TO-CYYDDD
077200         GO TO 5000-EXIT
077300     END-IF.
077400
077500     IF WS-ITEM-DATE < WS-FROM-CYYDDD
077600         IF WS-ITEM-MEMO NOT = 'Y'
077700             ADD WS-ITEM-EFFECT TO WS-OPENING
077800         END-IF
077900         GO TO 5000-EXIT
078000     END-IF.
078100
078200     IF WS-LED-COUNT >= 300
078300         DISPLAY 'DCJB8BST - LEDGER TABLE FULL FOR ' STU-NUMBER
078400         GO TO 9999-ABEND
078500     END-IF.
078600
078700     ADD 1 TO WS-LED-COUNT.
078800     ADD 1 TO WS-PERIOD-ITEMS.
078900     MOVE WS-ITEM-DATE TO WS-LED-DATE(WS-LED-COUNT).
079000     MOVE WS-ITEM-ORDER TO WS-LED-ORDER(WS-LED-COUNT).
079100     MOVE WS-ITEM-TYPE TO WS-LED-TYPE(WS-LED-COUNT).
079200     MOVE WS-ITEM-TERM TO WS-LED-TERM(WS-LED-COUNT).
079300     MOVE WS-ITEM-REF TO WS-LED-REF(WS-LED-COUNT).
079400     MOVE WS-ITEM-DESC TO WS-LED-DESC(WS-LED-COUNT).
079500     MOVE WS-ITEM-EFFECT TO WS-LED-EFFECT(WS-LED-COUNT).
079600     MOVE WS-ITEM-MEMO TO WS-LED-MEMO(WS-LED-COUNT).
079700
079800 5000-EXIT.
079900     EXIT.
080000
080100*----------------------------------------------------------------
080200* DATE ORDER - AN EXCHANGE SORT ON DATE PLUS ACTIVITY ORDER
080300* (CHARGES AHEAD OF CREDITS ON THE SAME DAY). A STUDENT'S
080400* MONTH IS A HANDFUL OF LINES, SO NOTHING FANCIER IS NEEDED.
080500*----------------------------------------------------------------
080600 6000-SORT-LEDGER.
080700
080800     IF WS-LED-COUNT < 2
080900         GO TO 6000-EXIT
081000     END-IF.
081100
081200     COMPUTE WS-SORT-LIMIT = WS-LED-COUNT - 1.
081300     PERFORM 6100-COMPARE-PAIR THRU 6100-EXIT
081400         VARYING WS-SORT-I FROM 1 BY 1
081500         UNTIL WS-SORT-I > WS-SORT-LIMIT
081600         AFTER WS-SORT-J FROM 1 BY 1
081700         UNTIL WS-SORT-J > WS-SORT-LIMIT.
081800
081900 6000-EXIT.
082000     EXIT.
082100
082200 6100-COMPARE-PAIR.
082300
082400     IF WS-LED-SORT-KEY(WS-SORT-J) >
082500        WS-LED-SORT-KEY(WS-SORT-J + 1)
082600         MOVE WS-LED-ENTRY(WS-SORT-J) TO WS-LED-HOLD
082700         MOVE WS-LED-ENTRY(WS-SORT-J + 1)
082800             TO WS-LED-ENTRY(WS-SORT-J)
082900         MOVE WS-LED-HOLD TO WS-LED-ENTRY(WS-SORT-J + 1)
083000     END-IF.
083100
083200 6100-EXIT.
083300     EXIT.
083400
083500*----------------------------------------------------------------
083600* ONE STATEMENT - HEADING, ADDRESS BLOCK, OPENING BALANCE, THE
083700* LEDGER LINES WITH A RUNNING BALANCE, CLOSING BALANCE - AND
083800* ITS ENTRY ON THE CORRESPONDENCE REGISTER.
083900*----------------------------------------------------------------
084000 7000-PRINT-STATEMENT.
084100
084200     MOVE WS-PARM-FROM-N TO STM-HDG1-FROM.
084300     MOVE WS-PARM-TO-N TO STM-HDG1-TO.
084400     MOVE STU-NUMBER TO STM-HDG1-NUMBER.
084500     WRITE RPT-LINE FROM STM-HEADING-1.
084600
084700*    NAME AND ADDRESS BLOCK, THE SAME SHAPE DCJB8BML BUILDS FOR
084800*    A MAILING LABEL.
084900     MOVE STU-NAME TO STM-TXT.
085000     WRITE RPT-LINE FROM STM-TEXT-LINE.
085100     MOVE STU-ADDRESS-1 TO STM-TXT.
085200     WRITE RPT-LINE FROM STM-TEXT-LINE.
085300     MOVE STU-ADDRESS-2 TO STM-TXT.
085400     WRITE RPT-LINE FROM STM-TEXT-LINE.
085500     MOVE STU-ADDRESS-3 TO STM-TXT.
085600     WRITE RPT-LINE FROM STM-TEXT-LINE.
085700     MOVE STU-POSTAL-1 TO STM-PST-1.
085800     MOVE STU-POSTAL-2 TO STM-PST-2.
085900     WRITE RPT-LINE FROM STM-POSTAL-LINE.
086000
086100     WRITE RPT-LINE FROM STM-COLUMN-LINE.
086200
086300     MOVE 'OPENING BALANCE  . . . . . . .' TO STM-BAL-TEXT.
086400     MOVE WS-OPENING TO STM-BAL-AMOUNT.
086500     WRITE RPT-LINE FROM STM-BALANCE-LINE.
086600
086700     MOVE WS-OPENING TO WS-RUNNING.
086800     PERFORM 7100-PRINT-ONE-LINE THRU 7100-EXIT
086900         VARYING WS-LED-IDX FROM 1 BY 1
087000         UNTIL WS-LED-IDX > WS-LED-COUNT.
087100
087200     MOVE 'CLOSING BALANCE  . . . . . . .' TO STM-BAL-TEXT.
087300     MOVE WS-RUNNING TO STM-BAL-AMOUNT.
087400     WRITE RPT-LINE FROM STM-BALANCE-LINE.
087500
087600     ADD 1 TO WS-STMT-COUNT.
087700
087800*    THE STATEMENT GOES ON THE CORRESPONDENCE REGISTER.
087900     MOVE STU-NUMBER TO WS-COR-STU.
088000     MOVE 'STMT' TO WS-COR-DOC.
088100     PERFORM 8000-LOG-CORRESPONDENCE THRU 8000-EXIT.
088200
088300 7000-EXIT.
088400     EXIT.
088500
088600 7100-PRINT-ONE-LINE.
088700
088800     COMPUTE STM-DTL-DATE = WS-LED-DATE(WS-LED-IDX) + 1900000.
088900     MOVE WS-LED-TYPE(WS-LED-IDX) TO STM-DTL-TYPE.
089000     MOVE WS-LED-TERM(WS-LED-IDX) TO STM-DTL-TERM.
089100     MOVE WS-LED-REF(WS-LED-IDX) TO STM-DTL-REF.
089200     MOVE WS-LED-DESC(WS-LED-IDX) TO STM-DTL-DESC.
089300     MOVE WS-LED-EFFECT(WS-LED-IDX) TO STM-DTL-AMOUNT.
089400
089500     IF WS-LED-MEMO(WS-LED-IDX) = 'Y'
089600         MOVE SPACES TO STM-DTL-BALANCE-X
089700     ELSE
089800         ADD WS-LED-EFFECT(WS-LED-IDX) TO WS-RUNNING
089900         MOVE WS-RUNNING TO STM-DTL-BALANCE
090000     END-IF.
090100
090200     WRITE RPT-LINE FROM STM-DETAIL-LINE.
090300
090400 7100-EXIT.
090500     EXIT.
090600
090700*----------------------------------------------------------------
090800* ONE CORRESPONDENCE-REGISTER ROW PER DOCUMENT MAILED - THE
090900* SEQUENCE BUMPS PAST ANY ROW ALREADY ON FILE FOR THE DAY.
091000*----------------------------------------------------------------
091100 8000-LOG-CORRESPONDENCE.
091200
091210     MOVE SPACES TO CORRFILE-RECORD.
091300     MOVE WS-COR-STU TO COR-STU-NUMBER.
091400     MOVE WS-COR-CYYDDD TO COR-DATE.
091500     MOVE WS-COR-DOC TO COR-DOC-TYPE.
091600     MOVE 'DCJB8BST' TO COR-RUN-ID.
091610     SET COR-ON-PAPER TO TRUE.
091700     MOVE 1 TO COR-SEQ.
091710*    THE STATUS IS STILL '00' FROM THE LAST CORRFILE I/O - CLEAR
091720*    IT SO THE FIRST WRITE IS ACTUALLY TRIED.
091730     MOVE SPACES TO WS-CORFILE-STATUS.
091800
091900     PERFORM 8010-TRY-ONE-SEQ THRU 8010-EXIT
092000         UNTIL (WS-CORFILE-OK) OR (COR-SEQ > 99).
092100
092200 8000-EXIT.
092300     EXIT.
092400
092500 8010-TRY-ONE-SEQ.
092600
092700     WRITE CORRFILE-RECORD
092800         INVALID KEY
092900             ADD 1 TO COR-SEQ
093000     END-WRITE.
093100
093200 8010-EXIT.
093300     EXIT.
093400
093500 9999-ABEND.
093600
093700     MOVE 16 TO RETURN-CODE.
093800     GOBACK.
093900
094000 END PROGRAM DCJB8BST.
