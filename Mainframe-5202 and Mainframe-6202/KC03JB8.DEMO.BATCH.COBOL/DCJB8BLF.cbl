000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BLF.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - LATE-PAYMENT FEE AND INTEREST.
001100*                SWEEPS THE ASSESS MASTER NIGHTLY WITH THE SAME
001200*                NETTING DCJB8BAR USES (PAYMENTS, AWARDS, CHGFILE
001300*                CHARGES, INSTALLMENT PLANS) AND FINDS MONEY MORE
001400*                THAN THE PARMFILE GRACE DAYS PAST ITS DUE DATE.
001500*                THE FIRST TIME A STUDENT/TERM GOES PAST DUE IT IS
001600*                CHARGED THE FLAT PARMFILE LATE FEE; AFTER THAT IT
001700*                IS CHARGED THE PARMFILE MONTHLY INTEREST RATE ON
001800*                THE OVERDUE AMOUNT, AT MOST ONCE EVERY 30 DAYS.
001900*                EACH FEE IS POSTED TO CHGFILE AS A 'LATE' OR
002000*                'INTR' CHARGE AND A NOTICE LETTER IS PRINTED AND
002100*                REGISTERED ON CORRFILE. A STUDENT/TERM WITH A
002200*                SPLFILE SPONSOR LINK OR A PENDING AWPFILE AWARD
002300*                IS EXEMPT.
002310* 10/15/26  HZ   CORRFILE RECORD NOW 40 BYTES - CARRIES THE
002320*                DELIVERY CHANNEL; THIS RUN'S ROWS ARE PAPER.
002330* 10/15/26  HZ   CORRFILE STATUS CLEARED BEFORE THE SEQUENCE
002340*                SEARCH - THE '00' LEFT BY THE OPEN ENDED THE
002350*                SEARCH BEFORE ANY WRITE, SO NO LETTER WAS LOGGED.
002360* 10/15/26  HZ   PENDING-AWARD EXEMPTION NOW READS NOMFILE - A
002370*                SCHOLARSHIP NOMINATION STILL 'P' FOR THE TERM
002380*                EXEMPTS THE STUDENT. AWPFILE WAS NEVER FED AND IS
002390*                RETIRED.
002393* 10/15/26  HZ   ASSESS RECORD NOW 38 BYTES - CARRIES THE FEES
002396*                THE GL ALREADY HOLDS.
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
003400     SELECT ASSESS-FILE ASSIGN TO ASSESS
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS ASM-KEY
003800         FILE STATUS IS WS-ASSESS-STATUS.
003900
004000*    PAYMENTS, AWARDS, PLANS AND CHARGES ARE PICKED UP PER
004100*    STUDENT/TERM WITH A START ON THE PARTIAL KEY, THE SAME WAY
004200*    DCJB8BAR PICKS THEM UP.
004300     SELECT PAYFILE ASSIGN TO PAYFILE
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS PAY-KEY
004700         FILE STATUS IS WS-PAYFILE-STATUS.
004800
004900     SELECT AWD-FILE ASSIGN TO AWDFILE
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS AWD-KEY
005300         FILE STATUS IS WS-AWDFILE-STATUS.
005400
005500     SELECT PLAN-FILE ASSIGN TO PLANFILE
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS PLN-KEY
005900         FILE STATUS IS WS-PLNFILE-STATUS.
006000
006100*    THE FEES THIS RUN POSTS ARE WRITTEN BACK AS CHARGES, SO THE
006200*    FILE IS OPENED I-O.
006300     SELECT CHG-FILE ASSIGN TO CHGFILE
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS CHG-KEY
006700         FILE STATUS IS WS-CHGFILE-STATUS.
006800
006900*    EXEMPTIONS - A SPONSOR LINK OR A PENDING AWARD.
007000     SELECT SPL-FILE ASSIGN TO SPLFILE
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS RANDOM
007300         RECORD KEY IS SPL-KEY
007400         FILE STATUS IS WS-SPLFILE-STATUS.
007500
007600     SELECT NOM-FILE ASSIGN TO NOMFILE
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS NOM-KEY
008000         FILE STATUS IS WS-NOMFILE-STATUS.
008100
008200     SELECT STUFILE ASSIGN TO STUFILE
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS RANDOM
008500         RECORD KEY IS STU-NUMBER
008600         FILE STATUS IS WS-STUFILE-STATUS.
008700
008800*    CENTRAL PARAMETER FILE - THE FEE, THE RATE AND THE GRACE
008900*    DAYS ALL COME FROM HERE.
009000     SELECT PARM-FILE ASSIGN TO PARMFILE
009100         ORGANIZATION IS INDEXED
009200         ACCESS MODE IS RANDOM
009300         RECORD KEY IS PAR-KEY
009400         FILE STATUS IS WS-PARMFILE-STATUS.
009500
009600     SELECT LETTER-RPT ASSIGN TO LATERPT
009700         ORGANIZATION IS SEQUENTIAL
009800         FILE STATUS IS WS-LATERPT-STATUS.
009900
010000     SELECT CORR-FILE ASSIGN TO CORRFILE
010100         ORGANIZATION IS INDEXED
010200         ACCESS MODE IS RANDOM
010300         RECORD KEY IS COR-KEY
010400         FILE STATUS IS WS-CORFILE-STATUS.
010500
010600*    THE BATCH-WINDOW QUIESCE STATE - SEE BCTLREC AND
010700*    DCJB8PHJ. THIS JOB UPDATES A MASTER AND MUST NOT RUN
010800*    UNDER LIVE ONLINE UPDATES.
010900     SELECT BATCHCTL-FILE ASSIGN TO BATCHCTL
011000         ORGANIZATION IS INDEXED
011100         ACCESS MODE IS RANDOM
011200         RECORD KEY IS BCT-KEY
011300         FILE STATUS IS WS-BATCHCTL-STATUS.
011400
011500 DATA DIVISION.
011600 FILE SECTION.
011700
011800 FD  ASSESS-FILE
011900     LABEL RECORDS ARE STANDARD
012000     RECORD CONTAINS 38 CHARACTERS
012100     DATA RECORD IS ASSESS-RECORD.
012200
012300*    ASSESS RECORD LAYOUT - SHARED WITH DCJB8BTA/DCJB8PGP.
012400     COPY 'ASSESREC'.
012500
012600 FD  PAYFILE
012700     LABEL RECORDS ARE STANDARD
012800     RECORD CONTAINS 50 CHARACTERS
012900     DATA RECORD IS PAYFILE-RECORD.
013000
013100     COPY 'PAYREC'.
013200
013300 FD  AWD-FILE
013400     LABEL RECORDS ARE STANDARD
013500     RECORD CONTAINS 57 CHARACTERS
013600     DATA RECORD IS AWDFILE-RECORD.
013700
013800     COPY 'AWRDREC'.
013900
014000 FD  PLAN-FILE
014100     LABEL RECORDS ARE STANDARD
014200     RECORD CONTAINS 42 CHARACTERS
014300     DATA RECORD IS PLANFILE-RECORD.
014400
014500     COPY 'PPLNREC'.
014600
014700 FD  CHG-FILE
014800     LABEL RECORDS ARE STANDARD
014900     RECORD CONTAINS 71 CHARACTERS
015000     DATA RECORD IS CHGFILE-RECORD.
015100
015200*    CHGFILE RECORD LAYOUT - SHARED WITH DCJB8PHQ/DCJB8BAR.
015300     COPY 'CHGREC'.
015400
015500 FD  SPL-FILE
015600     LABEL RECORDS ARE STANDARD
015700     RECORD CONTAINS 32 CHARACTERS
015800     DATA RECORD IS SPLFILE-RECORD.
015900
016000     COPY 'SPLKREC'.
016100
016200 FD  NOM-FILE
016300     LABEL RECORDS ARE STANDARD
016400     RECORD CONTAINS 105 CHARACTERS
016500     DATA RECORD IS NOMFILE-RECORD.
016600
016700     COPY 'NOMREC'.
016800
016900 FD  STUFILE
017000     LABEL RECORDS ARE STANDARD
017100     RECORD CONTAINS 227 CHARACTERS
017200     DATA RECORD IS STUFILE-RECORD.
017300
017400*    STUFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
017500     COPY 'STUREC'.
017600
017700 FD  PARM-FILE
017800     LABEL RECORDS ARE STANDARD
017900     RECORD CONTAINS 78 CHARACTERS
018000     DATA RECORD IS PARMFILE-RECORD.
018100
018200*    PARMFILE RECORD LAYOUT - SHARED WITH DCJB8PHK.
018300     COPY 'PARMREC'.
018400
018500 FD  LETTER-RPT
018600     LABEL RECORDS ARE STANDARD
018700     RECORD CONTAINS 133 CHARACTERS
018800     DATA RECORD IS RPT-LINE.
018900 01  RPT-LINE                        PIC X(133).
019000
019100 FD  CORR-FILE
019200     LABEL RECORDS ARE STANDARD
019300     RECORD CONTAINS 40 CHARACTERS
019400     DATA RECORD IS CORRFILE-RECORD.
019500
019600     COPY 'CORRREC'.
019700
019800 FD  BATCHCTL-FILE
019900     LABEL RECORDS ARE STANDARD
020000     RECORD CONTAINS 45 CHARACTERS
020100     DATA RECORD IS BATCHCTL-RECORD.
020200
020300*    BATCHCTL RECORD LAYOUT - SHARED ACROSS THE NIGHTLY STREAM.
020400     COPY 'BCTLREC'.
020500
020600 WORKING-STORAGE SECTION.
020700
020800 01  WS-BATCHCTL-STATUS              PIC X(2) VALUE SPACES.
020900     88 WS-BATCHCTL-OK                   VALUE '00'.
021000
021100 01  WS-CORFILE-STATUS               PIC X(2) VALUE SPACES.
021200     88 WS-CORFILE-OK                    VALUE '00'.
021300 01  WS-COR-STU                      PIC X(7) VALUE SPACES.
021400 01  WS-COR-DOC                      PIC X(8) VALUE SPACES.
021500 01  WS-COR-CYYDDD                   PIC 9(7) VALUE 0.
021600
021700 01  WS-ASSESS-STATUS                PIC X(2) VALUE SPACES.
021800     88 WS-ASSESS-OK                     VALUE '00'.
021900 01  WS-PAYFILE-STATUS               PIC X(2) VALUE SPACES.
022000     88 WS-PAYFILE-OK                    VALUE '00'.
022100 01  WS-AWDFILE-STATUS               PIC X(2) VALUE SPACES.
022200     88 WS-AWDFILE-OK                    VALUE '00'.
022300 01  WS-PLNFILE-STATUS               PIC X(2) VALUE SPACES.
022400     88 WS-PLNFILE-OK                    VALUE '00'.
022500 01  WS-CHGFILE-STATUS               PIC X(2) VALUE SPACES.
022600     88 WS-CHGFILE-OK                    VALUE '00'.
022700 01  WS-SPLFILE-STATUS               PIC X(2) VALUE SPACES.
022800     88 WS-SPLFILE-OK                    VALUE '00'.
022900 01  WS-NOMFILE-STATUS               PIC X(2) VALUE SPACES.
023000     88 WS-NOMFILE-OK                    VALUE '00'.
023100 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
023200     88 WS-STUFILE-OK                    VALUE '00'.
023300 01  WS-LATERPT-STATUS               PIC X(2) VALUE SPACES.
023400     88 WS-LATERPT-OK                    VALUE '00'.
023500
023600 01  WS-PARMFILE-STATUS              PIC X(2) VALUE SPACES.
023700     88 WS-PARMFILE-OK                   VALUE '00'.
023800 01  WS-PARM-VALUE-X                 PIC X(12) VALUE SPACES.
023900
024000 01  WS-SWITCHES.
024100     05 WS-ASM-EOF-SW                PIC X(1) VALUE 'N'.
024200         88 WS-ASM-EOF                    VALUE 'Y'.
024300     05 WS-PAY-DONE-SW               PIC X(1) VALUE 'N'.
024400         88 WS-PAY-DONE                   VALUE 'Y'.
024500     05 WS-AWD-DONE-SW               PIC X(1) VALUE 'N'.
024600         88 WS-AWD-DONE                   VALUE 'Y'.
024700     05 WS-PLN-DONE-SW               PIC X(1) VALUE 'N'.
024800         88 WS-PLN-DONE                   VALUE 'Y'.
024900     05 WS-CHG-DONE-SW               PIC X(1) VALUE 'N'.
025000         88 WS-CHG-DONE                   VALUE 'Y'.
025100     05 WS-NOM-DONE-SW               PIC X(1) VALUE 'N'.
025200         88 WS-NOM-DONE                   VALUE 'Y'.
025300     05 WS-EXEMPT-SW                 PIC X(1) VALUE 'N'.
025400         88 WS-EXEMPT                     VALUE 'Y'.
025500     05 WS-LATE-ON-FILE-SW           PIC X(1) VALUE 'N'.
025600         88 WS-LATE-ON-FILE               VALUE 'Y'.
025700
025800* THE PARMFILE KNOBS. LATEFEE IS THE FLAT FEE (9(5)V99 - SEVEN
025900* DIGITS WITH THE CENTS, 0002500 = 25.00), INTRRATE THE MONTHLY
026000* INTEREST RATE IN PERCENT (99V99 - 0150 = 1.50%), LATEGRCE THE
026100* DAYS PAST DUE BEFORE EITHER APPLIES. A ZERO FEE OR RATE TURNS
026200* THAT HALF OF THE RUN OFF.
026300 01  WS-LATE-FEE                     PIC 9(5)V99 VALUE 0.
026400 01  WS-LATE-FEE-X REDEFINES WS-LATE-FEE
026500                                     PIC X(7).
026600 01  WS-INT-RATE                     PIC 9(2)V99 VALUE 0.
026700 01  WS-INT-RATE-X REDEFINES WS-INT-RATE
026800                                     PIC X(4).
026900 01  WS-GRACE-DAYS                   PIC 9(3) VALUE 0.
027000 01  WS-GRACE-DAYS-X REDEFINES WS-GRACE-DAYS
027100                                     PIC X(3).
027200* INTEREST IS MONTHLY - NO SOONER THAN THIS MANY DAYS AFTER THE
027300* LAST LATE FEE OR INTEREST CHARGE ON THE TERM.
027400 77  WS-INT-INTERVAL                 PIC S9(3) COMP VALUE 30.
027500
027600 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
027700 01  WS-CURR-YYYY                    PIC 9(4) VALUE 0.
027800 01  WS-CURR-CYY                     PIC 9(3) VALUE 0.
027900 01  WS-CURR-DDD                     PIC 9(3) VALUE 0.
028000 01  WS-CURR-CYYDDD                  PIC 9(7) VALUE 0.
028100 01  WS-CURR-TIME                    PIC 9(8) VALUE 0.
028200 01  WS-TODAY-DAYS                   PIC S9(7) COMP VALUE 0.
028300 01  WS-DUE-DAYS                     PIC S9(7) COMP VALUE 0.
028400 01  WS-AGE-DAYS                     PIC S9(5) COMP VALUE 0.
028500 01  WS-DATE-CYYDDD                  PIC 9(7) VALUE 0.
028600 01  WS-DATE-CYY                     PIC 9(3) VALUE 0.
028700 01  WS-DATE-DDD                     PIC 9(3) VALUE 0.
028800
028900 01  WS-PAID-TOTAL                   PIC S9(7)V99 VALUE 0.
029000 01  WS-AWARD-TOTAL                  PIC 9(7)V99 VALUE 0.
029100 01  WS-CHARGE-TOTAL                 PIC 9(7)V99 VALUE 0.
029200 01  WS-COVERED-TOTAL                PIC S9(7)V99 VALUE 0.
029300 01  WS-BALANCE                      PIC S9(7)V99 VALUE 0.
029400 01  WS-OVERDUE-AMT                  PIC S9(7)V99 VALUE 0.
029500 01  WS-PAY-LEFT                     PIC S9(7)V99 VALUE 0.
029600 01  WS-ITEM-OWING                   PIC S9(7)V99 VALUE 0.
029700 01  WS-FEE-AMT                      PIC 9(7)V99 VALUE 0.
029800
029900 01  WS-PLAN-COUNT                   PIC S9(2) COMP VALUE 0.
030000 01  WS-PLAN-TABLE.
030100     05 WS-PLAN-ENTRY OCCURS 4 TIMES.
030200         10 WS-PLAN-DUE              PIC 9(7).
030300         10 WS-PLAN-AMT              PIC 9(7)V99.
030400 77  WS-PLAN-IDX                     PIC S9(2) COMP VALUE 0.
030500
030600* THE TERM'S LIVE CHARGES IN POSTING ORDER, THE SAME TABLE
030700* DCJB8BAR LOADS. PAST THE TWENTIETH, CHARGES FOLD INTO THE LAST
030800* ENTRY. A LATE FEE OR INTEREST CHARGE THIS RUN POSTED EARLIER
030900* IS MARKED SO IT IS PAID OFF LIKE ANY OTHER CHARGE BUT NEVER
031000* ITSELF ATTRACTS INTEREST.
031100 01  WS-CHG-COUNT                    PIC S9(2) COMP VALUE 0.
031200 01  WS-CHG-TABLE.
031300     05 WS-CHG-ENTRY OCCURS 20 TIMES.
031400         10 WS-CHG-POSTED            PIC 9(7).
031500         10 WS-CHG-AMT               PIC 9(7)V99.
031600         10 WS-CHG-PENALTY           PIC X(1).
031700 77  WS-CHG-IDX                      PIC S9(2) COMP VALUE 0.
031800* HIGHEST CHARGE SEQUENCE ON FILE FOR THE TERM (WAIVED ROWS
031900* INCLUDED) AND THE DATE OF THE LATEST LATE FEE OR INTEREST
032000* CHARGE.
032100 01  WS-LAST-SEQ                     PIC 9(3) VALUE 0.
032200 01  WS-LAST-PENALTY                 PIC 9(7) VALUE 0.
032300
032400 77  WS-LATE-COUNT                   PIC S9(7) COMP VALUE 0.
032500 77  WS-INT-COUNT                    PIC S9(7) COMP VALUE 0.
032600 77  WS-EXEMPT-COUNT                 PIC S9(7) COMP VALUE 0.
032700 77  WS-FULL-COUNT                   PIC S9(7) COMP VALUE 0.
032800 01  WS-FEE-TOTAL                    PIC 9(9)V99 VALUE 0.
032900
033000 01  LTR-NOTICE-LINE.
033100     05 LTR-NTC-CC                   PIC X(1) VALUE '1'.
033200     05 FILLER                       PIC X(4) VALUE SPACES.
033300     05 LTR-NTC-TEXT                 PIC X(40).
033400     05 FILLER                       PIC X(88) VALUE SPACES.
033500
033600* MAILING ADDRESS BLOCK, THE SAME SHAPE DCJB8BML BUILDS FOR A
033700* MAILING LABEL.
033800 01  LTR-TEXT-LINE.
033900     05 LTR-TXT-CC                   PIC X(1) VALUE ' '.
034000     05 FILLER                       PIC X(4) VALUE SPACES.
034100     05 LTR-TXT                      PIC X(70).
034200     05 FILLER                       PIC X(58) VALUE SPACES.
034300
034400 01  LTR-POSTAL-LINE.
034500     05 LTR-PST-CC                   PIC X(1) VALUE ' '.
034600     05 FILLER                       PIC X(4) VALUE SPACES.
034700     05 LTR-PST-1                    PIC X(3).
034800     05 FILLER                       PIC X(1) VALUE SPACE.
034900     05 LTR-PST-2                    PIC X(3).
035000     05 FILLER                       PIC X(121) VALUE SPACES.
035100
035200 01  LTR-BALANCE-LINE.
035300     05 LTR-BAL-CC                   PIC X(1) VALUE ' '.
035400     05 FILLER                       PIC X(4) VALUE SPACES.
035500     05 FILLER                       PIC X(34) VALUE
035600            'OVERDUE BALANCE FOR TERM'.
035700     05 LTR-BAL-TERM                 PIC X(5).
035800     05 FILLER                       PIC X(4) VALUE ' IS '.
035900     05 LTR-BAL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
036000     05 FILLER                       PIC X(73) VALUE SPACES.
036100
036200 01  LTR-FEE-LINE.
036300     05 LTR-FEE-CC                   PIC X(1) VALUE ' '.
036400     05 FILLER                       PIC X(4) VALUE SPACES.
036500     05 LTR-FEE-TEXT                 PIC X(38).
036600     05 LTR-FEE-AMOUNT               PIC Z,ZZZ,ZZ9.99.
036700     05 FILLER                       PIC X(78) VALUE SPACES.
036800
036900 01  LTR-RATE-LINE.
037000     05 LTR-RTE-CC                   PIC X(1) VALUE ' '.
037100     05 FILLER                       PIC X(4) VALUE SPACES.
037200     05 FILLER                       PIC X(38) VALUE
037300            'CHARGED AT A MONTHLY RATE OF'.
037400     05 LTR-RTE-RATE                 PIC Z9.99.
037500     05 FILLER                       PIC X(85) VALUE
037600            ' PERCENT ON THE OVERDUE AMOUNT.'.
037700
037800 PROCEDURE DIVISION.
037900
038000 0000-MAINLINE.
038100
038200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038300
038400     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
038500         UNTIL WS-ASM-EOF.
038600
038700     PERFORM 3000-TERMINATE THRU 3000-EXIT.
038800
038900     GOBACK.
039000
039100 1000-INITIALIZE.
039200
039300*    THE ONLINE SUITE MUST BE QUIESCED (DCJB8PHJ) BEFORE A
039400*    MASTER IS UPDATED UNDER THIS RUN - THE SAME GATE THE
039500*    BACKUP AND ROLLOVER JOBS STAND BEHIND.
039600     OPEN INPUT BATCHCTL-FILE.
039700     IF NOT WS-BATCHCTL-OK
039800         DISPLAY 'DCJB8BLF - BATCHCTL OPEN FAILED, STATUS = '
039900             WS-BATCHCTL-STATUS
040000         GO TO 9999-ABEND
040100     END-IF.
040200     MOVE 0 TO BCT-RUN-DATE.
040300     MOVE 'QUIESCE' TO BCT-JOB.
040400     READ BATCHCTL-FILE
040500         INVALID KEY
040600             DISPLAY 'DCJB8BLF - ONLINE SUITE NOT QUIESCED'
040700             GO TO 9999-ABEND
040800         NOT INVALID KEY
040900             IF NOT BCT-RUNNING
041000                 DISPLAY 'DCJB8BLF - ONLINE SUITE NOT QUIESCED'
041100                 GO TO 9999-ABEND
041200             END-IF
041300     END-READ.
041400     CLOSE BATCHCTL-FILE.
041500
041600     PERFORM 1100-LOAD-PARMS THRU 1100-EXIT.
041700
041800     ACCEPT WS-CURR-DATE FROM DAY.
041900     MOVE WS-CURR-DATE(1:4) TO WS-CURR-YYYY.
042000     MOVE WS-CURR-DATE(5:3) TO WS-CURR-DDD.
042100     COMPUTE WS-CURR-CYY = WS-CURR-YYYY - 1900.
042200     COMPUTE WS-TODAY-DAYS = (WS-CURR-CYY * 365) + WS-CURR-DDD.
042300     COMPUTE WS-CURR-CYYDDD = WS-CURR-DATE - 1900000.
042400     ACCEPT WS-CURR-TIME FROM TIME.
042500
042600     OPEN INPUT ASSESS-FILE.
042700     IF NOT WS-ASSESS-OK
042800         DISPLAY 'DCJB8BLF - ASSESS OPEN FAILED, STATUS = '
042900             WS-ASSESS-STATUS
043000         GO TO 9999-ABEND
043100     END-IF.
043200
043300     OPEN INPUT PAYFILE.
043400     IF NOT WS-PAYFILE-OK
043500         DISPLAY 'DCJB8BLF - PAYFILE OPEN FAILED, STATUS = '
043600             WS-PAYFILE-STATUS
043700         GO TO 9999-ABEND
043800     END-IF.
043900
044000     OPEN INPUT AWD-FILE.
044100     IF NOT WS-AWDFILE-OK
044200         DISPLAY 'DCJB8BLF - AWDFILE OPEN FAILED, STATUS = '
044300             WS-AWDFILE-STATUS
044400         GO TO 9999-ABEND
044500     END-IF.
044600
044700     OPEN INPUT PLAN-FILE.
044800     IF NOT WS-PLNFILE-OK
044900         DISPLAY 'DCJB8BLF - PLANFILE OPEN FAILED, STATUS = '
045000             WS-PLNFILE-STATUS
045100         GO TO 9999-ABEND
045200     END-IF.
045300
045400     OPEN I-O CHG-FILE.
045500     IF NOT WS-CHGFILE-OK
045600         DISPLAY 'DCJB8BLF - CHGFILE OPEN FAILED, STATUS = '
045700             WS-CHGFILE-STATUS
045800         GO TO 9999-ABEND
045900     END-IF.
046000
046100     OPEN INPUT SPL-FILE.
046200     IF NOT WS-SPLFILE-OK
046300         DISPLAY 'DCJB8BLF - SPLFILE OPEN FAILED, STATUS = '
046400             WS-SPLFILE-STATUS
046500         GO TO 9999-ABEND
046600     END-IF.
046700
046800     OPEN INPUT NOM-FILE.
046900     IF NOT WS-NOMFILE-OK
047000         DISPLAY 'DCJB8BLF - NOMFILE OPEN FAILED, STATUS = '
047100             WS-NOMFILE-STATUS
047200         GO TO 9999-ABEND
047300     END-IF.
047400
047500     OPEN INPUT STUFILE.
047600     IF NOT WS-STUFILE-OK
047700         DISPLAY 'DCJB8BLF - STUFILE OPEN FAILED, STATUS = '
047800             WS-STUFILE-STATUS
047900         GO TO 9999-ABEND
048000     END-IF.
048100
048200     OPEN I-O CORR-FILE.
048300     IF NOT WS-CORFILE-OK
048400         DISPLAY 'DCJB8BLF - CORRFILE OPEN FAILED, STATUS = '
048500             WS-CORFILE-STATUS
048600         GO TO 9999-ABEND
048700     END-IF.
048800
048900     OPEN OUTPUT LETTER-RPT.
049000     IF NOT WS-LATERPT-OK
049100         DISPLAY 'DCJB8BLF - LATERPT OPEN FAILED, STATUS = '
049200             WS-LATERPT-STATUS
049300         GO TO 9999-ABEND
049400     END-IF.
049500
049600     PERFORM 2100-READ-NEXT-ASSESS THRU 2100-EXIT.
049700
049800 1000-EXIT.
049900     EXIT.
050000
050100*----------------------------------------------------------------
050200* THE FEE, RATE AND GRACE DAYS COME OFF PARMFILE (LATEFEE,
050300* INTRRATE, LATEGRCE). THIS RUN HAS NO OLD SYSIN CARD TO FALL
050400* BACK ON - A MISSING OR NON-NUMERIC ROW STOPS THE RUN RATHER
050500* THAN CHARGE STUDENTS AT A GUESSED RATE.
050600*----------------------------------------------------------------
050700 1100-LOAD-PARMS.
050800
050900     OPEN INPUT PARM-FILE.
051000     IF NOT WS-PARMFILE-OK
051100         DISPLAY 'DCJB8BLF - PARMFILE OPEN FAILED, STATUS = '
051200             WS-PARMFILE-STATUS
051300         GO TO 9999-ABEND
051400     END-IF.
051500
051600     MOVE 'LATEFEE' TO PAR-NAME.
051700     READ PARM-FILE
051800         INVALID KEY
051900             MOVE SPACES TO PAR-VALUE
052000     END-READ.
052100     MOVE PAR-VALUE TO WS-PARM-VALUE-X.
052200     IF WS-PARM-VALUE-X(1:7) IS NOT NUMERIC
052300         DISPLAY 'DCJB8BLF - PARMFILE LATEFEE MISSING OR INVALID'
052400         GO TO 9999-ABEND
052500     END-IF.
052600     MOVE WS-PARM-VALUE-X(1:7) TO WS-LATE-FEE-X.
052700
052800     MOVE 'INTRRATE' TO PAR-NAME.
052900     READ PARM-FILE
053000         INVALID KEY
053100             MOVE SPACES TO PAR-VALUE
053200     END-READ.
053300     MOVE PAR-VALUE TO WS-PARM-VALUE-X.
053400     IF WS-PARM-VALUE-X(1:4) IS NOT NUMERIC
053500         DISPLAY 'DCJB8BLF - PARMFILE INTRRATE MISSING OR INVALID'
053600         GO TO 9999-ABEND
053700     END-IF.
053800     MOVE WS-PARM-VALUE-X(1:4) TO WS-INT-RATE-X.
053900
054000     MOVE 'LATEGRCE' TO PAR-NAME.
054100     READ PARM-FILE
054200         INVALID KEY
054300             MOVE SPACES TO PAR-VALUE
054400     END-READ.
054500     MOVE PAR-VALUE TO WS-PARM-VALUE-X.
054600     IF WS-PARM-VALUE-X(1:3) IS NOT NUMERIC
054700         DISPLAY 'DCJB8BLF - PARMFILE LATEGRCE MISSING OR INVALID'
054800         GO TO 9999-ABEND
054900     END-IF.
055000     MOVE WS-PARM-VALUE-X(1:3) TO WS-GRACE-DAYS-X.
055100
055200     CLOSE PARM-FILE.
055300
055400     DISPLAY 'DCJB8BLF - LATE FEE = ' WS-LATE-FEE
055500         ' RATE = ' WS-INT-RATE ' GRACE DAYS = ' WS-GRACE-DAYS.
055600
055700 1100-EXIT.
055800     EXIT.
055900
056000 2000-PROCESS-ACCOUNT.
056100
056200     PERFORM 4000-SUM-PAYMENTS THRU 4000-EXIT.
056300     PERFORM 4500-SUM-AWARDS THRU 4500-EXIT.
056400     PERFORM 4600-SUM-CHARGES THRU 4600-EXIT.
056500
056600     COMPUTE WS-COVERED-TOTAL = WS-PAID-TOTAL + WS-AWARD-TOTAL.
056700     COMPUTE WS-BALANCE = ASM-TOTAL-FEES + WS-CHARGE-TOTAL
056800         - WS-COVERED-TOTAL.
056900
057000     IF WS-BALANCE > 0
057100         PERFORM 5000-JUDGE-ACCOUNT THRU 5000-EXIT
057200     END-IF.
057300
057400     PERFORM 2100-READ-NEXT-ASSESS THRU 2100-EXIT.
057500
057600 2000-EXIT.
057700     EXIT.
057800
057900 2100-READ-NEXT-ASSESS.
058000
058100     READ ASSESS-FILE NEXT RECORD
058200         AT END
058300             MOVE 'Y' TO WS-ASM-EOF-SW
058400     END-READ.
058500
058600 2100-EXIT.
058700     EXIT.
058800
058900 3000-TERMINATE.
059000
059100     CLOSE ASSESS-FILE.
059200     CLOSE PAYFILE.
059300     CLOSE AWD-FILE.
059400     CLOSE PLAN-FILE.
059500     CLOSE CHG-FILE.
059600     CLOSE SPL-FILE.
059700     CLOSE NOM-FILE.
059800     CLOSE STUFILE.
059900     CLOSE CORR-FILE.
060000     CLOSE LETTER-RPT.
060100
060200     DISPLAY 'DCJB8BLF - LATE FEES = ' WS-LATE-COUNT
060300         ' INTEREST CHARGES = ' WS-INT-COUNT
060400         ' EXEMPT = ' WS-EXEMPT-COUNT.
060500     DISPLAY 'DCJB8BLF - TOTAL CHARGED = ' WS-FEE-TOTAL
060600         ' SKIPPED (CHARGE SEQUENCE FULL) = ' WS-FULL-COUNT.
060700
060800 3000-EXIT.
060900     EXIT.
061000
061100*----------------------------------------------------------------
061200* TOTALS THE PAYMENTS ON FILE FOR THIS ASSESS ROW'S STUDENT AND
061300* TERM - REFUND/REVERSAL ROWS SUBTRACT, AS IN DCJB8BAR.
061400*----------------------------------------------------------------
061500 4000-SUM-PAYMENTS.
061600
061700     MOVE 0 TO WS-PAID-TOTAL.
061800     MOVE 'N' TO WS-PAY-DONE-SW.
061900
062000     MOVE ASM-STU-NUMBER TO PAY-STU-NUMBER.
062100     MOVE ZEROS TO PAY-DATE.
062200
062300     START PAYFILE KEY IS NOT LESS THAN PAY-KEY
062400         INVALID KEY
062500             MOVE 'Y' TO WS-PAY-DONE-SW
062600     END-START.
062700
062800     PERFORM 4100-READ-ONE-PAYMENT THRU 4100-EXIT
062900         UNTIL WS-PAY-DONE.
063000
063100 4000-EXIT.
063200     EXIT.
063300
063400 4100-READ-ONE-PAYMENT.
063500
063600     READ PAYFILE NEXT RECORD
063700         AT END
063800             MOVE 'Y' TO WS-PAY-DONE-SW
063900             GO TO 4100-EXIT
064000     END-READ.
064100
064200     IF PAY-STU-NUMBER NOT = ASM-STU-NUMBER
064300         MOVE 'Y' TO WS-PAY-DONE-SW
064400         GO TO 4100-EXIT
064500     END-IF.
064600
064700     IF PAY-TERM = ASM-TERM
064800         IF PAY-NEGATIVE
064900             SUBTRACT PAY-AMOUNT FROM WS-PAID-TOTAL
065000         ELSE
065100             ADD PAY-AMOUNT TO WS-PAID-TOTAL
065200         END-IF
065300     END-IF.
065400
065500 4100-EXIT.
065600     EXIT.
065700
065800 4500-SUM-AWARDS.
065900
066000     MOVE 0 TO WS-AWARD-TOTAL.
066100     MOVE 'N' TO WS-AWD-DONE-SW.
066200
066300     MOVE ASM-STU-NUMBER TO AWD-STU-NUMBER.
066400     MOVE ASM-TERM TO AWD-TERM.
066500     MOVE SPACES TO AWD-CODE.
066600
066700     START AWD-FILE KEY IS NOT LESS THAN AWD-KEY
066800         INVALID KEY
066900             MOVE 'Y' TO WS-AWD-DONE-SW
067000     END-START.
067100
067200     PERFORM 4510-READ-ONE-AWARD THRU 4510-EXIT
067300         UNTIL WS-AWD-DONE.
067400
067500 4500-EXIT.
067600     EXIT.
067700
067800 4510-READ-ONE-AWARD.
067900
068000     READ AWD-FILE NEXT RECORD
068100         AT END
068200             MOVE 'Y' TO WS-AWD-DONE-SW
068300             GO TO 4510-EXIT
068400     END-READ.
068500
068600     IF (AWD-STU-NUMBER NOT = ASM-STU-NUMBER) OR
068700        (AWD-TERM NOT = ASM-TERM)
068800         MOVE 'Y' TO WS-AWD-DONE-SW
068900         GO TO 4510-EXIT
069000     END-IF.
069100
069200     ADD AWD-AMOUNT TO WS-AWARD-TOTAL.
069300
069400 4510-EXIT.
069500     EXIT.
069600
069700*----------------------------------------------------------------
069800* LOADS AND TOTALS THE TERM'S LIVE CHARGES, AND NOTES THE LAST
069900* SEQUENCE NUMBER USED AND WHETHER (AND WHEN) THIS RUN HAS
070000* ALREADY CHARGED THE TERM. A WAIVED LATE FEE STILL COUNTS AS
070100* THE TERM'S ONE LATE FEE - THE BURSAR WAIVED IT, SO IT IS NOT
070200* CHARGED AGAIN.
070300*----------------------------------------------------------------
070400 4600-SUM-CHARGES.
070500
070600     MOVE 0 TO WS-CHARGE-TOTAL.
070700     MOVE 0 TO WS-CHG-COUNT.
070800     MOVE 0 TO WS-LAST-SEQ.
070900     MOVE 0 TO WS-LAST-PENALTY.
071000     MOVE 'N' TO WS-LATE-ON-FILE-SW.
071100     MOVE 'N' TO WS-CHG-DONE-SW.
071200
071300     MOVE ASM-STU-NUMBER TO CHG-STU-NUMBER.
071400     MOVE ASM-TERM TO CHG-TERM.
071500     MOVE ZEROS TO CHG-SEQ.
071600
071700     START CHG-FILE KEY IS NOT LESS THAN CHG-KEY
071800         INVALID KEY
071900             MOVE 'Y' TO WS-CHG-DONE-SW
072000     END-START.
072100
072200     PERFORM 4610-READ-ONE-CHARGE THRU 4610-EXIT
072300         UNTIL WS-CHG-DONE.
072400
072500 4600-EXIT.
072600     EXIT.
072700
072800 4610-READ-ONE-CHARGE.
072900
073000     READ CHG-FILE NEXT RECORD
073100         AT END
073200             MOVE 'Y' TO WS-CHG-DONE-SW
073300             GO TO 4610-EXIT
073400     END-READ.
073500
073600     IF (CHG-STU-NUMBER NOT = ASM-STU-NUMBER) OR
073700        (CHG-TERM NOT = ASM-TERM)
073800         MOVE 'Y' TO WS-CHG-DONE-SW
073900         GO TO 4610-EXIT
074000     END-IF.
074100
074200     MOVE CHG-SEQ TO WS-LAST-SEQ.
074300
074400     IF CHG-CODE = 'LATE'
074500         MOVE 'Y' TO WS-LATE-ON-FILE-SW
074600     END-IF.
074700     IF (CHG-CODE = 'LATE' OR 'INTR') AND
074800        (CHG-DATE > WS-LAST-PENALTY)
074900         MOVE CHG-DATE TO WS-LAST-PENALTY
075000     END-IF.
075100
075200     IF CHG-WAIVED
075300         GO TO 4610-EXIT
075400     END-IF.
075500
075600     ADD CHG-AMOUNT TO WS-CHARGE-TOTAL.
075700
075800     IF WS-CHG-COUNT < 20
075900         ADD 1 TO WS-CHG-COUNT
076000         MOVE CHG-DATE TO WS-CHG-POSTED(WS-CHG-COUNT)
076100         MOVE CHG-AMOUNT TO WS-CHG-AMT(WS-CHG-COUNT)
076200         IF CHG-CODE = 'LATE' OR 'INTR'
076300             MOVE 'Y' TO WS-CHG-PENALTY(WS-CHG-COUNT)
076400         ELSE
076500             MOVE 'N' TO WS-CHG-PENALTY(WS-CHG-COUNT)
076600         END-IF
076700     ELSE
076800         ADD CHG-AMOUNT TO WS-CHG-AMT(20)
076900     END-IF.
077000
077100 4610-EXIT.
077200     EXIT.
077300
077400*----------------------------------------------------------------
077500* A STUDENT/TERM WITH A BALANCE: CHECK THE EXEMPTIONS, WORK OUT
077600* HOW MUCH IS PAST DUE BEYOND THE GRACE DAYS, AND CHARGE EITHER
077700* THE LATE FEE (FIRST TIME) OR THE MONTH'S INTEREST.
077800*----------------------------------------------------------------
077900 5000-JUDGE-ACCOUNT.
078000
078100     PERFORM 5050-CHECK-EXEMPT THRU 5050-EXIT.
078200     IF WS-EXEMPT
078300         ADD 1 TO WS-EXEMPT-COUNT
078400         GO TO 5000-EXIT
078500     END-IF.
078600
078700     PERFORM 5100-LOAD-PLAN THRU 5100-EXIT.
078800     PERFORM 5200-COMPUTE-OVERDUE THRU 5200-EXIT.
078900     IF WS-OVERDUE-AMT NOT > 0
079000         GO TO 5000-EXIT
079100     END-IF.
079200
079300     MOVE 0 TO WS-FEE-AMT.
079400     IF (NOT WS-LATE-ON-FILE) AND (WS-LATE-FEE > 0)
079500         MOVE WS-LATE-FEE TO WS-FEE-AMT
079600         MOVE 'LATE' TO CHG-CODE
079700     ELSE
079800         COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS
079900         MOVE WS-LAST-PENALTY TO WS-DATE-CYYDDD
080000         PERFORM 5400-DAYS-SINCE THRU 5400-EXIT
080100         IF (WS-LAST-PENALTY = 0) OR
080200            (WS-AGE-DAYS >= WS-INT-INTERVAL)
080300             COMPUTE WS-FEE-AMT ROUNDED =
080400                 WS-OVERDUE-AMT * WS-INT-RATE / 100
080500             MOVE 'INTR' TO CHG-CODE
080600         END-IF
080700     END-IF.
080800
080900     IF WS-FEE-AMT = 0
081000         GO TO 5000-EXIT
081100     END-IF.
081200
081300     IF WS-LAST-SEQ >= 999
081400         ADD 1 TO WS-FULL-COUNT
081500         DISPLAY 'DCJB8BLF - SKIPPED ' ASM-STU-NUMBER ' ' ASM-TERM
081600             ' - CHARGE SEQUENCE FULL'
081700         GO TO 5000-EXIT
081800     END-IF.
081900
082000     PERFORM 6000-POST-CHARGE THRU 6000-EXIT.
082100     PERFORM 7000-PRINT-NOTICE THRU 7000-EXIT.
082200
082300 5000-EXIT.
082400     EXIT.
082500
082600*----------------------------------------------------------------
082700* EXEMPT: A SPONSOR LINK ON SPLFILE FOR THE TERM (THE SPONSOR IS
082800* BILLED, NOT THE STUDENT), OR A SCHOLARSHIP NOMINATION STILL
082810* PENDING ON NOMFILE FOR THE TERM (THE MONEY MAY BE ON ITS WAY).
082820* NOMFILE IS KEYED TERM/SCHOLARSHIP/STUDENT, SO THE TERM'S
082830* NOMINATIONS ARE READ THROUGH FOR THIS STUDENT.
083000*----------------------------------------------------------------
083100 5050-CHECK-EXEMPT.
083200
083300     MOVE 'N' TO WS-EXEMPT-SW.
083400
083500     MOVE ASM-STU-NUMBER TO SPL-STU-NUMBER.
083600     MOVE ASM-TERM TO SPL-TERM.
083700     READ SPL-FILE
083800         INVALID KEY
083900             MOVE 0 TO SPL-PORTION-PCT
084000     END-READ.
084100     IF SPL-PORTION-PCT > 0
084200         MOVE 'Y' TO WS-EXEMPT-SW
084300         GO TO 5050-EXIT
084400     END-IF.
084500
084600     MOVE 'N' TO WS-NOM-DONE-SW.
084700     MOVE ASM-TERM TO NOM-TERM.
084800     MOVE LOW-VALUES TO NOM-CODE NOM-STU-NUMBER.
085000
085100     START NOM-FILE KEY IS NOT LESS THAN NOM-KEY
085200         INVALID KEY
085300             MOVE 'Y' TO WS-NOM-DONE-SW
085400     END-START.
085500
085600     PERFORM 5060-READ-ONE-PENDING THRU 5060-EXIT
085700         UNTIL WS-NOM-DONE.
085800
085900 5050-EXIT.
086000     EXIT.
086100
086200 5060-READ-ONE-PENDING.
086300
086400     READ NOM-FILE NEXT RECORD
086500         AT END
086600             MOVE 'Y' TO WS-NOM-DONE-SW
086700             GO TO 5060-EXIT
086800     END-READ.
086900
087000     IF NOM-TERM NOT = ASM-TERM
087200         MOVE 'Y' TO WS-NOM-DONE-SW
087300         GO TO 5060-EXIT
087400     END-IF.
087500
087600     IF (NOM-STU-NUMBER = ASM-STU-NUMBER) AND NOM-PENDING
087700         MOVE 'Y' TO WS-EXEMPT-SW
087800         MOVE 'Y' TO WS-NOM-DONE-SW
087900     END-IF.
088000
088100 5060-EXIT.
088200     EXIT.
088300
088400 5100-LOAD-PLAN.
088500
088600     MOVE 0 TO WS-PLAN-COUNT.
088700     MOVE 'N' TO WS-PLN-DONE-SW.
088800
088900     MOVE ASM-STU-NUMBER TO PLN-STU-NUMBER.
089000     MOVE ASM-TERM TO PLN-TERM.
089100     MOVE ZEROS TO PLN-INST-NO.
089200
089300     START PLAN-FILE KEY IS NOT LESS THAN PLN-KEY
089400         INVALID KEY
089500             MOVE 'Y' TO WS-PLN-DONE-SW
089600     END-START.
089700
089800     PERFORM 5110-READ-ONE-INSTALLMENT THRU 5110-EXIT
089900         UNTIL WS-PLN-DONE.
090000
090100 5100-EXIT.
090200     EXIT.
090300
090400 5110-READ-ONE-INSTALLMENT.
090500
090600     READ PLAN-FILE NEXT RECORD
090700         AT END
090800             MOVE 'Y' TO WS-PLN-DONE-SW
090900             GO TO 5110-EXIT
091000     END-READ.
091100
091200     IF (PLN-STU-NUMBER NOT = ASM-STU-NUMBER) OR
091300        (PLN-TERM NOT = ASM-TERM)
091400         MOVE 'Y' TO WS-PLN-DONE-SW
091500         GO TO 5110-EXIT
091600     END-IF.
091700
091800     IF WS-PLAN-COUNT < 4
091900         ADD 1 TO WS-PLAN-COUNT
092000         MOVE PLN-DUE-DATE TO WS-PLAN-DUE(WS-PLAN-COUNT)
092100         MOVE PLN-AMOUNT TO WS-PLAN-AMT(WS-PLAN-COUNT)
092200     END-IF.
092300
092400 5110-EXIT.
092500     EXIT.
092600
092700*----------------------------------------------------------------
092800* APPLIES THE COVERAGE THE WAY DCJB8BAR DOES - INSTALLMENTS (OR
092900* THE WHOLE TUITION WHEN THERE IS NO PLAN) FIRST, THEN THE
093000* CHARGES IN POSTING ORDER - AND ADDS UP WHAT IS STILL OWING ON
093100* EVERY ITEM MORE THAN THE GRACE DAYS PAST ITS OWN DUE DATE.
093200* LATE FEES AND INTEREST ARE PAID OFF IN TURN BUT ARE NEVER
093300* THEMSELVES PART OF THE OVERDUE AMOUNT.
093400*----------------------------------------------------------------
093500 5200-COMPUTE-OVERDUE.
093600
093700     MOVE 0 TO WS-OVERDUE-AMT.
093800
093900     IF WS-PLAN-COUNT = 0
094000*        ASSESS CARRIES THE DCJB8BTA RUN DATE AS YYYYDDD - BRING
094100*        IT DOWN TO CYYDDD LIKE EVERY OTHER DUE DATE HERE.
094200         IF ASM-ASSESS-DATE > 1900000
094300             COMPUTE WS-DATE-CYYDDD = ASM-ASSESS-DATE - 1900000
094400         ELSE
094500             MOVE ASM-ASSESS-DATE TO WS-DATE-CYYDDD
094600         END-IF
094700         COMPUTE WS-ITEM-OWING = ASM-TOTAL-FEES - WS-COVERED-TOTAL
094800         MOVE 0 TO WS-PAY-LEFT
094900         IF WS-ITEM-OWING > 0
095000             PERFORM 5300-ADD-IF-OVERDUE THRU 5300-EXIT
095100         ELSE
095200             COMPUTE WS-PAY-LEFT = 0 - WS-ITEM-OWING
095300         END-IF
095400     ELSE
095500         MOVE WS-COVERED-TOTAL TO WS-PAY-LEFT
095600         PERFORM 5250-JUDGE-ONE-INSTALLMENT THRU 5250-EXIT
095700             VARYING WS-PLAN-IDX FROM 1 BY 1
095800             UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
095900     END-IF.
096000
096100     PERFORM 5260-JUDGE-ONE-CHARGE THRU 5260-EXIT
096200         VARYING WS-CHG-IDX FROM 1 BY 1
096300         UNTIL WS-CHG-IDX > WS-CHG-COUNT.
096400
096500 5200-EXIT.
096600     EXIT.
096700
096800 5250-JUDGE-ONE-INSTALLMENT.
096900
097000     IF WS-PAY-LEFT >= WS-PLAN-AMT(WS-PLAN-IDX)
097100         SUBTRACT WS-PLAN-AMT(WS-PLAN-IDX) FROM WS-PAY-LEFT
097200         GO TO 5250-EXIT
097300     END-IF.
097400
097500     COMPUTE WS-ITEM-OWING =
097600         WS-PLAN-AMT(WS-PLAN-IDX) - WS-PAY-LEFT.
097700     MOVE 0 TO WS-PAY-LEFT.
097800
097900     MOVE WS-PLAN-DUE(WS-PLAN-IDX) TO WS-DATE-CYYDDD.
098000     PERFORM 5300-ADD-IF-OVERDUE THRU 5300-EXIT.
098100
098200 5250-EXIT.
098300     EXIT.
098400
098500 5260-JUDGE-ONE-CHARGE.
098600
098700     IF WS-PAY-LEFT >= WS-CHG-AMT(WS-CHG-IDX)
098800         SUBTRACT WS-CHG-AMT(WS-CHG-IDX) FROM WS-PAY-LEFT
098900         GO TO 5260-EXIT
099000     END-IF.
099100
099200     COMPUTE WS-ITEM-OWING =
099300         WS-CHG-AMT(WS-CHG-IDX) - WS-PAY-LEFT.
099400     MOVE 0 TO WS-PAY-LEFT.
099500
099600     IF WS-CHG-PENALTY(WS-CHG-IDX) = 'Y'
099700         GO TO 5260-EXIT
099800     END-IF.
099900
100000     MOVE WS-CHG-POSTED(WS-CHG-IDX) TO WS-DATE-CYYDDD.
100100     PERFORM 5300-ADD-IF-OVERDUE THRU 5300-EXIT.
100200
100300 5260-EXIT.
100400     EXIT.
100500
100600*----------------------------------------------------------------
100700* WS-ITEM-OWING WAS DUE ON WS-DATE-CYYDDD - IT COUNTS AS OVERDUE
100800* ONCE MORE THAN THE GRACE DAYS HAVE GONE BY.
100900*----------------------------------------------------------------
101000 5300-ADD-IF-OVERDUE.
101100
101200     PERFORM 5400-DAYS-SINCE THRU 5400-EXIT.
101300
101400     IF WS-AGE-DAYS > WS-GRACE-DAYS
101500         ADD WS-ITEM-OWING TO WS-OVERDUE-AMT
101600     END-IF.
101700
101800 5300-EXIT.
101900     EXIT.
102000
102100*----------------------------------------------------------------
102200* DAYS FROM WS-DATE-CYYDDD TO TODAY, IN THE CYY*365+DDD DAY
102300* NUMBERS DCJB8BAR AGES WITH.
102400*----------------------------------------------------------------
102500 5400-DAYS-SINCE.
102600
102700     MOVE WS-DATE-CYYDDD(2:3) TO WS-DATE-CYY.
102800     MOVE WS-DATE-CYYDDD(5:3) TO WS-DATE-DDD.
102900     COMPUTE WS-DUE-DAYS = (WS-DATE-CYY * 365) + WS-DATE-DDD.
103000     COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-DUE-DAYS.
103100
103200 5400-EXIT.
103300     EXIT.
103400
103500*----------------------------------------------------------------
103600* POSTS THE FEE AS THE TERM'S NEXT CHGFILE CHARGE, STAMPED WITH
103700* THIS RUN'S NAME SO THE BURSAR CAN TELL IT FROM ONE KEYED ON
103800* DCJB8PHQ (WHERE IT CAN BE WAIVED LIKE ANY OTHER CHARGE).
103900*----------------------------------------------------------------
104000 6000-POST-CHARGE.
104100
104200     MOVE ASM-STU-NUMBER TO CHG-STU-NUMBER.
104300     MOVE ASM-TERM TO CHG-TERM.
104400     COMPUTE CHG-SEQ = WS-LAST-SEQ + 1.
104500     MOVE WS-FEE-AMT TO CHG-AMOUNT.
104600     MOVE WS-CURR-CYYDDD TO CHG-DATE.
104700     MOVE 'OVERDUE' TO CHG-REFERENCE.
104800     MOVE 'DCJB8BLF' TO CHG-OPERID.
104900*    ACCEPT FROM TIME GIVES HHMMSSHH - DROP THE HUNDREDTHS SO
105000*    THE STAMP MATCHES EIBTIME'S HHMMSS SHAPE.
105100     COMPUTE CHG-TIME = WS-CURR-TIME / 100.
105200     MOVE SPACE TO CHG-STATUS.
105300     MOVE SPACES TO CHG-WAIVE-OPERID.
105400     MOVE 0 TO CHG-WAIVE-DATE.
105500
105600     WRITE CHGFILE-RECORD
105700         INVALID KEY
105800             DISPLAY 'DCJB8BLF - CHARGE WRITE FAILED FOR '
105900                 ASM-STU-NUMBER ' STATUS = ' WS-CHGFILE-STATUS
106000             GO TO 9999-ABEND
106100     END-WRITE.
106200
106300     ADD WS-FEE-AMT TO WS-FEE-TOTAL.
106400     IF CHG-CODE = 'LATE'
106500         ADD 1 TO WS-LATE-COUNT
106600     ELSE
106700         ADD 1 TO WS-INT-COUNT
106800     END-IF.
106900
107000 6000-EXIT.
107100     EXIT.
107200
107300*----------------------------------------------------------------
107400* ONE NOTICE PAGE - HEADING, THE DCJB8BML-SHAPED ADDRESS BLOCK,
107500* THE OVERDUE BALANCE AND THE FEE JUST CHARGED.
107600*----------------------------------------------------------------
107700 7000-PRINT-NOTICE.
107800
107900     IF CHG-CODE = 'LATE'
108000         MOVE 'LATE PAYMENT FEE NOTICE' TO LTR-NTC-TEXT
108100     ELSE
108200         MOVE 'INTEREST CHARGE NOTICE' TO LTR-NTC-TEXT
108300     END-IF.
108400     WRITE RPT-LINE FROM LTR-NOTICE-LINE.
108500
108600     MOVE ASM-STU-NUMBER TO STU-NUMBER.
108700     READ STUFILE
108800         INVALID KEY
108900             MOVE '(NOT ON STUFILE)' TO STU-NAME
109000             MOVE SPACES TO STU-ADDRESS-1
109100             MOVE SPACES TO STU-ADDRESS-2
109200             MOVE SPACES TO STU-ADDRESS-3
109300             MOVE SPACES TO STU-POSTAL-1
109400             MOVE SPACES TO STU-POSTAL-2
109500     END-READ.
109600
109700     MOVE STU-NAME TO LTR-TXT.
109800     WRITE RPT-LINE FROM LTR-TEXT-LINE.
109900     MOVE STU-ADDRESS-1 TO LTR-TXT.
110000     WRITE RPT-LINE FROM LTR-TEXT-LINE.
110100     MOVE STU-ADDRESS-2 TO LTR-TXT.
110200     WRITE RPT-LINE FROM LTR-TEXT-LINE.
110300     MOVE STU-ADDRESS-3 TO LTR-TXT.
110400     WRITE RPT-LINE FROM LTR-TEXT-LINE.
110500     MOVE STU-POSTAL-1 TO LTR-PST-1.
110600     MOVE STU-POSTAL-2 TO LTR-PST-2.
110700     WRITE RPT-LINE FROM LTR-POSTAL-LINE.
110800
110900     MOVE SPACES TO LTR-TXT.
111000     WRITE RPT-LINE FROM LTR-TEXT-LINE.
111100
111200     MOVE ASM-TERM TO LTR-BAL-TERM.
111300     MOVE WS-OVERDUE-AMT TO LTR-BAL-AMOUNT.
111400     WRITE RPT-LINE FROM LTR-BALANCE-LINE.
111500
111600     IF CHG-CODE = 'LATE'
111700         MOVE 'A LATE PAYMENT FEE HAS BEEN ADDED OF'
111800             TO LTR-FEE-TEXT
111900         MOVE WS-FEE-AMT TO LTR-FEE-AMOUNT
112000         WRITE RPT-LINE FROM LTR-FEE-LINE
112100     ELSE
112200         MOVE 'INTEREST HAS BEEN ADDED TO YOUR ACCOUNT'
112300             TO LTR-FEE-TEXT
112400         MOVE WS-FEE-AMT TO LTR-FEE-AMOUNT
112500         WRITE RPT-LINE FROM LTR-FEE-LINE
112600         MOVE WS-INT-RATE TO LTR-RTE-RATE
112700         WRITE RPT-LINE FROM LTR-RATE-LINE
112800     END-IF.
112900
113000     MOVE 'FURTHER INTEREST IS CHARGED MONTHLY UNTIL PAID.'
113100         TO LTR-TXT.
113200     WRITE RPT-LINE FROM LTR-TEXT-LINE.
113300
113400*    THE NOTICE GOES ON THE CORRESPONDENCE REGISTER.
113500     MOVE ASM-STU-NUMBER TO WS-COR-STU.
113600     IF CHG-CODE = 'LATE'
113700         MOVE 'LATEFEE' TO WS-COR-DOC
113800     ELSE
113900         MOVE 'INTEREST' TO WS-COR-DOC
114000     END-IF.
114100     MOVE WS-CURR-CYYDDD TO WS-COR-CYYDDD.
114200     PERFORM 8000-LOG-CORRESPONDENCE THRU 8000-EXIT.
114300
114400 7000-EXIT.
114500     EXIT.
114600
114700*----------------------------------------------------------------
114800* ONE CORRESPONDENCE-REGISTER ROW PER DOCUMENT MAILED - THE
114900* SEQUENCE BUMPS PAST ANY ROW ALREADY ON FILE FOR THE DAY.
115000*----------------------------------------------------------------
115100 8000-LOG-CORRESPONDENCE.
115200
115210     MOVE SPACES TO CORRFILE-RECORD.
115300     MOVE WS-COR-STU TO COR-STU-NUMBER.
115400     MOVE WS-COR-CYYDDD TO COR-DATE.
115500     MOVE WS-COR-DOC TO COR-DOC-TYPE.
115600     MOVE 'DCJB8BLF' TO COR-RUN-ID.
115610     SET COR-ON-PAPER TO TRUE.
115700     MOVE 1 TO COR-SEQ.
115710*    THE STATUS IS STILL '00' FROM THE LAST CORRFILE I/O - CLEAR
115720*    IT SO THE FIRST WRITE IS ACTUALLY TRIED.
115730     MOVE SPACES TO WS-CORFILE-STATUS.
115800
115900     PERFORM 8010-TRY-ONE-SEQ THRU 8010-EXIT
116000         UNTIL (WS-CORFILE-OK) OR (COR-SEQ > 99).
116100
116200 8000-EXIT.
116300     EXIT.
116400
116500 8010-TRY-ONE-SEQ.
116600
116700     WRITE CORRFILE-RECORD
116800         INVALID KEY
116900             ADD 1 TO COR-SEQ
117000     END-WRITE.
117100
117200 8010-EXIT.
117300     EXIT.
117400
117500 9999-ABEND.
117600
117700     MOVE 16 TO RETURN-CODE.
117800     GOBACK.
117900
118000 END PROGRAM DCJB8BLF.
