000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BCN.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - CANCEL REGISTRATION FOR NON-
001100*                PAYMENT. RUN FOR THE SYSIN TERM ONCE ITS FEE
001200*                DEADLINE HAS PASSED (TERM START PLUS THE PARMFILE
001300*                FEEDDAYS DAY COUNT, OR THE TERM'S ADD DEADLINE
001400*                WHEN THE ROW IS ABSENT). EVERY ASSESSED STUDENT
001500*                WITH NO PAYMENT, NO INSTALLMENT PLAN, NO SPONSOR
001600*                LINK, NO PENDING AWARD AND NO AWARDS COVERING THE
001700*                ASSESSMENT LOSES THE TERM'S COURSE TABLE. EACH
001800*                FREED SEAT GOES TO THE FRONT OF THE SECTION'S
001900*                WAITLIST THE WAY DCJB8PGU PROMOTES ONLINE. EVERY
002000*                STUFILE AND CRSFILE CHANGE IS JOURNALED, A
002100*                CANCELLATION LETTER IS PRINTED (AND AN ENROLLMENT
002200*                NOTICE FOR EACH PROMOTED STUDENT), AND A CONTROL
002300*                REPORT SHOWS THE SEATS RELEASED PER SECTION.
002310* 10/15/26  HZ   TERMFILE RECORD NOW 47 BYTES - CARRIES THE
002320*                TERM'S CENSUS DATE.
002330* 10/15/26  HZ   CORRFILE RECORD NOW 40 BYTES - CARRIES THE
002340*                DELIVERY CHANNEL; THIS RUN'S ROWS ARE PAPER.
002350* 10/15/26  HZ   STUJRNL AND CRSJRNL ENTRIES CHAINED - EACH IS
002360*                STAMPED WITH THE NEXT SEQUENCE NUMBER AND A HASH
002370*                OFF THE JRNCTL ROW (8600-CHAIN-ENTRY) BEFORE IT
002380*                IS WRITTEN, FOR DCJB8BJV TO VERIFY.
002385* 10/15/26  HZ   CORRFILE STATUS CLEARED BEFORE THE SEQUENCE
002390*                SEARCH - THE '00' LEFT BY THE OPEN ENDED THE
002395*                SEARCH BEFORE ANY WRITE, SO NO LETTER WAS LOGGED.
002396* 10/15/26  HZ   PENDING-AWARD CHECK NOW READS NOMFILE - A
002397*                SCHOLARSHIP NOMINATION STILL 'P' FOR THE TERM
002398*                KEEPS THE SEATS. AWPFILE WAS NEVER FED AND IS
002399*                RETIRED.
002399* 10/15/26  HZ   ASSESS RECORD NOW 38 BYTES - CARRIES THE FEES
002399*                THE GL ALREADY HOLDS.
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
004000     SELECT PAYFILE ASSIGN TO PAYFILE
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS PAY-KEY
004400         FILE STATUS IS WS-PAYFILE-STATUS.
004500
004600     SELECT AWD-FILE ASSIGN TO AWDFILE
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS AWD-KEY
005000         FILE STATUS IS WS-AWDFILE-STATUS.
005100
005200     SELECT NOM-FILE ASSIGN TO NOMFILE
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS NOM-KEY
005600         FILE STATUS IS WS-NOMFILE-STATUS.
005700
005800     SELECT PLAN-FILE ASSIGN TO PLANFILE
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS PLN-KEY
006200         FILE STATUS IS WS-PLNFILE-STATUS.
006300
006400     SELECT SPL-FILE ASSIGN TO SPLFILE
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS SPL-KEY
006800         FILE STATUS IS WS-SPLFILE-STATUS.
006900
007000     SELECT STUFILE ASSIGN TO STUFILE
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS RANDOM
007300         RECORD KEY IS STU-NUMBER
007400         FILE STATUS IS WS-STUFILE-STATUS.
007500
007600     SELECT CRSFILE ASSIGN TO CRSFILE
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS RANDOM
007900         RECORD KEY IS CRS-CODE
008000         FILE STATUS IS WS-CRSFILE-STATUS.
008100
008200     SELECT TERMFILE ASSIGN TO TERMFILE
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS RANDOM
008500         RECORD KEY IS TRM-KEY
008600         FILE STATUS IS WS-TERMFILE-STATUS.
008700
008800*    CENTRAL PARAMETER FILE - THE FEE DEADLINE'S DAY COUNT.
008900     SELECT PARM-FILE ASSIGN TO PARMFILE
009000         ORGANIZATION IS INDEXED
009100         ACCESS MODE IS RANDOM
009200         RECORD KEY IS PAR-KEY
009300         FILE STATUS IS WS-PARMFILE-STATUS.
009400
009500*    BOTH MASTERS ARE JOURNALED THE WAY THE ONLINE SIDE JOURNALS
009600*    THEM, SO DCJB8BRX CAN STILL ROLL A RESTORED COURSE MASTER
009700*    FORWARD PAST THIS RUN.
009800     SELECT STUJRNL-FILE ASSIGN TO STUJRNL
009900         ORGANIZATION IS SEQUENTIAL
010000         FILE STATUS IS WS-JRNL-STATUS.
010100
010200     SELECT CRSJRNL-FILE ASSIGN TO CRSJRNL
010300         ORGANIZATION IS SEQUENTIAL
010400         FILE STATUS IS WS-CJRNL-STATUS.
010410
010420     SELECT JRNCTL-FILE ASSIGN TO JRNCTL
010430         ORGANIZATION IS INDEXED
010440         ACCESS MODE IS RANDOM
010450         RECORD KEY IS JCT-KEY
010460         FILE STATUS IS WS-JRNCTL-STATUS.
010500
010600     SELECT LETTER-RPT ASSIGN TO CNPLTR
010700         ORGANIZATION IS SEQUENTIAL
010800         FILE STATUS IS WS-CNPLTR-STATUS.
010900
011000     SELECT CONTROL-RPT ASSIGN TO CNPRPT
011100         ORGANIZATION IS SEQUENTIAL
011200         FILE STATUS IS WS-CNPRPT-STATUS.
011300
011400     SELECT CORR-FILE ASSIGN TO CORRFILE
011500         ORGANIZATION IS INDEXED
011600         ACCESS MODE IS RANDOM
011700         RECORD KEY IS COR-KEY
011800         FILE STATUS IS WS-CORFILE-STATUS.
011900
012000*    THE BATCH-WINDOW QUIESCE STATE - SEE BCTLREC AND
012100*    DCJB8PHJ. THIS JOB UPDATES STUFILE AND CRSFILE AND MUST NOT
012200*    RUN UNDER LIVE ONLINE REGISTRATION.
012300     SELECT BATCHCTL-FILE ASSIGN TO BATCHCTL
012400         ORGANIZATION IS INDEXED
012500         ACCESS MODE IS RANDOM
012600         RECORD KEY IS BCT-KEY
012700         FILE STATUS IS WS-BATCHCTL-STATUS.
012800
012900 DATA DIVISION.
013000 FILE SECTION.
013100
013200 FD  ASSESS-FILE
013300     LABEL RECORDS ARE STANDARD
013400     RECORD CONTAINS 38 CHARACTERS
013500     DATA RECORD IS ASSESS-RECORD.
013600
013700*    ASSESS RECORD LAYOUT - SHARED WITH DCJB8BTA/DCJB8PGP.
013800     COPY 'ASSESREC'.
013900
014000 FD  PAYFILE
014100     LABEL RECORDS ARE STANDARD
014200     RECORD CONTAINS 50 CHARACTERS
014300     DATA RECORD IS PAYFILE-RECORD.
014400
014500     COPY 'PAYREC'.
014600
014700 FD  AWD-FILE
014800     LABEL RECORDS ARE STANDARD
014900     RECORD CONTAINS 57 CHARACTERS
015000     DATA RECORD IS AWDFILE-RECORD.
015100
015200     COPY 'AWRDREC'.
015300
015400 FD  NOM-FILE
015500     LABEL RECORDS ARE STANDARD
015600     RECORD CONTAINS 105 CHARACTERS
015700     DATA RECORD IS NOMFILE-RECORD.
015800
015900     COPY 'NOMREC'.
016000
016100 FD  PLAN-FILE
016200     LABEL RECORDS ARE STANDARD
016300     RECORD CONTAINS 42 CHARACTERS
016400     DATA RECORD IS PLANFILE-RECORD.
016500
016600     COPY 'PPLNREC'.
016700
016800 FD  SPL-FILE
016900     LABEL RECORDS ARE STANDARD
017000     RECORD CONTAINS 32 CHARACTERS
017100     DATA RECORD IS SPLFILE-RECORD.
017200
017300     COPY 'SPLKREC'.
017400
017500 FD  STUFILE
017600     LABEL RECORDS ARE STANDARD
017700     RECORD CONTAINS 227 CHARACTERS
017800     DATA RECORD IS STUFILE-RECORD.
017900
018000*    STUFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
018100     COPY 'STUREC'.
018200
018300 FD  CRSFILE
018400     LABEL RECORDS ARE STANDARD
018500     RECORD CONTAINS 242 CHARACTERS
018600     DATA RECORD IS CRSFILE-RECORD.
018700
018800*    CRSFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
018900     COPY 'CRSREC'.
019000
019100 FD  TERMFILE
019200     LABEL RECORDS ARE STANDARD
019300     RECORD CONTAINS 47 CHARACTERS
019400     DATA RECORD IS TERMFILE-RECORD.
019500
019600     COPY 'TERMREC'.
019700
019800 FD  PARM-FILE
019900     LABEL RECORDS ARE STANDARD
020000     RECORD CONTAINS 78 CHARACTERS
020100     DATA RECORD IS PARMFILE-RECORD.
020200
020300*    PARMFILE RECORD LAYOUT - SHARED WITH DCJB8PHK.
020400     COPY 'PARMREC'.
020500
020600 FD  STUJRNL-FILE
020700     LABEL RECORDS ARE STANDARD
020800     RECORD CONTAINS 273 CHARACTERS
020900     DATA RECORD IS STUJRNL-RECORD.
021000
021100*    STUJRNL RECORD LAYOUT - SHARED WITH THE CICS SIDE.
021200     COPY 'STUJRNL'.
021300
021400 FD  CRSJRNL-FILE
021500     LABEL RECORDS ARE STANDARD
021600     RECORD CONTAINS 289 CHARACTERS
021700     DATA RECORD IS CRSJRNL-RECORD.
021800
021900*    CRSJRNL RECORD LAYOUT - SHARED WITH THE CICS SIDE.
022000     COPY 'CRSJRNL'.
022010
022020 FD  JRNCTL-FILE
022030     LABEL RECORDS ARE STANDARD
022040     RECORD CONTAINS 80 CHARACTERS
022050     DATA RECORD IS JRNCTL-RECORD.
022060
022070     COPY 'JCTLREC'.
022100
022200 FD  LETTER-RPT
022300     LABEL RECORDS ARE STANDARD
022400     RECORD CONTAINS 133 CHARACTERS
022500     DATA RECORD IS RPT-LINE.
022600 01  RPT-LINE                        PIC X(133).
022700
022800 FD  CONTROL-RPT
022900     LABEL RECORDS ARE STANDARD
023000     RECORD CONTAINS 133 CHARACTERS
023100     DATA RECORD IS CTL-LINE.
023200 01  CTL-LINE                        PIC X(133).
023300
023400 FD  CORR-FILE
023500     LABEL RECORDS ARE STANDARD
023600     RECORD CONTAINS 40 CHARACTERS
023700     DATA RECORD IS CORRFILE-RECORD.
023800
023900     COPY 'CORRREC'.
024000
024100 FD  BATCHCTL-FILE
024200     LABEL RECORDS ARE STANDARD
024300     RECORD CONTAINS 45 CHARACTERS
024400     DATA RECORD IS BATCHCTL-RECORD.
024500
024600*    BATCHCTL RECORD LAYOUT - SHARED ACROSS THE NIGHTLY STREAM.
024700     COPY 'BCTLREC'.
024800
024900 WORKING-STORAGE SECTION.
025000
025100 01  WS-BATCHCTL-STATUS              PIC X(2) VALUE SPACES.
025200     88 WS-BATCHCTL-OK                   VALUE '00'.
025300
025400 01  WS-CORFILE-STATUS               PIC X(2) VALUE SPACES.
025500     88 WS-CORFILE-OK                    VALUE '00'.
025600 01  WS-COR-STU                      PIC X(7) VALUE SPACES.
025700 01  WS-COR-DOC                      PIC X(8) VALUE SPACES.
025800 01  WS-COR-CYYDDD                   PIC 9(7) VALUE 0.
025900
026000 01  WS-ASSESS-STATUS                PIC X(2) VALUE SPACES.
026100     88 WS-ASSESS-OK                     VALUE '00'.
026200 01  WS-PAYFILE-STATUS               PIC X(2) VALUE SPACES.
026300     88 WS-PAYFILE-OK                    VALUE '00'.
026400 01  WS-AWDFILE-STATUS               PIC X(2) VALUE SPACES.
026500     88 WS-AWDFILE-OK                    VALUE '00'.
026600 01  WS-NOMFILE-STATUS               PIC X(2) VALUE SPACES.
026700     88 WS-NOMFILE-OK                    VALUE '00'.
026800 01  WS-PLNFILE-STATUS               PIC X(2) VALUE SPACES.
026900     88 WS-PLNFILE-OK                    VALUE '00'.
027000 01  WS-SPLFILE-STATUS               PIC X(2) VALUE SPACES.
027100     88 WS-SPLFILE-OK                    VALUE '00'.
027200 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
027300     88 WS-STUFILE-OK                    VALUE '00'.
027400 01  WS-CRSFILE-STATUS               PIC X(2) VALUE SPACES.
027500     88 WS-CRSFILE-OK                    VALUE '00'.
027600 01  WS-TERMFILE-STATUS              PIC X(2) VALUE SPACES.
027700     88 WS-TERMFILE-OK                   VALUE '00'.
027800
027900 01  WS-JRNL-STATUS                  PIC X(2) VALUE SPACES.
028000     88 WS-JRNL-OK                       VALUE '00'.
028100     88 WS-JRNL-NOFILE                   VALUE '35'.
028200 01  WS-CJRNL-STATUS                 PIC X(2) VALUE SPACES.
028300     88 WS-CJRNL-OK                      VALUE '00'.
028400     88 WS-CJRNL-NOFILE                  VALUE '35'.
028410 01  WS-JRNCTL-STATUS                PIC X(2) VALUE SPACES.
028420     88 WS-JRNCTL-OK                     VALUE '00'.
028430 01  WS-JCT-FOUND-SW                 PIC X(1) VALUE 'N'.
028440     88 WS-JCT-FOUND                     VALUE 'Y'.
028450 01  WS-JCT-JOURNAL                  PIC X(8) VALUE SPACES.
028460
028470     COPY 'JRNHWS'.
028500
028600 01  WS-PARMFILE-STATUS              PIC X(2) VALUE SPACES.
028700     88 WS-PARMFILE-OK                   VALUE '00'.
028800 01  WS-PARM-VALUE-X                 PIC X(12) VALUE SPACES.
028900 01  WS-PARM-FOUND-SW                PIC X(1) VALUE 'N'.
029000     88 WS-PARM-FOUND                    VALUE 'Y'.
029100
029200 01  WS-CNPLTR-STATUS                PIC X(2) VALUE SPACES.
029300     88 WS-CNPLTR-OK                     VALUE '00'.
029400 01  WS-CNPRPT-STATUS                PIC X(2) VALUE SPACES.
029500     88 WS-CNPRPT-OK                     VALUE '00'.
029600
029700 01  WS-SWITCHES.
029800     05 WS-ASM-EOF-SW                PIC X(1) VALUE 'N'.
029900         88 WS-ASM-EOF                    VALUE 'Y'.
030000     05 WS-PAY-DONE-SW               PIC X(1) VALUE 'N'.
030100         88 WS-PAY-DONE                   VALUE 'Y'.
030200     05 WS-AWD-DONE-SW               PIC X(1) VALUE 'N'.
030300         88 WS-AWD-DONE                   VALUE 'Y'.
030400     05 WS-NOM-DONE-SW               PIC X(1) VALUE 'N'.
030500         88 WS-NOM-DONE                   VALUE 'Y'.
030600     05 WS-PLN-DONE-SW               PIC X(1) VALUE 'N'.
030700         88 WS-PLN-DONE                   VALUE 'Y'.
030800     05 WS-KEEP-SW                   PIC X(1) VALUE 'N'.
030900         88 WS-KEEP-SEATS                 VALUE 'Y'.
031000     05 WS-SWAPPED-SW                PIC X(1) VALUE 'N'.
031100         88 WS-SWAPPED                    VALUE 'Y'.
031200     05 WS-TRUNC-SW                  PIC X(1) VALUE 'N'.
031300         88 WS-LIST-TRUNCATED             VALUE 'Y'.
031400
031500 01  WS-TERM-IN                      PIC X(5) VALUE SPACES.
031600 01  WS-FEE-DAYS                     PIC 9(3) VALUE 0.
031700 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
031800 01  WS-CURR-TIME                    PIC 9(8) VALUE 0.
031900 01  WS-JRN-DATE                     PIC S9(7) VALUE 0.
032000 01  WS-JRN-TIME                     PIC S9(7) VALUE 0.
032100 01  WS-TODAY-DAYS                   PIC S9(7) COMP VALUE 0.
032200 01  WS-GATE-DAYS                    PIC S9(7) COMP VALUE 0.
032300 01  WS-GATE-DATE                    PIC 9(7) VALUE 0.
032400 01  WS-DAYS-WORK                    PIC S9(7) COMP VALUE 0.
032500 01  WS-CYY-WORK                     PIC 9(4) VALUE 0.
032600 01  WS-DDD-WORK                     PIC 9(3) VALUE 0.
032700
032800 01  WS-PAID-TOTAL                   PIC S9(7)V99 VALUE 0.
032900 01  WS-AWARD-TOTAL                  PIC 9(7)V99 VALUE 0.
033000
033100* THE CANCELLED STUDENT'S COURSE SLOTS, KEPT ASIDE ONCE THE
033200* STUFILE ROW IS CLEARED - EACH PROMOTION READS ANOTHER STUDENT
033300* INTO THE SAME STUFILE-RECORD AREA.
033400 01  WS-CANCEL-STU                   PIC X(7) VALUE SPACES.
033500 01  WS-CANCEL-TABLE.
033600     05 WS-CANCEL-COURSE             PIC X(8) OCCURS 10 TIMES.
033700 77  WS-SLOT-IDX                     PIC S9(2) COMP VALUE 0.
033800
033900 01  WS-PROMOTE-STU                  PIC X(7) VALUE SPACES.
034000 77  WS-PROMOTE-IDX                  PIC S9(2) COMP VALUE 0.
034100 77  WS-PROMOTE-SLOT                 PIC 9(2) VALUE 0.
034200
034300 77  WS-CANCEL-COUNT                 PIC S9(7) COMP VALUE 0.
034400 77  WS-EXEMPT-COUNT                 PIC S9(7) COMP VALUE 0.
034500 77  WS-RELEASED-COUNT               PIC S9(7) COMP VALUE 0.
034600 77  WS-PROMOTED-COUNT               PIC S9(7) COMP VALUE 0.
034700 77  WS-MISSING-COUNT                PIC S9(7) COMP VALUE 0.
034800
034900* SEATS RELEASED PER SECTION, HELD AND ORDERED BY SECTION CODE
035000* BEFORE PRINTING, THE WAY DCJB8BMG HOLDS ITS CHASE LIST.
035100 01  WS-SECT-TABLE.
035200     05 WS-SECT-ENTRY OCCURS 500 TIMES.
035300         10 WS-SCT-CODE              PIC X(8).
035400         10 WS-SCT-TITLE             PIC X(20).
035500         10 WS-SCT-RELEASED          PIC 9(5).
035600         10 WS-SCT-PROMOTED          PIC 9(5).
035700         10 WS-SCT-WAITING           PIC 9(2).
035800 01  WS-SECT-COUNT                   PIC S9(4) COMP VALUE 0.
035900 01  WS-SECT-SWAP                    PIC X(40) VALUE SPACES.
036000 77  WS-SECT-IDX                     PIC S9(4) COMP VALUE 0.
036100 77  WS-SECT-HIT                     PIC S9(4) COMP VALUE 0.
036200 77  WS-ROW-IDX                      PIC S9(4) COMP VALUE 0.
036300 77  WS-ROW-NEXT                     PIC S9(4) COMP VALUE 0.
036400
036500 01  LTR-TEXT-LINE.
036600     05 LTR-TXT-CC                   PIC X(1) VALUE ' '.
036700     05 FILLER                       PIC X(4) VALUE SPACES.
036800     05 LTR-TXT                      PIC X(60).
036900     05 FILLER                       PIC X(68) VALUE SPACES.
037000
037100 01  LTR-CANCEL-HEADING.
037200     05 LTR-CAN-CC                   PIC X(1) VALUE '1'.
037300     05 FILLER                       PIC X(4) VALUE SPACES.
037400     05 FILLER                       PIC X(40) VALUE
037500            'REGISTRATION CANCELLED - NON-PAYMENT'.
037600     05 FILLER                       PIC X(88) VALUE SPACES.
037700
037800 01  LTR-OFFER-HEADING.
037900     05 LTR-OFF-CC                   PIC X(1) VALUE '1'.
038000     05 FILLER                       PIC X(4) VALUE SPACES.
038100     05 FILLER                       PIC X(24) VALUE
038200            'ENROLLMENT OFFER NOTICE'.
038300     05 FILLER                       PIC X(104) VALUE SPACES.
038400
038500 01  LTR-COURSE-LINE.
038600     05 LTR-CRS-CC                   PIC X(1) VALUE ' '.
038700     05 FILLER                       PIC X(8) VALUE SPACES.
038800     05 LTR-CRS-CODE                 PIC X(8).
038900     05 FILLER                       PIC X(3) VALUE SPACES.
039000     05 LTR-CRS-TITLE                PIC X(20).
039100     05 FILLER                       PIC X(93) VALUE SPACES.
039200
039300 01  RPT-TRUNC-LINE.
039400     05 FILLER                       PIC X(1) VALUE '0'.
039500     05 FILLER                       PIC X(60) VALUE
039600            '*** TRUNCATED AT 500 SECTIONS - TOTALS COMPLETE ***'.
039700     05 FILLER                       PIC X(72) VALUE SPACES.
039800
039900 01  RPT-HEADING-1.
040000     05 FILLER                       PIC X(1) VALUE '1'.
040100     05 FILLER                       PIC X(40) VALUE
040200            'DCJB8BCN - SEATS RELEASED, NON-PAYMENT '.
040300     05 FILLER                       PIC X(5) VALUE 'TERM '.
040400     05 HD1-TERM                     PIC X(5).
040500     05 FILLER                       PIC X(16) VALUE
040600            '  DEADLINE WAS '.
040700     05 HD1-DEADLINE                 PIC 9(7).
040800     05 FILLER                       PIC X(59) VALUE SPACES.
040900
041000 01  RPT-HEADING-2.
041100     05 FILLER                       PIC X(1) VALUE '0'.
041200     05 FILLER                       PIC X(4) VALUE SPACES.
041300     05 FILLER                       PIC X(31) VALUE
041400            'SECTION   TITLE'.
041500     05 FILLER                       PIC X(32) VALUE
041600            'RELEASED  PROMOTED  STILL WAIT'.
041700     05 FILLER                       PIC X(65) VALUE SPACES.
041800
041900 01  RPT-DETAIL-LINE.
042000     05 FILLER                       PIC X(5) VALUE SPACES.
042100     05 RPT-DTL-CODE                 PIC X(8).
042200     05 FILLER                       PIC X(2) VALUE SPACES.
042300     05 RPT-DTL-TITLE                PIC X(20).
042400     05 FILLER                       PIC X(3) VALUE SPACES.
042500     05 RPT-DTL-RELEASED             PIC ZZ,ZZ9.
042600     05 FILLER                       PIC X(4) VALUE SPACES.
042700     05 RPT-DTL-PROMOTED             PIC ZZ,ZZ9.
042800     05 FILLER                       PIC X(8) VALUE SPACES.
042900     05 RPT-DTL-WAITING              PIC Z9.
043000     05 FILLER                       PIC X(69) VALUE SPACES.
043100
043200 01  RPT-TRAILER-1.
043300     05 FILLER                       PIC X(1) VALUE '0'.
043400     05 FILLER                       PIC X(25) VALUE
043500            'STUDENTS CANCELLED . . . '.
043600     05 RPT-TRL-CANCELLED            PIC ZZZ,ZZ9.
043700     05 FILLER                       PIC X(100) VALUE SPACES.
043800
043900 01  RPT-TRAILER-2.
044000     05 FILLER                       PIC X(1) VALUE SPACE.
044100     05 FILLER                       PIC X(25) VALUE
044200            'SEATS RELEASED . . . . . '.
044300     05 RPT-TRL-RELEASED             PIC ZZZ,ZZ9.
044400     05 FILLER                       PIC X(100) VALUE SPACES.
044500
044600 01  RPT-TRAILER-3.
044700     05 FILLER                       PIC X(1) VALUE SPACE.
044800     05 FILLER                       PIC X(25) VALUE
044900            'WAITLIST PROMOTIONS  . . '.
045000     05 RPT-TRL-PROMOTED             PIC ZZZ,ZZ9.
045100     05 FILLER                       PIC X(100) VALUE SPACES.
045200
045300 01  RPT-TRAILER-4.
045400     05 FILLER                       PIC X(1) VALUE SPACE.
045500     05 FILLER                       PIC X(25) VALUE
045600            'EXEMPT (AWARD PENDING) . '.
045700     05 RPT-TRL-EXEMPT               PIC ZZZ,ZZ9.
045800     05 FILLER                       PIC X(100) VALUE SPACES.
045900
046000 PROCEDURE DIVISION.
046100
046200 0000-MAINLINE.
046300
046400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
046500
046600     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
046700         UNTIL WS-ASM-EOF.
046800
046900     PERFORM 6000-SORT-SECTIONS THRU 6000-EXIT.
047000     PERFORM 6500-PRINT-SECTIONS THRU 6500-EXIT.
047100
047200     PERFORM 3000-TERMINATE THRU 3000-EXIT.
047300
047400     GOBACK.
047500
047600 1000-INITIALIZE.
047700
047800     ACCEPT WS-TERM-IN FROM SYSIN.
047900     IF WS-TERM-IN = SPACES
048000         DISPLAY 'DCJB8BCN - NO TERM ON SYSIN'
048100         GO TO 9999-ABEND
048200     END-IF.
048300
048400*    THE ONLINE SUITE MUST BE QUIESCED (DCJB8PHJ) BEFORE SEATS
048500*    ARE TAKEN AWAY UNDER THIS RUN - THE SAME GATE THE BACKUP AND
048600*    ROLLOVER JOBS STAND BEHIND.
048700     OPEN INPUT BATCHCTL-FILE.
048800     IF NOT WS-BATCHCTL-OK
048900         DISPLAY 'DCJB8BCN - BATCHCTL OPEN FAILED, STATUS = '
049000             WS-BATCHCTL-STATUS
049100         GO TO 9999-ABEND
049200     END-IF.
049300     MOVE 0 TO BCT-RUN-DATE.
049400     MOVE 'QUIESCE' TO BCT-JOB.
049500     READ BATCHCTL-FILE
049600         INVALID KEY
049700             DISPLAY 'DCJB8BCN - ONLINE SUITE NOT QUIESCED'
049800             GO TO 9999-ABEND
049900         NOT INVALID KEY
050000             IF NOT BCT-RUNNING
050100                 DISPLAY 'DCJB8BCN - ONLINE SUITE NOT QUIESCED'
050200                 GO TO 9999-ABEND
050300             END-IF
050400     END-READ.
050500     CLOSE BATCHCTL-FILE.
050600
050700     ACCEPT WS-CURR-DATE FROM DAY.
050800     COMPUTE WS-JRN-DATE = WS-CURR-DATE - 1900000.
050900     DIVIDE WS-JRN-DATE BY 1000
051000         GIVING WS-CYY-WORK
051100         REMAINDER WS-DDD-WORK.
051200     COMPUTE WS-TODAY-DAYS =
051300         (WS-CYY-WORK * 365) + WS-DDD-WORK.
051400     ACCEPT WS-CURR-TIME FROM TIME.
051500     COMPUTE WS-JRN-TIME = WS-CURR-TIME / 100.
051600
051700     PERFORM 1100-CHECK-DEADLINE THRU 1100-EXIT.
051800
051900     OPEN INPUT ASSESS-FILE.
052000     IF NOT WS-ASSESS-OK
052100         DISPLAY 'DCJB8BCN - ASSESS OPEN FAILED, STATUS = '
052200             WS-ASSESS-STATUS
052300         GO TO 9999-ABEND
052400     END-IF.
052500
052600     OPEN INPUT PAYFILE.
052700     IF NOT WS-PAYFILE-OK
052800         DISPLAY 'DCJB8BCN - PAYFILE OPEN FAILED, STATUS = '
052900             WS-PAYFILE-STATUS
053000         GO TO 9999-ABEND
053100     END-IF.
053200
053300     OPEN INPUT AWD-FILE.
053400     IF NOT WS-AWDFILE-OK
053500         DISPLAY 'DCJB8BCN - AWDFILE OPEN FAILED, STATUS = '
053600             WS-AWDFILE-STATUS
053700         GO TO 9999-ABEND
053800     END-IF.
053900
054000     OPEN INPUT NOM-FILE.
054100     IF NOT WS-NOMFILE-OK
054200         DISPLAY 'DCJB8BCN - NOMFILE OPEN FAILED, STATUS = '
054300             WS-NOMFILE-STATUS
054400         GO TO 9999-ABEND
054500     END-IF.
054600
054700     OPEN INPUT PLAN-FILE.
054800     IF NOT WS-PLNFILE-OK
054900         DISPLAY 'DCJB8BCN - PLANFILE OPEN FAILED, STATUS = '
055000             WS-PLNFILE-STATUS
055100         GO TO 9999-ABEND
055200     END-IF.
055300
055400     OPEN INPUT SPL-FILE.
055500     IF NOT WS-SPLFILE-OK
055600         DISPLAY 'DCJB8BCN - SPLFILE OPEN FAILED, STATUS = '
055700             WS-SPLFILE-STATUS
055800         GO TO 9999-ABEND
055900     END-IF.
056000
056100     OPEN I-O STUFILE.
056200     IF NOT WS-STUFILE-OK
056300         DISPLAY 'DCJB8BCN - STUFILE OPEN FAILED, STATUS = '
056400             WS-STUFILE-STATUS
056500         GO TO 9999-ABEND
056600     END-IF.
056700
056800     OPEN I-O CRSFILE.
056900     IF NOT WS-CRSFILE-OK
057000         DISPLAY 'DCJB8BCN - CRSFILE OPEN FAILED, STATUS = '
057100             WS-CRSFILE-STATUS
057200         GO TO 9999-ABEND
057300     END-IF.
057400
057500     OPEN EXTEND STUJRNL-FILE.
057600     IF WS-JRNL-NOFILE
057700         OPEN OUTPUT STUJRNL-FILE
057800     END-IF.
057900     IF NOT WS-JRNL-OK
058000         DISPLAY 'DCJB8BCN - STUJRNL OPEN FAILED, STATUS = '
058100             WS-JRNL-STATUS
058200         GO TO 9999-ABEND
058300     END-IF.
058400
058500     OPEN EXTEND CRSJRNL-FILE.
058600     IF WS-CJRNL-NOFILE
058700         OPEN OUTPUT CRSJRNL-FILE
058800     END-IF.
058900     IF NOT WS-CJRNL-OK
059000         DISPLAY 'DCJB8BCN - CRSJRNL OPEN FAILED, STATUS = '
059100             WS-CJRNL-STATUS
059200         GO TO 9999-ABEND
059300     END-IF.
059310
059320     OPEN I-O JRNCTL-FILE.
059330     IF NOT WS-JRNCTL-OK
059340         DISPLAY 'DCJB8BCN - JRNCTL OPEN FAILED, STATUS = '
059350             WS-JRNCTL-STATUS
059360         GO TO 9999-ABEND
059370     END-IF.
059400
059500     OPEN I-O CORR-FILE.
059600     IF NOT WS-CORFILE-OK
059700         DISPLAY 'DCJB8BCN - CORRFILE OPEN FAILED, STATUS = '
059800             WS-CORFILE-STATUS
059900         GO TO 9999-ABEND
060000     END-IF.
060100
060200     OPEN OUTPUT LETTER-RPT.
060300     IF NOT WS-CNPLTR-OK
060400         DISPLAY 'DCJB8BCN - CNPLTR OPEN FAILED, STATUS = '
060500             WS-CNPLTR-STATUS
060600         GO TO 9999-ABEND
060700     END-IF.
060800
060900     OPEN OUTPUT CONTROL-RPT.
061000     IF NOT WS-CNPRPT-OK
061100         DISPLAY 'DCJB8BCN - CNPRPT OPEN FAILED, STATUS = '
061200             WS-CNPRPT-STATUS
061300         GO TO 9999-ABEND
061400     END-IF.
061500
061600     MOVE WS-TERM-IN TO HD1-TERM.
061700     MOVE WS-GATE-DATE TO HD1-DEADLINE.
061800     WRITE CTL-LINE FROM RPT-HEADING-1.
061900     WRITE CTL-LINE FROM RPT-HEADING-2.
062000
062100     PERFORM 2100-READ-NEXT-ASSESS THRU 2100-EXIT.
062200
062300 1000-EXIT.
062400     EXIT.
062500
062600*----------------------------------------------------------------
062700* THE FEE DEADLINE IS THE TERM START PLUS THE PARMFILE FEEDDAYS
062800* DAY COUNT. WITHOUT THE ROW THE TERM'S ADD DEADLINE STANDS - BY
062900* THEN A STUDENT WHO MEANS TO STAY HAS PAID OR ARRANGED A PLAN.
063000* BEFORE THE DEADLINE THE RUN ENDS RC 4 WITHOUT TOUCHING ANYTHING,
063100* THE SAME WAY DCJB8BMG WAITS FOR THE GRADE DEADLINE.
063200*----------------------------------------------------------------
063300 1100-CHECK-DEADLINE.
063400
063500     OPEN INPUT TERMFILE.
063600     IF NOT WS-TERMFILE-OK
063700         DISPLAY 'DCJB8BCN - TERMFILE OPEN FAILED, STATUS = '
063800             WS-TERMFILE-STATUS
063900         GO TO 9999-ABEND
064000     END-IF.
064100
064200     MOVE WS-TERM-IN TO TRM-CODE.
064300     READ TERMFILE
064400         INVALID KEY
064500             DISPLAY 'DCJB8BCN - TERM ' WS-TERM-IN
064600                 ' NOT ON THE TERM CALENDAR'
064700             GO TO 9999-ABEND
064800     END-READ.
064900     CLOSE TERMFILE.
065000
065100     MOVE 'N' TO WS-PARM-FOUND-SW.
065200     OPEN INPUT PARM-FILE.
065300     IF WS-PARMFILE-OK
065400         MOVE 'FEEDDAYS' TO PAR-NAME
065500         READ PARM-FILE
065600             INVALID KEY
065700                 CONTINUE
065800             NOT INVALID KEY
065900                 MOVE PAR-VALUE TO WS-PARM-VALUE-X
066000                 IF WS-PARM-VALUE-X(1:3) IS NUMERIC
066100                     MOVE WS-PARM-VALUE-X(1:3) TO WS-FEE-DAYS
066200                     MOVE 'Y' TO WS-PARM-FOUND-SW
066300                 END-IF
066400         END-READ
066500         CLOSE PARM-FILE
066600     END-IF.
066700
066800*    BOTH ROUTES END AS A DAY NUMBER (CYY*365+DDD) FOR THE
066900*    COMPARE AND A CYYDDD DATE FOR THE REPORT HEADING.
067000     IF WS-PARM-FOUND
067100         DIVIDE TRM-START-DATE BY 1000
067200             GIVING WS-CYY-WORK
067300             REMAINDER WS-DDD-WORK
067400         COMPUTE WS-GATE-DAYS = (WS-CYY-WORK * 365)
067500             + WS-DDD-WORK + WS-FEE-DAYS
067600         COMPUTE WS-DAYS-WORK = WS-GATE-DAYS - 1
067700         DIVIDE WS-DAYS-WORK BY 365
067800             GIVING WS-CYY-WORK
067900             REMAINDER WS-DDD-WORK
068000         COMPUTE WS-GATE-DATE =
068100             (WS-CYY-WORK * 1000) + WS-DDD-WORK + 1
068200     ELSE
068300         MOVE TRM-ADD-DEADLINE TO WS-GATE-DATE
068400         DIVIDE TRM-ADD-DEADLINE BY 1000
068500             GIVING WS-CYY-WORK
068600             REMAINDER WS-DDD-WORK
068700         COMPUTE WS-GATE-DAYS =
068800             (WS-CYY-WORK * 365) + WS-DDD-WORK
068900     END-IF.
069000
069100     IF WS-TODAY-DAYS NOT > WS-GATE-DAYS
069200         DISPLAY 'DCJB8BCN - FEE DEADLINE ' WS-GATE-DATE
069300             ' HAS NOT PASSED - NOTHING CANCELLED'
069400         MOVE 4 TO RETURN-CODE
069500         GOBACK
069600     END-IF.
069700
069800     DISPLAY 'DCJB8BCN - NON-PAYMENT RUN, TERM ' WS-TERM-IN
069900         ' FEE DEADLINE ' WS-GATE-DATE.
070000
070100 1100-EXIT.
070200     EXIT.
070300
070400*----------------------------------------------------------------
070500* ONE ASSESSMENT FOR THE RUN TERM. ANY PAYMENT, PLAN, SPONSOR
070600* LINK, PENDING AWARD, OR AWARDS COVERING THE WHOLE ASSESSMENT
070700* KEEPS THE STUDENT'S SEATS.
070800*----------------------------------------------------------------
070900 2000-PROCESS-ACCOUNT.
071000
071100     IF (ASM-TERM NOT = WS-TERM-IN) OR (ASM-TOTAL-FEES = 0)
071200         GO TO 2000-NEXT
071300     END-IF.
071400
071500     MOVE 'N' TO WS-KEEP-SW.
071600
071700     PERFORM 4000-SUM-PAYMENTS THRU 4000-EXIT.
071800     IF WS-PAID-TOTAL > 0
071900         GO TO 2000-NEXT
072000     END-IF.
072100
072200     PERFORM 4200-CHECK-PLAN THRU 4200-EXIT.
072300     IF WS-KEEP-SEATS
072400         GO TO 2000-NEXT
072500     END-IF.
072600
072700     MOVE ASM-STU-NUMBER TO SPL-STU-NUMBER.
072800     MOVE ASM-TERM TO SPL-TERM.
072900     READ SPL-FILE
073000         INVALID KEY
073100             CONTINUE
073200         NOT INVALID KEY
073300             MOVE 'Y' TO WS-KEEP-SW
073400     END-READ.
073500     IF WS-KEEP-SEATS
073600         GO TO 2000-NEXT
073700     END-IF.
073800
073900     PERFORM 4500-SUM-AWARDS THRU 4500-EXIT.
074000     IF WS-AWARD-TOTAL NOT < ASM-TOTAL-FEES
074100         GO TO 2000-NEXT
074200     END-IF.
074300
074400*    AN AWARD STILL WAITING ON A DECISION HOLDS THE SEATS UNTIL
074500*    IT IS DECIDED - COUNTED SO THE BURSAR CAN CHASE THEM.
074600     PERFORM 4700-CHECK-PENDING THRU 4700-EXIT.
074700     IF WS-KEEP-SEATS
074800         ADD 1 TO WS-EXEMPT-COUNT
074900         GO TO 2000-NEXT
075000     END-IF.
075100
075200     PERFORM 5000-CANCEL-STUDENT THRU 5000-EXIT.
075300
075400 2000-NEXT.
075500     PERFORM 2100-READ-NEXT-ASSESS THRU 2100-EXIT.
075600
075700 2000-EXIT.
075800     EXIT.
075900
076000 2100-READ-NEXT-ASSESS.
076100
076200     READ ASSESS-FILE NEXT RECORD
076300         AT END
076400             MOVE 'Y' TO WS-ASM-EOF-SW
076500     END-READ.
076600
076700 2100-EXIT.
076800     EXIT.
076900
077000 3000-TERMINATE.
077100
077200     MOVE WS-CANCEL-COUNT TO RPT-TRL-CANCELLED.
077300     WRITE CTL-LINE FROM RPT-TRAILER-1.
077400     MOVE WS-RELEASED-COUNT TO RPT-TRL-RELEASED.
077500     WRITE CTL-LINE FROM RPT-TRAILER-2.
077600     MOVE WS-PROMOTED-COUNT TO RPT-TRL-PROMOTED.
077700     WRITE CTL-LINE FROM RPT-TRAILER-3.
077800     MOVE WS-EXEMPT-COUNT TO RPT-TRL-EXEMPT.
077900     WRITE CTL-LINE FROM RPT-TRAILER-4.
078000
078100     CLOSE ASSESS-FILE.
078200     CLOSE PAYFILE.
078300     CLOSE AWD-FILE.
078400     CLOSE NOM-FILE.
078500     CLOSE PLAN-FILE.
078600     CLOSE SPL-FILE.
078700     CLOSE STUFILE.
078800     CLOSE CRSFILE.
078900     CLOSE STUJRNL-FILE.
079000     CLOSE CRSJRNL-FILE.
079010     CLOSE JRNCTL-FILE.
079100     CLOSE CORR-FILE.
079200     CLOSE LETTER-RPT.
079300     CLOSE CONTROL-RPT.
079400
079500     DISPLAY 'DCJB8BCN - CANCELLED = ' WS-CANCEL-COUNT
079600         ' SEATS RELEASED = ' WS-RELEASED-COUNT
079700         ' PROMOTED = ' WS-PROMOTED-COUNT.
079800     DISPLAY 'DCJB8BCN - EXEMPT (AWARD PENDING) = '
079900         WS-EXEMPT-COUNT
080000         ' SECTIONS NOT ON CRSFILE = ' WS-MISSING-COUNT.
080100
080200 3000-EXIT.
080300     EXIT.
080400
080500*----------------------------------------------------------------
080600* NET PAYMENTS ON FILE FOR THE STUDENT AND TERM - A PAYMENT
080700* THAT WAS LATER REFUNDED IN FULL COUNTS AS NO PAYMENT.
080800*----------------------------------------------------------------
080900 4000-SUM-PAYMENTS.
081000
081100     MOVE 0 TO WS-PAID-TOTAL.
081200     MOVE 'N' TO WS-PAY-DONE-SW.
081300
081400     MOVE ASM-STU-NUMBER TO PAY-STU-NUMBER.
081500     MOVE ZEROS TO PAY-DATE.
081600
081700     START PAYFILE KEY IS NOT LESS THAN PAY-KEY
081800         INVALID KEY
081900             MOVE 'Y' TO WS-PAY-DONE-SW
082000     END-START.
082100
082200     PERFORM 4100-READ-ONE-PAYMENT THRU 4100-EXIT
082300         UNTIL WS-PAY-DONE.
082400
082500 4000-EXIT.
082600     EXIT.
082700
082800 4100-READ-ONE-PAYMENT.
082900
083000     READ PAYFILE NEXT RECORD
083100         AT END
083200             MOVE 'Y' TO WS-PAY-DONE-SW
083300             GO TO 4100-EXIT
083400     END-READ.
083500
083600     IF PAY-STU-NUMBER NOT = ASM-STU-NUMBER
083700         MOVE 'Y' TO WS-PAY-DONE-SW
083800         GO TO 4100-EXIT
083900     END-IF.
084000
084100     IF PAY-TERM = ASM-TERM
084200         IF PAY-NEGATIVE
084300             SUBTRACT PAY-AMOUNT FROM WS-PAID-TOTAL
084400         ELSE
084500             ADD PAY-AMOUNT TO WS-PAID-TOTAL
084600         END-IF
084700     END-IF.
084800
084900 4100-EXIT.
085000     EXIT.
085100
085200 4200-CHECK-PLAN.
085300
085400     MOVE ASM-STU-NUMBER TO PLN-STU-NUMBER.
085500     MOVE ASM-TERM TO PLN-TERM.
085600     MOVE ZEROS TO PLN-INST-NO.
085700
085800     START PLAN-FILE KEY IS NOT LESS THAN PLN-KEY
085900         INVALID KEY
086000             GO TO 4200-EXIT
086100     END-START.
086200
086300     READ PLAN-FILE NEXT RECORD
086400         AT END
086500             GO TO 4200-EXIT
086600     END-READ.
086700
086800     IF (PLN-STU-NUMBER = ASM-STU-NUMBER) AND
086900        (PLN-TERM = ASM-TERM)
087000         MOVE 'Y' TO WS-KEEP-SW
087100     END-IF.
087200
087300 4200-EXIT.
087400     EXIT.
087500
087600 4500-SUM-AWARDS.
087700
087800     MOVE 0 TO WS-AWARD-TOTAL.
087900     MOVE 'N' TO WS-AWD-DONE-SW.
088000
088100     MOVE ASM-STU-NUMBER TO AWD-STU-NUMBER.
088200     MOVE ASM-TERM TO AWD-TERM.
088300     MOVE SPACES TO AWD-CODE.
088400
088500     START AWD-FILE KEY IS NOT LESS THAN AWD-KEY
088600         INVALID KEY
088700             MOVE 'Y' TO WS-AWD-DONE-SW
088800     END-START.
088900
089000     PERFORM 4510-READ-ONE-AWARD THRU 4510-EXIT
089100         UNTIL WS-AWD-DONE.
089200
089300 4500-EXIT.
089400     EXIT.
089500
089600 4510-READ-ONE-AWARD.
089700
089800     READ AWD-FILE NEXT RECORD
089900         AT END
090000             MOVE 'Y' TO WS-AWD-DONE-SW
090100             GO TO 4510-EXIT
090200     END-READ.
090300
090400     IF (AWD-STU-NUMBER NOT = ASM-STU-NUMBER) OR
090500        (AWD-TERM NOT = ASM-TERM)
090600         MOVE 'Y' TO WS-AWD-DONE-SW
090700         GO TO 4510-EXIT
090800     END-IF.
090900
091000     ADD AWD-AMOUNT TO WS-AWARD-TOTAL.
091100
091200 4510-EXIT.
091300     EXIT.
091400
091410*----------------------------------------------------------------
091420* A SCHOLARSHIP NOMINATION STILL PENDING ON NOMFILE FOR THE TERM
091430* KEEPS THE SEATS. NOMFILE IS KEYED TERM/SCHOLARSHIP/STUDENT, SO
091440* THE TERM'S NOMINATIONS ARE READ THROUGH FOR THIS STUDENT.
091450*----------------------------------------------------------------
091500 4700-CHECK-PENDING.
091600
091700     MOVE 'N' TO WS-NOM-DONE-SW.
091800     MOVE ASM-TERM TO NOM-TERM.
091900     MOVE LOW-VALUES TO NOM-CODE NOM-STU-NUMBER.
092100
092200     START NOM-FILE KEY IS NOT LESS THAN NOM-KEY
092300         INVALID KEY
092400             MOVE 'Y' TO WS-NOM-DONE-SW
092500     END-START.
092600
092700     PERFORM 4710-READ-ONE-PENDING THRU 4710-EXIT
092800         UNTIL WS-NOM-DONE.
092900
093000 4700-EXIT.
093100     EXIT.
093200
093300 4710-READ-ONE-PENDING.
093400
093500     READ NOM-FILE NEXT RECORD
093600         AT END
093700             MOVE 'Y' TO WS-NOM-DONE-SW
093800             GO TO 4710-EXIT
093900     END-READ.
094000
094100     IF NOM-TERM NOT = ASM-TERM
094300         MOVE 'Y' TO WS-NOM-DONE-SW
094400         GO TO 4710-EXIT
094500     END-IF.
094600
094700     IF (NOM-STU-NUMBER = ASM-STU-NUMBER) AND NOM-PENDING
094800         MOVE 'Y' TO WS-KEEP-SW
094900         MOVE 'Y' TO WS-NOM-DONE-SW
095000     END-IF.
095100
095200 4710-EXIT.
095300     EXIT.
095400
095500*----------------------------------------------------------------
095600* CLEARS THE STUDENT'S COURSE TABLE (ONLY WHEN IT STILL BELONGS
095700* TO THE RUN TERM), JOURNALS AND LETTERS IT, THEN GIVES EACH
095800* SEAT BACK TO ITS SECTION.
095900*----------------------------------------------------------------
096000 5000-CANCEL-STUDENT.
096100
096200     MOVE ASM-STU-NUMBER TO STU-NUMBER.
096300     READ STUFILE
096400         INVALID KEY
096500             GO TO 5000-EXIT
096600     END-READ.
096700
096800     IF (STU-TERM NOT = WS-TERM-IN) OR (STU-COURSE-COUNT = 0)
096900         GO TO 5000-EXIT
097000     END-IF.
097100
097200     MOVE STU-NUMBER TO WS-CANCEL-STU.
097300     PERFORM 5050-SAVE-ONE-SLOT THRU 5050-EXIT
097400         VARYING WS-SLOT-IDX FROM 1 BY 1
097500         UNTIL WS-SLOT-IDX > 10.
097600
097700     MOVE 0 TO STU-COURSE-COUNT.
097800     MOVE WS-JRN-DATE TO STU-LASTCHG-DATE.
097900     MOVE WS-JRN-TIME TO STU-LASTCHG-TIME.
098000     REWRITE STUFILE-RECORD.
098100     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
098200     ADD 1 TO WS-CANCEL-COUNT.
098300
098400*    THE LETTER GOES OUT WHILE THE STUDENT'S OWN RECORD IS STILL
098500*    IN THE BUFFER - THE PROMOTIONS BELOW READ OTHERS INTO IT.
098600     PERFORM 6100-PRINT-CANCEL-LETTER THRU 6100-EXIT.
098700
098800     PERFORM 5100-RELEASE-ONE-SEAT THRU 5100-EXIT
098900         VARYING WS-SLOT-IDX FROM 1 BY 1
099000         UNTIL WS-SLOT-IDX > 10.
099100
099200 5000-EXIT.
099300     EXIT.
099400
099500 5050-SAVE-ONE-SLOT.
099600
099700     MOVE STU-COURSE-TABLE(WS-SLOT-IDX)
099800         TO WS-CANCEL-COURSE(WS-SLOT-IDX).
099900     MOVE SPACES TO STU-COURSE-TABLE(WS-SLOT-IDX).
100000     MOVE SPACES TO STU-BASIS-TABLE(WS-SLOT-IDX).
100100
100200 5050-EXIT.
100300     EXIT.
100400
100500*----------------------------------------------------------------
100600* ONE FREED SEAT - DROP THE SEAT COUNT, PROMOTE THE FRONT OF THE
100700* WAITLIST INTO IT, REWRITE AND JOURNAL THE SECTION.
100800*----------------------------------------------------------------
100900 5100-RELEASE-ONE-SEAT.
101000
101100     IF WS-CANCEL-COURSE(WS-SLOT-IDX) = SPACES
101200         GO TO 5100-EXIT
101300     END-IF.
101400
101500     MOVE WS-CANCEL-COURSE(WS-SLOT-IDX) TO CRS-CODE.
101600     READ CRSFILE
101700         INVALID KEY
101800             DISPLAY 'DCJB8BCN - ' WS-CANCEL-STU ' HELD '
101900                 WS-CANCEL-COURSE(WS-SLOT-IDX)
102000                 ' - NOT ON CRSFILE'
102100             ADD 1 TO WS-MISSING-COUNT
102200             GO TO 5100-EXIT
102300     END-READ.
102400
102500     IF CRS-SEATS-USED > 0
102600         SUBTRACT 1 FROM CRS-SEATS-USED
102700     END-IF.
102800     ADD 1 TO WS-RELEASED-COUNT.
102900     PERFORM 5400-FIND-SECTION THRU 5400-EXIT.
103000     IF WS-SECT-HIT > 0
103100         ADD 1 TO WS-SCT-RELEASED(WS-SECT-HIT)
103200     END-IF.
103300
103400     PERFORM 5200-PROMOTE-WAITLIST THRU 5200-EXIT.
103500
103600     REWRITE CRSFILE-RECORD.
103700     PERFORM 7100-JOURNAL-COURSE THRU 7100-EXIT.
103800
103900     IF WS-SECT-HIT > 0
104000         MOVE CRS-WAIT-COUNT TO WS-SCT-WAITING(WS-SECT-HIT)
104100     END-IF.
104200
104300 5100-EXIT.
104400     EXIT.
104500
104600*----------------------------------------------------------------
104700* THE SAME PROMOTION DCJB8PGU'S 930-PROMOTE-WAITLIST MAKES
104800* ONLINE: THE FRONT ENTRY COMES OFF THE WAITLIST, AND TAKES THE
104900* SEAT IF ITS STUDENT IS ON FILE AND HAS A FREE COURSE SLOT.
105000*----------------------------------------------------------------
105100 5200-PROMOTE-WAITLIST.
105200
105300     IF CRS-WAIT-COUNT = 0
105400         GO TO 5200-EXIT
105500     END-IF.
105600
105700     MOVE CRS-WAIT-TABLE(1) TO WS-PROMOTE-STU.
105800
105900     PERFORM 5250-SHIFT-WAITLIST THRU 5250-EXIT
106000         VARYING WS-PROMOTE-IDX FROM 1 BY 1
106100         UNTIL WS-PROMOTE-IDX > 9.
106200     MOVE SPACES TO CRS-WAIT-TABLE(CRS-WAIT-COUNT).
106300     MOVE ZEROS TO CRS-WAIT-DATE-TABLE(CRS-WAIT-COUNT).
106400     SUBTRACT 1 FROM CRS-WAIT-COUNT.
106500
106600     MOVE WS-PROMOTE-STU TO STU-NUMBER.
106700     READ STUFILE
106800         INVALID KEY
106900             GO TO 5200-EXIT
107000     END-READ.
107100
107200     MOVE 0 TO WS-PROMOTE-SLOT.
107300     PERFORM 5300-FIND-OPEN-SLOT THRU 5300-EXIT
107400         VARYING WS-PROMOTE-IDX FROM 1 BY 1
107500         UNTIL (WS-PROMOTE-IDX > 10)
107600            OR (WS-PROMOTE-SLOT NOT = 0).
107700     IF WS-PROMOTE-SLOT = 0
107800         GO TO 5200-EXIT
107900     END-IF.
108000
108100     MOVE CRS-CODE TO STU-COURSE-TABLE(WS-PROMOTE-SLOT).
108200     ADD 1 TO STU-COURSE-COUNT.
108300     ADD 1 TO CRS-SEATS-USED.
108400     MOVE WS-JRN-DATE TO STU-LASTCHG-DATE.
108500     MOVE WS-JRN-TIME TO STU-LASTCHG-TIME.
108600     REWRITE STUFILE-RECORD.
108700     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
108800
108900     ADD 1 TO WS-PROMOTED-COUNT.
109000     IF WS-SECT-HIT > 0
109100         ADD 1 TO WS-SCT-PROMOTED(WS-SECT-HIT)
109200     END-IF.
109300
109400     PERFORM 6200-PRINT-OFFER-LETTER THRU 6200-EXIT.
109500
109600 5200-EXIT.
109700     EXIT.
109800
109900 5250-SHIFT-WAITLIST.
110000
110100     IF WS-PROMOTE-IDX >= CRS-WAIT-COUNT
110200         GO TO 5250-EXIT
110300     END-IF.
110400
110500     MOVE CRS-WAIT-TABLE(WS-PROMOTE-IDX + 1)
110600         TO CRS-WAIT-TABLE(WS-PROMOTE-IDX).
110700     MOVE CRS-WAIT-DATE-TABLE(WS-PROMOTE-IDX + 1)
110800         TO CRS-WAIT-DATE-TABLE(WS-PROMOTE-IDX).
110900
111000 5250-EXIT.
111100     EXIT.
111200
111300 5300-FIND-OPEN-SLOT.
111400
111500     IF STU-COURSE-TABLE(WS-PROMOTE-IDX) = SPACES
111600         MOVE WS-PROMOTE-IDX TO WS-PROMOTE-SLOT
111700     END-IF.
111800
111900 5300-EXIT.
112000     EXIT.
112100
112200*----------------------------------------------------------------
112300* THE SECTION'S ROW IN THE CONTROL TABLE, ADDED ON FIRST SIGHT.
112400* WS-SECT-HIT COMES BACK ZERO ONCE THE TABLE IS FULL - THE RUN
112500* TOTALS STILL COUNT EVERY SEAT.
112600*----------------------------------------------------------------
112700 5400-FIND-SECTION.
112800
112900     MOVE 0 TO WS-SECT-HIT.
113000     PERFORM 5410-MATCH-ONE-SECTION THRU 5410-EXIT
113100         VARYING WS-SECT-IDX FROM 1 BY 1
113200         UNTIL (WS-SECT-IDX > WS-SECT-COUNT)
113300            OR (WS-SECT-HIT NOT = 0).
113400
113500     IF WS-SECT-HIT > 0
113600         GO TO 5400-EXIT
113700     END-IF.
113800
113900     IF WS-SECT-COUNT >= 500
114000         MOVE 'Y' TO WS-TRUNC-SW
114100         GO TO 5400-EXIT
114200     END-IF.
114300
114400     ADD 1 TO WS-SECT-COUNT.
114500     MOVE WS-SECT-COUNT TO WS-SECT-HIT.
114600     MOVE CRS-CODE TO WS-SCT-CODE(WS-SECT-HIT).
114700     MOVE CRS-TITLE TO WS-SCT-TITLE(WS-SECT-HIT).
114800     MOVE 0 TO WS-SCT-RELEASED(WS-SECT-HIT).
114900     MOVE 0 TO WS-SCT-PROMOTED(WS-SECT-HIT).
115000     MOVE 0 TO WS-SCT-WAITING(WS-SECT-HIT).
115100
115200 5400-EXIT.
115300     EXIT.
115400
115500 5410-MATCH-ONE-SECTION.
115600
115700     IF WS-SCT-CODE(WS-SECT-IDX) = CRS-CODE
115800         MOVE WS-SECT-IDX TO WS-SECT-HIT
115900     END-IF.
116000
116100 5410-EXIT.
116200     EXIT.
116300
116400*----------------------------------------------------------------
116500* NEIGHBOUR-SWAP ORDERING BY SECTION CODE - THE SAME IN-STORAGE
116600* ORDERING DCJB8BMG USES FOR ITS CHASE LIST.
116700*----------------------------------------------------------------
116800 6000-SORT-SECTIONS.
116900
117000     IF WS-SECT-COUNT < 2
117100         GO TO 6000-EXIT
117200     END-IF.
117300
117400     MOVE 'Y' TO WS-SWAPPED-SW.
117500     PERFORM 6010-ONE-SORT-PASS THRU 6010-EXIT
117600         UNTIL NOT WS-SWAPPED.
117700
117800 6000-EXIT.
117900     EXIT.
118000
118100 6010-ONE-SORT-PASS.
118200
118300     MOVE 'N' TO WS-SWAPPED-SW.
118400     PERFORM 6020-COMPARE-ONE-PAIR THRU 6020-EXIT
118500         VARYING WS-ROW-IDX FROM 1 BY 1
118600         UNTIL WS-ROW-IDX >= WS-SECT-COUNT.
118700
118800 6010-EXIT.
118900     EXIT.
119000
119100 6020-COMPARE-ONE-PAIR.
119200
119300     COMPUTE WS-ROW-NEXT = WS-ROW-IDX + 1.
119400     IF WS-SCT-CODE(WS-ROW-IDX) > WS-SCT-CODE(WS-ROW-NEXT)
119500         MOVE WS-SECT-ENTRY(WS-ROW-IDX) TO WS-SECT-SWAP
119600         MOVE WS-SECT-ENTRY(WS-ROW-NEXT)
119700             TO WS-SECT-ENTRY(WS-ROW-IDX)
119800         MOVE WS-SECT-SWAP TO WS-SECT-ENTRY(WS-ROW-NEXT)
119900         MOVE 'Y' TO WS-SWAPPED-SW
120000     END-IF.
120100
120200 6020-EXIT.
120300     EXIT.
120400
120500*----------------------------------------------------------------
120600* CONTROL REPORT BODY - ONE LINE PER SECTION THAT GAVE UP SEATS.
120700*----------------------------------------------------------------
120800 6500-PRINT-SECTIONS.
120900
121000     PERFORM 6510-PRINT-ONE-SECTION THRU 6510-EXIT
121100         VARYING WS-ROW-IDX FROM 1 BY 1
121200         UNTIL WS-ROW-IDX > WS-SECT-COUNT.
121300
121400     IF WS-LIST-TRUNCATED
121500         WRITE CTL-LINE FROM RPT-TRUNC-LINE
121600         DISPLAY 'DCJB8BCN - SECTION LIST TRUNCATED AT 500 ROWS'
121700     END-IF.
121800
121900 6500-EXIT.
122000     EXIT.
122100
122200 6510-PRINT-ONE-SECTION.
122300
122400     MOVE WS-SCT-CODE(WS-ROW-IDX) TO RPT-DTL-CODE.
122500     MOVE WS-SCT-TITLE(WS-ROW-IDX) TO RPT-DTL-TITLE.
122600     MOVE WS-SCT-RELEASED(WS-ROW-IDX) TO RPT-DTL-RELEASED.
122700     MOVE WS-SCT-PROMOTED(WS-ROW-IDX) TO RPT-DTL-PROMOTED.
122800     MOVE WS-SCT-WAITING(WS-ROW-IDX) TO RPT-DTL-WAITING.
122900     WRITE CTL-LINE FROM RPT-DETAIL-LINE.
123000
123100 6510-EXIT.
123200     EXIT.
123300
123400 6100-PRINT-CANCEL-LETTER.
123500
123600     WRITE RPT-LINE FROM LTR-CANCEL-HEADING.
123700     PERFORM 6900-PRINT-ADDRESS THRU 6900-EXIT.
123800
123900     MOVE SPACES TO LTR-TXT.
124000     STRING 'YOUR REGISTRATION FOR TERM ' WS-TERM-IN
124100          ' HAS BEEN CANCELLED.'
124200          DELIMITED BY SIZE INTO LTR-TXT.
124300     WRITE RPT-LINE FROM LTR-TEXT-LINE.
124400     MOVE 'NO PAYMENT, PLAN OR AWARD WAS IN PLACE BY THE FEE'
124500          TO LTR-TXT.
124600     WRITE RPT-LINE FROM LTR-TEXT-LINE.
124700     MOVE SPACES TO LTR-TXT.
124800     STRING 'DEADLINE (' WS-GATE-DATE
124900          '). YOUR SEATS IN THESE SECTIONS WERE RELEASED:'
125000          DELIMITED BY SIZE INTO LTR-TXT.
125100     WRITE RPT-LINE FROM LTR-TEXT-LINE.
125200
125300     PERFORM 6150-PRINT-ONE-COURSE THRU 6150-EXIT
125400         VARYING WS-SLOT-IDX FROM 1 BY 1
125500         UNTIL WS-SLOT-IDX > 10.
125600
125700     MOVE 'PLEASE CONTACT THE REGISTRAR TO RE-REGISTER.'
125800          TO LTR-TXT.
125900     WRITE RPT-LINE FROM LTR-TEXT-LINE.
126000
126100*    THE CANCELLATION LETTER GOES ON THE CORRESPONDENCE REGISTER.
126200     MOVE WS-CANCEL-STU TO WS-COR-STU.
126300     MOVE 'FEECANCL' TO WS-COR-DOC.
126400     MOVE WS-JRN-DATE TO WS-COR-CYYDDD.
126500     PERFORM 8200-LOG-CORRESPONDENCE THRU 8200-EXIT.
126600
126700 6100-EXIT.
126800     EXIT.
126900
127000 6150-PRINT-ONE-COURSE.
127100
127200     IF WS-CANCEL-COURSE(WS-SLOT-IDX) = SPACES
127300         GO TO 6150-EXIT
127400     END-IF.
127500
127600     MOVE WS-CANCEL-COURSE(WS-SLOT-IDX) TO LTR-CRS-CODE.
127700     MOVE WS-CANCEL-COURSE(WS-SLOT-IDX) TO CRS-CODE.
127800     READ CRSFILE
127900         INVALID KEY
128000             MOVE SPACES TO CRS-TITLE
128100     END-READ.
128200     MOVE CRS-TITLE TO LTR-CRS-TITLE.
128300     WRITE RPT-LINE FROM LTR-COURSE-LINE.
128400
128500 6150-EXIT.
128600     EXIT.
128700
128800 6200-PRINT-OFFER-LETTER.
128900
129000     WRITE RPT-LINE FROM LTR-OFFER-HEADING.
129100     PERFORM 6900-PRINT-ADDRESS THRU 6900-EXIT.
129200
129300     MOVE SPACES TO LTR-TXT.
129400     STRING 'A SEAT HAS OPENED IN ' CRS-CODE
129500          ' AND YOU ARE NOW ENROLLED.'
129600          DELIMITED BY SIZE INTO LTR-TXT.
129700     WRITE RPT-LINE FROM LTR-TEXT-LINE.
129800
129900*    THE OFFER LETTER GOES ON THE CORRESPONDENCE REGISTER.
130000     MOVE STU-NUMBER TO WS-COR-STU.
130100     MOVE 'WLOFFER' TO WS-COR-DOC.
130200     MOVE WS-JRN-DATE TO WS-COR-CYYDDD.
130300     PERFORM 8200-LOG-CORRESPONDENCE THRU 8200-EXIT.
130400
130500 6200-EXIT.
130600     EXIT.
130700
130800 6900-PRINT-ADDRESS.
130900
131000     MOVE STU-NAME TO LTR-TXT.
131100     WRITE RPT-LINE FROM LTR-TEXT-LINE.
131200     MOVE STU-ADDRESS-1 TO LTR-TXT.
131300     WRITE RPT-LINE FROM LTR-TEXT-LINE.
131400     MOVE STU-ADDRESS-2 TO LTR-TXT.
131500     WRITE RPT-LINE FROM LTR-TEXT-LINE.
131600     MOVE STU-ADDRESS-3 TO LTR-TXT.
131700     WRITE RPT-LINE FROM LTR-TEXT-LINE.
131800     MOVE SPACES TO LTR-TXT.
131900     WRITE RPT-LINE FROM LTR-TEXT-LINE.
132000
132100 6900-EXIT.
132200     EXIT.
132300
132400 7000-WRITE-JOURNAL.
132500
132600     MOVE STU-NUMBER TO JRN-STU-NUMBER.
132700     SET JRN-REWRITE TO TRUE.
132800     MOVE 'BCN ' TO JRN-TRANSID.
132900     MOVE 'BATCHCN' TO JRN-OPERID.
133000     MOVE WS-JRN-DATE TO JRN-DATE.
133100     MOVE WS-JRN-TIME TO JRN-TIME.
133200     MOVE STUFILE-RECORD TO JRN-RECORD-IMAGE.
133300
133310     MOVE 'STUJRNL' TO WS-JCT-JOURNAL.
133320     MOVE STUJRNL-RECORD TO JHW-IMAGE.
133330     MOVE LENGTH OF STUJRNL-RECORD TO JHW-LENGTH.
133340     PERFORM 8600-CHAIN-ENTRY THRU 8600-EXIT.
133350     MOVE JHW-IMAGE TO STUJRNL-RECORD.
133400     WRITE STUJRNL-RECORD.
133500
133600 7000-EXIT.
133700     EXIT.
133800
133900*----------------------------------------------------------------
134000* ONE CRSJRNL ENTRY PER CRSFILE REWRITE - THE COURSE MASTER'S
134100* FORWARD-RECOVERY TRAIL, AS DCJB8PGU'S 955-JOURNAL-COURSE.
134200*----------------------------------------------------------------
134300 7100-JOURNAL-COURSE.
134400
134500     MOVE CRS-CODE TO CJR-COURSE.
134600     SET CJR-REWRITE TO TRUE.
134700     MOVE 'BCN ' TO CJR-TRANSID.
134800     MOVE 'BATCHCN' TO CJR-OPERID.
134900     MOVE WS-JRN-DATE TO CJR-DATE.
135000     MOVE WS-JRN-TIME TO CJR-TIME.
135100     MOVE CRSFILE-RECORD TO CJR-RECORD-IMAGE.
135200
135210     MOVE 'CRSJRNL' TO WS-JCT-JOURNAL.
135220     MOVE CRSJRNL-RECORD TO JHW-IMAGE.
135230     MOVE LENGTH OF CRSJRNL-RECORD TO JHW-LENGTH.
135240     PERFORM 8600-CHAIN-ENTRY THRU 8600-EXIT.
135250     MOVE JHW-IMAGE TO CRSJRNL-RECORD.
135300     WRITE CRSJRNL-RECORD.
135400
135500 7100-EXIT.
135600     EXIT.
135700
135800*----------------------------------------------------------------
135900* ONE CORRESPONDENCE-REGISTER ROW PER DOCUMENT MAILED - THE
136000* SEQUENCE BUMPS PAST ANY ROW ALREADY ON FILE FOR THE DAY.
136100*----------------------------------------------------------------
136200 8200-LOG-CORRESPONDENCE.
136300
136310     MOVE SPACES TO CORRFILE-RECORD.
136400     MOVE WS-COR-STU TO COR-STU-NUMBER.
136500     MOVE WS-COR-CYYDDD TO COR-DATE.
136600     MOVE WS-COR-DOC TO COR-DOC-TYPE.
136700     MOVE 'DCJB8BCN' TO COR-RUN-ID.
136710     SET COR-ON-PAPER TO TRUE.
136800     MOVE 1 TO COR-SEQ.
136810*    THE STATUS IS STILL '00' FROM THE LAST CORRFILE I/O - CLEAR
136820*    IT SO THE FIRST WRITE IS ACTUALLY TRIED.
136830     MOVE SPACES TO WS-CORFILE-STATUS.
136900
137000     PERFORM 8210-TRY-ONE-SEQ THRU 8210-EXIT
137100         UNTIL (WS-CORFILE-OK) OR (COR-SEQ > 99).
137200
137300 8200-EXIT.
137400     EXIT.
137500
137600 8210-TRY-ONE-SEQ.
137700
137800     WRITE CORRFILE-RECORD
137900         INVALID KEY
138000             ADD 1 TO COR-SEQ
138100     END-WRITE.
138200
138300 8210-EXIT.
138400     EXIT.
138500
138502*----------------------------------------------------------------
138504* NEXT LINK IN A JOURNAL'S CHAIN. THE CALLER NAMES THE JOURNAL IN
138506* WS-JCT-JOURNAL AND PUTS THE FINISHED ENTRY IN JHW-IMAGE WITH
138508* ITS LENGTH IN JHW-LENGTH; THE ENTRY COMES BACK STAMPED WITH THE
138510* NEXT SEQUENCE NUMBER AND ITS HASH, THE SAME STAMP DCJB8PIB PUTS
138512* ON THE ONLINE ENTRIES, AND THE JRNCTL ROW IS MOVED ON.
138514*----------------------------------------------------------------
138516 8600-CHAIN-ENTRY.
138518
138520     MOVE WS-JCT-JOURNAL TO JCT-JOURNAL.
138522     MOVE 'Y' TO WS-JCT-FOUND-SW.
138524     READ JRNCTL-FILE
138526         INVALID KEY
138528             MOVE 'N' TO WS-JCT-FOUND-SW
138530     END-READ.
138532
138534     IF NOT WS-JCT-FOUND
138536         MOVE SPACES TO JRNCTL-RECORD
138538         MOVE WS-JCT-JOURNAL TO JCT-JOURNAL
138540         MOVE 0 TO JCT-LAST-SEQ JCT-LAST-HASH
138542         MOVE 0 TO JCT-VER-SEQ JCT-VER-HASH JCT-VER-DATE
138544         MOVE 0 TO JCT-ARCH-SEQ JCT-ARCH-HASH JCT-ARCH-DATE
138546     END-IF.
138548
138550     ADD 1 TO JCT-LAST-SEQ.
138552     MOVE JCT-LAST-SEQ TO JHW-SEQ.
138554     MOVE JCT-LAST-HASH TO JHW-HASH.
138556     PERFORM 8900-CHAIN-STAMP THRU 8900-EXIT.
138558     MOVE JHW-HASH TO JCT-LAST-HASH.
138560
138562     IF WS-JCT-FOUND
138564         REWRITE JRNCTL-RECORD
138566     ELSE
138568         WRITE JRNCTL-RECORD
138570     END-IF.
138572     IF NOT WS-JRNCTL-OK
138574         DISPLAY 'DCJB8BCN - JRNCTL UPDATE FAILED, STATUS = '
138576             WS-JRNCTL-STATUS
138578         GO TO 9999-ABEND
138580     END-IF.
138582
138584 8600-EXIT.
138586     EXIT.
138588
138590     COPY 'JRNHASH'.
138592
138600 9999-ABEND.
138700
138800     MOVE 16 TO RETURN-CODE.
138900     GOBACK.
139000
139100 END PROGRAM DCJB8BCN.
