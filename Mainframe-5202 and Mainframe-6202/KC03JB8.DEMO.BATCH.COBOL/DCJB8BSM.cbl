000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BSM.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - SECTION CONSOLIDATION. GIVEN A
001100*                FROM-SECTION AND A TO-SECTION OF THE SAME COURSE
001200*                (SAME CRS-BASE-CODE) ON SYSIN, MOVES EVERY
001300*                ENROLLED STUDENT'S COURSE SLOT ACROSS IN PLACE -
001400*                THE SLOT'S STU-BASIS-TABLE FLAG STAYS WITH IT -
001500*                AS LONG AS THE TO-SECTION HAS A SEAT AND ITS
001600*                MEETING TIME CLASHES WITH NOTHING ELSE THE
001700*                STUDENT HOLDS, THEN MOVES THE FROM-SECTION'S
001800*                WAITLIST ACROSS BEHIND THE TO-SECTION'S OWN
001900*                WAITLIST IN ITS ORIGINAL ORDER AND WITH ITS
002000*                ORIGINAL ENTRY DATES.
002100*                EVERY STUFILE AND CRSFILE CHANGE IS JOURNALED.
002200*                EACH STUDENT MOVED GETS A LETTER WITH THE NEW
002300*                MEETING TIME AND ROOM (LOGGED ON CORRFILE AS
002400*                'SECTMOVE'); A STUDENT WHO CANNOT BE MOVED STAYS
002500*                WHERE THEY ARE AND GOES ON THE EXCEPTION LIST.
002600*                REPLACES RE-KEYING EVERY STUDENT BY HAND AFTER
002700*                DCJB8BCC DROPS A CLOSED SECTION.
002710* 10/15/26  HZ   STUJRNL AND CRSJRNL ENTRIES CHAINED - EACH IS
002720*                STAMPED WITH THE NEXT SEQUENCE NUMBER AND A HASH
002730*                OFF THE JRNCTL ROW (8600-CHAIN-ENTRY) BEFORE IT
002740*                IS WRITTEN, FOR DCJB8BJV TO VERIFY.
002800*----------------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700
003800*    BROWSED FOR THE ENROLLED STUDENTS, THEN READ BY KEY FOR THE
003900*    WAITLISTED ONES.
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
005200*    BOTH MASTERS ARE JOURNALED THE WAY THE ONLINE SIDE JOURNALS
005300*    THEM, SO DCJB8BRX CAN STILL ROLL A RESTORED COURSE MASTER
005400*    FORWARD PAST THIS RUN.
005500     SELECT STUJRNL-FILE ASSIGN TO STUJRNL
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-JRNL-STATUS.
005800
005900     SELECT CRSJRNL-FILE ASSIGN TO CRSJRNL
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-CJRNL-STATUS.
006110
006120     SELECT JRNCTL-FILE ASSIGN TO JRNCTL
006130         ORGANIZATION IS INDEXED
006140         ACCESS MODE IS RANDOM
006150         RECORD KEY IS JCT-KEY
006160         FILE STATUS IS WS-JRNCTL-STATUS.
006200
006300     SELECT LETTER-RPT ASSIGN TO SMLTR
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-SMLTR-STATUS.
006600
006700     SELECT CONTROL-RPT ASSIGN TO SMRPT
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-SMRPT-STATUS.
007000
007100     SELECT EXCEPT-RPT ASSIGN TO SMXRPT
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-SMXRPT-STATUS.
007400
007500     SELECT CORR-FILE ASSIGN TO CORRFILE
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS RANDOM
007800         RECORD KEY IS COR-KEY
007900         FILE STATUS IS WS-CORFILE-STATUS.
008000
008100*    THE BATCH-WINDOW QUIESCE STATE - SEE BCTLREC AND
008200*    DCJB8PHJ. THIS JOB UPDATES STUFILE AND CRSFILE AND MUST NOT
008300*    RUN UNDER LIVE ONLINE REGISTRATION.
008400     SELECT BATCHCTL-FILE ASSIGN TO BATCHCTL
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS RANDOM
008700         RECORD KEY IS BCT-KEY
008800         FILE STATUS IS WS-BATCHCTL-STATUS.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200
009300 FD  STUFILE
009400     LABEL RECORDS ARE STANDARD
009500     RECORD CONTAINS 227 CHARACTERS
009600     DATA RECORD IS STUFILE-RECORD.
009700
009800*    STUFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
009900     COPY 'STUREC'.
010000
010100 FD  CRSFILE
010200     LABEL RECORDS ARE STANDARD
010300     RECORD CONTAINS 242 CHARACTERS
010400     DATA RECORD IS CRSFILE-RECORD.
010500
010600*    CRSFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
010700     COPY 'CRSREC'.
010800
010900 FD  STUJRNL-FILE
011000     LABEL RECORDS ARE STANDARD
011100     RECORD CONTAINS 273 CHARACTERS
011200     DATA RECORD IS STUJRNL-RECORD.
011300
011400*    STUJRNL RECORD LAYOUT - SHARED WITH THE CICS SIDE.
011500     COPY 'STUJRNL'.
011600
011700 FD  CRSJRNL-FILE
011800     LABEL RECORDS ARE STANDARD
011900     RECORD CONTAINS 289 CHARACTERS
012000     DATA RECORD IS CRSJRNL-RECORD.
012100
012200*    CRSJRNL RECORD LAYOUT - SHARED WITH THE CICS SIDE.
012300     COPY 'CRSJRNL'.
012310
012320 FD  JRNCTL-FILE
012330     LABEL RECORDS ARE STANDARD
012340     RECORD CONTAINS 80 CHARACTERS
012350     DATA RECORD IS JRNCTL-RECORD.
012360
012370     COPY 'JCTLREC'.
012400
012500 FD  LETTER-RPT
012600     LABEL RECORDS ARE STANDARD
012700     RECORD CONTAINS 133 CHARACTERS
012800     DATA RECORD IS RPT-LINE.
012900 01  RPT-LINE                        PIC X(133).
013000
013100 FD  CONTROL-RPT
013200     LABEL RECORDS ARE STANDARD
013300     RECORD CONTAINS 133 CHARACTERS
013400     DATA RECORD IS CTL-LINE.
013500 01  CTL-LINE                        PIC X(133).
013600
013700 FD  EXCEPT-RPT
013800     LABEL RECORDS ARE STANDARD
013900     RECORD CONTAINS 133 CHARACTERS
014000     DATA RECORD IS EXC-LINE.
014100 01  EXC-LINE                        PIC X(133).
014200
014300 FD  CORR-FILE
014400     LABEL RECORDS ARE STANDARD
014500     RECORD CONTAINS 40 CHARACTERS
014600     DATA RECORD IS CORRFILE-RECORD.
014700
014800     COPY 'CORRREC'.
014900
015000 FD  BATCHCTL-FILE
015100     LABEL RECORDS ARE STANDARD
015200     RECORD CONTAINS 45 CHARACTERS
015300     DATA RECORD IS BATCHCTL-RECORD.
015400
015500*    BATCHCTL RECORD LAYOUT - SHARED ACROSS THE NIGHTLY STREAM.
015600     COPY 'BCTLREC'.
015700
015800 WORKING-STORAGE SECTION.
015900
016000 01  WS-BATCHCTL-STATUS              PIC X(2) VALUE SPACES.
016100     88 WS-BATCHCTL-OK                   VALUE '00'.
016200
016300 01  WS-CORFILE-STATUS               PIC X(2) VALUE SPACES.
016400     88 WS-CORFILE-OK                    VALUE '00'.
016500 01  WS-COR-STU                      PIC X(7) VALUE SPACES.
016600 01  WS-COR-DOC                      PIC X(8) VALUE SPACES.
016700 01  WS-COR-CYYDDD                   PIC 9(7) VALUE 0.
016800
016900 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
017000     88 WS-STUFILE-OK                    VALUE '00'.
017100 01  WS-CRSFILE-STATUS               PIC X(2) VALUE SPACES.
017200     88 WS-CRSFILE-OK                    VALUE '00'.
017300
017400 01  WS-JRNL-STATUS                  PIC X(2) VALUE SPACES.
017500     88 WS-JRNL-OK                       VALUE '00'.
017600     88 WS-JRNL-NOFILE                   VALUE '35'.
017700 01  WS-CJRNL-STATUS                 PIC X(2) VALUE SPACES.
017800     88 WS-CJRNL-OK                      VALUE '00'.
017900     88 WS-CJRNL-NOFILE                  VALUE '35'.
017910 01  WS-JRNCTL-STATUS                PIC X(2) VALUE SPACES.
017920     88 WS-JRNCTL-OK                     VALUE '00'.
017930 01  WS-JCT-FOUND-SW                 PIC X(1) VALUE 'N'.
017940     88 WS-JCT-FOUND                     VALUE 'Y'.
017950 01  WS-JCT-JOURNAL                  PIC X(8) VALUE SPACES.
017960
017970     COPY 'JRNHWS'.
018000
018100 01  WS-SMLTR-STATUS                 PIC X(2) VALUE SPACES.
018200     88 WS-SMLTR-OK                      VALUE '00'.
018300 01  WS-SMRPT-STATUS                 PIC X(2) VALUE SPACES.
018400     88 WS-SMRPT-OK                      VALUE '00'.
018500 01  WS-SMXRPT-STATUS                PIC X(2) VALUE SPACES.
018600     88 WS-SMXRPT-OK                     VALUE '00'.
018700
018800 01  WS-SWITCHES.
018900     05 WS-STU-EOF-SW                PIC X(1) VALUE 'N'.
019000         88 WS-STU-EOF                    VALUE 'Y'.
019100     05 WS-CLASH-SW                  PIC X(1) VALUE 'N'.
019200         88 WS-CLASH                      VALUE 'Y'.
019300     05 WS-DAY-HIT-SW                PIC X(1) VALUE 'N'.
019400         88 WS-DAY-HIT                    VALUE 'Y'.
019500
019600* SYSIN CARD - THE SECTION BEING CLOSED, THEN THE SECTION ITS
019700* STUDENTS GO TO.
019800 01  WS-PARM-CARD.
019900     05 WS-FROM-CODE                 PIC X(8).
020000     05 FILLER                       PIC X(1).
020100     05 WS-TO-CODE                   PIC X(8).
020200
020300* THE TWO SECTIONS' BASE CODES (A BLANK BASE CODE MEANS THE
020400* RECORD IS ITS OWN COURSE) AND WHAT THE LETTERS AND THE TIMETABLE
020500* CHECK NEED OF THE TO-SECTION, HELD ASIDE BECAUSE EVERY OTHER
020600* CRSFILE READ REUSES THE RECORD AREA.
020700 01  WS-FROM-BASE                    PIC X(8) VALUE SPACES.
020800 01  WS-TO-BASE                      PIC X(8) VALUE SPACES.
020900 01  WS-TO-SECTION-NO                PIC 9(2) VALUE 0.
021000 01  WS-TO-DAYS                      PIC X(7) VALUE SPACES.
021100 01  WS-TO-START                     PIC X(4) VALUE SPACES.
021200 01  WS-TO-END                       PIC X(4) VALUE SPACES.
021300 01  WS-TO-ROOM                      PIC X(6) VALUE SPACES.
021400 01  WS-TO-TIMED-SW                  PIC X(1) VALUE 'N'.
021500     88 WS-TO-TIMED                      VALUE 'Y'.
021600
021700 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
021800 01  WS-CURR-TIME                    PIC 9(8) VALUE 0.
021900 01  WS-JRN-DATE                     PIC S9(7) VALUE 0.
022000 01  WS-JRN-TIME                     PIC S9(7) VALUE 0.
022100
022200* THE FROM-SECTION'S WAITLIST AS IT STOOD BEFORE THE MOVES, IN
022300* FIFO ORDER - WORKED FROM HERE WHILE THE LIVE RECORD IS TRIMMED
022400* ONE ENTRY AT A TIME.
022500 01  WS-WAIT-AREA.
022600     05 WS-WAIT-ENTRY OCCURS 10 TIMES.
022700         10 WS-WAIT-STU              PIC X(7).
022800         10 WS-WAIT-DATE             PIC 9(5).
022900 77  WS-WAIT-COUNT                   PIC S9(2) COMP VALUE 0.
023000 77  WS-WAIT-IDX                     PIC S9(2) COMP VALUE 0.
023100
023200 77  WS-SLOT-IDX                     PIC S9(2) COMP VALUE 0.
023300 77  WS-FROM-SLOT                    PIC S9(2) COMP VALUE 0.
023400 77  WS-HELD-SLOT                    PIC S9(2) COMP VALUE 0.
023500 77  WS-LIST-IDX                     PIC S9(2) COMP VALUE 0.
023600 77  WS-LIST-HIT                     PIC S9(2) COMP VALUE 0.
023700 77  WS-DAY-IDX                      PIC S9(2) COMP VALUE 0.
023800 77  WS-DAY-IDX2                     PIC S9(2) COMP VALUE 0.
023900
024000 01  WS-CLASH-CODE                   PIC X(8) VALUE SPACES.
024100 01  WS-KIND                         PIC X(8) VALUE SPACES.
024200 01  WS-REASON                       PIC X(40) VALUE SPACES.
024300 01  WS-WAIT-POS                     PIC 9(2) VALUE 0.
024400
024500 77  WS-ENROL-MOVED                  PIC S9(7) COMP VALUE 0.
024600 77  WS-WAIT-MOVED                   PIC S9(7) COMP VALUE 0.
024700 77  WS-EXCEPT-COUNT                 PIC S9(7) COMP VALUE 0.
024800
024900 01  LTR-TEXT-LINE.
025000     05 LTR-TXT-CC                   PIC X(1) VALUE ' '.
025100     05 FILLER                       PIC X(4) VALUE SPACES.
025200     05 LTR-TXT                      PIC X(60).
025300     05 FILLER                       PIC X(68) VALUE SPACES.
025400
025500 01  LTR-HEADING-1.
025600     05 LTR-HDG1-CC                  PIC X(1) VALUE '1'.
025700     05 FILLER                       PIC X(4) VALUE SPACES.
025800     05 FILLER                       PIC X(26) VALUE
025900            'COURSE SECTION CHANGE'.
026000     05 FILLER                       PIC X(102) VALUE SPACES.
026100
026200 01  LTR-MEET-LINE.
026300     05 LTR-MTG-CC                   PIC X(1) VALUE ' '.
026400     05 FILLER                       PIC X(7) VALUE SPACES.
026500     05 FILLER                       PIC X(6) VALUE 'DAYS: '.
026600     05 LTR-MTG-DAYS                 PIC X(7).
026700     05 FILLER                       PIC X(9) VALUE '  TIME: '.
026800     05 LTR-MTG-START                PIC X(4).
026900     05 FILLER                       PIC X(3) VALUE ' - '.
027000     05 LTR-MTG-END                  PIC X(4).
027100     05 FILLER                       PIC X(9) VALUE '  ROOM: '.
027200     05 LTR-MTG-ROOM                 PIC X(6).
027300     05 FILLER                       PIC X(77) VALUE SPACES.
027400
027500 01  RPT-HEADING-1.
027600     05 FILLER                       PIC X(1) VALUE '1'.
027700     05 FILLER                       PIC X(37) VALUE
027800            'DCJB8BSM - SECTION CONSOLIDATION FROM'.
027900     05 FILLER                       PIC X(1) VALUE SPACE.
028000     05 HD1-FROM                     PIC X(8).
028100     05 FILLER                       PIC X(4) VALUE ' TO '.
028200     05 HD1-TO                       PIC X(8).
028300     05 FILLER                       PIC X(74) VALUE SPACES.
028400
028500 01  RPT-HEADING-2.
028600     05 FILLER                       PIC X(1) VALUE '0'.
028700     05 FILLER                       PIC X(4) VALUE SPACES.
028800     05 FILLER                       PIC X(40) VALUE
028900            'STUDENT  NAME                  HELD AS'.
029000     05 FILLER                       PIC X(40) VALUE
029100            '  RESULT'.
029200     05 FILLER                       PIC X(48) VALUE SPACES.
029300
029400 01  EXC-HEADING-1.
029500     05 FILLER                       PIC X(1) VALUE '1'.
029600     05 FILLER                       PIC X(37) VALUE
029700            'DCJB8BSM - NOT MOVED, STILL IN'.
029800     05 FILLER                       PIC X(1) VALUE SPACE.
029900     05 HDX-FROM                     PIC X(8).
030000     05 FILLER                       PIC X(4) VALUE ' -> '.
030100     05 HDX-TO                       PIC X(8).
030200     05 FILLER                       PIC X(74) VALUE SPACES.
030300
030400* ONE LAYOUT SERVES BOTH REPORTS - A MOVE ON THE CONTROL REPORT,
030500* A REFUSAL (WITH ITS REASON) ON THE EXCEPTION LIST.
030600 01  RPT-DETAIL-LINE.
030700     05 FILLER                       PIC X(5) VALUE SPACES.
030800     05 RPT-DTL-STU                  PIC X(7).
030900     05 FILLER                       PIC X(2) VALUE SPACES.
031000     05 RPT-DTL-NAME                 PIC X(20).
031100     05 FILLER                       PIC X(2) VALUE SPACES.
031200     05 RPT-DTL-KIND                 PIC X(8).
031300     05 FILLER                       PIC X(3) VALUE SPACES.
031400     05 RPT-DTL-RESULT               PIC X(40).
031500     05 FILLER                       PIC X(46) VALUE SPACES.
031600
031700 01  RPT-TRAILER-1.
031800     05 FILLER                       PIC X(1) VALUE '0'.
031900     05 FILLER                       PIC X(25) VALUE
032000            'ENROLLED MOVED . . . . . '.
032100     05 RPT-TRL-ENROL                PIC ZZZ,ZZ9.
032200     05 FILLER                       PIC X(100) VALUE SPACES.
032300
032400 01  RPT-TRAILER-2.
032500     05 FILLER                       PIC X(1) VALUE SPACE.
032600     05 FILLER                       PIC X(25) VALUE
032700            'WAITLISTED MOVED . . . . '.
032800     05 RPT-TRL-WAIT                 PIC ZZZ,ZZ9.
032900     05 FILLER                       PIC X(100) VALUE SPACES.
033000
033100 01  RPT-TRAILER-3.
033200     05 FILLER                       PIC X(1) VALUE SPACE.
033300     05 FILLER                       PIC X(25) VALUE
033400            'NOT MOVED (EXCEPTIONS) . '.
033500     05 RPT-TRL-EXCEPT               PIC ZZZ,ZZ9.
033600     05 FILLER                       PIC X(100) VALUE SPACES.
033700
033800 01  RPT-NONE-LINE.
033900     05 FILLER                       PIC X(1) VALUE '0'.
034000     05 FILLER                       PIC X(4) VALUE SPACES.
034100     05 FILLER                       PIC X(40) VALUE
034200            '(EVERY STUDENT WAS MOVED)'.
034300     05 FILLER                       PIC X(88) VALUE SPACES.
034400
034500 PROCEDURE DIVISION.
034600
034700 0000-MAINLINE.
034800
034900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035000
035100     PERFORM 2000-PROCESS-STUDENT THRU 2000-EXIT
035200         UNTIL WS-STU-EOF.
035300
035400     PERFORM 4000-MOVE-WAITLIST THRU 4000-EXIT.
035500
035600     PERFORM 3000-TERMINATE THRU 3000-EXIT.
035700
035800     GOBACK.
035900
036000 1000-INITIALIZE.
036100
036200     MOVE SPACES TO WS-PARM-CARD.
036300     ACCEPT WS-PARM-CARD FROM SYSIN.
036400
036500     IF (WS-FROM-CODE = SPACES) OR (WS-TO-CODE = SPACES)
036600         DISPLAY 'DCJB8BSM - FROM/TO SECTION MISSING FROM SYSIN'
036700         GO TO 9999-ABEND
036800     END-IF.
036900
037000     IF WS-FROM-CODE = WS-TO-CODE
037100         DISPLAY 'DCJB8BSM - FROM AND TO SECTION ARE THE SAME'
037200         GO TO 9999-ABEND
037300     END-IF.
037400
037500*    THE ONLINE SUITE MUST BE QUIESCED (DCJB8PHJ) BEFORE SEATS
037600*    ARE MOVED UNDER THIS RUN - THE SAME GATE THE BACKUP AND
037700*    ROLLOVER JOBS STAND BEHIND.
037800     OPEN INPUT BATCHCTL-FILE.
037900     IF NOT WS-BATCHCTL-OK
038000         DISPLAY 'DCJB8BSM - BATCHCTL OPEN FAILED, STATUS = '
038100             WS-BATCHCTL-STATUS
038200         GO TO 9999-ABEND
038300     END-IF.
038400     MOVE 0 TO BCT-RUN-DATE.
038500     MOVE 'QUIESCE' TO BCT-JOB.
038600     READ BATCHCTL-FILE
038700         INVALID KEY
038800             DISPLAY 'DCJB8BSM - ONLINE SUITE NOT QUIESCED'
038900             GO TO 9999-ABEND
039000         NOT INVALID KEY
039100             IF NOT BCT-RUNNING
039200                 DISPLAY 'DCJB8BSM - ONLINE SUITE NOT QUIESCED'
039300                 GO TO 9999-ABEND
039400             END-IF
039500     END-READ.
039600     CLOSE BATCHCTL-FILE.
039700
039800     ACCEPT WS-CURR-DATE FROM DAY.
039900     COMPUTE WS-JRN-DATE = WS-CURR-DATE - 1900000.
040000     ACCEPT WS-CURR-TIME FROM TIME.
040100     COMPUTE WS-JRN-TIME = WS-CURR-TIME / 100.
040200
040300     OPEN I-O CRSFILE.
040400     IF NOT WS-CRSFILE-OK
040500         DISPLAY 'DCJB8BSM - CRSFILE OPEN FAILED, STATUS = '
040600             WS-CRSFILE-STATUS
040700         GO TO 9999-ABEND
040800     END-IF.
040900
041000     PERFORM 1100-CHECK-SECTIONS THRU 1100-EXIT.
041100
041200     OPEN I-O STUFILE.
041300     IF NOT WS-STUFILE-OK
041400         DISPLAY 'DCJB8BSM - STUFILE OPEN FAILED, STATUS = '
041500             WS-STUFILE-STATUS
041600         GO TO 9999-ABEND
041700     END-IF.
041800
041900     OPEN EXTEND STUJRNL-FILE.
042000     IF WS-JRNL-NOFILE
042100         OPEN OUTPUT STUJRNL-FILE
042200     END-IF.
042300     IF NOT WS-JRNL-OK
042400         DISPLAY 'DCJB8BSM - STUJRNL OPEN FAILED, STATUS = '
042500             WS-JRNL-STATUS
042600         GO TO 9999-ABEND
042700     END-IF.
042800
042900     OPEN EXTEND CRSJRNL-FILE.
043000     IF WS-CJRNL-NOFILE
043100         OPEN OUTPUT CRSJRNL-FILE
043200     END-IF.
043300     IF NOT WS-CJRNL-OK
043400         DISPLAY 'DCJB8BSM - CRSJRNL OPEN FAILED, STATUS = '
043500             WS-CJRNL-STATUS
043600         GO TO 9999-ABEND
043700     END-IF.
043710
043720     OPEN I-O JRNCTL-FILE.
043730     IF NOT WS-JRNCTL-OK
043740         DISPLAY 'DCJB8BSM - JRNCTL OPEN FAILED, STATUS = '
043750             WS-JRNCTL-STATUS
043760         GO TO 9999-ABEND
043770     END-IF.
043800
043900     OPEN I-O CORR-FILE.
044000     IF NOT WS-CORFILE-OK
044100         DISPLAY 'DCJB8BSM - CORRFILE OPEN FAILED, STATUS = '
044200             WS-CORFILE-STATUS
044300         GO TO 9999-ABEND
044400     END-IF.
044500
044600     OPEN OUTPUT LETTER-RPT.
044700     IF NOT WS-SMLTR-OK
044800         DISPLAY 'DCJB8BSM - SMLTR OPEN FAILED, STATUS = '
044900             WS-SMLTR-STATUS
045000         GO TO 9999-ABEND
045100     END-IF.
045200
045300     OPEN OUTPUT CONTROL-RPT.
045400     IF NOT WS-SMRPT-OK
045500         DISPLAY 'DCJB8BSM - SMRPT OPEN FAILED, STATUS = '
045600             WS-SMRPT-STATUS
045700         GO TO 9999-ABEND
045800     END-IF.
045900
046000     OPEN OUTPUT EXCEPT-RPT.
046100     IF NOT WS-SMXRPT-OK
046200         DISPLAY 'DCJB8BSM - SMXRPT OPEN FAILED, STATUS = '
046300             WS-SMXRPT-STATUS
046400         GO TO 9999-ABEND
046500     END-IF.
046600
046700     MOVE WS-FROM-CODE TO HD1-FROM.
046800     MOVE WS-TO-CODE TO HD1-TO.
046900     WRITE CTL-LINE FROM RPT-HEADING-1.
047000     WRITE CTL-LINE FROM RPT-HEADING-2.
047100     MOVE WS-FROM-CODE TO HDX-FROM.
047200     MOVE WS-TO-CODE TO HDX-TO.
047300     WRITE EXC-LINE FROM EXC-HEADING-1.
047400     WRITE EXC-LINE FROM RPT-HEADING-2.
047500
047600     DISPLAY 'DCJB8BSM - CONSOLIDATING ' WS-FROM-CODE
047700         ' INTO ' WS-TO-CODE.
047800
047900     MOVE LOW-VALUES TO STU-NUMBER.
048000     START STUFILE KEY IS NOT LESS THAN STU-NUMBER
048100         INVALID KEY
048200             MOVE 'Y' TO WS-STU-EOF-SW
048300     END-START.
048400     IF NOT WS-STU-EOF
048500         PERFORM 2100-READ-NEXT-STUDENT THRU 2100-EXIT
048600     END-IF.
048700
048800 1000-EXIT.
048900     EXIT.
049000
049100*----------------------------------------------------------------
049200* BOTH SECTIONS MUST BE ON THE CATALOG AND BE SECTIONS OF ONE
049300* COURSE. THE FROM-SECTION'S WAITLIST IS TAKEN ASIDE HERE AND THE
049400* TO-SECTION'S MEETING PATTERN KEPT FOR THE TIMETABLE CHECK.
049500*----------------------------------------------------------------
049600 1100-CHECK-SECTIONS.
049700
049800     MOVE WS-FROM-CODE TO CRS-CODE.
049900     READ CRSFILE
050000         INVALID KEY
050100             DISPLAY 'DCJB8BSM - ' WS-FROM-CODE ' NOT ON CRSFILE'
050200             GO TO 9999-ABEND
050300     END-READ.
050400
050500     MOVE CRS-BASE-CODE TO WS-FROM-BASE.
050600     IF (WS-FROM-BASE = SPACES) OR (WS-FROM-BASE = LOW-VALUES)
050700         MOVE CRS-CODE TO WS-FROM-BASE
050800     END-IF.
050900
051000     MOVE CRS-WAIT-COUNT TO WS-WAIT-COUNT.
051100     IF WS-WAIT-COUNT > 10
051200         MOVE 10 TO WS-WAIT-COUNT
051300     END-IF.
051400     PERFORM 1150-SAVE-ONE-WAITER THRU 1150-EXIT
051500         VARYING WS-WAIT-IDX FROM 1 BY 1
051600         UNTIL WS-WAIT-IDX > 10.
051700
051800     MOVE WS-TO-CODE TO CRS-CODE.
051900     READ CRSFILE
052000         INVALID KEY
052100             DISPLAY 'DCJB8BSM - ' WS-TO-CODE ' NOT ON CRSFILE'
052200             GO TO 9999-ABEND
052300     END-READ.
052400
052500     MOVE CRS-BASE-CODE TO WS-TO-BASE.
052600     IF (WS-TO-BASE = SPACES) OR (WS-TO-BASE = LOW-VALUES)
052700         MOVE CRS-CODE TO WS-TO-BASE
052800     END-IF.
052900
053000     IF WS-FROM-BASE NOT = WS-TO-BASE
053100         DISPLAY 'DCJB8BSM - ' WS-FROM-CODE ' (' WS-FROM-BASE
053200             ') AND ' WS-TO-CODE ' (' WS-TO-BASE
053300             ') ARE NOT THE SAME COURSE'
053400         GO TO 9999-ABEND
053500     END-IF.
053600
053700     MOVE CRS-SECTION-NO TO WS-TO-SECTION-NO.
053800     MOVE CRS-MEET-DAYS TO WS-TO-DAYS.
053900     MOVE CRS-MEET-START TO WS-TO-START.
054000     MOVE CRS-MEET-END TO WS-TO-END.
054100     MOVE CRS-ROOM TO WS-TO-ROOM.
054200
054300*    A TO-SECTION WITH NO TIMETABLE NEVER CLASHES, AS IN DCJB8PGE.
054400     IF (WS-TO-DAYS = SPACES) OR
054500        (WS-TO-START IS NOT NUMERIC) OR
054600        (WS-TO-END IS NOT NUMERIC)
054700         MOVE 'N' TO WS-TO-TIMED-SW
054800     ELSE
054900         MOVE 'Y' TO WS-TO-TIMED-SW
055000     END-IF.
055100
055200 1100-EXIT.
055300     EXIT.
055400
055500 1150-SAVE-ONE-WAITER.
055600
055700     MOVE CRS-WAIT-TABLE(WS-WAIT-IDX) TO WS-WAIT-STU(WS-WAIT-IDX).
055800     MOVE CRS-WAIT-DATE-TABLE(WS-WAIT-IDX)
055900         TO WS-WAIT-DATE(WS-WAIT-IDX).
056000
056100 1150-EXIT.
056200     EXIT.
056300
056400*----------------------------------------------------------------
056500* ONE STUDENT - ONLY THOSE HOLDING THE FROM-SECTION ARE TOUCHED.
056600*----------------------------------------------------------------
056700 2000-PROCESS-STUDENT.
056800
056900     MOVE 0 TO WS-FROM-SLOT.
057000     MOVE 0 TO WS-HELD-SLOT.
057100     PERFORM 2200-FIND-SLOTS THRU 2200-EXIT
057200         VARYING WS-SLOT-IDX FROM 1 BY 1
057300         UNTIL WS-SLOT-IDX > 10.
057400
057500     IF WS-FROM-SLOT = 0
057600         GO TO 2000-NEXT
057700     END-IF.
057800
057900     MOVE 'ENROLLED' TO WS-KIND.
058000
058100     IF WS-HELD-SLOT NOT = 0
058200         MOVE 'ALREADY HOLDS THE TO-SECTION' TO WS-REASON
058300         PERFORM 6600-LIST-EXCEPTION THRU 6600-EXIT
058400         GO TO 2000-NEXT
058500     END-IF.
058600
058700     PERFORM 5000-CHECK-TIMETABLE THRU 5000-EXIT.
058800     IF WS-CLASH
058900         MOVE SPACES TO WS-REASON
059000         STRING 'TIME CLASH WITH ' WS-CLASH-CODE
059100             DELIMITED BY SIZE INTO WS-REASON
059200         PERFORM 6600-LIST-EXCEPTION THRU 6600-EXIT
059300         GO TO 2000-NEXT
059400     END-IF.
059500
059600*    THE SEAT IS TAKEN IN THE TO-SECTION FIRST - A FULL SECTION
059700*    LEAVES THE STUDENT WHERE THEY ARE.
059800     MOVE WS-TO-CODE TO CRS-CODE.
059900     READ CRSFILE
060000         INVALID KEY
060100             DISPLAY 'DCJB8BSM - ' WS-TO-CODE
060200                 ' NO LONGER ON CRSFILE'
060300             GO TO 9999-ABEND
060400     END-READ.
060500     IF CRS-SEATS-USED NOT < CRS-CAPACITY
060600         MOVE 'TO-SECTION IS FULL' TO WS-REASON
060700         PERFORM 6600-LIST-EXCEPTION THRU 6600-EXIT
060800         GO TO 2000-NEXT
060900     END-IF.
061000     ADD 1 TO CRS-SEATS-USED.
061100     REWRITE CRSFILE-RECORD.
061200     PERFORM 7100-JOURNAL-COURSE THRU 7100-EXIT.
061300
061400     MOVE WS-FROM-CODE TO CRS-CODE.
061500     READ CRSFILE
061600         INVALID KEY
061700             DISPLAY 'DCJB8BSM - ' WS-FROM-CODE
061800                 ' NO LONGER ON CRSFILE'
061900             GO TO 9999-ABEND
062000     END-READ.
062100     IF CRS-SEATS-USED > 0
062200         SUBTRACT 1 FROM CRS-SEATS-USED
062300     END-IF.
062400     REWRITE CRSFILE-RECORD.
062500     PERFORM 7100-JOURNAL-COURSE THRU 7100-EXIT.
062600
062700*    THE SLOT CHANGES IN PLACE, SO ITS AUDIT/CREDIT BASIS FLAG AND
062800*    THE COURSE COUNT ARE UNTOUCHED.
062900     MOVE WS-TO-CODE TO STU-COURSE-TABLE(WS-FROM-SLOT).
063000     MOVE WS-JRN-DATE TO STU-LASTCHG-DATE.
063100     MOVE WS-JRN-TIME TO STU-LASTCHG-TIME.
063200     REWRITE STUFILE-RECORD.
063300     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
063400
063500     ADD 1 TO WS-ENROL-MOVED.
063600     MOVE 'MOVED' TO WS-REASON.
063700     PERFORM 6500-LIST-MOVE THRU 6500-EXIT.
063800     PERFORM 6100-PRINT-LETTER THRU 6100-EXIT.
063900
064000 2000-NEXT.
064100     PERFORM 2100-READ-NEXT-STUDENT THRU 2100-EXIT.
064200
064300 2000-EXIT.
064400     EXIT.
064500
064600 2100-READ-NEXT-STUDENT.
064700
064800     READ STUFILE NEXT RECORD
064900         AT END
065000             MOVE 'Y' TO WS-STU-EOF-SW
065100     END-READ.
065200
065300 2100-EXIT.
065400     EXIT.
065500
065600 2200-FIND-SLOTS.
065700
065800     IF STU-COURSE-TABLE(WS-SLOT-IDX) = WS-FROM-CODE
065900         MOVE WS-SLOT-IDX TO WS-FROM-SLOT
066000     END-IF.
066100     IF STU-COURSE-TABLE(WS-SLOT-IDX) = WS-TO-CODE
066200         MOVE WS-SLOT-IDX TO WS-HELD-SLOT
066300     END-IF.
066400
066500 2200-EXIT.
066600     EXIT.
066700
066800 3000-TERMINATE.
066900
067000     IF WS-EXCEPT-COUNT = 0
067100         WRITE EXC-LINE FROM RPT-NONE-LINE
067200     END-IF.
067300
067400     MOVE WS-ENROL-MOVED TO RPT-TRL-ENROL.
067500     WRITE CTL-LINE FROM RPT-TRAILER-1.
067600     MOVE WS-WAIT-MOVED TO RPT-TRL-WAIT.
067700     WRITE CTL-LINE FROM RPT-TRAILER-2.
067800     MOVE WS-EXCEPT-COUNT TO RPT-TRL-EXCEPT.
067900     WRITE CTL-LINE FROM RPT-TRAILER-3.
068000
068100     CLOSE STUFILE.
068200     CLOSE CRSFILE.
068300     CLOSE STUJRNL-FILE.
068400     CLOSE CRSJRNL-FILE.
068410     CLOSE JRNCTL-FILE.
068500     CLOSE CORR-FILE.
068600     CLOSE LETTER-RPT.
068700     CLOSE CONTROL-RPT.
068800     CLOSE EXCEPT-RPT.
068900
069000     DISPLAY 'DCJB8BSM - ENROLLED MOVED = ' WS-ENROL-MOVED
069100         ' WAITLISTED MOVED = ' WS-WAIT-MOVED
069200         ' NOT MOVED = ' WS-EXCEPT-COUNT.
069300
069400 3000-EXIT.
069500     EXIT.
069600
069700*----------------------------------------------------------------
069800* THE FROM-SECTION'S WAITLIST, FRONT ENTRY FIRST. EACH STUDENT
069900* JOINS THE BACK OF THE TO-SECTION'S WAITLIST WITH THE DATE THEY
070000* ORIGINALLY JOINED, SO THEIR ORDER AMONG THEMSELVES (AND THE
070100* DCJB8BWL EXPIRY CLOCK) CARRIES OVER. THE NIGHTLY DCJB8BWL RUN
070200* PROMOTES THEM FROM THERE AS SEATS FREE UP.
070300*----------------------------------------------------------------
070400 4000-MOVE-WAITLIST.
070500
070600     PERFORM 4100-MOVE-ONE-WAITER THRU 4100-EXIT
070700         VARYING WS-WAIT-IDX FROM 1 BY 1
070800         UNTIL WS-WAIT-IDX > WS-WAIT-COUNT.
070900
071000 4000-EXIT.
071100     EXIT.
071200
071300 4100-MOVE-ONE-WAITER.
071400
071500     IF WS-WAIT-STU(WS-WAIT-IDX) = SPACES
071600         GO TO 4100-EXIT
071700     END-IF.
071800
071900     MOVE 'WAITLIST' TO WS-KIND.
072000     MOVE WS-WAIT-STU(WS-WAIT-IDX) TO STU-NUMBER.
072100     READ STUFILE
072200         INVALID KEY
072300             MOVE SPACES TO STU-NAME
072400             MOVE 'STUDENT NOT ON STUFILE' TO WS-REASON
072500             PERFORM 6600-LIST-EXCEPTION THRU 6600-EXIT
072600             GO TO 4100-EXIT
072700     END-READ.
072800
072900     MOVE 0 TO WS-FROM-SLOT.
073000     MOVE 0 TO WS-HELD-SLOT.
073100     PERFORM 2200-FIND-SLOTS THRU 2200-EXIT
073200         VARYING WS-SLOT-IDX FROM 1 BY 1
073300         UNTIL WS-SLOT-IDX > 10.
073400     IF WS-HELD-SLOT NOT = 0
073500         MOVE 'ALREADY HOLDS THE TO-SECTION' TO WS-REASON
073600         PERFORM 6600-LIST-EXCEPTION THRU 6600-EXIT
073700         GO TO 4100-EXIT
073800     END-IF.
073900
074000     PERFORM 5000-CHECK-TIMETABLE THRU 5000-EXIT.
074100     IF WS-CLASH
074200         MOVE SPACES TO WS-REASON
074300         STRING 'TIME CLASH WITH ' WS-CLASH-CODE
074400             DELIMITED BY SIZE INTO WS-REASON
074500         PERFORM 6600-LIST-EXCEPTION THRU 6600-EXIT
074600         GO TO 4100-EXIT
074700     END-IF.
074800
074900     MOVE WS-TO-CODE TO CRS-CODE.
075000     READ CRSFILE
075100         INVALID KEY
075200             DISPLAY 'DCJB8BSM - ' WS-TO-CODE
075300                 ' NO LONGER ON CRSFILE'
075400             GO TO 9999-ABEND
075500     END-READ.
075600
075700     MOVE 0 TO WS-LIST-HIT.
075800     PERFORM 4200-MATCH-WAITER THRU 4200-EXIT
075900         VARYING WS-LIST-IDX FROM 1 BY 1
076000         UNTIL (WS-LIST-IDX > CRS-WAIT-COUNT)
076100            OR (WS-LIST-HIT NOT = 0).
076200     IF WS-LIST-HIT NOT = 0
076300         MOVE 'ALREADY ON THE TO-SECTION WAITLIST' TO WS-REASON
076400         PERFORM 6600-LIST-EXCEPTION THRU 6600-EXIT
076500         GO TO 4100-EXIT
076600     END-IF.
076700
076800     IF CRS-WAIT-COUNT NOT < 10
076900         MOVE 'TO-SECTION WAITLIST IS FULL' TO WS-REASON
077000         PERFORM 6600-LIST-EXCEPTION THRU 6600-EXIT
077100         GO TO 4100-EXIT
077200     END-IF.
077300
077400     ADD 1 TO CRS-WAIT-COUNT.
077500     MOVE STU-NUMBER TO CRS-WAIT-TABLE(CRS-WAIT-COUNT).
077600     MOVE WS-WAIT-DATE(WS-WAIT-IDX)
077700         TO CRS-WAIT-DATE-TABLE(CRS-WAIT-COUNT).
077800     MOVE CRS-WAIT-COUNT TO WS-WAIT-POS.
077900     REWRITE CRSFILE-RECORD.
078000     PERFORM 7100-JOURNAL-COURSE THRU 7100-EXIT.
078100
078200*    OFF THE FROM-SECTION'S LIVE WAITLIST, CLOSING THE GAP THE WAY
078300*    A PROMOTION DOES.
078400     MOVE WS-FROM-CODE TO CRS-CODE.
078500     READ CRSFILE
078600         INVALID KEY
078700             DISPLAY 'DCJB8BSM - ' WS-FROM-CODE
078800                 ' NO LONGER ON CRSFILE'
078900             GO TO 9999-ABEND
079000     END-READ.
079100
079200     MOVE 0 TO WS-LIST-HIT.
079300     PERFORM 4200-MATCH-WAITER THRU 4200-EXIT
079400         VARYING WS-LIST-IDX FROM 1 BY 1
079500         UNTIL (WS-LIST-IDX > CRS-WAIT-COUNT)
079600            OR (WS-LIST-HIT NOT = 0).
079700     IF WS-LIST-HIT NOT = 0
079800         PERFORM 4300-SHIFT-WAITLIST THRU 4300-EXIT
079900             VARYING WS-LIST-IDX FROM WS-LIST-HIT BY 1
080000             UNTIL WS-LIST-IDX >= CRS-WAIT-COUNT
080100         MOVE SPACES TO CRS-WAIT-TABLE(CRS-WAIT-COUNT)
080200         MOVE ZEROS TO CRS-WAIT-DATE-TABLE(CRS-WAIT-COUNT)
080300         SUBTRACT 1 FROM CRS-WAIT-COUNT
080400         REWRITE CRSFILE-RECORD
080500         PERFORM 7100-JOURNAL-COURSE THRU 7100-EXIT
080600     END-IF.
080700
080800     ADD 1 TO WS-WAIT-MOVED.
080900     MOVE SPACES TO WS-REASON.
081000     STRING 'MOVED - WAITLIST POSITION ' WS-WAIT-POS
081100         DELIMITED BY SIZE INTO WS-REASON.
081200     PERFORM 6500-LIST-MOVE THRU 6500-EXIT.
081300     PERFORM 6100-PRINT-LETTER THRU 6100-EXIT.
081400
081500 4100-EXIT.
081600     EXIT.
081700
081800 4200-MATCH-WAITER.
081900
082000     IF CRS-WAIT-TABLE(WS-LIST-IDX) = STU-NUMBER
082100         MOVE WS-LIST-IDX TO WS-LIST-HIT
082200     END-IF.
082300
082400 4200-EXIT.
082500     EXIT.
082600
082700 4300-SHIFT-WAITLIST.
082800
082900     MOVE CRS-WAIT-TABLE(WS-LIST-IDX + 1)
083000         TO CRS-WAIT-TABLE(WS-LIST-IDX).
083100     MOVE CRS-WAIT-DATE-TABLE(WS-LIST-IDX + 1)
083200         TO CRS-WAIT-DATE-TABLE(WS-LIST-IDX).
083300
083400 4300-EXIT.
083500     EXIT.
083600
083700*----------------------------------------------------------------
083800* THE TO-SECTION'S MEETING PATTERN AGAINST EVERY OTHER SECTION THE
083900* STUDENT HOLDS (THE FROM-SECTION ITSELF IS GIVEN UP). THE SAME
084000* RULE DCJB8PGE APPLIES ONLINE: THE TIME RANGES OVERLAP AND THE
084100* TWO PATTERNS SHARE A DAY LETTER.
084200*----------------------------------------------------------------
084300 5000-CHECK-TIMETABLE.
084400
084500     MOVE 'N' TO WS-CLASH-SW.
084600     MOVE SPACES TO WS-CLASH-CODE.
084700     IF NOT WS-TO-TIMED
084800         GO TO 5000-EXIT
084900     END-IF.
085000
085100     PERFORM 5100-CHECK-ONE-SLOT THRU 5100-EXIT
085200         VARYING WS-SLOT-IDX FROM 1 BY 1
085300         UNTIL (WS-SLOT-IDX > 10) OR (WS-CLASH).
085400
085500 5000-EXIT.
085600     EXIT.
085700
085800 5100-CHECK-ONE-SLOT.
085900
086000     IF (STU-COURSE-TABLE(WS-SLOT-IDX) = SPACES) OR
086100        (STU-COURSE-TABLE(WS-SLOT-IDX) = LOW-VALUES) OR
086200        (STU-COURSE-TABLE(WS-SLOT-IDX) = WS-FROM-CODE)
086300         GO TO 5100-EXIT
086400     END-IF.
086500
086600     MOVE STU-COURSE-TABLE(WS-SLOT-IDX) TO CRS-CODE.
086700     READ CRSFILE
086800         INVALID KEY
086900             GO TO 5100-EXIT
087000     END-READ.
087100
087200     IF (CRS-MEET-DAYS = SPACES) OR
087300        (CRS-MEET-START IS NOT NUMERIC) OR
087400        (CRS-MEET-END IS NOT NUMERIC)
087500         GO TO 5100-EXIT
087600     END-IF.
087700
087800*    HHMM AS ZERO-PADDED TEXT COMPARES CORRECTLY.
087900     IF (WS-TO-START NOT < CRS-MEET-END) OR
088000        (CRS-MEET-START NOT < WS-TO-END)
088100         GO TO 5100-EXIT
088200     END-IF.
088300
088400     MOVE 'N' TO WS-DAY-HIT-SW.
088500     PERFORM 5200-CHECK-DAY-LETTER THRU 5200-EXIT
088600         VARYING WS-DAY-IDX FROM 1 BY 1
088700         UNTIL (WS-DAY-IDX > 7) OR (WS-DAY-HIT).
088800
088900     IF WS-DAY-HIT
089000         MOVE 'Y' TO WS-CLASH-SW
089100         MOVE CRS-CODE TO WS-CLASH-CODE
089200     END-IF.
089300
089400 5100-EXIT.
089500     EXIT.
089600
089700 5200-CHECK-DAY-LETTER.
089800
089900     IF WS-TO-DAYS(WS-DAY-IDX:1) = SPACE
090000         GO TO 5200-EXIT
090100     END-IF.
090200
090300     PERFORM 5300-MATCH-DAY-LETTER THRU 5300-EXIT
090400         VARYING WS-DAY-IDX2 FROM 1 BY 1
090500         UNTIL (WS-DAY-IDX2 > 7) OR (WS-DAY-HIT).
090600
090700 5200-EXIT.
090800     EXIT.
090900
091000 5300-MATCH-DAY-LETTER.
091100
091200     IF WS-TO-DAYS(WS-DAY-IDX:1) = CRS-MEET-DAYS(WS-DAY-IDX2:1)
091300         MOVE 'Y' TO WS-DAY-HIT-SW
091400     END-IF.
091500
091600 5300-EXIT.
091700     EXIT.
091800
091900*----------------------------------------------------------------
092000* ONE LETTER PER STUDENT MOVED - THE NEW SECTION, ITS MEETING TIME
092100* AND ROOM. A WAITLISTED STUDENT IS TOLD THEIR NEW PLACE IN LINE.
092200*----------------------------------------------------------------
092300 6100-PRINT-LETTER.
092400
092500     WRITE RPT-LINE FROM LTR-HEADING-1.
092600
092700     MOVE STU-NAME TO LTR-TXT.
092800     WRITE RPT-LINE FROM LTR-TEXT-LINE.
092900     MOVE STU-ADDRESS-1 TO LTR-TXT.
093000     WRITE RPT-LINE FROM LTR-TEXT-LINE.
093100     MOVE STU-ADDRESS-2 TO LTR-TXT.
093200     WRITE RPT-LINE FROM LTR-TEXT-LINE.
093300     MOVE STU-ADDRESS-3 TO LTR-TXT.
093400     WRITE RPT-LINE FROM LTR-TEXT-LINE.
093500     MOVE SPACES TO LTR-TXT.
093600     WRITE RPT-LINE FROM LTR-TEXT-LINE.
093700
093800     MOVE SPACES TO LTR-TXT.
093900     STRING 'SECTION ' WS-FROM-CODE ' OF YOUR COURSE HAS CLOSED.'
094000          DELIMITED BY SIZE INTO LTR-TXT.
094100     WRITE RPT-LINE FROM LTR-TEXT-LINE.
094200
094300     MOVE SPACES TO LTR-TXT.
094400     IF WS-KIND = 'WAITLIST'
094500         STRING 'YOU ARE NOW NUMBER ' WS-WAIT-POS
094600              ' ON THE WAITLIST FOR SECTION ' WS-TO-CODE '.'
094700              DELIMITED BY SIZE INTO LTR-TXT
094800     ELSE
094900         STRING 'YOUR SEAT HAS BEEN MOVED TO SECTION ' WS-TO-CODE
095000              ' (' WS-TO-SECTION-NO ').'
095100              DELIMITED BY SIZE INTO LTR-TXT
095200     END-IF.
095300     WRITE RPT-LINE FROM LTR-TEXT-LINE.
095400
095500     IF WS-TO-DAYS = SPACES
095600         MOVE 'THE NEW SECTION HAS NO SCHEDULED MEETING TIME YET.'
095700              TO LTR-TXT
095800         WRITE RPT-LINE FROM LTR-TEXT-LINE
095900     ELSE
096000         MOVE 'THE NEW SECTION MEETS:' TO LTR-TXT
096100         WRITE RPT-LINE FROM LTR-TEXT-LINE
096200         MOVE WS-TO-DAYS TO LTR-MTG-DAYS
096300         MOVE WS-TO-START TO LTR-MTG-START
096400         MOVE WS-TO-END TO LTR-MTG-END
096500         MOVE WS-TO-ROOM TO LTR-MTG-ROOM
096600         IF WS-TO-ROOM = SPACES
096700             MOVE 'TBA' TO LTR-MTG-ROOM
096800         END-IF
096900         WRITE RPT-LINE FROM LTR-MEET-LINE
097000     END-IF.
097100
097200     MOVE 'PLEASE CONTACT THE REGISTRAR WITH ANY QUESTIONS.'
097300          TO LTR-TXT.
097400     WRITE RPT-LINE FROM LTR-TEXT-LINE.
097500
097600*    THE LETTER GOES ON THE CORRESPONDENCE REGISTER.
097700     MOVE STU-NUMBER TO WS-COR-STU.
097800     MOVE 'SECTMOVE' TO WS-COR-DOC.
097900     MOVE WS-JRN-DATE TO WS-COR-CYYDDD.
098000     PERFORM 8200-LOG-CORRESPONDENCE THRU 8200-EXIT.
098100
098200 6100-EXIT.
098300     EXIT.
098400
098500 6500-LIST-MOVE.
098600
098700     MOVE STU-NUMBER TO RPT-DTL-STU.
098800     MOVE STU-NAME TO RPT-DTL-NAME.
098900     MOVE WS-KIND TO RPT-DTL-KIND.
099000     MOVE WS-REASON TO RPT-DTL-RESULT.
099100     WRITE CTL-LINE FROM RPT-DETAIL-LINE.
099200
099300 6500-EXIT.
099400     EXIT.
099500
099600*----------------------------------------------------------------
099700* A STUDENT WHO STAYS IN THE FROM-SECTION (OR ON ITS WAITLIST) -
099800* LISTED WITH THE REASON FOR THE REGISTRAR TO PLACE BY HAND.
099900*----------------------------------------------------------------
100000 6600-LIST-EXCEPTION.
100100
100200     MOVE STU-NUMBER TO RPT-DTL-STU.
100300     MOVE STU-NAME TO RPT-DTL-NAME.
100400     MOVE WS-KIND TO RPT-DTL-KIND.
100500     MOVE WS-REASON TO RPT-DTL-RESULT.
100600     WRITE EXC-LINE FROM RPT-DETAIL-LINE.
100700     ADD 1 TO WS-EXCEPT-COUNT.
100800
100900 6600-EXIT.
101000     EXIT.
101100
101200 7000-WRITE-JOURNAL.
101300
101400     MOVE STU-NUMBER TO JRN-STU-NUMBER.
101500     SET JRN-REWRITE TO TRUE.
101600     MOVE 'BSM ' TO JRN-TRANSID.
101700     MOVE 'BATCHSM' TO JRN-OPERID.
101800     MOVE WS-JRN-DATE TO JRN-DATE.
101900     MOVE WS-JRN-TIME TO JRN-TIME.
102000     MOVE STUFILE-RECORD TO JRN-RECORD-IMAGE.
102100
102110     MOVE 'STUJRNL' TO WS-JCT-JOURNAL.
102120     MOVE STUJRNL-RECORD TO JHW-IMAGE.
102130     MOVE LENGTH OF STUJRNL-RECORD TO JHW-LENGTH.
102140     PERFORM 8600-CHAIN-ENTRY THRU 8600-EXIT.
102150     MOVE JHW-IMAGE TO STUJRNL-RECORD.
102200     WRITE STUJRNL-RECORD.
102300
102400 7000-EXIT.
102500     EXIT.
102600
102700*----------------------------------------------------------------
102800* ONE CRSJRNL ENTRY PER CRSFILE REWRITE - THE COURSE MASTER'S
102900* FORWARD-RECOVERY TRAIL, AS DCJB8PGU'S 955-JOURNAL-COURSE.
103000*----------------------------------------------------------------
103100 7100-JOURNAL-COURSE.
103200
103300     MOVE CRS-CODE TO CJR-COURSE.
103400     SET CJR-REWRITE TO TRUE.
103500     MOVE 'BSM ' TO CJR-TRANSID.
103600     MOVE 'BATCHSM' TO CJR-OPERID.
103700     MOVE WS-JRN-DATE TO CJR-DATE.
103800     MOVE WS-JRN-TIME TO CJR-TIME.
103900     MOVE CRSFILE-RECORD TO CJR-RECORD-IMAGE.
104000
104010     MOVE 'CRSJRNL' TO WS-JCT-JOURNAL.
104020     MOVE CRSJRNL-RECORD TO JHW-IMAGE.
104030     MOVE LENGTH OF CRSJRNL-RECORD TO JHW-LENGTH.
104040     PERFORM 8600-CHAIN-ENTRY THRU 8600-EXIT.
104050     MOVE JHW-IMAGE TO CRSJRNL-RECORD.
104100     WRITE CRSJRNL-RECORD.
104200
104300 7100-EXIT.
104400     EXIT.
104500
104600*----------------------------------------------------------------
104700* ONE CORRESPONDENCE-REGISTER ROW PER DOCUMENT MAILED - THE
104800* SEQUENCE BUMPS PAST ANY ROW ALREADY ON FILE FOR THE DAY.
104900*----------------------------------------------------------------
105000 8200-LOG-CORRESPONDENCE.
105100
105200     MOVE SPACES TO CORRFILE-RECORD.
105300     MOVE WS-COR-STU TO COR-STU-NUMBER.
105400     MOVE WS-COR-CYYDDD TO COR-DATE.
105500     MOVE WS-COR-DOC TO COR-DOC-TYPE.
105600     MOVE 'DCJB8BSM' TO COR-RUN-ID.
105700     SET COR-ON-PAPER TO TRUE.
105800     MOVE 1 TO COR-SEQ.
105900     MOVE SPACES TO WS-CORFILE-STATUS.
106000
106100     PERFORM 8210-TRY-ONE-SEQ THRU 8210-EXIT
106200         UNTIL (WS-CORFILE-OK) OR (COR-SEQ > 99).
106300
106400 8200-EXIT.
106500     EXIT.
106600
106700 8210-TRY-ONE-SEQ.
106800
106900     WRITE CORRFILE-RECORD
107000         INVALID KEY
107100             ADD 1 TO COR-SEQ
107200     END-WRITE.
107300
107400 8210-EXIT.
107500     EXIT.
107600
107602*----------------------------------------------------------------
107604* NEXT LINK IN A JOURNAL'S CHAIN. THE CALLER NAMES THE JOURNAL IN
107606* WS-JCT-JOURNAL AND PUTS THE FINISHED ENTRY IN JHW-IMAGE WITH
107608* ITS LENGTH IN JHW-LENGTH; THE ENTRY COMES BACK STAMPED WITH THE
107610* NEXT SEQUENCE NUMBER AND ITS HASH, THE SAME STAMP DCJB8PIB PUTS
107612* ON THE ONLINE ENTRIES, AND THE JRNCTL ROW IS MOVED ON.
107614*----------------------------------------------------------------
107616 8600-CHAIN-ENTRY.
107618
107620     MOVE WS-JCT-JOURNAL TO JCT-JOURNAL.
107622     MOVE 'Y' TO WS-JCT-FOUND-SW.
107624     READ JRNCTL-FILE
107626         INVALID KEY
107628             MOVE 'N' TO WS-JCT-FOUND-SW
107630     END-READ.
107632
107634     IF NOT WS-JCT-FOUND
107636         MOVE SPACES TO JRNCTL-RECORD
107638         MOVE WS-JCT-JOURNAL TO JCT-JOURNAL
107640         MOVE 0 TO JCT-LAST-SEQ JCT-LAST-HASH
107642         MOVE 0 TO JCT-VER-SEQ JCT-VER-HASH JCT-VER-DATE
107644         MOVE 0 TO JCT-ARCH-SEQ JCT-ARCH-HASH JCT-ARCH-DATE
107646     END-IF.
107648
107650     ADD 1 TO JCT-LAST-SEQ.
107652     MOVE JCT-LAST-SEQ TO JHW-SEQ.
107654     MOVE JCT-LAST-HASH TO JHW-HASH.
107656     PERFORM 8900-CHAIN-STAMP THRU 8900-EXIT.
107658     MOVE JHW-HASH TO JCT-LAST-HASH.
107660
107662     IF WS-JCT-FOUND
107664         REWRITE JRNCTL-RECORD
107666     ELSE
107668         WRITE JRNCTL-RECORD
107670     END-IF.
107672     IF NOT WS-JRNCTL-OK
107674         DISPLAY 'DCJB8BSM - JRNCTL UPDATE FAILED, STATUS = '
107676             WS-JRNCTL-STATUS
107678         GO TO 9999-ABEND
107680     END-IF.
107682
107684 8600-EXIT.
107686     EXIT.
107688
107690     COPY 'JRNHASH'.
107692
107700 9999-ABEND.
107800
107900     MOVE 16 TO RETURN-CODE.
108000     GOBACK.
108100
108200 END PROGRAM DCJB8BSM.
