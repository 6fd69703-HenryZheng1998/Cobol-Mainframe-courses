000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BNS.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - NO-SHOW DROP RUN. ONE PASS OF
001100*                THE ATTFILE ATTENDANCE MARKS (DCJB8PHG) FOR THE
001200*                SYSIN TERM COUNTS EACH SECTION'S MEETINGS AND
001300*                EACH STUDENT'S ABSENCES. ONCE A SECTION HAS MET
001400*                THE PARMFILE NOSHOWDY NUMBER OF CLASS DAYS, A
001500*                STUDENT STILL HOLDING IT WHO IS MARKED ABSENT AT
001600*                EVERY MEETING IS A NO-SHOW. A 'P' CARD ONLY
001700*                PRINTS THE LIST - ONE PAGE PER SECTION, HEADED
001800*                BY ITS INSTRUCTOR, SO MISSED MARKS CAN BE
001900*                CORRECTED ON DCJB8PHG FIRST. A 'D' CARD (BEHIND
002000*                THE QUIESCE GATE) DROPS THEM: THE STUFILE SLOT
002100*                IS FREED AND JOURNALED, THE CRSFILE SEAT GOES
002200*                BACK, THE WAITLIST IS PROMOTED THE DCJB8BWL WAY
002300*                AND THE STUDENT IS SENT A NO-SHOW NOTICE.
002310* 10/15/26  HZ   INSTFILE RECORD NOW 50 BYTES - CARRIES THE
002320*                INSTRUCTOR'S RANK.
002330* 10/15/26  HZ   STUJRNL ENTRIES CHAINED - EACH IS STAMPED WITH
002340*                THE NEXT SEQUENCE NUMBER AND A HASH OFF THE
002350*                JRNCTL ROW (8600-CHAIN-ENTRY) BEFORE IT IS
002360*                WRITTEN, FOR DCJB8BJV TO VERIFY.
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
003400     SELECT ATT-FILE ASSIGN TO ATTFILE
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS ATT-KEY
003800         FILE STATUS IS WS-ATTFILE-STATUS.
003900
004000     SELECT CRSFILE ASSIGN TO CRSFILE
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS CRS-CODE
004400         FILE STATUS IS WS-CRSFILE-STATUS.
004500
004600     SELECT STUFILE ASSIGN TO STUFILE
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS STU-NUMBER
005000         FILE STATUS IS WS-STUFILE-STATUS.
005100
005200     SELECT INSTFILE ASSIGN TO INSTFILE
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS INS-ID
005600         FILE STATUS IS WS-INSTFILE-STATUS.
005700
005800     SELECT TERMFILE ASSIGN TO TERMFILE
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS TRM-KEY
006200         FILE STATUS IS WS-TERMFILE-STATUS.
006300
006400*    CENTRAL PARAMETER FILE - THE NOSHOWDY CLASS-DAY COUNT.
006500     SELECT PARM-FILE ASSIGN TO PARMFILE
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS PAR-KEY
006900         FILE STATUS IS WS-PARMFILE-STATUS.
007000
007100*    THE BATCH-WINDOW QUIESCE STATE - SEE BCTLREC AND
007200*    DCJB8PHJ. THE DROP RUN UPDATES THE MASTERS AND MUST NOT
007300*    RUN UNDER LIVE ONLINE UPDATES.
007400     SELECT BATCHCTL-FILE ASSIGN TO BATCHCTL
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS RANDOM
007700         RECORD KEY IS BCT-KEY
007800         FILE STATUS IS WS-BATCHCTL-STATUS.
007900
008000     SELECT STUJRNL-FILE ASSIGN TO STUJRNL
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-JRNL-STATUS.
008210
008220     SELECT JRNCTL-FILE ASSIGN TO JRNCTL
008230         ORGANIZATION IS INDEXED
008240         ACCESS MODE IS RANDOM
008250         RECORD KEY IS JCT-KEY
008260         FILE STATUS IS WS-JRNCTL-STATUS.
008300
008400*    THE STUDENT PROFILE ROW - EMAIL ADDRESS AND CONSENT.
008500     SELECT PRFFILE ASSIGN TO PRFFILE
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS RANDOM
008800         RECORD KEY IS PRF-KEY
008900         FILE STATUS IS WS-PRFFILE-STATUS.
009000
009100*    LETTERS GOING OUT BY EMAIL - APPENDED, PICKED UP BY THE
009200*    MAIL GATEWAY.
009300     SELECT EMAILQ-FILE ASSIGN TO EMAILQ
009400         ORGANIZATION IS SEQUENTIAL
009500         FILE STATUS IS WS-EMLQ-STATUS.
009600
009700     SELECT CORR-FILE ASSIGN TO CORRFILE
009800         ORGANIZATION IS INDEXED
009900         ACCESS MODE IS RANDOM
010000         RECORD KEY IS COR-KEY
010100         FILE STATUS IS WS-CORFILE-STATUS.
010200
010300     SELECT LETTER-RPT ASSIGN TO NSLTR
010400         ORGANIZATION IS SEQUENTIAL
010500         FILE STATUS IS WS-NSLTR-STATUS.
010600
010700     SELECT NOSHOW-RPT ASSIGN TO NSRPT
010800         ORGANIZATION IS SEQUENTIAL
010900         FILE STATUS IS WS-NSRPT-STATUS.
011000
011100 DATA DIVISION.
011200 FILE SECTION.
011300
011400 FD  ATT-FILE
011500     LABEL RECORDS ARE STANDARD
011600     RECORD CONTAINS 35 CHARACTERS
011700     DATA RECORD IS ATTFILE-RECORD.
011800
011900     COPY 'ATTDREC'.
012000
012100 FD  CRSFILE
012200     LABEL RECORDS ARE STANDARD
012300     RECORD CONTAINS 242 CHARACTERS
012400     DATA RECORD IS CRSFILE-RECORD.
012500
012600*    CRSFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
012700     COPY 'CRSREC'.
012800
012900 FD  STUFILE
013000     LABEL RECORDS ARE STANDARD
013100     RECORD CONTAINS 227 CHARACTERS
013200     DATA RECORD IS STUFILE-RECORD.
013300
013400*    STUFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
013500     COPY 'STUREC'.
013600
013700 FD  INSTFILE
013800     LABEL RECORDS ARE STANDARD
013900     RECORD CONTAINS 50 CHARACTERS
014000     DATA RECORD IS INSTFILE-RECORD.
014100
014200     COPY 'INSTREC'.
014300
014400 FD  TERMFILE
014500     LABEL RECORDS ARE STANDARD
014600     RECORD CONTAINS 47 CHARACTERS
014700     DATA RECORD IS TERMFILE-RECORD.
014800
014900     COPY 'TERMREC'.
015000
015100 FD  PARM-FILE
015200     LABEL RECORDS ARE STANDARD
015300     RECORD CONTAINS 78 CHARACTERS
015400     DATA RECORD IS PARMFILE-RECORD.
015500
015600*    PARMFILE RECORD LAYOUT - SHARED WITH DCJB8PHK.
015700     COPY 'PARMREC'.
015800
015900 FD  BATCHCTL-FILE
016000     LABEL RECORDS ARE STANDARD
016100     RECORD CONTAINS 45 CHARACTERS
016200     DATA RECORD IS BATCHCTL-RECORD.
016300
016400*    BATCHCTL RECORD LAYOUT - SHARED ACROSS THE NIGHTLY STREAM.
016500     COPY 'BCTLREC'.
016600
016700 FD  STUJRNL-FILE
016800     LABEL RECORDS ARE STANDARD
016900     RECORD CONTAINS 273 CHARACTERS
017000     DATA RECORD IS STUJRNL-RECORD.
017100
017200*    STUJRNL RECORD LAYOUT - SHARED WITH THE CICS SIDE.
017300     COPY 'STUJRNL'.
017310
017320 FD  JRNCTL-FILE
017330     LABEL RECORDS ARE STANDARD
017340     RECORD CONTAINS 80 CHARACTERS
017350     DATA RECORD IS JRNCTL-RECORD.
017360
017370     COPY 'JCTLREC'.
017400
017500 FD  PRFFILE
017600     LABEL RECORDS ARE STANDARD
017700     RECORD CONTAINS 200 CHARACTERS
017800     DATA RECORD IS PRFFILE-RECORD.
017900
018000     COPY 'PROFREC'.
018100
018200 FD  EMAILQ-FILE
018300     LABEL RECORDS ARE STANDARD
018400     RECORD CONTAINS 160 CHARACTERS
018500     DATA RECORD IS EMAILQ-RECORD.
018600
018700     COPY 'EMLQREC'.
018800
018900 FD  CORR-FILE
019000     LABEL RECORDS ARE STANDARD
019100     RECORD CONTAINS 40 CHARACTERS
019200     DATA RECORD IS CORRFILE-RECORD.
019300
019400     COPY 'CORRREC'.
019500
019600 FD  LETTER-RPT
019700     LABEL RECORDS ARE STANDARD
019800     RECORD CONTAINS 133 CHARACTERS
019900     DATA RECORD IS RPT-LINE.
020000 01  RPT-LINE                        PIC X(133).
020100
020200 FD  NOSHOW-RPT
020300     LABEL RECORDS ARE STANDARD
020400     RECORD CONTAINS 133 CHARACTERS
020500     DATA RECORD IS NSR-LINE.
020600 01  NSR-LINE                        PIC X(133).
020700
020800 WORKING-STORAGE SECTION.
020900
021000 01  WS-ATTFILE-STATUS               PIC X(2) VALUE SPACES.
021100     88 WS-ATTFILE-OK                    VALUE '00'.
021200 01  WS-CRSFILE-STATUS               PIC X(2) VALUE SPACES.
021300     88 WS-CRSFILE-OK                    VALUE '00'.
021400 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
021500     88 WS-STUFILE-OK                    VALUE '00'.
021600 01  WS-INSTFILE-STATUS              PIC X(2) VALUE SPACES.
021700     88 WS-INSTFILE-OK                   VALUE '00'.
021800 01  WS-TERMFILE-STATUS              PIC X(2) VALUE SPACES.
021900     88 WS-TERMFILE-OK                   VALUE '00'.
022000 01  WS-PARMFILE-STATUS              PIC X(2) VALUE SPACES.
022100     88 WS-PARMFILE-OK                   VALUE '00'.
022200 01  WS-PARM-VALUE-X                 PIC X(12) VALUE SPACES.
022300 01  WS-BATCHCTL-STATUS              PIC X(2) VALUE SPACES.
022400     88 WS-BATCHCTL-OK                   VALUE '00'.
022500 01  WS-JRNL-STATUS                  PIC X(2) VALUE SPACES.
022600     88 WS-JRNL-OK                       VALUE '00'.
022700     88 WS-JRNL-NOFILE                   VALUE '35'.
022710 01  WS-JRNCTL-STATUS                PIC X(2) VALUE SPACES.
022720     88 WS-JRNCTL-OK                     VALUE '00'.
022730 01  WS-JCT-FOUND-SW                 PIC X(1) VALUE 'N'.
022740     88 WS-JCT-FOUND                     VALUE 'Y'.
022750 01  WS-JCT-JOURNAL                  PIC X(8) VALUE SPACES.
022760
022770     COPY 'JRNHWS'.
022800 01  WS-PRFFILE-STATUS               PIC X(2) VALUE SPACES.
022900     88 WS-PRFFILE-OK                    VALUE '00'.
023000 01  WS-EMLQ-STATUS                  PIC X(2) VALUE SPACES.
023100     88 WS-EMLQ-OK                       VALUE '00'.
023200     88 WS-EMLQ-NOFILE                   VALUE '35'.
023300 01  WS-CORFILE-STATUS               PIC X(2) VALUE SPACES.
023400     88 WS-CORFILE-OK                    VALUE '00'.
023500 01  WS-NSLTR-STATUS                 PIC X(2) VALUE SPACES.
023600     88 WS-NSLTR-OK                      VALUE '00'.
023700 01  WS-NSRPT-STATUS                 PIC X(2) VALUE SPACES.
023800     88 WS-NSRPT-OK                      VALUE '00'.
023900
024000 01  WS-COR-STU                      PIC X(7) VALUE SPACES.
024100 01  WS-COR-DOC                      PIC X(8) VALUE SPACES.
024200 01  WS-COR-CYYDDD                   PIC 9(7) VALUE 0.
024300
024400*    HOW THE LETTER IN HAND GOES OUT - SET BY 6600-CHOOSE-CHANNEL
024500*    AND CARRIED ONTO ITS CORRESPONDENCE-REGISTER ROW.
024600 01  WS-EML-CHANNEL                  PIC X(1) VALUE 'P'.
024700     88 WS-EML-BY-EMAIL                  VALUE 'E'.
024800     88 WS-EML-ON-PAPER                  VALUE 'P'.
024900 01  WS-EML-SUBJECT                  PIC X(60) VALUE SPACES.
025000 01  WS-EML-KEY                      PIC X(22) VALUE SPACES.
025100 77  WS-EML-LINE-NO                  PIC S9(3) COMP VALUE 0.
025200 77  WS-EMAILED-COUNT                PIC S9(7) COMP VALUE 0.
025300
025400* SYSIN CARD - COLUMN 1 IS THE MODE, COLUMNS 2-6 THE TERM (YYYYS).
025500* 'P' PRINTS THE INSTRUCTOR LIST AND CHANGES NOTHING; 'D' DROPS.
025600 01  WS-SYSIN-CARD.
025700     05 WS-RUN-MODE                  PIC X(1).
025800         88 WS-MODE-PREVIEW              VALUE 'P'.
025900         88 WS-MODE-DROP                 VALUE 'D'.
026000         88 WS-MODE-VALID                VALUE 'P' 'D'.
026100     05 WS-RUN-TERM                  PIC X(5).
026200     05 FILLER                       PIC X(74).
026300
026400 01  WS-SWITCHES.
026500     05 WS-ATT-EOF-SW                PIC X(1) VALUE 'N'.
026600         88 WS-ATT-EOF                    VALUE 'Y'.
026700     05 WS-CRS-CHANGED-SW            PIC X(1) VALUE 'N'.
026800         88 WS-CRS-CHANGED                VALUE 'Y'.
026900     05 WS-SEC-HDG-SW                PIC X(1) VALUE 'N'.
027000         88 WS-SEC-HDG-DONE               VALUE 'Y'.
027100
027200* THE NUMBER OF CLASS DAYS A SECTION MUST HAVE MET BEFORE ANYONE
027300* ON IT CAN BE CALLED A NO-SHOW (PARMFILE NOSHOWDY).
027400 01  WS-NOSHOW-DAYS                  PIC 9(3) VALUE 0.
027500 01  WS-NOSHOW-DAYS-X REDEFINES WS-NOSHOW-DAYS
027600                                     PIC X(3).
027700
027800 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
027900 01  WS-JRN-DATE                     PIC S9(7) VALUE 0.
028000 01  WS-TERM-START                   PIC 9(7) VALUE 0.
028100 01  WS-TERM-END                     PIC 9(7) VALUE 0.
028200
028300* THE SECTION IN HAND - ATTFILE ARRIVES IN COURSE/DATE/STUDENT
028400* ORDER, SO A CHANGE OF COURSE CLOSES A SECTION OFF AND A CHANGE
028500* OF DATE WITHIN ONE IS ANOTHER MEETING. THE TABLE HOLDS ONE ROW
028600* PER STUDENT MARKED ON THE SECTION'S SHEETS - NO SECTION SEATS
028700* ANYWHERE NEAR THREE HUNDRED.
028800 01  WS-SEC-COURSE                   PIC X(8) VALUE SPACES.
028900 01  WS-SEC-LAST-DATE                PIC 9(7) VALUE 0.
029000 01  WS-SEC-MEETINGS                 PIC 9(3) VALUE 0.
029100 01  WS-ROSTER-COUNT                 PIC S9(4) COMP VALUE 0.
029200 01  WS-ROSTER-TABLE.
029300     05 WS-ROS-ENTRY OCCURS 300 TIMES.
029400         10 WS-ROS-STUNUM            PIC X(7).
029500         10 WS-ROS-ABSENT            PIC 9(3).
029600 77  WS-ROS-IDX                      PIC S9(4) COMP VALUE 0.
029700 77  WS-ROS-FOUND                    PIC S9(4) COMP VALUE 0.
029800
029900 77  WS-SHIFT-IDX                    PIC S9(2) COMP VALUE 0.
030000 77  WS-SLOT-IDX                     PIC S9(2) COMP VALUE 0.
030100 77  WS-HELD-SLOT                    PIC 9(2) VALUE 0.
030200 77  WS-OPEN-SLOT                    PIC 9(2) VALUE 0.
030300 77  WS-SECTION-COUNT                PIC S9(7) COMP VALUE 0.
030400 77  WS-NOT-READY-COUNT              PIC S9(7) COMP VALUE 0.
030500 77  WS-NOSHOW-COUNT                 PIC S9(7) COMP VALUE 0.
030600 77  WS-DROPPED-COUNT                PIC S9(7) COMP VALUE 0.
030700 77  WS-PROMOTED-COUNT               PIC S9(7) COMP VALUE 0.
030800
030900 01  WS-FRONT-STU                    PIC X(7) VALUE SPACES.
031000
031100 01  RPT-HEADING-1.
031200     05 RPT-HDG1-CC                  PIC X(1) VALUE '1'.
031300     05 FILLER                       PIC X(4) VALUE SPACES.
031400     05 RPT-HDG1-TITLE               PIC X(40).
031500     05 FILLER                       PIC X(6) VALUE 'TERM '.
031600     05 RPT-HDG1-TERM                PIC X(5).
031700     05 FILLER                       PIC X(77) VALUE SPACES.
031800
031900 01  RPT-HEADING-2.
032000     05 RPT-HDG2-CC                  PIC X(1) VALUE ' '.
032100     05 FILLER                       PIC X(4) VALUE SPACES.
032200     05 FILLER                       PIC X(9) VALUE 'SECTION '.
032300     05 RPT-HDG2-COURSE              PIC X(8).
032400     05 FILLER                       PIC X(15) VALUE
032500            '   INSTRUCTOR '.
032600     05 RPT-HDG2-INSTR               PIC X(5).
032700     05 FILLER                       PIC X(1) VALUE SPACES.
032800     05 RPT-HDG2-INSTR-NAME          PIC X(20).
032900     05 FILLER                       PIC X(12) VALUE
033000            '   MEETINGS '.
033100     05 RPT-HDG2-MEETINGS            PIC ZZ9.
033200     05 FILLER                       PIC X(55) VALUE SPACES.
033300
033400 01  RPT-HEADING-3.
033500     05 RPT-HDG3-CC                  PIC X(1) VALUE '0'.
033600     05 FILLER                       PIC X(4) VALUE SPACES.
033700     05 FILLER                       PIC X(40) VALUE
033800            'STUDENT  NAME                  ABSENT'.
033900     05 FILLER                       PIC X(88) VALUE SPACES.
034000
034100 01  RPT-DETAIL-LINE.
034200     05 RPT-DTL-CC                   PIC X(1) VALUE ' '.
034300     05 FILLER                       PIC X(4) VALUE SPACES.
034400     05 RPT-DTL-STUNUM               PIC X(7).
034500     05 FILLER                       PIC X(2) VALUE SPACES.
034600     05 RPT-DTL-NAME                 PIC X(20).
034700     05 FILLER                       PIC X(2) VALUE SPACES.
034800     05 RPT-DTL-ABSENT               PIC ZZ9.
034900     05 FILLER                       PIC X(4) VALUE ' OF '.
035000     05 RPT-DTL-MEETINGS             PIC ZZ9.
035100     05 FILLER                       PIC X(2) VALUE SPACES.
035200     05 RPT-DTL-ACTION               PIC X(20).
035300     05 FILLER                       PIC X(65) VALUE SPACES.
035400
035500 01  RPT-TOTAL-LINE.
035600     05 RPT-TOT-CC                   PIC X(1) VALUE '0'.
035700     05 FILLER                       PIC X(4) VALUE SPACES.
035800     05 RPT-TOT-LABEL                PIC X(36).
035900     05 RPT-TOT-COUNT                PIC ZZZ,ZZ9.
036000     05 FILLER                       PIC X(85) VALUE SPACES.
036100
036200 01  LTR-TEXT-LINE.
036300     05 LTR-TXT-CC                   PIC X(1) VALUE ' '.
036400     05 FILLER                       PIC X(4) VALUE SPACES.
036500     05 LTR-TXT                      PIC X(60).
036600     05 FILLER                       PIC X(68) VALUE SPACES.
036700
036800 01  LTR-NOSHOW-HEADING.
036900     05 LTR-NSH-CC                   PIC X(1) VALUE '1'.
037000     05 FILLER                       PIC X(4) VALUE SPACES.
037100     05 FILLER                       PIC X(30) VALUE
037200            'NO-SHOW COURSE DROP NOTICE'.
037300     05 FILLER                       PIC X(98) VALUE SPACES.
037400
037500 01  LTR-OFFER-HEADING.
037600     05 LTR-OFF-CC                   PIC X(1) VALUE '1'.
037700     05 FILLER                       PIC X(4) VALUE SPACES.
037800     05 FILLER                       PIC X(24) VALUE
037900            'ENROLLMENT OFFER NOTICE'.
038000     05 FILLER                       PIC X(104) VALUE SPACES.
038100
038200 PROCEDURE DIVISION.
038300
038400 0000-MAINLINE.
038500
038600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038700
038800     PERFORM 2000-PROCESS-MARK THRU 2000-EXIT
038900         UNTIL WS-ATT-EOF.
039000
039100*    THE LAST SECTION ON THE FILE HAS NO COURSE CHANGE BEHIND IT.
039200     IF WS-SEC-COURSE NOT = SPACES
039300         PERFORM 4000-CLOSE-SECTION THRU 4000-EXIT
039400     END-IF.
039500
039600     PERFORM 3000-TERMINATE THRU 3000-EXIT.
039700
039800     GOBACK.
039900
040000 1000-INITIALIZE.
040100
040200     MOVE SPACES TO WS-SYSIN-CARD.
040300     ACCEPT WS-SYSIN-CARD FROM SYSIN.
040400     IF (NOT WS-MODE-VALID) OR (WS-RUN-TERM = SPACES)
040500         DISPLAY 'DCJB8BNS - SYSIN MUST BE P OR D AND A TERM'
040600         GO TO 9999-ABEND
040700     END-IF.
040800
040900     ACCEPT WS-CURR-DATE FROM DAY.
041000*    REDUCE YYYYDDD TO THE CYYDDD SHAPE ATTFILE AND THE JOURNAL
041100*    CARRY.
041200     COMPUTE WS-JRN-DATE = WS-CURR-DATE - 1900000.
041300
041400     PERFORM 1100-LOAD-PARMS THRU 1100-EXIT.
041500
041600     OPEN INPUT TERMFILE.
041700     IF NOT WS-TERMFILE-OK
041800         DISPLAY 'DCJB8BNS - TERMFILE OPEN FAILED, STATUS = '
041900             WS-TERMFILE-STATUS
042000         GO TO 9999-ABEND
042100     END-IF.
042200     MOVE WS-RUN-TERM TO TRM-CODE.
042300     READ TERMFILE
042400         INVALID KEY
042500             DISPLAY 'DCJB8BNS - TERM ' WS-RUN-TERM
042600                 ' NOT ON TERMFILE'
042700             GO TO 9999-ABEND
042800     END-READ.
042900     MOVE TRM-START-DATE TO WS-TERM-START.
043000     MOVE TRM-END-DATE TO WS-TERM-END.
043100     CLOSE TERMFILE.
043200
043300     IF WS-MODE-DROP
043400         PERFORM 1200-CHECK-QUIESCE THRU 1200-EXIT
043500     END-IF.
043600
043700     OPEN INPUT ATT-FILE.
043800     IF NOT WS-ATTFILE-OK
043900         DISPLAY 'DCJB8BNS - ATTFILE OPEN FAILED, STATUS = '
044000             WS-ATTFILE-STATUS
044100         GO TO 9999-ABEND
044200     END-IF.
044300
044400*    THE LIST RUN ONLY READS THE MASTERS.
044500     IF WS-MODE-DROP
044600         OPEN I-O CRSFILE
044700         OPEN I-O STUFILE
044800     ELSE
044900         OPEN INPUT CRSFILE
045000         OPEN INPUT STUFILE
045100     END-IF.
045200     IF NOT WS-CRSFILE-OK
045300         DISPLAY 'DCJB8BNS - CRSFILE OPEN FAILED, STATUS = '
045400             WS-CRSFILE-STATUS
045500         GO TO 9999-ABEND
045600     END-IF.
045700     IF NOT WS-STUFILE-OK
045800         DISPLAY 'DCJB8BNS - STUFILE OPEN FAILED, STATUS = '
045900             WS-STUFILE-STATUS
046000         GO TO 9999-ABEND
046100     END-IF.
046200
046300     OPEN INPUT INSTFILE.
046400     IF NOT WS-INSTFILE-OK
046500         DISPLAY 'DCJB8BNS - INSTFILE OPEN FAILED, STATUS = '
046600             WS-INSTFILE-STATUS
046700         GO TO 9999-ABEND
046800     END-IF.
046900
047000     OPEN OUTPUT NOSHOW-RPT.
047100     IF NOT WS-NSRPT-OK
047200         DISPLAY 'DCJB8BNS - NSRPT OPEN FAILED, STATUS = '
047300             WS-NSRPT-STATUS
047400         GO TO 9999-ABEND
047500     END-IF.
047600
047700     IF WS-MODE-DROP
047800         PERFORM 1300-OPEN-DROP-FILES THRU 1300-EXIT
047900         MOVE 'NO-SHOW DROPS' TO RPT-HDG1-TITLE
048000     ELSE
048100         MOVE 'NO-SHOW LIST - CHECK MARKS BEFORE DROP'
048200             TO RPT-HDG1-TITLE
048300     END-IF.
048400     MOVE WS-RUN-TERM TO RPT-HDG1-TERM.
048500
048600     DISPLAY 'DCJB8BNS - NO-SHOW RUN, MODE = ' WS-RUN-MODE
048700         ' TERM = ' WS-RUN-TERM ' CLASS DAYS = ' WS-NOSHOW-DAYS.
048800
048900     PERFORM 2100-READ-NEXT-MARK THRU 2100-EXIT.
049000
049100 1000-EXIT.
049200     EXIT.
049300
049400*----------------------------------------------------------------
049500* THE CLASS-DAY COUNT COMES OFF PARMFILE (NOSHOWDY). THIS RUN HAS
049600* NO OLD SYSIN CARD TO FALL BACK ON - A MISSING, NON-NUMERIC OR
049700* ZERO ROW STOPS THE RUN RATHER THAN DROP STUDENTS AGAINST A
049800* GUESSED COUNT.
049900*----------------------------------------------------------------
050000 1100-LOAD-PARMS.
050100
050200     OPEN INPUT PARM-FILE.
050300     IF NOT WS-PARMFILE-OK
050400         DISPLAY 'DCJB8BNS - PARMFILE OPEN FAILED, STATUS = '
050500             WS-PARMFILE-STATUS
050600         GO TO 9999-ABEND
050700     END-IF.
050800
050900     MOVE 'NOSHOWDY' TO PAR-NAME.
051000     READ PARM-FILE
051100         INVALID KEY
051200             MOVE SPACES TO PAR-VALUE
051300     END-READ.
051400     MOVE PAR-VALUE TO WS-PARM-VALUE-X.
051500     IF WS-PARM-VALUE-X(1:3) IS NOT NUMERIC
051600         DISPLAY 'DCJB8BNS - PARMFILE NOSHOWDY MISSING OR INVALID'
051700         GO TO 9999-ABEND
051800     END-IF.
051900     MOVE WS-PARM-VALUE-X(1:3) TO WS-NOSHOW-DAYS-X.
052000     IF WS-NOSHOW-DAYS = 0
052100         DISPLAY 'DCJB8BNS - PARMFILE NOSHOWDY MUST NOT BE ZERO'
052200         GO TO 9999-ABEND
052300     END-IF.
052400
052500     CLOSE PARM-FILE.
052600
052700 1100-EXIT.
052800     EXIT.
052900
053000*----------------------------------------------------------------
053100* THE ONLINE SUITE MUST BE QUIESCED (DCJB8PHJ) BEFORE THE DROP
053200* RUN TOUCHES STUFILE AND CRSFILE - THE SAME GATE THE BACKUP AND
053300* ROLLOVER JOBS STAND BEHIND. THE LIST RUN NEEDS NO GATE.
053400*----------------------------------------------------------------
053500 1200-CHECK-QUIESCE.
053600
053700     OPEN INPUT BATCHCTL-FILE.
053800     IF NOT WS-BATCHCTL-OK
053900         DISPLAY 'DCJB8BNS - BATCHCTL OPEN FAILED, STATUS = '
054000             WS-BATCHCTL-STATUS
054100         GO TO 9999-ABEND
054200     END-IF.
054300     MOVE 0 TO BCT-RUN-DATE.
054400     MOVE 'QUIESCE' TO BCT-JOB.
054500     READ BATCHCTL-FILE
054600         INVALID KEY
054700             DISPLAY 'DCJB8BNS - ONLINE SUITE NOT QUIESCED'
054800             GO TO 9999-ABEND
054900         NOT INVALID KEY
055000             IF NOT BCT-RUNNING
055100                 DISPLAY 'DCJB8BNS - ONLINE SUITE NOT QUIESCED'
055200                 GO TO 9999-ABEND
055300             END-IF
055400     END-READ.
055500     CLOSE BATCHCTL-FILE.
055600
055700 1200-EXIT.
055800     EXIT.
055900
056000 1300-OPEN-DROP-FILES.
056100
056200     OPEN EXTEND STUJRNL-FILE.
056300     IF WS-JRNL-NOFILE
056400         OPEN OUTPUT STUJRNL-FILE
056500     END-IF.
056600     IF NOT WS-JRNL-OK
056700         DISPLAY 'DCJB8BNS - STUJRNL OPEN FAILED, STATUS = '
056800             WS-JRNL-STATUS
056900         GO TO 9999-ABEND
057000     END-IF.
057010
057020     OPEN I-O JRNCTL-FILE.
057030     IF NOT WS-JRNCTL-OK
057040         DISPLAY 'DCJB8BNS - JRNCTL OPEN FAILED, STATUS = '
057050             WS-JRNCTL-STATUS
057060         GO TO 9999-ABEND
057070     END-IF.
057100
057200     OPEN INPUT PRFFILE.
057300     IF NOT WS-PRFFILE-OK
057400         DISPLAY 'DCJB8BNS - PRFFILE OPEN FAILED, STATUS = '
057500             WS-PRFFILE-STATUS
057600         GO TO 9999-ABEND
057700     END-IF.
057800
057900     OPEN EXTEND EMAILQ-FILE.
058000     IF WS-EMLQ-NOFILE
058100         OPEN OUTPUT EMAILQ-FILE
058200     END-IF.
058300     IF NOT WS-EMLQ-OK
058400         DISPLAY 'DCJB8BNS - EMAILQ OPEN FAILED, STATUS = '
058500             WS-EMLQ-STATUS
058600         GO TO 9999-ABEND
058700     END-IF.
058800
058900     OPEN I-O CORR-FILE.
059000     IF NOT WS-CORFILE-OK
059100         DISPLAY 'DCJB8BNS - CORRFILE OPEN FAILED, STATUS = '
059200             WS-CORFILE-STATUS
059300         GO TO 9999-ABEND
059400     END-IF.
059500
059600     OPEN OUTPUT LETTER-RPT.
059700     IF NOT WS-NSLTR-OK
059800         DISPLAY 'DCJB8BNS - NSLTR OPEN FAILED, STATUS = '
059900             WS-NSLTR-STATUS
060000         GO TO 9999-ABEND
060100     END-IF.
060200
060300 1300-EXIT.
060400     EXIT.
060500
060600*----------------------------------------------------------------
060700* ONE ATTENDANCE MARK. MARKS OUTSIDE THE TERM'S DATES BELONG TO
060800* ANOTHER OFFERING OF THE SECTION CODE AND ARE PASSED OVER.
060900*----------------------------------------------------------------
061000 2000-PROCESS-MARK.
061100
061200     IF (ATT-DATE < WS-TERM-START) OR
061300        ((WS-TERM-END > 0) AND (ATT-DATE > WS-TERM-END))
061400         GO TO 2000-NEXT
061500     END-IF.
061600
061700     IF ATT-COURSE NOT = WS-SEC-COURSE
061800         IF WS-SEC-COURSE NOT = SPACES
061900             PERFORM 4000-CLOSE-SECTION THRU 4000-EXIT
062000         END-IF
062100         MOVE ATT-COURSE TO WS-SEC-COURSE
062200         MOVE 0 TO WS-SEC-LAST-DATE
062300         MOVE 0 TO WS-SEC-MEETINGS
062400         MOVE 0 TO WS-ROSTER-COUNT
062500     END-IF.
062600
062700     IF ATT-DATE NOT = WS-SEC-LAST-DATE
062800         MOVE ATT-DATE TO WS-SEC-LAST-DATE
062900         ADD 1 TO WS-SEC-MEETINGS
063000     END-IF.
063100
063200     MOVE 0 TO WS-ROS-FOUND.
063300     PERFORM 2200-MATCH-ONE-STUDENT THRU 2200-EXIT
063400         VARYING WS-ROS-IDX FROM 1 BY 1
063500         UNTIL (WS-ROS-IDX > WS-ROSTER-COUNT)
063600            OR (WS-ROS-FOUND NOT = 0).
063700
063800     IF WS-ROS-FOUND = 0
063900         IF WS-ROSTER-COUNT >= 300
064000             DISPLAY 'DCJB8BNS - ROSTER TABLE FULL FOR '
064100                 WS-SEC-COURSE
064200             GO TO 9999-ABEND
064300         END-IF
064400         ADD 1 TO WS-ROSTER-COUNT
064500         MOVE WS-ROSTER-COUNT TO WS-ROS-FOUND
064600         MOVE ATT-STU-NUMBER TO WS-ROS-STUNUM(WS-ROS-FOUND)
064700         MOVE 0 TO WS-ROS-ABSENT(WS-ROS-FOUND)
064800     END-IF.
064900
065000     IF ATT-ABSENT
065100         ADD 1 TO WS-ROS-ABSENT(WS-ROS-FOUND)
065200     END-IF.
065300
065400 2000-NEXT.
065500
065600     PERFORM 2100-READ-NEXT-MARK THRU 2100-EXIT.
065700
065800 2000-EXIT.
065900     EXIT.
066000
066100 2100-READ-NEXT-MARK.
066200
066300     READ ATT-FILE NEXT RECORD
066400         AT END
066500             MOVE 'Y' TO WS-ATT-EOF-SW
066600     END-READ.
066700
066800 2100-EXIT.
066900     EXIT.
067000
067100 2200-MATCH-ONE-STUDENT.
067200
067300     IF WS-ROS-STUNUM(WS-ROS-IDX) = ATT-STU-NUMBER
067400         MOVE WS-ROS-IDX TO WS-ROS-FOUND
067500     END-IF.
067600
067700 2200-EXIT.
067800     EXIT.
067900
068000 3000-TERMINATE.
068100
068200     MOVE 'SECTIONS PAST THE CLASS-DAY COUNT' TO RPT-TOT-LABEL.
068300     MOVE WS-SECTION-COUNT TO RPT-TOT-COUNT.
068400     WRITE NSR-LINE FROM RPT-TOTAL-LINE.
068500     MOVE 'SECTIONS NOT YET AT THE COUNT' TO RPT-TOT-LABEL.
068600     MOVE WS-NOT-READY-COUNT TO RPT-TOT-COUNT.
068700     MOVE ' ' TO RPT-TOT-CC.
068800     WRITE NSR-LINE FROM RPT-TOTAL-LINE.
068900     MOVE 'NO-SHOWS' TO RPT-TOT-LABEL.
069000     MOVE WS-NOSHOW-COUNT TO RPT-TOT-COUNT.
069100     WRITE NSR-LINE FROM RPT-TOTAL-LINE.
069200     IF WS-MODE-DROP
069300         MOVE 'DROPPED' TO RPT-TOT-LABEL
069400         MOVE WS-DROPPED-COUNT TO RPT-TOT-COUNT
069500         WRITE NSR-LINE FROM RPT-TOTAL-LINE
069600         MOVE 'PROMOTED FROM WAITLISTS' TO RPT-TOT-LABEL
069700         MOVE WS-PROMOTED-COUNT TO RPT-TOT-COUNT
069800         WRITE NSR-LINE FROM RPT-TOTAL-LINE
069900     END-IF.
070000
070100     CLOSE ATT-FILE.
070200     CLOSE CRSFILE.
070300     CLOSE STUFILE.
070400     CLOSE INSTFILE.
070500     CLOSE NOSHOW-RPT.
070600     IF WS-MODE-DROP
070700         CLOSE STUJRNL-FILE
070710         CLOSE JRNCTL-FILE
070800         CLOSE PRFFILE
070900         CLOSE EMAILQ-FILE
071000         CLOSE CORR-FILE
071100         CLOSE LETTER-RPT
071200     END-IF.
071300
071400     DISPLAY 'DCJB8BNS - NO-SHOWS = ' WS-NOSHOW-COUNT
071500         ' DROPPED = ' WS-DROPPED-COUNT
071600         ' PROMOTED = ' WS-PROMOTED-COUNT.
071700     DISPLAY 'DCJB8BNS - LETTERS SENT BY EMAIL = '
071800         WS-EMAILED-COUNT.
071900
072000*    A LIST WITH NAMES ON IT NEEDS THE INSTRUCTORS' ATTENTION
072100*    BEFORE THE DROP RUN.
072200     IF WS-MODE-PREVIEW AND (WS-NOSHOW-COUNT > 0)
072300         MOVE 4 TO RETURN-CODE
072400     END-IF.
072500
072600 3000-EXIT.
072700     EXIT.
072800
072900*----------------------------------------------------------------
073000* A SECTION'S MARKS ARE ALL IN. A SECTION THAT HAS NOT YET MET
073100* THE NOSHOWDY NUMBER OF CLASS DAYS IS LEFT ALONE; OTHERWISE EVERY
073200* STUDENT MARKED ABSENT AT EVERY ONE OF ITS MEETINGS IS A NO-SHOW.
073300* A STUDENT WITH ANY MEETING UNMARKED (ADDED LATE) IS NOT.
073400*----------------------------------------------------------------
073500 4000-CLOSE-SECTION.
073600
073700     IF WS-SEC-MEETINGS < WS-NOSHOW-DAYS
073800         ADD 1 TO WS-NOT-READY-COUNT
073900         GO TO 4000-EXIT
074000     END-IF.
074100     ADD 1 TO WS-SECTION-COUNT.
074200
074300     MOVE WS-SEC-COURSE TO CRS-CODE.
074400     READ CRSFILE
074500         INVALID KEY
074600             DISPLAY 'DCJB8BNS - ' WS-SEC-COURSE
074700                 ' NOT ON CATALOG - SECTION SKIPPED'
074800             GO TO 4000-EXIT
074900     END-READ.
075000
075100     MOVE 'N' TO WS-CRS-CHANGED-SW.
075200     MOVE 'N' TO WS-SEC-HDG-SW.
075300     PERFORM 4100-CHECK-ONE-STUDENT THRU 4100-EXIT
075400         VARYING WS-ROS-IDX FROM 1 BY 1
075500         UNTIL WS-ROS-IDX > WS-ROSTER-COUNT.
075600
075700     IF NOT WS-CRS-CHANGED
075800         GO TO 4000-EXIT
075900     END-IF.
076000
076100*    THE FREED SEATS GO TO THE WAITLIST IN FIFO ORDER.
076200     PERFORM 5100-PROMOTE-FRONT THRU 5100-EXIT
076300         UNTIL (CRS-WAIT-COUNT = 0)
076400            OR (CRS-SEATS-USED NOT < CRS-CAPACITY).
076500
076600     REWRITE CRSFILE-RECORD.
076700
076800 4000-EXIT.
076900     EXIT.
077000
077100 4100-CHECK-ONE-STUDENT.
077200
077300     IF WS-ROS-ABSENT(WS-ROS-IDX) < WS-SEC-MEETINGS
077400         GO TO 4100-EXIT
077500     END-IF.
077600
077700*    A STUDENT WHO HAS ALREADY DROPPED THE SECTION (OR IS GONE
077800*    FROM STUFILE) HAS NOTHING LEFT TO TAKE AWAY.
077900     MOVE WS-ROS-STUNUM(WS-ROS-IDX) TO STU-NUMBER.
078000     READ STUFILE
078100         INVALID KEY
078200             GO TO 4100-EXIT
078300     END-READ.
078400
078500     MOVE 0 TO WS-HELD-SLOT.
078600     PERFORM 4200-FIND-SLOT THRU 4200-EXIT
078700         VARYING WS-SLOT-IDX FROM 1 BY 1
078800         UNTIL (WS-SLOT-IDX > 10) OR (WS-HELD-SLOT NOT = 0).
078900     IF WS-HELD-SLOT = 0
079000         GO TO 4100-EXIT
079100     END-IF.
079200
079300     IF NOT WS-SEC-HDG-DONE
079400         PERFORM 4300-PRINT-SECTION-HEADING THRU 4300-EXIT
079500     END-IF.
079600
079700     ADD 1 TO WS-NOSHOW-COUNT.
079800     MOVE STU-NUMBER TO RPT-DTL-STUNUM.
079900     MOVE STU-NAME TO RPT-DTL-NAME.
080000     MOVE WS-ROS-ABSENT(WS-ROS-IDX) TO RPT-DTL-ABSENT.
080100     MOVE WS-SEC-MEETINGS TO RPT-DTL-MEETINGS.
080200     IF WS-MODE-DROP
080300         MOVE 'DROPPED' TO RPT-DTL-ACTION
080400     ELSE
080500         MOVE 'WILL BE DROPPED' TO RPT-DTL-ACTION
080600     END-IF.
080700     WRITE NSR-LINE FROM RPT-DETAIL-LINE.
080800
080900     IF WS-MODE-DROP
081000         PERFORM 5000-DROP-STUDENT THRU 5000-EXIT
081100     END-IF.
081200
081300 4100-EXIT.
081400     EXIT.
081500
081600 4200-FIND-SLOT.
081700
081800     IF STU-COURSE-TABLE(WS-SLOT-IDX) = WS-SEC-COURSE
081900         MOVE WS-SLOT-IDX TO WS-HELD-SLOT
082000     END-IF.
082100
082200 4200-EXIT.
082300     EXIT.
082400
082500*----------------------------------------------------------------
082600* EACH SECTION WITH A NO-SHOW STARTS A PAGE HEADED BY ITS
082700* INSTRUCTOR, SO THE LIST CAN BE SPLIT AND HANDED OUT.
082800*----------------------------------------------------------------
082900 4300-PRINT-SECTION-HEADING.
083000
083100     MOVE 'Y' TO WS-SEC-HDG-SW.
083200
083300     MOVE SPACES TO INS-NAME.
083400     IF CRS-INSTR-ID = SPACES
083500         MOVE '(NOT ASSIGNED)' TO INS-NAME
083600     ELSE
083700         MOVE CRS-INSTR-ID TO INS-ID
083800         READ INSTFILE
083900             INVALID KEY
084000                 MOVE '(NOT ON INSTFILE)' TO INS-NAME
084100         END-READ
084200     END-IF.
084300
084400     WRITE NSR-LINE FROM RPT-HEADING-1.
084500     MOVE WS-SEC-COURSE TO RPT-HDG2-COURSE.
084600     MOVE CRS-INSTR-ID TO RPT-HDG2-INSTR.
084700     MOVE INS-NAME TO RPT-HDG2-INSTR-NAME.
084800     MOVE WS-SEC-MEETINGS TO RPT-HDG2-MEETINGS.
084900     WRITE NSR-LINE FROM RPT-HEADING-2.
085000     WRITE NSR-LINE FROM RPT-HEADING-3.
085100
085200 4300-EXIT.
085300     EXIT.
085400
085500*----------------------------------------------------------------
085600* THE DROP ITSELF - THE SLOT (AND ITS AUDIT-BASIS BYTE) IS FREED
085700* ON STUFILE AND JOURNALED, THE SEAT GOES BACK ON THE SECTION,
085800* AND THE STUDENT IS SENT THE NO-SHOW NOTICE.
085900*----------------------------------------------------------------
086000 5000-DROP-STUDENT.
086100
086200     MOVE SPACES TO STU-COURSE-TABLE(WS-HELD-SLOT).
086300     MOVE SPACE TO STU-BASIS-TABLE(WS-HELD-SLOT).
086400     IF STU-COURSE-COUNT > 0
086500         SUBTRACT 1 FROM STU-COURSE-COUNT
086600     END-IF.
086700     REWRITE STUFILE-RECORD.
086800     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
086900
087000     IF CRS-SEATS-USED > 0
087100         SUBTRACT 1 FROM CRS-SEATS-USED
087200     END-IF.
087300     MOVE 'Y' TO WS-CRS-CHANGED-SW.
087400     ADD 1 TO WS-DROPPED-COUNT.
087500
087600     PERFORM 6000-PRINT-NOSHOW-LETTER THRU 6000-EXIT.
087700
087800 5000-EXIT.
087900     EXIT.
088000
088100*----------------------------------------------------------------
088200* ONE WAITLIST PROMOTION - THE SAME STEPS AS DCJB8BWL'S NIGHTLY
088300* RUN, SO A SEAT FREED HERE DOES NOT WAIT FOR THE NEXT NIGHT.
088400*----------------------------------------------------------------
088500 5100-PROMOTE-FRONT.
088600
088700     MOVE CRS-WAIT-TABLE(1) TO WS-FRONT-STU.
088800     PERFORM 8000-DROP-FRONT THRU 8000-EXIT.
088900
089000     MOVE WS-FRONT-STU TO STU-NUMBER.
089100     READ STUFILE
089200         INVALID KEY
089300             GO TO 5100-EXIT
089400     END-READ.
089500
089600*    A STUDENT WHO ALREADY HOLDS THE SECTION (OR HAS NO FREE
089700*    SLOT) JUST COMES OFF THE WAITLIST.
089800     MOVE 0 TO WS-OPEN-SLOT.
089900     PERFORM 5110-SCAN-SLOTS THRU 5110-EXIT
090000         VARYING WS-SLOT-IDX FROM 1 BY 1
090100         UNTIL WS-SLOT-IDX > 10.
090200
090300     IF WS-OPEN-SLOT = 0
090400         GO TO 5100-EXIT
090500     END-IF.
090600
090700     MOVE CRS-CODE TO STU-COURSE-TABLE(WS-OPEN-SLOT).
090800     MOVE SPACE TO STU-BASIS-TABLE(WS-OPEN-SLOT).
090900     ADD 1 TO STU-COURSE-COUNT.
091000     REWRITE STUFILE-RECORD.
091100
091200     ADD 1 TO CRS-SEATS-USED.
091300     ADD 1 TO WS-PROMOTED-COUNT.
091400
091500     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
091600     PERFORM 6100-PRINT-OFFER-LETTER THRU 6100-EXIT.
091700
091800 5100-EXIT.
091900     EXIT.
092000
092100 5110-SCAN-SLOTS.
092200
092300*    AN OCCUPIED SLOT HOLDING THIS SECTION CANCELS THE
092400*    PROMOTION; THE FIRST FREE SLOT (LOWEST) IS REMEMBERED.
092500     IF STU-COURSE-TABLE(WS-SLOT-IDX) = CRS-CODE
092600         MOVE 0 TO WS-OPEN-SLOT
092700         MOVE 11 TO WS-SLOT-IDX
092800         GO TO 5110-EXIT
092900     END-IF.
093000
093100     IF (STU-COURSE-TABLE(WS-SLOT-IDX) = SPACES) AND
093200        (WS-OPEN-SLOT = 0)
093300         MOVE WS-SLOT-IDX TO WS-OPEN-SLOT
093400     END-IF.
093500
093600 5110-EXIT.
093700     EXIT.
093800
093900 6000-PRINT-NOSHOW-LETTER.
094000
094100*    THE REGISTER KEY IS SET FIRST - THE DELIVERY CHANNEL IS
094200*    CHOSEN AGAINST IT.
094300     MOVE STU-NUMBER TO WS-COR-STU.
094400     MOVE 'NOSHOW' TO WS-COR-DOC.
094500     MOVE WS-JRN-DATE TO WS-COR-CYYDDD.
094600     MOVE 'YOU HAVE BEEN DROPPED FROM A COURSE - NO-SHOW' TO
094700         WS-EML-SUBJECT.
094800     PERFORM 6600-CHOOSE-CHANNEL THRU 6600-EXIT.
094900
095000     MOVE LTR-NOSHOW-HEADING TO RPT-LINE.
095100     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
095200     PERFORM 6500-PRINT-ADDRESS THRU 6500-EXIT.
095300
095400     MOVE SPACES TO LTR-TXT.
095500     STRING 'YOU WERE MARKED ABSENT FROM ' WS-SEC-COURSE
095600          ' AT EVERY CLASS'
095700          DELIMITED BY SIZE INTO LTR-TXT.
095800     MOVE LTR-TEXT-LINE TO RPT-LINE.
095900     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
096000     MOVE 'MEETING SO FAR AND HAVE BEEN DROPPED FROM IT.' TO
096100         LTR-TXT.
096200     MOVE LTR-TEXT-LINE TO RPT-LINE.
096300     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
096400     MOVE 'IF YOU BELIEVE THIS IS IN ERROR, PLEASE CONTACT THE'
096500         TO LTR-TXT.
096600     MOVE LTR-TEXT-LINE TO RPT-LINE.
096700     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
096800     MOVE 'REGISTRAR AND YOUR INSTRUCTOR.' TO LTR-TXT.
096900     MOVE LTR-TEXT-LINE TO RPT-LINE.
097000     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
097100
097200*    AN EMAILED LETTER IS CLOSED OFF, THEN THE NOTICE GOES ON
097300*    THE CORRESPONDENCE REGISTER.
097400     PERFORM 6800-END-LETTER THRU 6800-EXIT.
097500     PERFORM 8200-LOG-CORRESPONDENCE THRU 8200-EXIT.
097600
097700 6000-EXIT.
097800     EXIT.
097900
098000 6100-PRINT-OFFER-LETTER.
098100
098200*    THE REGISTER KEY IS SET FIRST - THE DELIVERY CHANNEL IS
098300*    CHOSEN AGAINST IT.
098400     MOVE STU-NUMBER TO WS-COR-STU.
098500     MOVE 'WLOFFER' TO WS-COR-DOC.
098600     MOVE WS-JRN-DATE TO WS-COR-CYYDDD.
098700     MOVE 'A WAITLISTED SEAT HAS OPENED - YOU ARE ENROLLED' TO
098800         WS-EML-SUBJECT.
098900     PERFORM 6600-CHOOSE-CHANNEL THRU 6600-EXIT.
099000
099100     MOVE LTR-OFFER-HEADING TO RPT-LINE.
099200     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
099300     PERFORM 6500-PRINT-ADDRESS THRU 6500-EXIT.
099400
099500     MOVE SPACES TO LTR-TXT.
099600     STRING 'A SEAT HAS OPENED IN ' CRS-CODE
099700          ' AND YOU ARE NOW ENROLLED.'
099800          DELIMITED BY SIZE INTO LTR-TXT.
099900     MOVE LTR-TEXT-LINE TO RPT-LINE.
100000     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
100100
100200*    AN EMAILED LETTER IS CLOSED OFF, THEN THE OFFER LETTER
100300*    GOES ON THE CORRESPONDENCE REGISTER.
100400     PERFORM 6800-END-LETTER THRU 6800-EXIT.
100500     PERFORM 8200-LOG-CORRESPONDENCE THRU 8200-EXIT.
100600
100700 6100-EXIT.
100800     EXIT.
100900
101000 6500-PRINT-ADDRESS.
101100
101200     MOVE STU-NAME TO LTR-TXT.
101300     MOVE LTR-TEXT-LINE TO RPT-LINE.
101400     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
101500     MOVE STU-ADDRESS-1 TO LTR-TXT.
101600     MOVE LTR-TEXT-LINE TO RPT-LINE.
101700     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
101800     MOVE STU-ADDRESS-2 TO LTR-TXT.
101900     MOVE LTR-TEXT-LINE TO RPT-LINE.
102000     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
102100     MOVE STU-ADDRESS-3 TO LTR-TXT.
102200     MOVE LTR-TEXT-LINE TO RPT-LINE.
102300     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
102400     MOVE SPACES TO LTR-TXT.
102500     MOVE LTR-TEXT-LINE TO RPT-LINE.
102600     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
102700
102800 6500-EXIT.
102900     EXIT.
103000
103100*----------------------------------------------------------------
103200* HOW THE LETTER FOR WS-COR-STU GOES OUT - BY EMAIL WHEN PRFFILE
103300* HOLDS AN ADDRESS AND THE STUDENT'S CONSENT, OTHERWISE ON PAPER.
103400* AN EMAILED LETTER STARTS WITH ITS QUEUE HEADER HERE.
103500*----------------------------------------------------------------
103600 6600-CHOOSE-CHANNEL.
103700
103800     SET WS-EML-ON-PAPER TO TRUE.
103900     MOVE 0 TO WS-EML-LINE-NO.
104000
104100     MOVE WS-COR-STU TO PRF-STU-NUMBER.
104200     READ PRFFILE
104300         INVALID KEY
104400             GO TO 6600-EXIT
104500     END-READ.
104600
104700     IF (PRF-EMAIL = SPACES) OR (NOT PRF-EMAIL-CONSENTED)
104800         GO TO 6600-EXIT
104900     END-IF.
105000
105100     SET WS-EML-BY-EMAIL TO TRUE.
105200     MOVE SPACES TO EMAILQ-RECORD.
105300     MOVE WS-COR-STU TO EMQ-STU-NUMBER.
105400     MOVE WS-COR-CYYDDD TO EMQ-DATE.
105500     MOVE WS-COR-DOC TO EMQ-DOC-TYPE.
105600     MOVE EMQ-KEY TO WS-EML-KEY.
105700     SET EMQ-HEADER TO TRUE.
105800     MOVE 0 TO EMQ-LINE-NO.
105900     MOVE PRF-EMAIL TO EMQ-RECIPIENT.
106000     MOVE WS-EML-SUBJECT TO EMQ-SUBJECT.
106100     MOVE 'DCJB8BNS' TO EMQ-RUN-ID.
106200     WRITE EMAILQ-RECORD.
106300
106400 6600-EXIT.
106500     EXIT.
106600
106700*----------------------------------------------------------------
106800* ONE LETTER LINE, ALREADY BUILT IN RPT-LINE - PRINTED, OR QUEUED
106900* AS THE NEXT BODY ROW OF THE EMAIL.
107000*----------------------------------------------------------------
107100 6700-PUT-LINE.
107200
107300     IF WS-EML-ON-PAPER
107400         WRITE RPT-LINE
107500         GO TO 6700-EXIT
107600     END-IF.
107700
107800     ADD 1 TO WS-EML-LINE-NO.
107900     MOVE SPACES TO EMAILQ-RECORD.
108000     MOVE WS-EML-KEY TO EMQ-KEY.
108100     SET EMQ-BODY TO TRUE.
108200     MOVE WS-EML-LINE-NO TO EMQ-LINE-NO.
108300     MOVE RPT-LINE TO EMQ-DATA.
108400     WRITE EMAILQ-RECORD.
108500
108600 6700-EXIT.
108700     EXIT.
108800
108900*----------------------------------------------------------------
109000* CLOSES AN EMAILED LETTER WITH ITS TRAILER - THE BODY LINE COUNT
109100* THE GATEWAY CHECKS BEFORE IT SENDS.
109200*----------------------------------------------------------------
109300 6800-END-LETTER.
109400
109500     IF WS-EML-ON-PAPER
109600         GO TO 6800-EXIT
109700     END-IF.
109800
109900     MOVE SPACES TO EMAILQ-RECORD.
110000     MOVE WS-EML-KEY TO EMQ-KEY.
110100     SET EMQ-TRAILER TO TRUE.
110200     MOVE 999 TO EMQ-LINE-NO.
110300     MOVE WS-EML-LINE-NO TO EMQ-LINE-COUNT.
110400     WRITE EMAILQ-RECORD.
110500     ADD 1 TO WS-EMAILED-COUNT.
110600
110700 6800-EXIT.
110800     EXIT.
110900
111000 7000-WRITE-JOURNAL.
111100
111200     MOVE STU-NUMBER TO JRN-STU-NUMBER.
111300     SET JRN-REWRITE TO TRUE.
111400     MOVE 'BNS ' TO JRN-TRANSID.
111500     MOVE 'BATCHNS' TO JRN-OPERID.
111600     MOVE WS-JRN-DATE TO JRN-DATE.
111700     MOVE 0 TO JRN-TIME.
111800     MOVE STUFILE-RECORD TO JRN-RECORD-IMAGE.
111900
111910     MOVE 'STUJRNL' TO WS-JCT-JOURNAL.
111920     MOVE STUJRNL-RECORD TO JHW-IMAGE.
111930     MOVE LENGTH OF STUJRNL-RECORD TO JHW-LENGTH.
111940     PERFORM 8600-CHAIN-ENTRY THRU 8600-EXIT.
111950     MOVE JHW-IMAGE TO STUJRNL-RECORD.
112000     WRITE STUJRNL-RECORD.
112100
112200 7000-EXIT.
112300     EXIT.
112400
112500*----------------------------------------------------------------
112600* REMOVES THE FRONT WAITLIST ENTRY, SHIFTING NUMBERS AND JOIN
112700* DATES TOGETHER - THE SAME DISCIPLINE DCJB8BWL USES.
112800*----------------------------------------------------------------
112900 8000-DROP-FRONT.
113000
113100     PERFORM 8100-SHIFT-ONE THRU 8100-EXIT
113200         VARYING WS-SHIFT-IDX FROM 1 BY 1
113300         UNTIL WS-SHIFT-IDX > 9.
113400
113500     MOVE SPACES TO CRS-WAIT-TABLE(CRS-WAIT-COUNT).
113600     MOVE ZEROS TO CRS-WAIT-DATE-TABLE(CRS-WAIT-COUNT).
113700     SUBTRACT 1 FROM CRS-WAIT-COUNT.
113800
113900 8000-EXIT.
114000     EXIT.
114100
114200 8100-SHIFT-ONE.
114300
114400     IF WS-SHIFT-IDX >= CRS-WAIT-COUNT
114500         GO TO 8100-EXIT
114600     END-IF.
114700
114800     MOVE CRS-WAIT-TABLE(WS-SHIFT-IDX + 1)
114900         TO CRS-WAIT-TABLE(WS-SHIFT-IDX).
115000     MOVE CRS-WAIT-DATE-TABLE(WS-SHIFT-IDX + 1)
115100         TO CRS-WAIT-DATE-TABLE(WS-SHIFT-IDX).
115200
115300 8100-EXIT.
115400     EXIT.
115500
115600*----------------------------------------------------------------
115700* ONE CORRESPONDENCE-REGISTER ROW PER DOCUMENT MAILED - THE
115800* SEQUENCE BUMPS PAST ANY ROW ALREADY ON FILE FOR THE DAY.
115900*----------------------------------------------------------------
116000 8200-LOG-CORRESPONDENCE.
116100
116200     MOVE SPACES TO CORRFILE-RECORD.
116300     MOVE WS-COR-STU TO COR-STU-NUMBER.
116400     MOVE WS-COR-CYYDDD TO COR-DATE.
116500     MOVE WS-COR-DOC TO COR-DOC-TYPE.
116600     MOVE 'DCJB8BNS' TO COR-RUN-ID.
116700     MOVE WS-EML-CHANNEL TO COR-CHANNEL.
116800     MOVE 1 TO COR-SEQ.
116900*    THE STATUS IS STILL '00' FROM THE LAST CORRFILE I/O - CLEAR
117000*    IT SO THE FIRST WRITE IS ACTUALLY TRIED.
117100     MOVE SPACES TO WS-CORFILE-STATUS.
117200
117300     PERFORM 8210-TRY-ONE-SEQ THRU 8210-EXIT
117400         UNTIL (WS-CORFILE-OK) OR (COR-SEQ > 99).
117500
117600 8200-EXIT.
117700     EXIT.
117800
117900 8210-TRY-ONE-SEQ.
118000
118100     WRITE CORRFILE-RECORD
118200         INVALID KEY
118300             ADD 1 TO COR-SEQ
118400     END-WRITE.
118500
118600 8210-EXIT.
118700     EXIT.
118800
118802*----------------------------------------------------------------
118804* NEXT LINK IN A JOURNAL'S CHAIN. THE CALLER NAMES THE JOURNAL IN
118806* WS-JCT-JOURNAL AND PUTS THE FINISHED ENTRY IN JHW-IMAGE WITH
118808* ITS LENGTH IN JHW-LENGTH; THE ENTRY COMES BACK STAMPED WITH THE
118810* NEXT SEQUENCE NUMBER AND ITS HASH, THE SAME STAMP DCJB8PIB PUTS
118812* ON THE ONLINE ENTRIES, AND THE JRNCTL ROW IS MOVED ON.
118814*----------------------------------------------------------------
118816 8600-CHAIN-ENTRY.
118818
118820     MOVE WS-JCT-JOURNAL TO JCT-JOURNAL.
118822     MOVE 'Y' TO WS-JCT-FOUND-SW.
118824     READ JRNCTL-FILE
118826         INVALID KEY
118828             MOVE 'N' TO WS-JCT-FOUND-SW
118830     END-READ.
118832
118834     IF NOT WS-JCT-FOUND
118836         MOVE SPACES TO JRNCTL-RECORD
118838         MOVE WS-JCT-JOURNAL TO JCT-JOURNAL
118840         MOVE 0 TO JCT-LAST-SEQ JCT-LAST-HASH
118842         MOVE 0 TO JCT-VER-SEQ JCT-VER-HASH JCT-VER-DATE
118844         MOVE 0 TO JCT-ARCH-SEQ JCT-ARCH-HASH JCT-ARCH-DATE
118846     END-IF.
118848
118850     ADD 1 TO JCT-LAST-SEQ.
118852     MOVE JCT-LAST-SEQ TO JHW-SEQ.
118854     MOVE JCT-LAST-HASH TO JHW-HASH.
118856     PERFORM 8900-CHAIN-STAMP THRU 8900-EXIT.
118858     MOVE JHW-HASH TO JCT-LAST-HASH.
118860
118862     IF WS-JCT-FOUND
118864         REWRITE JRNCTL-RECORD
118866     ELSE
118868         WRITE JRNCTL-RECORD
118870     END-IF.
118872     IF NOT WS-JRNCTL-OK
118874         DISPLAY 'DCJB8BNS - JRNCTL UPDATE FAILED, STATUS = '
118876             WS-JRNCTL-STATUS
118878         GO TO 9999-ABEND
118880     END-IF.
118882
118884 8600-EXIT.
118886     EXIT.
118888
118890     COPY 'JRNHASH'.
118892
118900 9999-ABEND.
119000
119100     MOVE 16 TO RETURN-CODE.
119200     GOBACK.
119300
119400 END PROGRAM DCJB8BNS.
