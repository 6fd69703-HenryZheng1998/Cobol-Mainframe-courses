000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BIL.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - INCOMPLETE-GRADE LAPSE SWEEP.
001100*                AN 'I ' ON GRADFILE IS DUE TO LAPSE THE PARMFILE
001200*                INCLAPSE NUMBER OF DAYS AFTER ITS GRD-DATE.
001300*                THIRTY DAYS BEFORE THAT THE STUDENT (PAPER OR
001400*                EMAIL, LOGGED ON CORRFILE AS INCWARN) AND THE
001500*                SECTION'S INSTRUCTOR ARE WARNED; ONCE IT IS DUE
001600*                AND THIRTY DAYS HAVE PASSED SINCE THE WARNING,
001700*                THE GRADE BECOMES 'F ' WITH A GRDAUDIT ROW UNDER
001800*                REASON 'IL', AND THE STUDENT'S PRFFILE ROW IS
001900*                FLAGGED SO THE NEXT DCJB8BGP RUN REFRESHES THE
002000*                CUMULATIVE GPA. AN INCOMPLETE WITH ANY DCJB8PHE
002100*                HISTORY ON GRDAUDIT, OR A CHANGE PENDING ON
002200*                GRDCHG, IS LEFT FOR THE OFFICE.
002210* 10/15/26  HZ   INSTFILE RECORD NOW 50 BYTES - CARRIES THE
002220*                INSTRUCTOR'S RANK.
002300*----------------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200
003300     SELECT GRADFILE ASSIGN TO GRADFILE
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS GRD-KEY
003700         FILE STATUS IS WS-GRAD-STATUS.
003800
003900*    PENDING DCJB8PHE GRADE CHANGES, KEYED LIKE GRD-KEY.
004000     SELECT GRDCHG-FILE ASSIGN TO GRDCHG
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS GCH-KEY
004400         FILE STATUS IS WS-GCH-STATUS.
004500
004600*    APPROVED GRADE CHANGES - READ THROUGH ONCE AT THE START FOR
004700*    THE EXCLUSION TABLE, THEN REOPENED TO APPEND THE LAPSES.
004800     SELECT GRDAUDIT-FILE ASSIGN TO GRDAUDIT
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-GAU-STATUS.
005100
005200     SELECT STUFILE ASSIGN TO STUFILE
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS STU-NUMBER
005600         FILE STATUS IS WS-STUFILE-STATUS.
005700
005800     SELECT CRSFILE ASSIGN TO CRSFILE
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS CRS-CODE
006200         FILE STATUS IS WS-CRSFILE-STATUS.
006300
006400     SELECT INSTFILE ASSIGN TO INSTFILE
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS INS-ID
006800         FILE STATUS IS WS-INSTFILE-STATUS.
006900
007000*    THE STUDENT PROFILE ROW - EMAIL ADDRESS AND CONSENT, AND THE
007100*    GPA-RECALCULATION FLAG THIS RUN SETS.
007200     SELECT PRFFILE ASSIGN TO PRFFILE
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS RANDOM
007500         RECORD KEY IS PRF-KEY
007600         FILE STATUS IS WS-PRFFILE-STATUS.
007700
007800     SELECT PRFJRNL-FILE ASSIGN TO PRFJRNL
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-PJRNL-STATUS.
008100
008200*    CENTRAL PARAMETER FILE - THE INCLAPSE DAY LIMIT.
008300     SELECT PARM-FILE ASSIGN TO PARMFILE
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS RANDOM
008600         RECORD KEY IS PAR-KEY
008700         FILE STATUS IS WS-PARMFILE-STATUS.
008800
008900*    THE BATCH-WINDOW QUIESCE STATE - SEE BCTLREC AND
009000*    DCJB8PHJ. THIS JOB UPDATES A MASTER AND MUST NOT RUN
009100*    UNDER LIVE ONLINE UPDATES.
009200     SELECT BATCHCTL-FILE ASSIGN TO BATCHCTL
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS RANDOM
009500         RECORD KEY IS BCT-KEY
009600         FILE STATUS IS WS-BATCHCTL-STATUS.
009700
009800*    LETTERS GOING OUT BY EMAIL - APPENDED, PICKED UP BY THE
009900*    MAIL GATEWAY.
010000     SELECT EMAILQ-FILE ASSIGN TO EMAILQ
010100         ORGANIZATION IS SEQUENTIAL
010200         FILE STATUS IS WS-EMLQ-STATUS.
010300
010400*    THE CORRESPONDENCE REGISTER - BROWSED PER STUDENT FOR AN
010500*    EARLIER WARNING AS WELL AS WRITTEN, SO DYNAMIC.
010600     SELECT CORR-FILE ASSIGN TO CORRFILE
010700         ORGANIZATION IS INDEXED
010800         ACCESS MODE IS DYNAMIC
010900         RECORD KEY IS COR-KEY
011000         FILE STATUS IS WS-CORFILE-STATUS.
011100
011200     SELECT LETTER-RPT ASSIGN TO ILLTR
011300         ORGANIZATION IS SEQUENTIAL
011400         FILE STATUS IS WS-ILLTR-STATUS.
011500
011600     SELECT LAPSE-RPT ASSIGN TO ILRPT
011700         ORGANIZATION IS SEQUENTIAL
011800         FILE STATUS IS WS-ILRPT-STATUS.
011900
012000 DATA DIVISION.
012100 FILE SECTION.
012200
012300 FD  GRADFILE
012400     LABEL RECORDS ARE STANDARD
012500     RECORD CONTAINS 38 CHARACTERS
012600     DATA RECORD IS GRADFILE-RECORD.
012700
012800*    GRADFILE RECORD LAYOUT - SHARED WITH DCJB8PGG.
012900     COPY 'GRADEREC'.
013000
013100 FD  GRDCHG-FILE
013200     LABEL RECORDS ARE STANDARD
013300     RECORD CONTAINS 42 CHARACTERS
013400     DATA RECORD IS GRDCHG-RECORD.
013500
013600     COPY 'GRDCHG'.
013700
013800 FD  GRDAUDIT-FILE
013900     LABEL RECORDS ARE STANDARD
014000     RECORD CONTAINS 50 CHARACTERS
014100     DATA RECORD IS GRDAUDIT-RECORD.
014200
014300*    GRDAUDIT RECORD LAYOUT - SHARED WITH DCJB8PHE.
014400     COPY 'GRDAUDIT'.
014500
014600 FD  STUFILE
014700     LABEL RECORDS ARE STANDARD
014800     RECORD CONTAINS 227 CHARACTERS
014900     DATA RECORD IS STUFILE-RECORD.
015000
015100*    STUFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
015200     COPY 'STUREC'.
015300
015400 FD  CRSFILE
015500     LABEL RECORDS ARE STANDARD
015600     RECORD CONTAINS 242 CHARACTERS
015700     DATA RECORD IS CRSFILE-RECORD.
015800
015900*    CRSFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
016000     COPY 'CRSREC'.
016100
016200 FD  INSTFILE
016300     LABEL RECORDS ARE STANDARD
016400     RECORD CONTAINS 50 CHARACTERS
016500     DATA RECORD IS INSTFILE-RECORD.
016600
016700     COPY 'INSTREC'.
016800
016900 FD  PRFFILE
017000     LABEL RECORDS ARE STANDARD
017100     RECORD CONTAINS 200 CHARACTERS
017200     DATA RECORD IS PRFFILE-RECORD.
017300
017400     COPY 'PROFREC'.
017500
017600 FD  PRFJRNL-FILE
017700     LABEL RECORDS ARE STANDARD
017800     RECORD CONTAINS 228 CHARACTERS
017900     DATA RECORD IS PRFJRNL-RECORD.
018000
018100*    PRFJRNL RECORD LAYOUT - SHARED WITH THE CICS SIDE.
018200     COPY 'PRFJRNL'.
018300
018400 FD  PARM-FILE
018500     LABEL RECORDS ARE STANDARD
018600     RECORD CONTAINS 78 CHARACTERS
018700     DATA RECORD IS PARMFILE-RECORD.
018800
018900*    PARMFILE RECORD LAYOUT - SHARED WITH DCJB8PHK.
019000     COPY 'PARMREC'.
019100
019200 FD  BATCHCTL-FILE
019300     LABEL RECORDS ARE STANDARD
019400     RECORD CONTAINS 45 CHARACTERS
019500     DATA RECORD IS BATCHCTL-RECORD.
019600
019700*    BATCHCTL RECORD LAYOUT - SHARED ACROSS THE NIGHTLY STREAM.
019800     COPY 'BCTLREC'.
019900
020000 FD  EMAILQ-FILE
020100     LABEL RECORDS ARE STANDARD
020200     RECORD CONTAINS 160 CHARACTERS
020300     DATA RECORD IS EMAILQ-RECORD.
020400
020500     COPY 'EMLQREC'.
020600
020700 FD  CORR-FILE
020800     LABEL RECORDS ARE STANDARD
020900     RECORD CONTAINS 40 CHARACTERS
021000     DATA RECORD IS CORRFILE-RECORD.
021100
021200     COPY 'CORRREC'.
021300
021400 FD  LETTER-RPT
021500     LABEL RECORDS ARE STANDARD
021600     RECORD CONTAINS 133 CHARACTERS
021700     DATA RECORD IS RPT-LINE.
021800 01  RPT-LINE                        PIC X(133).
021900
022000 FD  LAPSE-RPT
022100     LABEL RECORDS ARE STANDARD
022200     RECORD CONTAINS 133 CHARACTERS
022300     DATA RECORD IS ILR-LINE.
022400 01  ILR-LINE                        PIC X(133).
022500
022600 WORKING-STORAGE SECTION.
022700
022800 01  WS-GRAD-STATUS                  PIC X(2) VALUE SPACES.
022900     88 WS-GRAD-OK                       VALUE '00'.
023000 01  WS-GCH-STATUS                   PIC X(2) VALUE SPACES.
023100     88 WS-GCH-OK                        VALUE '00'.
023200 01  WS-GAU-STATUS                   PIC X(2) VALUE SPACES.
023300     88 WS-GAU-OK                        VALUE '00'.
023400     88 WS-GAU-NOFILE                    VALUE '35'.
023500 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
023600     88 WS-STUFILE-OK                    VALUE '00'.
023700 01  WS-CRSFILE-STATUS               PIC X(2) VALUE SPACES.
023800     88 WS-CRSFILE-OK                    VALUE '00'.
023900 01  WS-INSTFILE-STATUS              PIC X(2) VALUE SPACES.
024000     88 WS-INSTFILE-OK                   VALUE '00'.
024100 01  WS-PRFFILE-STATUS               PIC X(2) VALUE SPACES.
024200     88 WS-PRFFILE-OK                    VALUE '00'.
024300 01  WS-PJRNL-STATUS                 PIC X(2) VALUE SPACES.
024400     88 WS-PJRNL-OK                      VALUE '00'.
024500     88 WS-PJRNL-NOFILE                  VALUE '35'.
024600 01  WS-PARMFILE-STATUS              PIC X(2) VALUE SPACES.
024700     88 WS-PARMFILE-OK                   VALUE '00'.
024800 01  WS-PARM-VALUE-X                 PIC X(12) VALUE SPACES.
024900 01  WS-BATCHCTL-STATUS              PIC X(2) VALUE SPACES.
025000     88 WS-BATCHCTL-OK                   VALUE '00'.
025100 01  WS-EMLQ-STATUS                  PIC X(2) VALUE SPACES.
025200     88 WS-EMLQ-OK                       VALUE '00'.
025300     88 WS-EMLQ-NOFILE                   VALUE '35'.
025400 01  WS-CORFILE-STATUS               PIC X(2) VALUE SPACES.
025500     88 WS-CORFILE-OK                    VALUE '00'.
025600 01  WS-ILLTR-STATUS                 PIC X(2) VALUE SPACES.
025700     88 WS-ILLTR-OK                      VALUE '00'.
025800 01  WS-ILRPT-STATUS                 PIC X(2) VALUE SPACES.
025900     88 WS-ILRPT-OK                      VALUE '00'.
026000
026100 01  WS-COR-STU                      PIC X(7) VALUE SPACES.
026200 01  WS-COR-DOC                      PIC X(8) VALUE SPACES.
026300 01  WS-COR-CYYDDD                   PIC 9(7) VALUE 0.
026400
026500*    HOW THE LETTER IN HAND GOES OUT - SET BY 6600-CHOOSE-CHANNEL
026600*    AND CARRIED ONTO ITS CORRESPONDENCE-REGISTER ROW.
026700 01  WS-EML-CHANNEL                  PIC X(1) VALUE 'P'.
026800     88 WS-EML-BY-EMAIL                  VALUE 'E'.
026900     88 WS-EML-ON-PAPER                  VALUE 'P'.
027000 01  WS-EML-SUBJECT                  PIC X(60) VALUE SPACES.
027100 01  WS-EML-KEY                      PIC X(22) VALUE SPACES.
027200 77  WS-EML-LINE-NO                  PIC S9(3) COMP VALUE 0.
027300 77  WS-EMAILED-COUNT                PIC S9(7) COMP VALUE 0.
027400
027500 01  WS-SWITCHES.
027600     05 WS-GRAD-EOF-SW               PIC X(1) VALUE 'N'.
027700         88 WS-GRAD-EOF                   VALUE 'Y'.
027800     05 WS-GAU-EOF-SW                PIC X(1) VALUE 'N'.
027900         88 WS-GAU-EOF                    VALUE 'Y'.
028000     05 WS-COR-DONE-SW               PIC X(1) VALUE 'N'.
028100         88 WS-COR-DONE                   VALUE 'Y'.
028200
028300* DAYS FROM GRD-DATE TO THE LAPSE (PARMFILE INCLAPSE), AND HOW
028400* LONG BEFORE IT THE WARNING GOES OUT. A LAPSE ALSO WAITS UNTIL
028500* THE WARNING HAS BEEN OUT THIS LONG, SO NO ONE LOSES THE NOTICE
028600* TO A LATE WARNING OR A SHORT LIMIT.
028700 01  WS-LAPSE-DAYS                   PIC 9(3) VALUE 0.
028800 01  WS-LAPSE-DAYS-X REDEFINES WS-LAPSE-DAYS
028900                                     PIC X(3).
029000 77  WS-WARN-DAYS                    PIC S9(3) COMP VALUE 30.
029100
029200* DATES ARE CYYDDD; COMPARISONS GO THROUGH A DAY NUMBER
029300* (CYY * 365 + DDD), THE SAME RECKONING DCJB8BWL AGES ITS WAITLIST
029400* BY.
029500 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
029600 01  WS-JRN-DATE                     PIC S9(7) VALUE 0.
029700 01  WS-CYYDDD-WORK                  PIC 9(7) VALUE 0.
029800 01  WS-CYY-WORK                     PIC 9(4) VALUE 0.
029900 01  WS-DDD-WORK                     PIC 9(3) VALUE 0.
030000 01  WS-DAYNO-WORK                   PIC S9(7) COMP-3 VALUE 0.
030100 01  WS-TODAY-DAYNO                  PIC S9(7) COMP-3 VALUE 0.
030200 01  WS-DUE-DAYNO                    PIC S9(7) COMP-3 VALUE 0.
030300 01  WS-WINDOW-DAYNO                 PIC S9(7) COMP-3 VALUE 0.
030400 01  WS-WARNED-DAYNO                 PIC S9(7) COMP-3 VALUE 0.
030500
030600* EVERY GRADE DCJB8PHE HAS EVER CHANGED (A GRDAUDIT ROW OF ANY
030700* REASON BUT THIS RUN'S OWN 'IL'). AN INCOMPLETE THE OFFICE HAS
030800* ALREADY HANDLED BY HAND - AN EXTENSION, A REGRADE - IS NOT THIS
030900* SWEEP'S TO LAPSE.
031000 01  WS-EXCL-COUNT                   PIC S9(4) COMP VALUE 0.
031100 01  WS-EXCL-TABLE.
031200     05 WS-EXCL-ENTRY OCCURS 3000 TIMES.
031300         10 WS-EXCL-KEY              PIC X(20).
031400 77  WS-EXCL-IDX                     PIC S9(4) COMP VALUE 0.
031500 77  WS-EXCL-FOUND                   PIC S9(4) COMP VALUE 0.
031600
031700* THE STUDENT IN HAND AND THE INCOMPLETES OF THEIRS THAT ARE DUE A
031800* WARNING THIS RUN - ONE LETTER TO THE STUDENT LISTS THEM ALL.
031900 01  WS-CUR-STU                      PIC X(7) VALUE SPACES.
032000 01  WS-WARN-COUNT                   PIC S9(2) COMP VALUE 0.
032100 01  WS-WARN-TABLE.
032200     05 WS-WARN-ENTRY OCCURS 20 TIMES.
032300         10 WS-WARN-TERM             PIC X(5).
032400         10 WS-WARN-COURSE           PIC X(8).
032500 77  WS-WARN-IDX                     PIC S9(2) COMP VALUE 0.
032600
032700 01  WS-INSTR-NAME                   PIC X(20) VALUE SPACES.
032800 01  WS-INSTR-DEPT                   PIC X(10) VALUE SPACES.
032900
033000 77  WS-INC-COUNT                    PIC S9(7) COMP VALUE 0.
033100 77  WS-EXCLUDED-COUNT               PIC S9(7) COMP VALUE 0.
033200 77  WS-WARNED-COUNT                 PIC S9(7) COMP VALUE 0.
033300 77  WS-INSTR-LTR-COUNT              PIC S9(7) COMP VALUE 0.
033400 77  WS-LAPSED-COUNT                 PIC S9(7) COMP VALUE 0.
033500 77  WS-FLAGGED-COUNT                PIC S9(7) COMP VALUE 0.
033600
033700 01  RPT-HEADING-1.
033800     05 RPT-HDG1-CC                  PIC X(1) VALUE '1'.
033900     05 FILLER                       PIC X(4) VALUE SPACES.
034000     05 FILLER                       PIC X(44) VALUE
034100            'INCOMPLETE GRADE LAPSE SWEEP - DAY LIMIT'.
034200     05 RPT-HDG1-DAYS                PIC ZZ9.
034300     05 FILLER                       PIC X(81) VALUE SPACES.
034400
034500 01  RPT-HEADING-2.
034600     05 RPT-HDG2-CC                  PIC X(1) VALUE '0'.
034700     05 FILLER                       PIC X(4) VALUE SPACES.
034800     05 FILLER                       PIC X(40) VALUE
034900            'STUDENT  TERM   COURSE    ACTION'.
035000     05 FILLER                       PIC X(88) VALUE SPACES.
035100
035200 01  RPT-DETAIL-LINE.
035300     05 RPT-DTL-CC                   PIC X(1) VALUE ' '.
035400     05 FILLER                       PIC X(4) VALUE SPACES.
035500     05 RPT-DTL-STUNUM               PIC X(7).
035600     05 FILLER                       PIC X(2) VALUE SPACES.
035700     05 RPT-DTL-TERM                 PIC X(5).
035800     05 FILLER                       PIC X(2) VALUE SPACES.
035900     05 RPT-DTL-COURSE               PIC X(8).
036000     05 FILLER                       PIC X(2) VALUE SPACES.
036100     05 RPT-DTL-ACTION               PIC X(40).
036200     05 FILLER                       PIC X(62) VALUE SPACES.
036300
036400 01  RPT-TOTAL-LINE.
036500     05 RPT-TOT-CC                   PIC X(1) VALUE ' '.
036600     05 FILLER                       PIC X(4) VALUE SPACES.
036700     05 RPT-TOT-LABEL                PIC X(36).
036800     05 RPT-TOT-COUNT                PIC ZZZ,ZZ9.
036900     05 FILLER                       PIC X(85) VALUE SPACES.
037000
037100 01  LTR-TEXT-LINE.
037200     05 LTR-TXT-CC                   PIC X(1) VALUE ' '.
037300     05 FILLER                       PIC X(4) VALUE SPACES.
037400     05 LTR-TXT                      PIC X(60).
037500     05 FILLER                       PIC X(68) VALUE SPACES.
037600
037700 01  LTR-STUDENT-HEADING.
037800     05 LTR-STH-CC                   PIC X(1) VALUE '1'.
037900     05 FILLER                       PIC X(4) VALUE SPACES.
038000     05 FILLER                       PIC X(36) VALUE
038100            'INCOMPLETE GRADE - LAPSE WARNING'.
038200     05 FILLER                       PIC X(92) VALUE SPACES.
038300
038400 01  LTR-INSTR-HEADING.
038500     05 LTR-INH-CC                   PIC X(1) VALUE '1'.
038600     05 FILLER                       PIC X(4) VALUE SPACES.
038700     05 FILLER                       PIC X(50) VALUE
038800            'INCOMPLETE GRADE - LAPSE WARNING (INSTRUCTOR)'.
038900     05 FILLER                       PIC X(78) VALUE SPACES.
039000
039100 PROCEDURE DIVISION.
039200
039300 0000-MAINLINE.
039400
039500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039600
039700     PERFORM 2000-PROCESS-GRADE THRU 2000-EXIT
039800         UNTIL WS-GRAD-EOF.
039900
040000*    THE LAST STUDENT ON THE FILE HAS NO BREAK BEHIND THEM.
040100     PERFORM 5000-WARN-STUDENT THRU 5000-EXIT.
040200
040300     PERFORM 3000-TERMINATE THRU 3000-EXIT.
040400
040500     GOBACK.
040600
040700 1000-INITIALIZE.
040800
040900*    THE ONLINE SUITE MUST BE QUIESCED (DCJB8PHJ) BEFORE A
041000*    MASTER IS UPDATED UNDER THIS RUN - THE SAME GATE THE
041100*    BACKUP AND ROLLOVER JOBS STAND BEHIND.
041200     OPEN INPUT BATCHCTL-FILE.
041300     IF NOT WS-BATCHCTL-OK
041400         DISPLAY 'DCJB8BIL - BATCHCTL OPEN FAILED, STATUS = '
041500             WS-BATCHCTL-STATUS
041600         GO TO 9999-ABEND
041700     END-IF.
041800     MOVE 0 TO BCT-RUN-DATE.
041900     MOVE 'QUIESCE' TO BCT-JOB.
042000     READ BATCHCTL-FILE
042100         INVALID KEY
042200             DISPLAY 'DCJB8BIL - ONLINE SUITE NOT QUIESCED'
042300             GO TO 9999-ABEND
042400         NOT INVALID KEY
042500             IF NOT BCT-RUNNING
042600                 DISPLAY 'DCJB8BIL - ONLINE SUITE NOT QUIESCED'
042700                 GO TO 9999-ABEND
042800             END-IF
042900     END-READ.
043000     CLOSE BATCHCTL-FILE.
043100
043200     PERFORM 1100-LOAD-PARMS THRU 1100-EXIT.
043300
043400     ACCEPT WS-CURR-DATE FROM DAY.
043500*    REDUCE YYYYDDD TO EIBDATE'S CYYDDD SHAPE.
043600     COMPUTE WS-JRN-DATE = WS-CURR-DATE - 1900000.
043700     MOVE WS-JRN-DATE TO WS-CYYDDD-WORK.
043800     PERFORM 7500-DAY-NUMBER THRU 7500-EXIT.
043900     MOVE WS-DAYNO-WORK TO WS-TODAY-DAYNO.
044000
044100     PERFORM 1200-LOAD-EXCLUSIONS THRU 1200-EXIT.
044200
044300     OPEN I-O GRADFILE.
044400     IF NOT WS-GRAD-OK
044500         DISPLAY 'DCJB8BIL - GRADFILE OPEN FAILED, STATUS = '
044600             WS-GRAD-STATUS
044700         GO TO 9999-ABEND
044800     END-IF.
044900
045000     OPEN INPUT GRDCHG-FILE.
045100     IF NOT WS-GCH-OK
045200         DISPLAY 'DCJB8BIL - GRDCHG OPEN FAILED, STATUS = '
045300             WS-GCH-STATUS
045400         GO TO 9999-ABEND
045500     END-IF.
045600
045700     OPEN EXTEND GRDAUDIT-FILE.
045800     IF WS-GAU-NOFILE
045900         OPEN OUTPUT GRDAUDIT-FILE
046000     END-IF.
046100     IF NOT WS-GAU-OK
046200         DISPLAY 'DCJB8BIL - GRDAUDIT OPEN FAILED, STATUS = '
046300             WS-GAU-STATUS
046400         GO TO 9999-ABEND
046500     END-IF.
046600
046700     OPEN INPUT STUFILE.
046800     IF NOT WS-STUFILE-OK
046900         DISPLAY 'DCJB8BIL - STUFILE OPEN FAILED, STATUS = '
047000             WS-STUFILE-STATUS
047100         GO TO 9999-ABEND
047200     END-IF.
047300
047400     OPEN INPUT CRSFILE.
047500     IF NOT WS-CRSFILE-OK
047600         DISPLAY 'DCJB8BIL - CRSFILE OPEN FAILED, STATUS = '
047700             WS-CRSFILE-STATUS
047800         GO TO 9999-ABEND
047900     END-IF.
048000
048100     OPEN INPUT INSTFILE.
048200     IF NOT WS-INSTFILE-OK
048300         DISPLAY 'DCJB8BIL - INSTFILE OPEN FAILED, STATUS = '
048400             WS-INSTFILE-STATUS
048500         GO TO 9999-ABEND
048600     END-IF.
048700
048800     OPEN I-O PRFFILE.
048900     IF NOT WS-PRFFILE-OK
049000         DISPLAY 'DCJB8BIL - PRFFILE OPEN FAILED, STATUS = '
049100             WS-PRFFILE-STATUS
049200         GO TO 9999-ABEND
049300     END-IF.
049400
049500     OPEN EXTEND PRFJRNL-FILE.
049600     IF WS-PJRNL-NOFILE
049700         OPEN OUTPUT PRFJRNL-FILE
049800     END-IF.
049900     IF NOT WS-PJRNL-OK
050000         DISPLAY 'DCJB8BIL - PRFJRNL OPEN FAILED, STATUS = '
050100             WS-PJRNL-STATUS
050200         GO TO 9999-ABEND
050300     END-IF.
050400
050500     OPEN EXTEND EMAILQ-FILE.
050600     IF WS-EMLQ-NOFILE
050700         OPEN OUTPUT EMAILQ-FILE
050800     END-IF.
050900     IF NOT WS-EMLQ-OK
051000         DISPLAY 'DCJB8BIL - EMAILQ OPEN FAILED, STATUS = '
051100             WS-EMLQ-STATUS
051200         GO TO 9999-ABEND
051300     END-IF.
051400
051500     OPEN I-O CORR-FILE.
051600     IF NOT WS-CORFILE-OK
051700         DISPLAY 'DCJB8BIL - CORRFILE OPEN FAILED, STATUS = '
051800             WS-CORFILE-STATUS
051900         GO TO 9999-ABEND
052000     END-IF.
052100
052200     OPEN OUTPUT LETTER-RPT.
052300     IF NOT WS-ILLTR-OK
052400         DISPLAY 'DCJB8BIL - ILLTR OPEN FAILED, STATUS = '
052500             WS-ILLTR-STATUS
052600         GO TO 9999-ABEND
052700     END-IF.
052800
052900     OPEN OUTPUT LAPSE-RPT.
053000     IF NOT WS-ILRPT-OK
053100         DISPLAY 'DCJB8BIL - ILRPT OPEN FAILED, STATUS = '
053200             WS-ILRPT-STATUS
053300         GO TO 9999-ABEND
053400     END-IF.
053500
053600     MOVE WS-LAPSE-DAYS TO RPT-HDG1-DAYS.
053700     WRITE ILR-LINE FROM RPT-HEADING-1.
053800     WRITE ILR-LINE FROM RPT-HEADING-2.
053900
054000     DISPLAY 'DCJB8BIL - INCOMPLETE LAPSE SWEEP, DAY LIMIT = '
054100         WS-LAPSE-DAYS.
054200
054300     PERFORM 2100-READ-NEXT-GRADE THRU 2100-EXIT.
054400
054500 1000-EXIT.
054600     EXIT.
054700
054800*----------------------------------------------------------------
054900* THE DAY LIMIT COMES OFF PARMFILE (INCLAPSE). THIS RUN HAS NO
055000* OLD SYSIN CARD TO FALL BACK ON - A MISSING, NON-NUMERIC OR
055100* ZERO ROW STOPS THE RUN RATHER THAN FAIL STUDENTS AGAINST A
055200* GUESSED LIMIT.
055300*----------------------------------------------------------------
055400 1100-LOAD-PARMS.
055500
055600     OPEN INPUT PARM-FILE.
055700     IF NOT WS-PARMFILE-OK
055800         DISPLAY 'DCJB8BIL - PARMFILE OPEN FAILED, STATUS = '
055900             WS-PARMFILE-STATUS
056000         GO TO 9999-ABEND
056100     END-IF.
056200
056300     MOVE 'INCLAPSE' TO PAR-NAME.
056400     READ PARM-FILE
056500         INVALID KEY
056600             MOVE SPACES TO PAR-VALUE
056700     END-READ.
056800     MOVE PAR-VALUE TO WS-PARM-VALUE-X.
056900     IF WS-PARM-VALUE-X(1:3) IS NOT NUMERIC
057000         DISPLAY 'DCJB8BIL - PARMFILE INCLAPSE MISSING OR INVALID'
057100         GO TO 9999-ABEND
057200     END-IF.
057300     MOVE WS-PARM-VALUE-X(1:3) TO WS-LAPSE-DAYS-X.
057400     IF WS-LAPSE-DAYS = 0
057500         DISPLAY 'DCJB8BIL - PARMFILE INCLAPSE MUST NOT BE ZERO'
057600         GO TO 9999-ABEND
057700     END-IF.
057800
057900     CLOSE PARM-FILE.
058000
058100 1100-EXIT.
058200     EXIT.
058300
058400*----------------------------------------------------------------
058500* ONE PASS OF GRDAUDIT FOR THE GRADES DCJB8PHE HAS CHANGED. A
058600* FILE THAT IS NOT THERE YET SIMPLY MEANS NOTHING HAS BEEN.
058700*----------------------------------------------------------------
058800 1200-LOAD-EXCLUSIONS.
058900
059000     OPEN INPUT GRDAUDIT-FILE.
059100     IF WS-GAU-NOFILE
059200         GO TO 1200-EXIT
059300     END-IF.
059400     IF NOT WS-GAU-OK
059500         DISPLAY 'DCJB8BIL - GRDAUDIT OPEN FAILED, STATUS = '
059600             WS-GAU-STATUS
059700         GO TO 9999-ABEND
059800     END-IF.
059900
060000     PERFORM 1210-LOAD-ONE-AUDIT THRU 1210-EXIT
060100         UNTIL WS-GAU-EOF.
060200
060300     CLOSE GRDAUDIT-FILE.
060400
060500 1200-EXIT.
060600     EXIT.
060700
060800 1210-LOAD-ONE-AUDIT.
060900
061000     READ GRDAUDIT-FILE
061100         AT END
061200             MOVE 'Y' TO WS-GAU-EOF-SW
061300             GO TO 1210-EXIT
061400     END-READ.
061500
061600     IF GAU-REASON = 'IL'
061700         GO TO 1210-EXIT
061800     END-IF.
061900
062000     IF WS-EXCL-COUNT >= 3000
062100         DISPLAY 'DCJB8BIL - EXCLUSION TABLE FULL'
062200         GO TO 9999-ABEND
062300     END-IF.
062400     ADD 1 TO WS-EXCL-COUNT.
062500     MOVE GAU-STU-NUMBER TO WS-EXCL-KEY(WS-EXCL-COUNT)(1:7).
062600     MOVE GAU-TERM TO WS-EXCL-KEY(WS-EXCL-COUNT)(8:5).
062700     MOVE GAU-COURSE TO WS-EXCL-KEY(WS-EXCL-COUNT)(13:8).
062800
062900 1210-EXIT.
063000     EXIT.
063100
063200*----------------------------------------------------------------
063300* ONE GRADFILE ROW. ROWS ARRIVE IN STUDENT ORDER, SO A CHANGE OF
063400* STUDENT SENDS THE PREVIOUS STUDENT'S WARNING LETTER.
063500*----------------------------------------------------------------
063600 2000-PROCESS-GRADE.
063700
063800     IF GRD-STU-NUMBER NOT = WS-CUR-STU
063900         PERFORM 5000-WARN-STUDENT THRU 5000-EXIT
064000         MOVE GRD-STU-NUMBER TO WS-CUR-STU
064100         MOVE 0 TO WS-WARN-COUNT
064200     END-IF.
064300
064400     IF GRD-GRADE NOT = 'I '
064500         GO TO 2000-NEXT
064600     END-IF.
064700     ADD 1 TO WS-INC-COUNT.
064800
064900     MOVE 0 TO WS-EXCL-FOUND.
065000     PERFORM 2200-MATCH-ONE-EXCLUSION THRU 2200-EXIT
065100         VARYING WS-EXCL-IDX FROM 1 BY 1
065200         UNTIL (WS-EXCL-IDX > WS-EXCL-COUNT)
065300            OR (WS-EXCL-FOUND NOT = 0).
065400     IF WS-EXCL-FOUND NOT = 0
065500         ADD 1 TO WS-EXCLUDED-COUNT
065600         GO TO 2000-NEXT
065700     END-IF.
065800
065900     MOVE GRD-KEY TO GCH-KEY.
066000     READ GRDCHG-FILE
066100         INVALID KEY
066200             CONTINUE
066300         NOT INVALID KEY
066400             ADD 1 TO WS-EXCLUDED-COUNT
066500             GO TO 2000-NEXT
066600     END-READ.
066700
066800     MOVE GRD-DATE TO WS-CYYDDD-WORK.
066900     PERFORM 7500-DAY-NUMBER THRU 7500-EXIT.
067000     COMPUTE WS-DUE-DAYNO = WS-DAYNO-WORK + WS-LAPSE-DAYS.
067100     COMPUTE WS-WINDOW-DAYNO = WS-DUE-DAYNO - WS-WARN-DAYS.
067200
067300     IF WS-TODAY-DAYNO < WS-WINDOW-DAYNO
067400         GO TO 2000-NEXT
067500     END-IF.
067600
067700     PERFORM 4000-FIND-WARNING THRU 4000-EXIT.
067800
067900*    NOT YET WARNED - THE STUDENT'S LETTER PICKS IT UP AT THE
068000*    BREAK, THE INSTRUCTOR'S GOES OUT NOW.
068100     IF WS-WARNED-DAYNO = 0
068200         IF WS-WARN-COUNT < 20
068300             ADD 1 TO WS-WARN-COUNT
068400             MOVE GRD-TERM TO WS-WARN-TERM(WS-WARN-COUNT)
068500             MOVE GRD-COURSE TO WS-WARN-COURSE(WS-WARN-COUNT)
068600             PERFORM 5500-WARN-INSTRUCTOR THRU 5500-EXIT
068700             MOVE 'WARNED - LAPSES IN 30 DAYS' TO RPT-DTL-ACTION
068800             PERFORM 7900-PRINT-DETAIL THRU 7900-EXIT
068900         END-IF
069000         GO TO 2000-NEXT
069100     END-IF.
069200
069300     IF (WS-TODAY-DAYNO < WS-DUE-DAYNO) OR
069400        (WS-TODAY-DAYNO < WS-WARNED-DAYNO + WS-WARN-DAYS)
069500         GO TO 2000-NEXT
069600     END-IF.
069700
069800     PERFORM 3500-LAPSE-GRADE THRU 3500-EXIT.
069900
070000 2000-NEXT.
070100
070200     PERFORM 2100-READ-NEXT-GRADE THRU 2100-EXIT.
070300
070400 2000-EXIT.
070500     EXIT.
070600
070700 2100-READ-NEXT-GRADE.
070800
070900     READ GRADFILE NEXT RECORD
071000         AT END
071100             MOVE 'Y' TO WS-GRAD-EOF-SW
071200     END-READ.
071300
071400 2100-EXIT.
071500     EXIT.
071600
071700 2200-MATCH-ONE-EXCLUSION.
071800
071900     IF WS-EXCL-KEY(WS-EXCL-IDX) = GRD-KEY
072000         MOVE WS-EXCL-IDX TO WS-EXCL-FOUND
072100     END-IF.
072200
072300 2200-EXIT.
072400     EXIT.
072500
072600 3000-TERMINATE.
072700
072800     MOVE 'INCOMPLETES ON FILE' TO RPT-TOT-LABEL.
072900     MOVE WS-INC-COUNT TO RPT-TOT-COUNT.
073000     MOVE '0' TO RPT-TOT-CC.
073100     WRITE ILR-LINE FROM RPT-TOTAL-LINE.
073200     MOVE ' ' TO RPT-TOT-CC.
073300     MOVE 'LEFT ALONE - CHANGED ON DCJB8PHE' TO RPT-TOT-LABEL.
073400     MOVE WS-EXCLUDED-COUNT TO RPT-TOT-COUNT.
073500     WRITE ILR-LINE FROM RPT-TOTAL-LINE.
073600     MOVE 'WARNED' TO RPT-TOT-LABEL.
073700     MOVE WS-WARNED-COUNT TO RPT-TOT-COUNT.
073800     WRITE ILR-LINE FROM RPT-TOTAL-LINE.
073900     MOVE 'INSTRUCTOR LETTERS' TO RPT-TOT-LABEL.
074000     MOVE WS-INSTR-LTR-COUNT TO RPT-TOT-COUNT.
074100     WRITE ILR-LINE FROM RPT-TOTAL-LINE.
074200     MOVE 'LAPSED TO F' TO RPT-TOT-LABEL.
074300     MOVE WS-LAPSED-COUNT TO RPT-TOT-COUNT.
074400     WRITE ILR-LINE FROM RPT-TOTAL-LINE.
074500     MOVE 'STUDENTS FLAGGED FOR GPA RUN' TO RPT-TOT-LABEL.
074600     MOVE WS-FLAGGED-COUNT TO RPT-TOT-COUNT.
074700     WRITE ILR-LINE FROM RPT-TOTAL-LINE.
074800
074900     CLOSE GRADFILE.
075000     CLOSE GRDCHG-FILE.
075100     CLOSE GRDAUDIT-FILE.
075200     CLOSE STUFILE.
075300     CLOSE CRSFILE.
075400     CLOSE INSTFILE.
075500     CLOSE PRFFILE.
075600     CLOSE PRFJRNL-FILE.
075700     CLOSE EMAILQ-FILE.
075800     CLOSE CORR-FILE.
075900     CLOSE LETTER-RPT.
076000     CLOSE LAPSE-RPT.
076100
076200     DISPLAY 'DCJB8BIL - WARNED = ' WS-WARNED-COUNT
076300         ' LAPSED = ' WS-LAPSED-COUNT
076400         ' EXCLUDED = ' WS-EXCLUDED-COUNT.
076500     DISPLAY 'DCJB8BIL - LETTERS SENT BY EMAIL = '
076600         WS-EMAILED-COUNT.
076700
076800 3000-EXIT.
076900     EXIT.
077000
077100*----------------------------------------------------------------
077200* THE LAPSE ITSELF - THE GRADE BECOMES 'F ' UNDER THIS RUN'S
077300* OPERATOR ID, GRDAUDIT RECORDS THE BEFORE/AFTER WITH REASON
077400* 'IL', AND THE STUDENT IS FLAGGED FOR THE NEXT GPA RUN.
077500*----------------------------------------------------------------
077600 3500-LAPSE-GRADE.
077700
077800     MOVE 'F ' TO GRD-GRADE.
077900     MOVE 'BATCHIL' TO GRD-OPERID.
078000     MOVE WS-JRN-DATE TO GRD-DATE.
078100     MOVE 0 TO GRD-TIME.
078200     REWRITE GRADFILE-RECORD.
078300     IF NOT WS-GRAD-OK
078400         DISPLAY 'DCJB8BIL - GRADFILE REWRITE FAILED, STATUS = '
078500             WS-GRAD-STATUS
078600         GO TO 9999-ABEND
078700     END-IF.
078800
078900     MOVE GRD-STU-NUMBER TO GAU-STU-NUMBER.
079000     MOVE GRD-TERM TO GAU-TERM.
079100     MOVE GRD-COURSE TO GAU-COURSE.
079200     MOVE 'I ' TO GAU-OLD-GRADE.
079300     MOVE 'F ' TO GAU-NEW-GRADE.
079400     MOVE 'IL' TO GAU-REASON.
079500     MOVE 'BATCHIL' TO GAU-REQ-OPERID.
079600     MOVE 'BATCHIL' TO GAU-APPR-OPERID.
079700     MOVE WS-JRN-DATE TO GAU-DATE.
079800     MOVE 0 TO GAU-TIME.
079900     WRITE GRDAUDIT-RECORD.
080000
080100     ADD 1 TO WS-LAPSED-COUNT.
080200     MOVE 'LAPSED TO F' TO RPT-DTL-ACTION.
080300     PERFORM 7900-PRINT-DETAIL THRU 7900-EXIT.
080400
080500     PERFORM 3600-FLAG-FOR-GPA THRU 3600-EXIT.
080600
080700 3500-EXIT.
080800     EXIT.
080900
081000*----------------------------------------------------------------
081100* SETS THE GPA-RECALCULATION FLAG ON THE STUDENT'S PROFILE ROW -
081200* SEEDING A BARE ROW WHEN THE STUDENT HAS NONE - AND JOURNALS IT.
081300*----------------------------------------------------------------
081400 3600-FLAG-FOR-GPA.
081500
081600     MOVE GRD-STU-NUMBER TO PRF-STU-NUMBER.
081700     READ PRFFILE
081800         INVALID KEY
081900             MOVE SPACES TO PRFFILE-RECORD
082000             MOVE GRD-STU-NUMBER TO PRF-STU-NUMBER
082100             MOVE 0 TO PRF-BIRTH-DATE
082200             MOVE 0 TO PRF-CONSENT-DATE
082300             MOVE 0 TO PRF-PERMIT-EXPIRY PRF-WITHDRAW-DATE
082400             SET PJR-WRITE TO TRUE
082500         NOT INVALID KEY
082600             IF PRF-GPA-RECALC-DUE
082700                 GO TO 3600-EXIT
082800             END-IF
082900             SET PJR-REWRITE TO TRUE
083000     END-READ.
083100
083200     SET PRF-GPA-RECALC-DUE TO TRUE.
083300     MOVE WS-JRN-DATE TO PRF-LASTCHG-DATE.
083400     MOVE 'BATCHIL' TO PRF-LASTCHG-OPERID.
083500
083600     IF PJR-WRITE
083700         WRITE PRFFILE-RECORD
083800     ELSE
083900         REWRITE PRFFILE-RECORD
084000     END-IF.
084100
084200     MOVE PRF-STU-NUMBER TO PJR-STU-NUMBER.
084300     MOVE 'BIL ' TO PJR-TRANSID.
084400     MOVE 'BATCHIL' TO PJR-OPERID.
084500     MOVE WS-JRN-DATE TO PJR-DATE.
084600     MOVE 0 TO PJR-TIME.
084700     MOVE PRFFILE-RECORD TO PJR-RECORD-IMAGE.
084800     WRITE PRFJRNL-RECORD.
084900
085000     ADD 1 TO WS-FLAGGED-COUNT.
085100
085200 3600-EXIT.
085300     EXIT.
085400
085500*----------------------------------------------------------------
085600* HAS THIS STUDENT ALREADY HAD A LAPSE WARNING SINCE THIS GRADE'S
085700* WARNING WINDOW OPENED? THE STUDENT'S CORRFILE ROWS ARE BROWSED
085800* FOR THE LATEST INCWARN; ITS DAY NUMBER (ZERO IF NONE) IS LEFT
085900* IN WS-WARNED-DAYNO. TWO INCOMPLETES FROM ONE TERM SHARE A
086000* WINDOW AND SO SHARE THE ONE LETTER THAT LISTED THEM BOTH.
086100*----------------------------------------------------------------
086200 4000-FIND-WARNING.
086300
086400     MOVE 0 TO WS-WARNED-DAYNO.
086500     MOVE 'N' TO WS-COR-DONE-SW.
086600
086700     MOVE GRD-STU-NUMBER TO COR-STU-NUMBER.
086800     MOVE 0 TO COR-DATE.
086900     MOVE 0 TO COR-SEQ.
087000     START CORR-FILE KEY IS NOT LESS THAN COR-KEY
087100         INVALID KEY
087200             GO TO 4000-EXIT
087300     END-START.
087400
087500     PERFORM 4100-READ-ONE-LETTER THRU 4100-EXIT
087600         UNTIL WS-COR-DONE.
087700
087800 4000-EXIT.
087900     EXIT.
088000
088100 4100-READ-ONE-LETTER.
088200
088300     READ CORR-FILE NEXT RECORD
088400         AT END
088500             MOVE 'Y' TO WS-COR-DONE-SW
088600             GO TO 4100-EXIT
088700     END-READ.
088800
088900     IF COR-STU-NUMBER NOT = GRD-STU-NUMBER
089000         MOVE 'Y' TO WS-COR-DONE-SW
089100         GO TO 4100-EXIT
089200     END-IF.
089300
089400     IF COR-DOC-TYPE NOT = 'INCWARN'
089500         GO TO 4100-EXIT
089600     END-IF.
089700
089800     MOVE COR-DATE TO WS-CYYDDD-WORK.
089900     PERFORM 7500-DAY-NUMBER THRU 7500-EXIT.
090000     IF WS-DAYNO-WORK >= WS-WINDOW-DAYNO
090100         MOVE WS-DAYNO-WORK TO WS-WARNED-DAYNO
090200     END-IF.
090300
090400 4100-EXIT.
090500     EXIT.
090600
090700*----------------------------------------------------------------
090800* ONE WARNING LETTER TO THE STUDENT IN HAND, LISTING EVERY
090900* INCOMPLETE OF THEIRS THAT CAME DUE A WARNING THIS RUN, THEN
091000* LOGGED ON THE CORRESPONDENCE REGISTER AS INCWARN.
091100*----------------------------------------------------------------
091200 5000-WARN-STUDENT.
091300
091400     IF WS-WARN-COUNT = 0
091500         GO TO 5000-EXIT
091600     END-IF.
091700
091800     MOVE WS-CUR-STU TO STU-NUMBER.
091900     READ STUFILE
092000         INVALID KEY
092100             DISPLAY 'DCJB8BIL - ' WS-CUR-STU
092200                 ' NOT ON STUFILE - NO STUDENT LETTER'
092300             GO TO 5000-EXIT
092400     END-READ.
092500
092600*    THE REGISTER KEY IS SET FIRST - THE DELIVERY CHANNEL IS
092700*    CHOSEN AGAINST IT.
092800     MOVE WS-CUR-STU TO WS-COR-STU.
092900     MOVE 'INCWARN' TO WS-COR-DOC.
093000     MOVE WS-JRN-DATE TO WS-COR-CYYDDD.
093100     MOVE 'YOUR INCOMPLETE GRADE WILL BECOME AN F IN 30 DAYS' TO
093200         WS-EML-SUBJECT.
093300     PERFORM 6600-CHOOSE-CHANNEL THRU 6600-EXIT.
093400
093500     MOVE LTR-STUDENT-HEADING TO RPT-LINE.
093600     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
093700     PERFORM 6500-PRINT-ADDRESS THRU 6500-EXIT.
093800
093900     MOVE 'YOU HOLD AN INCOMPLETE (I) GRADE IN:' TO LTR-TXT.
094000     MOVE LTR-TEXT-LINE TO RPT-LINE.
094100     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
094200
094300     PERFORM 5100-PRINT-ONE-COURSE THRU 5100-EXIT
094400         VARYING WS-WARN-IDX FROM 1 BY 1
094500         UNTIL WS-WARN-IDX > WS-WARN-COUNT.
094600
094700     MOVE SPACES TO LTR-TXT.
094800     MOVE LTR-TEXT-LINE TO RPT-LINE.
094900     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
095000     MOVE 'UNLESS THE OUTSTANDING WORK IS COMPLETED AND A FINAL'
095100         TO LTR-TXT.
095200     MOVE LTR-TEXT-LINE TO RPT-LINE.
095300     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
095400     MOVE 'GRADE IS SUBMITTED WITHIN 30 DAYS OF THIS LETTER, THE'
095500         TO LTR-TXT.
095600     MOVE LTR-TEXT-LINE TO RPT-LINE.
095700     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
095800     MOVE 'INCOMPLETE WILL BECOME AN F AND COUNT IN YOUR GPA.'
095900         TO LTR-TXT.
096000     MOVE LTR-TEXT-LINE TO RPT-LINE.
096100     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
096200     MOVE 'PLEASE CONTACT YOUR INSTRUCTOR WITHOUT DELAY.' TO
096300         LTR-TXT.
096400     MOVE LTR-TEXT-LINE TO RPT-LINE.
096500     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
096600
096700*    AN EMAILED LETTER IS CLOSED OFF, THEN THE WARNING GOES ON
096800*    THE CORRESPONDENCE REGISTER.
096900     PERFORM 6800-END-LETTER THRU 6800-EXIT.
097000     PERFORM 8200-LOG-CORRESPONDENCE THRU 8200-EXIT.
097100     ADD WS-WARN-COUNT TO WS-WARNED-COUNT.
097200
097300 5000-EXIT.
097400     EXIT.
097500
097600 5100-PRINT-ONE-COURSE.
097700
097800     MOVE SPACES TO LTR-TXT.
097900     STRING '    ' WS-WARN-COURSE(WS-WARN-IDX)
098000          '  TERM ' WS-WARN-TERM(WS-WARN-IDX)
098100          DELIMITED BY SIZE INTO LTR-TXT.
098200     MOVE LTR-TEXT-LINE TO RPT-LINE.
098300     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
098400
098500 5100-EXIT.
098600     EXIT.
098700
098800*----------------------------------------------------------------
098900* THE SECTION'S INSTRUCTOR GETS THEIR OWN COPY, ON PAPER BY
099000* CAMPUS MAIL, SO THE FINAL GRADE CAN GO IN THROUGH DCJB8PHE
099100* BEFORE THE LAPSE. A SECTION OFF THE CATALOG OR WITH NO
099200* INSTRUCTOR IS LEFT TO THE REPORT.
099300*----------------------------------------------------------------
099400 5500-WARN-INSTRUCTOR.
099500
099600     MOVE GRD-COURSE TO CRS-CODE.
099700     READ CRSFILE
099800         INVALID KEY
099900             GO TO 5500-EXIT
100000     END-READ.
100100     IF CRS-INSTR-ID = SPACES
100200         GO TO 5500-EXIT
100300     END-IF.
100400
100500     MOVE CRS-INSTR-ID TO INS-ID.
100600     READ INSTFILE
100700         INVALID KEY
100800             GO TO 5500-EXIT
100900     END-READ.
101000     MOVE INS-NAME TO WS-INSTR-NAME.
101100     MOVE INS-DEPT TO WS-INSTR-DEPT.
101200
101300     MOVE GRD-STU-NUMBER TO STU-NUMBER.
101400     READ STUFILE
101500         INVALID KEY
101600             MOVE '(NOT ON STUFILE)' TO STU-NAME
101700     END-READ.
101800
101900     WRITE RPT-LINE FROM LTR-INSTR-HEADING.
102000     MOVE WS-INSTR-NAME TO LTR-TXT.
102100     WRITE RPT-LINE FROM LTR-TEXT-LINE.
102200     MOVE WS-INSTR-DEPT TO LTR-TXT.
102300     WRITE RPT-LINE FROM LTR-TEXT-LINE.
102400     MOVE SPACES TO LTR-TXT.
102500     WRITE RPT-LINE FROM LTR-TEXT-LINE.
102600
102700     STRING 'STUDENT ' GRD-STU-NUMBER ' ' STU-NAME
102800          DELIMITED BY SIZE INTO LTR-TXT.
102900     WRITE RPT-LINE FROM LTR-TEXT-LINE.
103000     MOVE SPACES TO LTR-TXT.
103100     STRING 'HOLDS AN INCOMPLETE IN ' GRD-COURSE
103200          ' FOR TERM ' GRD-TERM '. UNLESS A'
103300          DELIMITED BY SIZE INTO LTR-TXT.
103400     WRITE RPT-LINE FROM LTR-TEXT-LINE.
103500     MOVE 'FINAL GRADE IS SUBMITTED AS A GRADE CHANGE WITHIN 30'
103600         TO LTR-TXT.
103700     WRITE RPT-LINE FROM LTR-TEXT-LINE.
103800     MOVE 'DAYS, IT WILL BECOME AN F.' TO LTR-TXT.
103900     WRITE RPT-LINE FROM LTR-TEXT-LINE.
104000
104100     ADD 1 TO WS-INSTR-LTR-COUNT.
104200
104300 5500-EXIT.
104400     EXIT.
104500
104600 6500-PRINT-ADDRESS.
104700
104800     MOVE STU-NAME TO LTR-TXT.
104900     MOVE LTR-TEXT-LINE TO RPT-LINE.
105000     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
105100     MOVE STU-ADDRESS-1 TO LTR-TXT.
105200     MOVE LTR-TEXT-LINE TO RPT-LINE.
105300     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
105400     MOVE STU-ADDRESS-2 TO LTR-TXT.
105500     MOVE LTR-TEXT-LINE TO RPT-LINE.
105600     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
105700     MOVE STU-ADDRESS-3 TO LTR-TXT.
105800     MOVE LTR-TEXT-LINE TO RPT-LINE.
105900     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
106000     MOVE SPACES TO LTR-TXT.
106100     MOVE LTR-TEXT-LINE TO RPT-LINE.
106200     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
106300
106400 6500-EXIT.
106500     EXIT.
106600
106700*----------------------------------------------------------------
106800* HOW THE LETTER FOR WS-COR-STU GOES OUT - BY EMAIL WHEN PRFFILE
106900* HOLDS AN ADDRESS AND THE STUDENT'S CONSENT, OTHERWISE ON PAPER.
107000* AN EMAILED LETTER STARTS WITH ITS QUEUE HEADER HERE.
107100*----------------------------------------------------------------
107200 6600-CHOOSE-CHANNEL.
107300
107400     SET WS-EML-ON-PAPER TO TRUE.
107500     MOVE 0 TO WS-EML-LINE-NO.
107600
107700     MOVE WS-COR-STU TO PRF-STU-NUMBER.
107800     READ PRFFILE
107900         INVALID KEY
108000             GO TO 6600-EXIT
108100     END-READ.
108200
108300     IF (PRF-EMAIL = SPACES) OR (NOT PRF-EMAIL-CONSENTED)
108400         GO TO 6600-EXIT
108500     END-IF.
108600
108700     SET WS-EML-BY-EMAIL TO TRUE.
108800     MOVE SPACES TO EMAILQ-RECORD.
108900     MOVE WS-COR-STU TO EMQ-STU-NUMBER.
109000     MOVE WS-COR-CYYDDD TO EMQ-DATE.
109100     MOVE WS-COR-DOC TO EMQ-DOC-TYPE.
109200     MOVE EMQ-KEY TO WS-EML-KEY.
109300     SET EMQ-HEADER TO TRUE.
109400     MOVE 0 TO EMQ-LINE-NO.
109500     MOVE PRF-EMAIL TO EMQ-RECIPIENT.
109600     MOVE WS-EML-SUBJECT TO EMQ-SUBJECT.
109700     MOVE 'DCJB8BIL' TO EMQ-RUN-ID.
109800     WRITE EMAILQ-RECORD.
109900
110000 6600-EXIT.
110100     EXIT.
110200
110300*----------------------------------------------------------------
110400* ONE LETTER LINE, ALREADY BUILT IN RPT-LINE - PRINTED, OR QUEUED
110500* AS THE NEXT BODY ROW OF THE EMAIL.
110600*----------------------------------------------------------------
110700 6700-PUT-LINE.
110800
110900     IF WS-EML-ON-PAPER
111000         WRITE RPT-LINE
111100         GO TO 6700-EXIT
111200     END-IF.
111300
111400     ADD 1 TO WS-EML-LINE-NO.
111500     MOVE SPACES TO EMAILQ-RECORD.
111600     MOVE WS-EML-KEY TO EMQ-KEY.
111700     SET EMQ-BODY TO TRUE.
111800     MOVE WS-EML-LINE-NO TO EMQ-LINE-NO.
111900     MOVE RPT-LINE TO EMQ-DATA.
112000     WRITE EMAILQ-RECORD.
112100
112200 6700-EXIT.
112300     EXIT.
112400
112500*----------------------------------------------------------------
112600* CLOSES AN EMAILED LETTER WITH ITS TRAILER - THE BODY LINE COUNT
112700* THE GATEWAY CHECKS BEFORE IT SENDS.
112800*----------------------------------------------------------------
112900 6800-END-LETTER.
113000
113100     IF WS-EML-ON-PAPER
113200         GO TO 6800-EXIT
113300     END-IF.
113400
113500     MOVE SPACES TO EMAILQ-RECORD.
113600     MOVE WS-EML-KEY TO EMQ-KEY.
113700     SET EMQ-TRAILER TO TRUE.
113800     MOVE 999 TO EMQ-LINE-NO.
113900     MOVE WS-EML-LINE-NO TO EMQ-LINE-COUNT.
114000     WRITE EMAILQ-RECORD.
114100     ADD 1 TO WS-EMAILED-COUNT.
114200
114300 6800-EXIT.
114400     EXIT.
114500
114600*----------------------------------------------------------------
114700* CYYDDD IN WS-CYYDDD-WORK TO A DAY NUMBER IN WS-DAYNO-WORK.
114800*----------------------------------------------------------------
114900 7500-DAY-NUMBER.
115000
115100     DIVIDE WS-CYYDDD-WORK BY 1000
115200         GIVING WS-CYY-WORK
115300         REMAINDER WS-DDD-WORK.
115400     COMPUTE WS-DAYNO-WORK =
115500         (WS-CYY-WORK * 365) + WS-DDD-WORK.
115600
115700 7500-EXIT.
115800     EXIT.
115900
116000 7900-PRINT-DETAIL.
116100
116200     MOVE GRD-STU-NUMBER TO RPT-DTL-STUNUM.
116300     MOVE GRD-TERM TO RPT-DTL-TERM.
116400     MOVE GRD-COURSE TO RPT-DTL-COURSE.
116500     WRITE ILR-LINE FROM RPT-DETAIL-LINE.
116600
116700 7900-EXIT.
116800     EXIT.
116900
117000*----------------------------------------------------------------
117100* ONE CORRESPONDENCE-REGISTER ROW PER DOCUMENT MAILED - THE
117200* SEQUENCE BUMPS PAST ANY ROW ALREADY ON FILE FOR THE DAY.
117300*----------------------------------------------------------------
117400 8200-LOG-CORRESPONDENCE.
117500
117600     MOVE SPACES TO CORRFILE-RECORD.
117700     MOVE WS-COR-STU TO COR-STU-NUMBER.
117800     MOVE WS-COR-CYYDDD TO COR-DATE.
117900     MOVE WS-COR-DOC TO COR-DOC-TYPE.
118000     MOVE 'DCJB8BIL' TO COR-RUN-ID.
118100     MOVE WS-EML-CHANNEL TO COR-CHANNEL.
118200     MOVE 1 TO COR-SEQ.
118300*    THE STATUS IS STILL '00' FROM THE LAST CORRFILE I/O - CLEAR
118400*    IT SO THE FIRST WRITE IS ACTUALLY TRIED.
118500     MOVE SPACES TO WS-CORFILE-STATUS.
118600
118700     PERFORM 8210-TRY-ONE-SEQ THRU 8210-EXIT
118800         UNTIL (WS-CORFILE-OK) OR (COR-SEQ > 99).
118900
119000 8200-EXIT.
119100     EXIT.
119200
119300 8210-TRY-ONE-SEQ.
119400
119500     WRITE CORRFILE-RECORD
119600         INVALID KEY
119700             ADD 1 TO COR-SEQ
119800     END-WRITE.
119900
120000 8210-EXIT.
120100     EXIT.
120200
120300 9999-ABEND.
120400
120500     MOVE 16 TO RETURN-CODE.
120600     GOBACK.
120700
120800 END PROGRAM DCJB8BIL.
