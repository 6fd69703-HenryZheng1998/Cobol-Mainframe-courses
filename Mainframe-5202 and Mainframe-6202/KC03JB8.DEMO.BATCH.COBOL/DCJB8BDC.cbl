000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BDC.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - NIGHTLY REQUIRED-DOCUMENT RUN.
001100*                SWEEPS THE DOCFILE CHECKLIST (KEPT ON DCJB8PHV)
001200*                A STUDENT AT A TIME. A DOCUMENT STILL OUTSTANDING
001300*                PAST ITS REQUIRED-BY DATE PLACES THE DOCUMENTS
001400*                ('D') HOLD ON HOLDFILE THE WAY DCJB8PGH WOULD,
001500*                UNLESS A HOLD IS ALREADY ON FILE; ONCE EVERY
001600*                DOCUMENT IS RECEIVED OR WAIVED THE 'D' HOLD IS
001700*                RELEASED. A STUDENT WITH OVERDUE DOCUMENTS GETS A
001800*                REMINDER LETTER NAMING EVERY OUTSTANDING ITEM (BY
001900*                EMAIL WHERE CONSENTED), LOGGED ON CORRFILE, NO
002000*                MORE THAN ONCE A FORTNIGHT. A LISTING SHOWS EVERY
002100*                HOLD PLACED OR RELEASED AND EVERY REMINDER SENT.
002110* 10/15/26  HZ   CORRFILE STATUS CLEARED BEFORE THE SEQUENCE
002120*                SEARCH - THE '00' LEFT BY THE OPEN ENDED THE
002130*                SEARCH BEFORE ANY WRITE, SO NO LETTER WAS LOGGED.
002200*----------------------------------------------------------------
002300
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. IBM-370.
002700 OBJECT-COMPUTER. IBM-370.
002800
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100
003200*    THE CHECKLIST - READ IN KEY ORDER, A STUDENT AT A TIME; THE
003300*    ROWS A REMINDER NAMES ARE RE-READ AND STAMPED.
003400     SELECT DOC-FILE ASSIGN TO DOCFILE
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS DOC-KEY
003800         FILE STATUS IS WS-DOCFILE-STATUS.
003900
004000     SELECT STUFILE ASSIGN TO STUFILE
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS STU-NUMBER
004400         FILE STATUS IS WS-STUFILE-STATUS.
004500
004600*    THE REGISTRATION-HOLD FILE - ONE ACTIVE HOLD PER STUDENT.
004700     SELECT HOLD-FILE ASSIGN TO HOLDFILE
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS HLD-KEY
005100         FILE STATUS IS WS-HOLDFILE-STATUS.
005200
005300*    THE STUDENT PROFILE ROW - EMAIL ADDRESS AND CONSENT.
005400     SELECT PRFFILE ASSIGN TO PRFFILE
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS PRF-KEY
005800         FILE STATUS IS WS-PRFFILE-STATUS.
005900
006000*    LETTERS GOING OUT BY EMAIL - APPENDED, PICKED UP BY THE
006100*    MAIL GATEWAY.
006200     SELECT EMAILQ-FILE ASSIGN TO EMAILQ
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-EMLQ-STATUS.
006500
006600     SELECT CORR-FILE ASSIGN TO CORRFILE
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS COR-KEY
007000         FILE STATUS IS WS-CORFILE-STATUS.
007100
007200*    THE BATCH-WINDOW QUIESCE STATE - SEE BCTLREC AND DCJB8PHJ.
007300*    THIS JOB UPDATES HOLDFILE AND MUST NOT RUN UNDER LIVE ONLINE
007400*    UPDATES.
007500     SELECT BATCHCTL-FILE ASSIGN TO BATCHCTL
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS RANDOM
007800         RECORD KEY IS BCT-KEY
007900         FILE STATUS IS WS-BATCHCTL-STATUS.
008000
008100     SELECT LETTER-RPT ASSIGN TO DOCLTR
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-DOCLTR-STATUS.
008400
008500     SELECT ACTION-RPT ASSIGN TO DOCRPT
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS WS-DOCRPT-STATUS.
008800
008900 DATA DIVISION.
009000 FILE SECTION.
009100
009200 FD  DOC-FILE
009300     LABEL RECORDS ARE STANDARD
009400     RECORD CONTAINS 90 CHARACTERS
009500     DATA RECORD IS DOCFILE-RECORD.
009600
009700*    DOCFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
009800     COPY 'DOCREC'.
009900
010000 FD  STUFILE
010100     LABEL RECORDS ARE STANDARD
010200     RECORD CONTAINS 227 CHARACTERS
010300     DATA RECORD IS STUFILE-RECORD.
010400
010500     COPY 'STUREC'.
010600
010700 FD  HOLD-FILE
010800     LABEL RECORDS ARE STANDARD
010900     RECORD CONTAINS 24 CHARACTERS
011000     DATA RECORD IS HOLDFILE-RECORD.
011100
011200     COPY 'HOLDREC'.
011300
011400 FD  PRFFILE
011500     LABEL RECORDS ARE STANDARD
011600     RECORD CONTAINS 200 CHARACTERS
011700     DATA RECORD IS PRFFILE-RECORD.
011800
011900     COPY 'PROFREC'.
012000
012100 FD  EMAILQ-FILE
012200     LABEL RECORDS ARE STANDARD
012300     RECORD CONTAINS 160 CHARACTERS
012400     DATA RECORD IS EMAILQ-RECORD.
012500
012600     COPY 'EMLQREC'.
012700
012800 FD  CORR-FILE
012900     LABEL RECORDS ARE STANDARD
013000     RECORD CONTAINS 40 CHARACTERS
013100     DATA RECORD IS CORRFILE-RECORD.
013200
013300     COPY 'CORRREC'.
013400
013500 FD  BATCHCTL-FILE
013600     LABEL RECORDS ARE STANDARD
013700     RECORD CONTAINS 45 CHARACTERS
013800     DATA RECORD IS BATCHCTL-RECORD.
013900
014000*    BATCHCTL RECORD LAYOUT - SHARED ACROSS THE NIGHTLY STREAM.
014100     COPY 'BCTLREC'.
014200
014300 FD  LETTER-RPT
014400     LABEL RECORDS ARE STANDARD
014500     RECORD CONTAINS 133 CHARACTERS
014600     DATA RECORD IS RPT-LINE.
014700 01  RPT-LINE                        PIC X(133).
014800
014900 FD  ACTION-RPT
015000     LABEL RECORDS ARE STANDARD
015100     RECORD CONTAINS 133 CHARACTERS
015200     DATA RECORD IS ACT-LINE.
015300 01  ACT-LINE                        PIC X(133).
015400
015500 WORKING-STORAGE SECTION.
015600
015700 01  WS-DOCFILE-STATUS               PIC X(2) VALUE SPACES.
015800     88 WS-DOCFILE-OK                    VALUE '00'.
015900 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
016000     88 WS-STUFILE-OK                    VALUE '00'.
016100 01  WS-HOLDFILE-STATUS              PIC X(2) VALUE SPACES.
016200     88 WS-HOLDFILE-OK                   VALUE '00'.
016300 01  WS-PRFFILE-STATUS               PIC X(2) VALUE SPACES.
016400     88 WS-PRFFILE-OK                    VALUE '00'.
016500 01  WS-EMLQ-STATUS                  PIC X(2) VALUE SPACES.
016600     88 WS-EMLQ-OK                       VALUE '00'.
016700     88 WS-EMLQ-NOFILE                   VALUE '35'.
016800 01  WS-CORFILE-STATUS               PIC X(2) VALUE SPACES.
016900     88 WS-CORFILE-OK                    VALUE '00'.
017000 01  WS-BATCHCTL-STATUS              PIC X(2) VALUE SPACES.
017100     88 WS-BATCHCTL-OK                   VALUE '00'.
017200 01  WS-DOCLTR-STATUS                PIC X(2) VALUE SPACES.
017300     88 WS-DOCLTR-OK                     VALUE '00'.
017400 01  WS-DOCRPT-STATUS                PIC X(2) VALUE SPACES.
017500     88 WS-DOCRPT-OK                     VALUE '00'.
017600
017700 01  WS-COR-STU                      PIC X(7) VALUE SPACES.
017800 01  WS-COR-DOC                      PIC X(8) VALUE SPACES.
017900 01  WS-COR-CYYDDD                   PIC 9(7) VALUE 0.
018000
018100*    HOW THE LETTER IN HAND GOES OUT - SET BY 7400-CHOOSE-CHANNEL
018200*    AND CARRIED ONTO ITS CORRESPONDENCE-REGISTER ROW.
018300 01  WS-EML-CHANNEL                  PIC X(1) VALUE 'P'.
018400     88 WS-EML-BY-EMAIL                  VALUE 'E'.
018500     88 WS-EML-ON-PAPER                  VALUE 'P'.
018600 01  WS-EML-SUBJECT                  PIC X(60) VALUE SPACES.
018700 01  WS-EML-KEY                      PIC X(22) VALUE SPACES.
018800 77  WS-EML-LINE-NO                  PIC S9(3) COMP VALUE 0.
018900 77  WS-EMAILED-COUNT                PIC S9(7) COMP VALUE 0.
019000
019100 01  WS-SWITCHES.
019200     05 WS-DOC-EOF-SW                PIC X(1) VALUE 'N'.
019300         88 WS-DOC-EOF                    VALUE 'Y'.
019400     05 WS-HOLD-SW                   PIC X(1) VALUE 'N'.
019500         88 WS-HOLD-ON-FILE               VALUE 'Y'.
019600         88 WS-NO-HOLD                    VALUE 'N'.
019700     05 WS-PLACED-SW                 PIC X(1) VALUE 'N'.
019800         88 WS-HOLD-PLACED                VALUE 'Y'.
019900     05 WS-REMIND-SW                 PIC X(1) VALUE 'N'.
020000         88 WS-REMIND-DUE                 VALUE 'Y'.
020100         88 WS-REMIND-NOT-DUE             VALUE 'N'.
020200
020300 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
020400 01  WS-CURR-YYYY                    PIC 9(4) VALUE 0.
020500 01  WS-CURR-CYY                     PIC 9(3) VALUE 0.
020600 01  WS-CURR-DDD                     PIC 9(3) VALUE 0.
020700 01  WS-CURR-CYYDDD                  PIC 9(7) VALUE 0.
020800 01  WS-TODAY-DAYS                   PIC S9(7) COMP VALUE 0.
020900 01  WS-REMIND-DAYS                  PIC S9(7) COMP VALUE 0.
021000 01  WS-REMIND-X                     PIC 9(7) VALUE 0.
021100 01  WS-REMIND-CYY                   PIC 9(3) VALUE 0.
021200 01  WS-REMIND-DDD                   PIC 9(3) VALUE 0.
021300 01  WS-SHOW-DATE                    PIC 9(7) VALUE 0.
021400
021500*    A STUDENT WITH OVERDUE DOCUMENTS IS REMINDED AGAIN ONLY ONCE
021600*    THIS MANY DAYS HAVE PASSED SINCE THE LAST REMINDER.
021700 77  WS-REMIND-INTERVAL              PIC S9(3) COMP VALUE 14.
021800
021900*    THE STUDENT IN HAND, AND THE KEY THE SWEEP PICKS UP FROM ONCE
022000*    THE STUDENT'S REMINDED ROWS HAVE BEEN STAMPED.
022100 01  WS-CUR-STU                      PIC X(7) VALUE SPACES.
022200 01  WS-NEXT-KEY                     PIC X(11) VALUE SPACES.
022300 01  WS-LAST-REMIND                  PIC 9(7) VALUE 0.
022400
022500*    THE STUDENT'S OUTSTANDING DOCUMENTS, IN CODE ORDER. PAST THE
022600*    TWENTIETH THEY ARE COUNTED BUT NOT NAMED.
022700 01  WS-OUT-COUNT                    PIC S9(3) COMP VALUE 0.
022800 01  WS-LATE-COUNT                   PIC S9(3) COMP VALUE 0.
022900 01  WS-ITEM-COUNT                   PIC S9(3) COMP VALUE 0.
023000 01  WS-ITEM-TABLE.
023100     05 WS-ITEM-ENTRY OCCURS 20 TIMES.
023200         10 WS-ITEM-CODE             PIC X(4).
023300         10 WS-ITEM-DESC             PIC X(30).
023400         10 WS-ITEM-REQUIRED         PIC 9(7).
023500         10 WS-ITEM-LATE-SW          PIC X(1).
023600             88 WS-ITEM-LATE              VALUE 'Y'.
023700 77  WS-ITEM-IDX                     PIC S9(3) COMP VALUE 0.
023800
023900 77  WS-STUDENT-COUNT                PIC S9(7) COMP VALUE 0.
024000 77  WS-OVERDUE-COUNT                PIC S9(7) COMP VALUE 0.
024100 77  WS-HOLD-COUNT                   PIC S9(7) COMP VALUE 0.
024200 77  WS-RELEASE-COUNT                PIC S9(7) COMP VALUE 0.
024300 77  WS-LETTER-COUNT                 PIC S9(7) COMP VALUE 0.
024400 77  WS-WITHDRAWN-COUNT              PIC S9(7) COMP VALUE 0.
024500
024600 01  LTR-NOTICE-LINE.
024700     05 LTR-NTC-CC                   PIC X(1) VALUE '1'.
024800     05 FILLER                       PIC X(4) VALUE SPACES.
024900     05 LTR-NTC-TEXT                 PIC X(40).
025000     05 FILLER                       PIC X(88) VALUE SPACES.
025100
025200* MAILING ADDRESS BLOCK, THE SAME SHAPE DCJB8BML BUILDS FOR A
025300* MAILING LABEL.
025400 01  LTR-TEXT-LINE.
025500     05 LTR-TXT-CC                   PIC X(1) VALUE ' '.
025600     05 FILLER                       PIC X(4) VALUE SPACES.
025700     05 LTR-TXT                      PIC X(70).
025800     05 FILLER                       PIC X(58) VALUE SPACES.
025900
026000 01  LTR-POSTAL-LINE.
026100     05 LTR-PST-CC                   PIC X(1) VALUE ' '.
026200     05 FILLER                       PIC X(4) VALUE SPACES.
026300     05 LTR-PST-1                    PIC X(3).
026400     05 FILLER                       PIC X(1) VALUE SPACE.
026500     05 LTR-PST-2                    PIC X(3).
026600     05 FILLER                       PIC X(121) VALUE SPACES.
026700
026800 01  LTR-ITEM-LINE.
026900     05 LTR-ITM-CC                   PIC X(1) VALUE ' '.
027000     05 FILLER                       PIC X(8) VALUE SPACES.
027100     05 LTR-ITM-DESC                 PIC X(30).
027200     05 FILLER                       PIC X(13) VALUE
027300            ' REQUIRED BY '.
027400     05 LTR-ITM-DATE                 PIC 9(7).
027500     05 FILLER                       PIC X(2) VALUE SPACES.
027600     05 LTR-ITM-FLAG                 PIC X(7).
027700     05 FILLER                       PIC X(65) VALUE SPACES.
027800
027900 01  RPT-HEADING-1.
028000     05 FILLER                       PIC X(1) VALUE '1'.
028100     05 FILLER                       PIC X(46) VALUE
028200            'DCJB8BDC - REQUIRED DOCUMENTS, HOLDS/REMINDERS'.
028300     05 FILLER                       PIC X(9) VALUE
028400            '  RUN ON '.
028500     05 HD1-RUN-DATE                 PIC 9(7).
028600     05 FILLER                       PIC X(70) VALUE SPACES.
028700
028800 01  RPT-HEADING-2.
028900     05 FILLER                       PIC X(1) VALUE '0'.
029000     05 FILLER                       PIC X(4) VALUE SPACES.
029100     05 FILLER                       PIC X(11) VALUE 'STUDENT'.
029200     05 FILLER                       PIC X(22) VALUE 'NAME'.
029300     05 FILLER                       PIC X(20) VALUE 'ACTION'.
029400     05 FILLER                       PIC X(51) VALUE
029500            'OUTSTANDING DOCUMENTS'.
029600     05 FILLER                       PIC X(24) VALUE SPACES.
029700
029800 01  RPT-DETAIL-LINE.
029900     05 FILLER                       PIC X(1) VALUE ' '.
030000     05 FILLER                       PIC X(4) VALUE SPACES.
030100     05 RPT-DET-STU                  PIC X(7).
030200     05 FILLER                       PIC X(4) VALUE SPACES.
030300     05 RPT-DET-NAME                 PIC X(20).
030400     05 FILLER                       PIC X(2) VALUE SPACES.
030500     05 RPT-DET-ACTION               PIC X(18).
030600     05 FILLER                       PIC X(2) VALUE SPACES.
030700     05 RPT-DET-CODE                 PIC X(4).
030800     05 FILLER                       PIC X(1) VALUE SPACE.
030900     05 RPT-DET-DESC                 PIC X(30).
031000     05 FILLER                       PIC X(1) VALUE SPACE.
031100     05 RPT-DET-REQUIRED             PIC X(7).
031200     05 FILLER                       PIC X(1) VALUE SPACE.
031300     05 RPT-DET-FLAG                 PIC X(7).
031400     05 FILLER                       PIC X(24) VALUE SPACES.
031500
031600 01  RPT-TOTAL-LINE.
031700     05 RPT-TOT-CC                   PIC X(1) VALUE ' '.
031800     05 FILLER                       PIC X(4) VALUE SPACES.
031900     05 RPT-TOT-TEXT                 PIC X(30).
032000     05 RPT-TOT-COUNT                PIC ZZZ,ZZZ,ZZ9.
032100     05 FILLER                       PIC X(87) VALUE SPACES.
032200
032300 PROCEDURE DIVISION.
032400
032500 0000-MAINLINE.
032600
032700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032800
032900     PERFORM 2000-PROCESS-STUDENT THRU 2000-EXIT
033000         UNTIL WS-DOC-EOF.
033100
033200     PERFORM 5900-PRINT-TOTALS THRU 5900-EXIT.
033300
033400     PERFORM 3000-TERMINATE THRU 3000-EXIT.
033500
033600     GOBACK.
033700
033800 1000-INITIALIZE.
033900
034000*    THE ONLINE SUITE MUST BE QUIESCED (DCJB8PHJ) BEFORE HOLDFILE
034100*    IS UPDATED UNDER THIS RUN - THE SAME GATE DCJB8BDN STANDS
034200*    BEHIND.
034300     OPEN INPUT BATCHCTL-FILE.
034400     IF NOT WS-BATCHCTL-OK
034500         DISPLAY 'DCJB8BDC - BATCHCTL OPEN FAILED, STATUS = '
034600             WS-BATCHCTL-STATUS
034700         GO TO 9999-ABEND
034800     END-IF.
034900     MOVE 0 TO BCT-RUN-DATE.
035000     MOVE 'QUIESCE' TO BCT-JOB.
035100     READ BATCHCTL-FILE
035200         INVALID KEY
035300             DISPLAY 'DCJB8BDC - ONLINE SUITE NOT QUIESCED'
035400             GO TO 9999-ABEND
035500         NOT INVALID KEY
035600             IF NOT BCT-RUNNING
035700                 DISPLAY 'DCJB8BDC - ONLINE SUITE NOT QUIESCED'
035800                 GO TO 9999-ABEND
035900             END-IF
036000     END-READ.
036100     CLOSE BATCHCTL-FILE.
036200
036300     ACCEPT WS-CURR-DATE FROM DAY.
036400     MOVE WS-CURR-DATE(1:4) TO WS-CURR-YYYY.
036500     MOVE WS-CURR-DATE(5:3) TO WS-CURR-DDD.
036600     COMPUTE WS-CURR-CYY = WS-CURR-YYYY - 1900.
036700     COMPUTE WS-TODAY-DAYS = (WS-CURR-CYY * 365) + WS-CURR-DDD.
036800     COMPUTE WS-CURR-CYYDDD = WS-CURR-DATE - 1900000.
036900
037000     OPEN I-O DOC-FILE.
037100     IF NOT WS-DOCFILE-OK
037200         DISPLAY 'DCJB8BDC - DOCFILE OPEN FAILED, STATUS = '
037300             WS-DOCFILE-STATUS
037400         GO TO 9999-ABEND
037500     END-IF.
037600
037700     OPEN INPUT STUFILE.
037800     IF NOT WS-STUFILE-OK
037900         DISPLAY 'DCJB8BDC - STUFILE OPEN FAILED, STATUS = '
038000             WS-STUFILE-STATUS
038100         GO TO 9999-ABEND
038200     END-IF.
038300
038400     OPEN I-O HOLD-FILE.
038500     IF NOT WS-HOLDFILE-OK
038600         DISPLAY 'DCJB8BDC - HOLDFILE OPEN FAILED, STATUS = '
038700             WS-HOLDFILE-STATUS
038800         GO TO 9999-ABEND
038900     END-IF.
039000
039100     OPEN INPUT PRFFILE.
039200     IF NOT WS-PRFFILE-OK
039300         DISPLAY 'DCJB8BDC - PRFFILE OPEN FAILED, STATUS = '
039400             WS-PRFFILE-STATUS
039500         GO TO 9999-ABEND
039600     END-IF.
039700
039800     OPEN EXTEND EMAILQ-FILE.
039900     IF WS-EMLQ-NOFILE
040000         OPEN OUTPUT EMAILQ-FILE
040100     END-IF.
040200     IF NOT WS-EMLQ-OK
040300         DISPLAY 'DCJB8BDC - EMAILQ OPEN FAILED, STATUS = '
040400             WS-EMLQ-STATUS
040500         GO TO 9999-ABEND
040600     END-IF.
040700
040800     OPEN I-O CORR-FILE.
040900     IF NOT WS-CORFILE-OK
041000         DISPLAY 'DCJB8BDC - CORRFILE OPEN FAILED, STATUS = '
041100             WS-CORFILE-STATUS
041200         GO TO 9999-ABEND
041300     END-IF.
041400
041500     OPEN OUTPUT LETTER-RPT.
041600     IF NOT WS-DOCLTR-OK
041700         DISPLAY 'DCJB8BDC - DOCLTR OPEN FAILED, STATUS = '
041800             WS-DOCLTR-STATUS
041900         GO TO 9999-ABEND
042000     END-IF.
042100
042200     OPEN OUTPUT ACTION-RPT.
042300     IF NOT WS-DOCRPT-OK
042400         DISPLAY 'DCJB8BDC - DOCRPT OPEN FAILED, STATUS = '
042500             WS-DOCRPT-STATUS
042600         GO TO 9999-ABEND
042700     END-IF.
042800
042900     MOVE WS-CURR-CYYDDD TO HD1-RUN-DATE.
043000     WRITE ACT-LINE FROM RPT-HEADING-1.
043100     WRITE ACT-LINE FROM RPT-HEADING-2.
043200
043300     PERFORM 2100-READ-NEXT-DOC THRU 2100-EXIT.
043400
043500 1000-EXIT.
043600     EXIT.
043700
043800*----------------------------------------------------------------
043900* ONE STUDENT'S CHECKLIST - EVERY ROW UNDER THE STUDENT NUMBER IS
044000* TAKEN IN, THEN THE HOLD AND THE REMINDER ARE JUDGED.
044100*----------------------------------------------------------------
044200 2000-PROCESS-STUDENT.
044300
044400     MOVE DOC-STU-NUMBER TO WS-CUR-STU.
044500     MOVE 0 TO WS-OUT-COUNT.
044600     MOVE 0 TO WS-LATE-COUNT.
044700     MOVE 0 TO WS-ITEM-COUNT.
044800     MOVE 0 TO WS-LAST-REMIND.
044900     MOVE 'N' TO WS-PLACED-SW.
045000
045100     PERFORM 2200-TAKE-ONE-DOC THRU 2200-EXIT
045200         UNTIL (WS-DOC-EOF) OR (DOC-STU-NUMBER NOT = WS-CUR-STU).
045300
045400     ADD 1 TO WS-STUDENT-COUNT.
045500
045600     PERFORM 5000-JUDGE-STUDENT THRU 5000-EXIT.
045700
045800 2000-EXIT.
045900     EXIT.
046000
046100 2100-READ-NEXT-DOC.
046200
046300     READ DOC-FILE NEXT RECORD
046400         AT END
046500             MOVE 'Y' TO WS-DOC-EOF-SW
046600     END-READ.
046700
046800 2100-EXIT.
046900     EXIT.
047000
047100*----------------------------------------------------------------
047200* ONE CHECKLIST ROW. A RECEIVED OR WAIVED DOCUMENT IS DONE WITH;
047300* AN OUTSTANDING ONE IS TABLED, AND IS OVERDUE ONCE ITS REQUIRED-
047400* BY DATE HAS PASSED.
047500*----------------------------------------------------------------
047600 2200-TAKE-ONE-DOC.
047700
047800     IF DOC-SATISFIED
047900         GO TO 2200-NEXT
048000     END-IF.
048100
048200     ADD 1 TO WS-OUT-COUNT.
048300     IF DOC-REMIND-DATE > WS-LAST-REMIND
048400         MOVE DOC-REMIND-DATE TO WS-LAST-REMIND
048500     END-IF.
048600
048700     IF WS-ITEM-COUNT NOT < 20
048800         IF DOC-REQUIRED-DATE < WS-CURR-CYYDDD
048900             ADD 1 TO WS-LATE-COUNT
049000         END-IF
049100         GO TO 2200-NEXT
049200     END-IF.
049300
049400     ADD 1 TO WS-ITEM-COUNT.
049500     MOVE DOC-CODE TO WS-ITEM-CODE(WS-ITEM-COUNT).
049600     MOVE DOC-DESCRIPTION TO WS-ITEM-DESC(WS-ITEM-COUNT).
049700     MOVE DOC-REQUIRED-DATE TO WS-ITEM-REQUIRED(WS-ITEM-COUNT).
049800     MOVE 'N' TO WS-ITEM-LATE-SW(WS-ITEM-COUNT).
049900     IF DOC-REQUIRED-DATE < WS-CURR-CYYDDD
050000         ADD 1 TO WS-LATE-COUNT
050100         MOVE 'Y' TO WS-ITEM-LATE-SW(WS-ITEM-COUNT)
050200     END-IF.
050300
050400 2200-NEXT.
050500
050600     PERFORM 2100-READ-NEXT-DOC THRU 2100-EXIT.
050700
050800 2200-EXIT.
050900     EXIT.
051000
051100 3000-TERMINATE.
051200
051300     CLOSE DOC-FILE.
051400     CLOSE STUFILE.
051500     CLOSE HOLD-FILE.
051600     CLOSE PRFFILE.
051700     CLOSE EMAILQ-FILE.
051800     CLOSE CORR-FILE.
051900     CLOSE LETTER-RPT.
052000     CLOSE ACTION-RPT.
052100
052200     DISPLAY 'DCJB8BDC - STUDENTS = ' WS-STUDENT-COUNT
052300         ' HOLDS PLACED = ' WS-HOLD-COUNT
052400         ' HOLDS RELEASED = ' WS-RELEASE-COUNT.
052500     DISPLAY 'DCJB8BDC - REMINDERS = ' WS-LETTER-COUNT
052600         ' OF THESE, SENT BY EMAIL = ' WS-EMAILED-COUNT.
052700
052800 3000-EXIT.
052900     EXIT.
053000
053100*----------------------------------------------------------------
053200* THE HOLD AND THE REMINDER FOR THE STUDENT IN HAND. EVERYTHING IN
053300* - A DOCUMENTS HOLD COMES OFF (WHOEVER PLACED IT). SOMETHING
053400* OVERDUE - THE DOCUMENTS HOLD GOES ON UNLESS A HOLD OF ANY TYPE
053500* IS ALREADY THERE, AND A REMINDER GOES OUT IF THE LAST ONE IS
053600* OLDER THAN THE INTERVAL. A WITHDRAWN STUDENT IS LEFT ALONE.
053700*----------------------------------------------------------------
053800 5000-JUDGE-STUDENT.
053900
054000     MOVE WS-CUR-STU TO HLD-STU-NUMBER.
054100     READ HOLD-FILE
054200         INVALID KEY
054300             SET WS-NO-HOLD TO TRUE
054400         NOT INVALID KEY
054500             SET WS-HOLD-ON-FILE TO TRUE
054600     END-READ.
054700
054800     IF WS-OUT-COUNT = 0
054900         IF WS-HOLD-ON-FILE AND HLD-DOCUMENTS
055000             PERFORM 6600-RELEASE-HOLD THRU 6600-EXIT
055100         END-IF
055200         GO TO 5000-EXIT
055300     END-IF.
055400
055500     IF WS-LATE-COUNT = 0
055600         GO TO 5000-EXIT
055700     END-IF.
055800
055900     ADD 1 TO WS-OVERDUE-COUNT.
056000
056100     MOVE WS-CUR-STU TO STU-NUMBER.
056200     READ STUFILE
056300         INVALID KEY
056400             MOVE '(NOT ON STUFILE)' TO STU-NAME
056500             MOVE SPACES TO STU-ADDRESS-1
056600             MOVE SPACES TO STU-ADDRESS-2
056700             MOVE SPACES TO STU-ADDRESS-3
056800             MOVE SPACES TO STU-POSTAL-1
056900             MOVE SPACES TO STU-POSTAL-2
057000             MOVE 'A' TO STU-STATUS
057100     END-READ.
057200
057300     IF STU-WITHDRAWN
057400         ADD 1 TO WS-WITHDRAWN-COUNT
057500         GO TO 5000-EXIT
057600     END-IF.
057700
057800     IF WS-NO-HOLD
057900         PERFORM 6500-PLACE-HOLD THRU 6500-EXIT
058000     END-IF.
058100
058200     SET WS-REMIND-DUE TO TRUE.
058300     IF WS-LAST-REMIND NOT = 0
058400         MOVE WS-LAST-REMIND TO WS-REMIND-X
058500         MOVE WS-REMIND-X(2:3) TO WS-REMIND-CYY
058600         MOVE WS-REMIND-X(5:3) TO WS-REMIND-DDD
058700         COMPUTE WS-REMIND-DAYS = WS-TODAY-DAYS
058800             - ((WS-REMIND-CYY * 365) + WS-REMIND-DDD)
058900         IF WS-REMIND-DAYS < WS-REMIND-INTERVAL
059000             SET WS-REMIND-NOT-DUE TO TRUE
059100         END-IF
059200     END-IF.
059300
059400     IF WS-REMIND-DUE
059500         PERFORM 6000-PRINT-LETTER THRU 6000-EXIT
059600         PERFORM 6800-STAMP-REMINDED THRU 6800-EXIT
059700     END-IF.
059800
059900*    ONE LISTING ENTRY FOR WHATEVER WAS DONE TONIGHT.
060000     EVALUATE TRUE
060100         WHEN WS-HOLD-PLACED AND WS-REMIND-DUE
060200             MOVE 'HOLD + REMINDER' TO RPT-DET-ACTION
060300         WHEN WS-HOLD-PLACED
060400             MOVE 'HOLD PLACED' TO RPT-DET-ACTION
060500         WHEN WS-REMIND-DUE
060600             MOVE 'REMINDER SENT' TO RPT-DET-ACTION
060700         WHEN OTHER
060800             GO TO 5000-EXIT
060900     END-EVALUATE.
061000     PERFORM 5800-LIST-STUDENT THRU 5800-EXIT.
061100
061200 5000-EXIT.
061300     EXIT.
061400
061500*----------------------------------------------------------------
061600* ONE LISTING ENTRY - THE STUDENT AND THE ACTION ON THE FIRST
061700* LINE, EACH OUTSTANDING DOCUMENT BESIDE IT AND BELOW IT.
061800*----------------------------------------------------------------
061900 5800-LIST-STUDENT.
062000
062100     MOVE WS-CUR-STU TO RPT-DET-STU.
062200     MOVE STU-NAME TO RPT-DET-NAME.
062300     MOVE SPACES TO RPT-DET-CODE.
062400     MOVE SPACES TO RPT-DET-DESC.
062500     MOVE SPACES TO RPT-DET-REQUIRED.
062600     MOVE SPACES TO RPT-DET-FLAG.
062700
062800     IF WS-ITEM-COUNT = 0
062900         WRITE ACT-LINE FROM RPT-DETAIL-LINE
063000         GO TO 5800-EXIT
063100     END-IF.
063200
063300     PERFORM 5810-LIST-ONE-ITEM THRU 5810-EXIT
063400         VARYING WS-ITEM-IDX FROM 1 BY 1
063500         UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.
063600
063700 5800-EXIT.
063800     EXIT.
063900
064000 5810-LIST-ONE-ITEM.
064100
064200     MOVE WS-ITEM-CODE(WS-ITEM-IDX) TO RPT-DET-CODE.
064300     MOVE WS-ITEM-DESC(WS-ITEM-IDX) TO RPT-DET-DESC.
064400     COMPUTE WS-SHOW-DATE =
064500         WS-ITEM-REQUIRED(WS-ITEM-IDX) + 1900000.
064600     MOVE WS-SHOW-DATE TO RPT-DET-REQUIRED.
064700     IF WS-ITEM-LATE(WS-ITEM-IDX)
064800         MOVE 'OVERDUE' TO RPT-DET-FLAG
064900     ELSE
065000         MOVE SPACES TO RPT-DET-FLAG
065100     END-IF.
065200     WRITE ACT-LINE FROM RPT-DETAIL-LINE.
065300
065400*    ONLY THE FIRST LINE CARRIES THE STUDENT.
065500     MOVE SPACES TO RPT-DET-STU.
065600     MOVE SPACES TO RPT-DET-NAME.
065700     MOVE SPACES TO RPT-DET-ACTION.
065800
065900 5810-EXIT.
066000     EXIT.
066100
066200 5900-PRINT-TOTALS.
066300
066400     MOVE '0' TO RPT-TOT-CC.
066500     MOVE 'STUDENTS WITH A CHECKLIST  . .' TO RPT-TOT-TEXT.
066600     MOVE WS-STUDENT-COUNT TO RPT-TOT-COUNT.
066700     WRITE ACT-LINE FROM RPT-TOTAL-LINE.
066800
066900     MOVE ' ' TO RPT-TOT-CC.
067000     MOVE 'WITH DOCUMENTS OVERDUE . . . .' TO RPT-TOT-TEXT.
067100     MOVE WS-OVERDUE-COUNT TO RPT-TOT-COUNT.
067200     WRITE ACT-LINE FROM RPT-TOTAL-LINE.
067300
067400     MOVE 'DOCUMENTS HOLDS PLACED . . . .' TO RPT-TOT-TEXT.
067500     MOVE WS-HOLD-COUNT TO RPT-TOT-COUNT.
067600     WRITE ACT-LINE FROM RPT-TOTAL-LINE.
067700
067800     MOVE 'DOCUMENTS HOLDS RELEASED . . .' TO RPT-TOT-TEXT.
067900     MOVE WS-RELEASE-COUNT TO RPT-TOT-COUNT.
068000     WRITE ACT-LINE FROM RPT-TOTAL-LINE.
068100
068200     MOVE 'REMINDER LETTERS SENT  . . . .' TO RPT-TOT-TEXT.
068300     MOVE WS-LETTER-COUNT TO RPT-TOT-COUNT.
068400     WRITE ACT-LINE FROM RPT-TOTAL-LINE.
068500
068600     MOVE 'WITHDRAWN, LEFT ALONE  . . . .' TO RPT-TOT-TEXT.
068700     MOVE WS-WITHDRAWN-COUNT TO RPT-TOT-COUNT.
068800     WRITE ACT-LINE FROM RPT-TOTAL-LINE.
068900
069000 5900-EXIT.
069100     EXIT.
069200
069300*----------------------------------------------------------------
069400* ONE REMINDER LETTER - NOTICE HEADING, THE DCJB8BML-SHAPED
069500* ADDRESS BLOCK, AND EVERY OUTSTANDING DOCUMENT BY NAME WITH ITS
069600* REQUIRED-BY DATE.
069700*----------------------------------------------------------------
069800 6000-PRINT-LETTER.
069900
070000     MOVE 'REQUIRED DOCUMENTS OUTSTANDING' TO LTR-NTC-TEXT.
070100
070200*    THE REGISTER KEY IS SET FIRST - THE DELIVERY CHANNEL IS
070300*    CHOSEN AGAINST IT, AND THE NOTICE HEADING IS THE SUBJECT.
070400     MOVE WS-CUR-STU TO WS-COR-STU.
070500     MOVE 'DOCREMND' TO WS-COR-DOC.
070600     MOVE WS-CURR-CYYDDD TO WS-COR-CYYDDD.
070700     MOVE LTR-NTC-TEXT TO WS-EML-SUBJECT.
070800     PERFORM 7400-CHOOSE-CHANNEL THRU 7400-EXIT.
070900
071000     MOVE LTR-NOTICE-LINE TO RPT-LINE.
071100     PERFORM 7500-PUT-LINE THRU 7500-EXIT.
071200
071300     MOVE STU-NAME TO LTR-TXT.
071400     MOVE LTR-TEXT-LINE TO RPT-LINE.
071500     PERFORM 7500-PUT-LINE THRU 7500-EXIT.
071600     MOVE STU-ADDRESS-1 TO LTR-TXT.
071700     MOVE LTR-TEXT-LINE TO RPT-LINE.
071800     PERFORM 7500-PUT-LINE THRU 7500-EXIT.
071900     MOVE STU-ADDRESS-2 TO LTR-TXT.
072000     MOVE LTR-TEXT-LINE TO RPT-LINE.
072100     PERFORM 7500-PUT-LINE THRU 7500-EXIT.
072200     MOVE STU-ADDRESS-3 TO LTR-TXT.
072300     MOVE LTR-TEXT-LINE TO RPT-LINE.
072400     PERFORM 7500-PUT-LINE THRU 7500-EXIT.
072500     MOVE STU-POSTAL-1 TO LTR-PST-1.
072600     MOVE STU-POSTAL-2 TO LTR-PST-2.
072700     MOVE LTR-POSTAL-LINE TO RPT-LINE.
072800     PERFORM 7500-PUT-LINE THRU 7500-EXIT.
072900
073000     MOVE SPACES TO LTR-TXT.
073100     MOVE LTR-TEXT-LINE TO RPT-LINE.
073200     PERFORM 7500-PUT-LINE THRU 7500-EXIT.
073300
073400     MOVE
073500     'OUR RECORDS SHOW THAT THE FOLLOWING DOCUMENTS HAVE NOT YET'
073600         TO LTR-TXT.
073700     MOVE LTR-TEXT-LINE TO RPT-LINE.
073800     PERFORM 7500-PUT-LINE THRU 7500-EXIT.
073900     MOVE
074000     'BEEN RECEIVED. PLEASE SEND THEM TO THE REGISTRAR PROMPTLY.'
074100         TO LTR-TXT.
074200     MOVE LTR-TEXT-LINE TO RPT-LINE.
074300     PERFORM 7500-PUT-LINE THRU 7500-EXIT.
074400
074500     MOVE SPACES TO LTR-TXT.
074600     MOVE LTR-TEXT-LINE TO RPT-LINE.
074700     PERFORM 7500-PUT-LINE THRU 7500-EXIT.
074800
074900     PERFORM 6100-PUT-ONE-ITEM THRU 6100-EXIT
075000         VARYING WS-ITEM-IDX FROM 1 BY 1
075100         UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.
075200
075300     IF WS-OUT-COUNT > WS-ITEM-COUNT
075400         MOVE 'FURTHER DOCUMENTS ARE ALSO OUTSTANDING.' TO LTR-TXT
075500         MOVE LTR-TEXT-LINE TO RPT-LINE
075600         PERFORM 7500-PUT-LINE THRU 7500-EXIT
075700     END-IF.
075800
075900     MOVE SPACES TO LTR-TXT.
076000     MOVE LTR-TEXT-LINE TO RPT-LINE.
076100     PERFORM 7500-PUT-LINE THRU 7500-EXIT.
076200
076300     IF WS-HOLD-ON-FILE AND HLD-DOCUMENTS
076400         MOVE
076500     'A REGISTRATION HOLD IS ON YOUR RECORD UNTIL THEY ARRIVE.'
076600             TO LTR-TXT
076700     ELSE
076800         MOVE
076900     'PLEASE CONTACT THE REGISTRAR IF YOU HAVE ALREADY SENT THEM.'
077000             TO LTR-TXT
077100     END-IF.
077200     MOVE LTR-TEXT-LINE TO RPT-LINE.
077300     PERFORM 7500-PUT-LINE THRU 7500-EXIT.
077400
077500     ADD 1 TO WS-LETTER-COUNT.
077600
077700*    AN EMAILED REMINDER IS CLOSED OFF, THEN THE REMINDER GOES ON
077800*    THE CORRESPONDENCE REGISTER.
077900     PERFORM 7600-END-LETTER THRU 7600-EXIT.
078000     PERFORM 8000-LOG-CORRESPONDENCE THRU 8000-EXIT.
078100
078200 6000-EXIT.
078300     EXIT.
078400
078500 6100-PUT-ONE-ITEM.
078600
078700     MOVE WS-ITEM-DESC(WS-ITEM-IDX) TO LTR-ITM-DESC.
078800     COMPUTE LTR-ITM-DATE =
078900         WS-ITEM-REQUIRED(WS-ITEM-IDX) + 1900000.
079000     IF WS-ITEM-LATE(WS-ITEM-IDX)
079100         MOVE 'OVERDUE' TO LTR-ITM-FLAG
079200     ELSE
079300         MOVE SPACES TO LTR-ITM-FLAG
079400     END-IF.
079500     MOVE LTR-ITEM-LINE TO RPT-LINE.
079600     PERFORM 7500-PUT-LINE THRU 7500-EXIT.
079700
079800 6100-EXIT.
079900     EXIT.
080000
080100*----------------------------------------------------------------
080200* PLACES THE DOCUMENTS HOLD. THE FILE HOLDS ONE ACTIVE HOLD PER
080300* STUDENT - THE CALLER HAS ALREADY SEEN THERE IS NONE.
080400*----------------------------------------------------------------
080500 6500-PLACE-HOLD.
080600
080700     MOVE WS-CUR-STU TO HLD-STU-NUMBER.
080800     MOVE 'D' TO HLD-TYPE.
080900     MOVE 'DCJB8BDC' TO HLD-PLACED-BY.
081000     MOVE WS-CURR-CYYDDD TO HLD-DATE.
081100     MOVE 0 TO HLD-TIME.
081200
081300     WRITE HOLDFILE-RECORD
081400         INVALID KEY
081500             CONTINUE
081600     END-WRITE.
081700
081800     IF WS-HOLDFILE-OK
081900         ADD 1 TO WS-HOLD-COUNT
082000         SET WS-HOLD-ON-FILE TO TRUE
082100         SET WS-HOLD-PLACED TO TRUE
082200     END-IF.
082300
082400 6500-EXIT.
082500     EXIT.
082600
082700*----------------------------------------------------------------
082800* RELEASES THE DOCUMENTS HOLD ONCE EVERY DOCUMENT IS IN.
082900*----------------------------------------------------------------
083000 6600-RELEASE-HOLD.
083100
083200     DELETE HOLD-FILE
083300         INVALID KEY
083400             GO TO 6600-EXIT
083500     END-DELETE.
083600
083700     ADD 1 TO WS-RELEASE-COUNT.
083800
083900     MOVE WS-CUR-STU TO STU-NUMBER.
084000     READ STUFILE
084100         INVALID KEY
084200             MOVE '(NOT ON STUFILE)' TO STU-NAME
084300     END-READ.
084400     MOVE 'HOLD RELEASED' TO RPT-DET-ACTION.
084500     PERFORM 5800-LIST-STUDENT THRU 5800-EXIT.
084600
084700 6600-EXIT.
084800     EXIT.
084900
085000*----------------------------------------------------------------
085100* STAMPS THE REMINDER DATE ON EVERY ROW THE LETTER NAMED, THEN
085200* PUTS THE SWEEP BACK ON THE NEXT STUDENT'S FIRST ROW.
085300*----------------------------------------------------------------
085400 6800-STAMP-REMINDED.
085500
085600     IF NOT WS-DOC-EOF
085700         MOVE DOC-KEY TO WS-NEXT-KEY
085800     END-IF.
085900
086000     PERFORM 6810-STAMP-ONE-ROW THRU 6810-EXIT
086100         VARYING WS-ITEM-IDX FROM 1 BY 1
086200         UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.
086300
086400     IF WS-DOC-EOF
086500         GO TO 6800-EXIT
086600     END-IF.
086700
086800     MOVE WS-NEXT-KEY TO DOC-KEY.
086900     START DOC-FILE KEY IS NOT LESS THAN DOC-KEY
087000         INVALID KEY
087100             MOVE 'Y' TO WS-DOC-EOF-SW
087200             GO TO 6800-EXIT
087300     END-START.
087400     PERFORM 2100-READ-NEXT-DOC THRU 2100-EXIT.
087500
087600 6800-EXIT.
087700     EXIT.
087800
087900 6810-STAMP-ONE-ROW.
088000
088100     MOVE WS-CUR-STU TO DOC-STU-NUMBER.
088200     MOVE WS-ITEM-CODE(WS-ITEM-IDX) TO DOC-CODE.
088300     READ DOC-FILE
088400         INVALID KEY
088500             GO TO 6810-EXIT
088600     END-READ.
088700
088800     MOVE WS-CURR-CYYDDD TO DOC-REMIND-DATE.
088900     REWRITE DOCFILE-RECORD
089000         INVALID KEY
089100             DISPLAY 'DCJB8BDC - DOCFILE REWRITE FAILED FOR '
089200                 DOC-KEY ', STATUS = ' WS-DOCFILE-STATUS
089300             GO TO 9999-ABEND
089400     END-REWRITE.
089500
089600 6810-EXIT.
089700     EXIT.
089800
089900*----------------------------------------------------------------
090000* HOW THE LETTER FOR WS-COR-STU GOES OUT - BY EMAIL WHEN PRFFILE
090100* HOLDS AN ADDRESS AND THE STUDENT'S CONSENT, OTHERWISE ON PAPER.
090200* AN EMAILED LETTER STARTS WITH ITS QUEUE HEADER HERE.
090300*----------------------------------------------------------------
090400 7400-CHOOSE-CHANNEL.
090500
090600     SET WS-EML-ON-PAPER TO TRUE.
090700     MOVE 0 TO WS-EML-LINE-NO.
090800
090900     MOVE WS-COR-STU TO PRF-STU-NUMBER.
091000     READ PRFFILE
091100         INVALID KEY
091200             GO TO 7400-EXIT
091300     END-READ.
091400
091500     IF (PRF-EMAIL = SPACES) OR (NOT PRF-EMAIL-CONSENTED)
091600         GO TO 7400-EXIT
091700     END-IF.
091800
091900     SET WS-EML-BY-EMAIL TO TRUE.
092000     MOVE SPACES TO EMAILQ-RECORD.
092100     MOVE WS-COR-STU TO EMQ-STU-NUMBER.
092200     MOVE WS-COR-CYYDDD TO EMQ-DATE.
092300     MOVE WS-COR-DOC TO EMQ-DOC-TYPE.
092400     MOVE EMQ-KEY TO WS-EML-KEY.
092500     SET EMQ-HEADER TO TRUE.
092600     MOVE 0 TO EMQ-LINE-NO.
092700     MOVE PRF-EMAIL TO EMQ-RECIPIENT.
092800     MOVE WS-EML-SUBJECT TO EMQ-SUBJECT.
092900     MOVE 'DCJB8BDC' TO EMQ-RUN-ID.
093000     WRITE EMAILQ-RECORD.
093100
093200 7400-EXIT.
093300     EXIT.
093400
093500*----------------------------------------------------------------
093600* ONE LETTER LINE, ALREADY BUILT IN RPT-LINE - PRINTED, OR QUEUED
093700* AS THE NEXT BODY ROW OF THE EMAIL (CARRIAGE CONTROL AND ALL, SO
093800* THE GATEWAY CAN LAY THE PAGE OUT THE SAME WAY).
093900*----------------------------------------------------------------
094000 7500-PUT-LINE.
094100
094200     IF WS-EML-ON-PAPER
094300         WRITE RPT-LINE
094400         GO TO 7500-EXIT
094500     END-IF.
094600
094700     ADD 1 TO WS-EML-LINE-NO.
094800     MOVE SPACES TO EMAILQ-RECORD.
094900     MOVE WS-EML-KEY TO EMQ-KEY.
095000     SET EMQ-BODY TO TRUE.
095100     MOVE WS-EML-LINE-NO TO EMQ-LINE-NO.
095200     MOVE RPT-LINE TO EMQ-DATA.
095300     WRITE EMAILQ-RECORD.
095400
095500 7500-EXIT.
095600     EXIT.
095700
095800*----------------------------------------------------------------
095900* CLOSES AN EMAILED LETTER WITH ITS TRAILER - THE BODY LINE COUNT
096000* THE GATEWAY CHECKS BEFORE IT SENDS.
096100*----------------------------------------------------------------
096200 7600-END-LETTER.
096300
096400     IF WS-EML-ON-PAPER
096500         GO TO 7600-EXIT
096600     END-IF.
096700
096800     MOVE SPACES TO EMAILQ-RECORD.
096900     MOVE WS-EML-KEY TO EMQ-KEY.
097000     SET EMQ-TRAILER TO TRUE.
097100     MOVE 999 TO EMQ-LINE-NO.
097200     MOVE WS-EML-LINE-NO TO EMQ-LINE-COUNT.
097300     WRITE EMAILQ-RECORD.
097400     ADD 1 TO WS-EMAILED-COUNT.
097500
097600 7600-EXIT.
097700     EXIT.
097800
097900*----------------------------------------------------------------
098000* ONE CORRESPONDENCE-REGISTER ROW PER DOCUMENT MAILED - THE
098100* SEQUENCE BUMPS PAST ANY ROW ALREADY ON FILE FOR THE DAY.
098200*----------------------------------------------------------------
098300 8000-LOG-CORRESPONDENCE.
098400
098500     MOVE SPACES TO CORRFILE-RECORD.
098600     MOVE WS-COR-STU TO COR-STU-NUMBER.
098700     MOVE WS-COR-CYYDDD TO COR-DATE.
098800     MOVE WS-COR-DOC TO COR-DOC-TYPE.
098900     MOVE 'DCJB8BDC' TO COR-RUN-ID.
099000     MOVE WS-EML-CHANNEL TO COR-CHANNEL.
099100     MOVE 1 TO COR-SEQ.
099110*    THE STATUS IS STILL '00' FROM THE LAST CORRFILE I/O - CLEAR
099120*    IT SO THE FIRST WRITE IS ACTUALLY TRIED.
099130     MOVE SPACES TO WS-CORFILE-STATUS.
099200
099300     PERFORM 8010-TRY-ONE-SEQ THRU 8010-EXIT
099400         UNTIL (WS-CORFILE-OK) OR (COR-SEQ > 99).
099500
099600 8000-EXIT.
099700     EXIT.
099800
099900 8010-TRY-ONE-SEQ.
100000
100100     WRITE CORRFILE-RECORD
100200         INVALID KEY
100300             ADD 1 TO COR-SEQ
100400     END-WRITE.
100500
100600 8010-EXIT.
100700     EXIT.
100800
100900 9999-ABEND.
101000
101100     MOVE 16 TO RETURN-CODE.
101200     GOBACK.
101300
101400 END PROGRAM DCJB8BDC.
