000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BCE.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - GOVERNMENT STUDENT-LOAN
001100*                CONFIRMATION-OF-ENROLLMENT EXCHANGE. THE LOAN
001200*                AGENCY'S REQUEST FILE IS FIRST PROVED AGAINST
001300*                ITS OWN TRAILER (A FILE THAT DOES NOT BALANCE
001400*                IS REFUSED WHOLE). EACH REQUEST MUST MATCH
001500*                STUFILE ON STUDENT NUMBER, NAME AND (FROM
001600*                PRFFILE) DATE OF BIRTH; A MATCHED STUDENT IS
001700*                CONFIRMED ON THE AGENCY'S FIXED-FORMAT RESPONSE
001800*                FILE WITH THE ENROLLMENT STATUS, FULL- OR
001900*                PART-TIME LOAD FROM CRS-CREDIT-HOURS, THE TERM
002000*                DATES FROM TERMFILE AND ANY WITHDRAWAL DATE
002100*                DCJB8PGW RECORDED, AND EACH
002200*                CONFIRMATION IS REGISTERED ON CORRFILE. A REQUEST
002300*                THAT CANNOT BE MATCHED GOES ON THE EXCEPTION LIST
002400*                FOR STAFF TO RESOLVE INSTEAD OF BEING ANSWERED.
002410* 10/15/26  HZ   CORRFILE STATUS CLEARED BEFORE THE SEQUENCE
002420*                SEARCH - THE '00' LEFT BY THE OPEN ENDED THE
002430*                SEARCH BEFORE ANY WRITE, SO NOTHING WAS LOGGED.
002500*----------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400
003500*    THE AGENCY'S REQUEST FILE - READ TWICE, ONCE TO PROVE THE
003600*    TRAILER AND ONCE TO ANSWER.
003700     SELECT REQUEST-FILE ASSIGN TO COEREQ
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-COEREQ-STATUS.
004000
004100*    THE RESPONSE BACK TO THE AGENCY, WITH ITS OWN HEADER AND
004200*    BALANCING TRAILER.
004300     SELECT RESPONSE-FILE ASSIGN TO COERSP
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-COERSP-STATUS.
004600
004700     SELECT STUFILE ASSIGN TO STUFILE
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS STU-NUMBER
005100         FILE STATUS IS WS-STUFILE-STATUS.
005200
005300     SELECT CRSFILE ASSIGN TO CRSFILE
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS CRS-CODE
005700         FILE STATUS IS WS-CRSFILE-STATUS.
005800
005900     SELECT PRFFILE ASSIGN TO PRFFILE
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS PRF-STU-NUMBER
006300         FILE STATUS IS WS-PRFFILE-STATUS.
006400
006500     SELECT TERMFILE ASSIGN TO TERMFILE
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS TRM-KEY
006900         FILE STATUS IS WS-TERMFILE-STATUS.
007000
007100     SELECT CORR-FILE ASSIGN TO CORRFILE
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS RANDOM
007400         RECORD KEY IS COR-KEY
007500         FILE STATUS IS WS-CORFILE-STATUS.
007600
007700     SELECT COE-RPT ASSIGN TO COEXRPT
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-COEXRPT-STATUS.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300
008400 FD  REQUEST-FILE
008500     LABEL RECORDS ARE STANDARD
008600     RECORD CONTAINS 80 CHARACTERS
008700     DATA RECORD IS REQ-LINE.
008800
008900*    REQUEST RECORDS - THE FIRST BYTE SAYS WHICH: 'H' HEADER
009000*    (THE AGENCY'S FILE DATE, YYYYDDD, ITS ID AND BATCH NUMBER),
009100*    'D' ONE STUDENT TO CONFIRM (THE AGENCY'S OWN REQUEST ID, THE
009200*    STUDENT NUMBER, NAME AND BIRTH DATE, YYYYMMDD, AS THE AGENCY
009300*    HOLDS THEM, AND THE TERM - BLANK FOR THE STUDENT'S CURRENT
009400*    ONE), 'T' TRAILER (DETAIL COUNT).
009500 01  REQ-LINE.
009600     05 REQ-REC-TYPE                 PIC X(1).
009700         88 REQ-HEADER                   VALUE 'H'.
009800         88 REQ-DETAIL                   VALUE 'D'.
009900         88 REQ-TRAILER                  VALUE 'T'.
010000     05 REQ-DATA                     PIC X(79).
010100 01  REQ-HEADER-REC REDEFINES REQ-LINE.
010200     05 RQH-REC-TYPE                 PIC X(1).
010300     05 RQH-FILE-DATE                PIC 9(7).
010400     05 RQH-AGENCY                   PIC X(8).
010500     05 RQH-BATCH-ID                 PIC X(10).
010600     05 FILLER                       PIC X(54).
010700 01  REQ-DETAIL-REC REDEFINES REQ-LINE.
010800     05 RQD-REC-TYPE                 PIC X(1).
010900     05 RQD-REQUEST-ID               PIC X(12).
011000     05 RQD-STU-NUMBER               PIC X(7).
011100     05 RQD-NAME                     PIC X(20).
011200     05 RQD-BIRTH-DATE               PIC X(8).
011300     05 RQD-TERM                     PIC X(5).
011400     05 FILLER                       PIC X(27).
011500 01  REQ-TRAILER-REC REDEFINES REQ-LINE.
011600     05 RQT-REC-TYPE                 PIC X(1).
011700     05 RQT-COUNT                    PIC 9(7).
011800     05 FILLER                       PIC X(72).
011900
012000 FD  RESPONSE-FILE
012100     LABEL RECORDS ARE STANDARD
012200     RECORD CONTAINS 80 CHARACTERS
012300     DATA RECORD IS RSP-LINE.
012400
012500*    RESPONSE RECORDS - 'H' HEADER (OUR RESPONSE DATE, YYYYDDD,
012600*    AND THE AGENCY AND BATCH BEING ANSWERED), 'D' ONE
012700*    CONFIRMATION, 'T' TRAILER (DETAIL COUNT). ALL DATES ARE
012800*    YYYYDDD, ZERO WHEN THERE IS NONE. STATUS IS 'E' ENROLLED, 'W'
012900*    WITHDRAWN OR 'N' NOT ENROLLED IN ANY COURSE; LOAD IS 'F' FULL
013000*    TIME (NINE OR MORE CREDIT HOURS, AS DCJB8BME COUNTS IT) OR
013100*    'P' PART TIME.
013200 01  RSP-LINE.
013300     05 RSP-REC-TYPE                 PIC X(1).
013400     05 RSP-DATA                     PIC X(79).
013500 01  RSP-HEADER-REC REDEFINES RSP-LINE.
013600     05 RSH-REC-TYPE                 PIC X(1).
013700     05 RSH-RESPONSE-DATE            PIC 9(7).
013800     05 RSH-AGENCY                   PIC X(8).
013900     05 RSH-BATCH-ID                 PIC X(10).
014000     05 FILLER                       PIC X(54).
014100 01  RSP-DETAIL-REC REDEFINES RSP-LINE.
014200     05 RSD-REC-TYPE                 PIC X(1).
014300     05 RSD-REQUEST-ID               PIC X(12).
014400     05 RSD-STU-NUMBER               PIC X(7).
014500     05 RSD-TERM                     PIC X(5).
014600     05 RSD-STATUS                   PIC X(1).
014700     05 RSD-LOAD                     PIC X(1).
014800     05 RSD-CREDITS                  PIC 9(2).
014900     05 RSD-TERM-START               PIC 9(7).
015000     05 RSD-TERM-END                 PIC 9(7).
015100     05 RSD-WITHDRAW-DATE            PIC 9(7).
015200     05 FILLER                       PIC X(30).
015300 01  RSP-TRAILER-REC REDEFINES RSP-LINE.
015400     05 RST-REC-TYPE                 PIC X(1).
015500     05 RST-COUNT                    PIC 9(7).
015600     05 FILLER                       PIC X(72).
015700
015800 FD  STUFILE
015900     LABEL RECORDS ARE STANDARD
016000     RECORD CONTAINS 227 CHARACTERS
016100     DATA RECORD IS STUFILE-RECORD.
016200
016300     COPY 'STUREC'.
016400
016500 FD  CRSFILE
016600     LABEL RECORDS ARE STANDARD
016700     RECORD CONTAINS 242 CHARACTERS
016800     DATA RECORD IS CRSFILE-RECORD.
016900
017000     COPY 'CRSREC'.
017100
017200 FD  PRFFILE
017300     LABEL RECORDS ARE STANDARD
017400     RECORD CONTAINS 200 CHARACTERS
017500     DATA RECORD IS PRFFILE-RECORD.
017600
017700     COPY 'PROFREC'.
017800
017900 FD  TERMFILE
018000     LABEL RECORDS ARE STANDARD
018100     RECORD CONTAINS 47 CHARACTERS
018200     DATA RECORD IS TERMFILE-RECORD.
018300
018400     COPY 'TERMREC'.
018500
018600 FD  CORR-FILE
018700     LABEL RECORDS ARE STANDARD
018800     RECORD CONTAINS 40 CHARACTERS
018900     DATA RECORD IS CORRFILE-RECORD.
019000
019100     COPY 'CORRREC'.
019200
019300 FD  COE-RPT
019400     LABEL RECORDS ARE STANDARD
019500     RECORD CONTAINS 133 CHARACTERS
019600     DATA RECORD IS RPT-LINE.
019700 01  RPT-LINE                        PIC X(133).
019800
019900 WORKING-STORAGE SECTION.
020000
020100 01  WS-COEREQ-STATUS                PIC X(2) VALUE SPACES.
020200     88 WS-COEREQ-OK                     VALUE '00'.
020300 01  WS-COERSP-STATUS                PIC X(2) VALUE SPACES.
020400     88 WS-COERSP-OK                     VALUE '00'.
020500 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
020600     88 WS-STUFILE-OK                    VALUE '00'.
020700 01  WS-CRSFILE-STATUS               PIC X(2) VALUE SPACES.
020800     88 WS-CRSFILE-OK                    VALUE '00'.
020900 01  WS-PRFFILE-STATUS               PIC X(2) VALUE SPACES.
021000     88 WS-PRFFILE-OK                    VALUE '00'.
021100 01  WS-TERMFILE-STATUS              PIC X(2) VALUE SPACES.
021200     88 WS-TERMFILE-OK                   VALUE '00'.
021300 01  WS-CORFILE-STATUS               PIC X(2) VALUE SPACES.
021400     88 WS-CORFILE-OK                    VALUE '00'.
021500 01  WS-COEXRPT-STATUS               PIC X(2) VALUE SPACES.
021600     88 WS-COEXRPT-OK                    VALUE '00'.
021700
021800 01  WS-SWITCHES.
021900     05 WS-REQ-EOF-SW                PIC X(1) VALUE 'N'.
022000         88 WS-REQ-EOF                    VALUE 'Y'.
022100     05 WS-HDR-SEEN-SW               PIC X(1) VALUE 'N'.
022200         88 WS-HDR-SEEN                   VALUE 'Y'.
022300     05 WS-TRL-SEEN-SW               PIC X(1) VALUE 'N'.
022400         88 WS-TRL-SEEN                   VALUE 'Y'.
022500
022600 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
022700 01  WS-CURR-CYYDDD                  PIC 9(7) VALUE 0.
022800
022900* THE HEADER LINE IS KEPT SO THE RESPONSE CAN ECHO THE AGENCY
023000* AND BATCH IT ANSWERS.
023100 01  WS-HEADER-LINE                  PIC X(80) VALUE SPACES.
023200 01  WS-HEADER-R REDEFINES WS-HEADER-LINE.
023300     05 FILLER                       PIC X(8).
023400     05 WS-HDR-AGENCY                PIC X(8).
023500     05 WS-HDR-BATCH-ID              PIC X(10).
023600     05 FILLER                       PIC X(54).
023700
023800* WHAT THE PROVING PASS COUNTS, AGAINST THE TRAILER.
023900 77  WS-PROOF-COUNT                  PIC S9(7) COMP VALUE 0.
024000 01  WS-TRL-COUNT                    PIC 9(7) VALUE 0.
024100
024200* THE NAMES ARE COMPARED IN UPPER CASE - THE AGENCY AND THE
024300* REGISTRAR DO NOT ALWAYS KEY THEM THE SAME WAY.
024400 01  WS-REQ-NAME                     PIC X(20) VALUE SPACES.
024500 01  WS-STU-NAME                     PIC X(20) VALUE SPACES.
024600 01  WS-LOWER-CASE                   PIC X(26) VALUE
024700            'abcdefghijklmnopqrstuvwxyz'.
024800 01  WS-UPPER-CASE                   PIC X(26) VALUE
024900            'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
025000 01  WS-REQ-TERM                     PIC X(5) VALUE SPACES.
025100 01  WS-EXC-REASON                   PIC X(36) VALUE SPACES.
025200
025300 77  WS-CREDITS                      PIC S9(3) COMP VALUE 0.
025400 77  WS-SLOT-IDX                     PIC S9(2) COMP VALUE 0.
025500
025600 77  WS-REQUEST-COUNT                PIC S9(7) COMP VALUE 0.
025700 77  WS-CONFIRM-COUNT                PIC S9(7) COMP VALUE 0.
025800 77  WS-EXCEPTION-COUNT              PIC S9(7) COMP VALUE 0.
025900 77  WS-FULL-COUNT                   PIC S9(7) COMP VALUE 0.
026000 77  WS-PART-COUNT                   PIC S9(7) COMP VALUE 0.
026100 77  WS-WITHDRAWN-COUNT              PIC S9(7) COMP VALUE 0.
026200 77  WS-NOT-ENROLLED-COUNT           PIC S9(7) COMP VALUE 0.
026300
026400 01  RPT-HEADING-1.
026500     05 FILLER                       PIC X(1) VALUE '1'.
026600     05 FILLER                       PIC X(46) VALUE
026700            'DCJB8BCE - LOAN ENROLLMENT CONFIRMATIONS, RUN '.
026800     05 HD1-RUN-DATE                 PIC 9(7).
026900     05 FILLER                       PIC X(9) VALUE '  AGENCY '.
027000     05 HD1-AGENCY                   PIC X(8).
027100     05 FILLER                       PIC X(8) VALUE '  BATCH '.
027200     05 HD1-BATCH-ID                 PIC X(10).
027300     05 FILLER                       PIC X(44) VALUE SPACES.
027400
027500 01  RPT-HEADING-2.
027600     05 FILLER                       PIC X(1) VALUE '0'.
027700     05 FILLER                       PIC X(4) VALUE SPACES.
027800     05 FILLER                       PIC X(50) VALUE
027900            'EXCEPTIONS - REQUEST   STUDENT  NAME AS REQUESTED'.
028000     05 FILLER                       PIC X(40) VALUE
028100            '        BORN      TERM   REASON'.
028200     05 FILLER                       PIC X(38) VALUE SPACES.
028300
028400* THE REQUEST AS THE AGENCY SENT IT, AND WHY IT WAS NOT ANSWERED.
028500 01  RPT-EXCEPTION-LINE.
028600     05 FILLER                       PIC X(18) VALUE SPACES.
028700     05 RPT-EXC-REQUEST              PIC X(12).
028800     05 FILLER                       PIC X(2) VALUE SPACES.
028900     05 RPT-EXC-STUDENT              PIC X(7).
029000     05 FILLER                       PIC X(2) VALUE SPACES.
029100     05 RPT-EXC-NAME                 PIC X(20).
029200     05 FILLER                       PIC X(2) VALUE SPACES.
029300     05 RPT-EXC-BORN                 PIC X(8).
029400     05 FILLER                       PIC X(2) VALUE SPACES.
029500     05 RPT-EXC-TERM                 PIC X(5).
029600     05 FILLER                       PIC X(2) VALUE SPACES.
029700     05 RPT-EXC-REASON               PIC X(36).
029800     05 FILLER                       PIC X(17) VALUE SPACES.
029900
030000 01  RPT-TOTAL-LINE.
030100     05 RPT-TOT-CC                   PIC X(1) VALUE ' '.
030200     05 FILLER                       PIC X(4) VALUE SPACES.
030300     05 RPT-TOT-LABEL                PIC X(32).
030400     05 RPT-TOT-COUNT                PIC ZZZ,ZZ9.
030500     05 FILLER                       PIC X(89) VALUE SPACES.
030600
030700 PROCEDURE DIVISION.
030800
030900 0000-MAINLINE.
031000
031100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031200
031300     PERFORM 1500-PROVE-REQUESTS THRU 1500-EXIT.
031400
031500     PERFORM 2000-ANSWER-REQUEST THRU 2000-EXIT
031600         UNTIL WS-REQ-EOF.
031700
031800     PERFORM 3000-TERMINATE THRU 3000-EXIT.
031900
032000     GOBACK.
032100
032200 1000-INITIALIZE.
032300
032400*    ACCEPT FROM DAY GIVES YYYYDDD, THE SHAPE THE AGENCY FILE
032500*    CARRIES; CORRFILE AND THE MASTERS CARRY CYYDDD.
032600     ACCEPT WS-CURR-DATE FROM DAY.
032700     COMPUTE WS-CURR-CYYDDD = WS-CURR-DATE - 1900000.
032800
032900     OPEN INPUT STUFILE CRSFILE PRFFILE TERMFILE.
033000     IF (NOT WS-STUFILE-OK) OR (NOT WS-CRSFILE-OK) OR
033100        (NOT WS-PRFFILE-OK) OR (NOT WS-TERMFILE-OK)
033200         DISPLAY 'DCJB8BCE - INPUT OPEN FAILED '
033300             WS-STUFILE-STATUS WS-CRSFILE-STATUS
033400             WS-PRFFILE-STATUS WS-TERMFILE-STATUS
033500         GO TO 9999-ABEND
033600     END-IF.
033700
033800     OPEN I-O CORR-FILE.
033900     IF NOT WS-CORFILE-OK
034000         DISPLAY 'DCJB8BCE - CORRFILE OPEN FAILED, STATUS = '
034100             WS-CORFILE-STATUS
034200         GO TO 9999-ABEND
034300     END-IF.
034400
034500     OPEN OUTPUT COE-RPT.
034600     IF NOT WS-COEXRPT-OK
034700         DISPLAY 'DCJB8BCE - COEXRPT OPEN FAILED, STATUS = '
034800             WS-COEXRPT-STATUS
034900         GO TO 9999-ABEND
035000     END-IF.
035100
035200 1000-EXIT.
035300     EXIT.
035400
035500*----------------------------------------------------------------
035600* FIRST PASS - NOTHING IS ANSWERED UNLESS THE FILE HAS ITS HEADER
035700* AND TRAILER AND THE DETAIL LINES ADD UP TO THE TRAILER'S COUNT.
035800* THE FILE IS THEN REOPENED FOR THE ANSWERING PASS.
035900*----------------------------------------------------------------
036000 1500-PROVE-REQUESTS.
036100
036200     OPEN INPUT REQUEST-FILE.
036300     IF NOT WS-COEREQ-OK
036400         DISPLAY 'DCJB8BCE - COEREQ OPEN FAILED, STATUS = '
036500             WS-COEREQ-STATUS
036600         GO TO 9999-ABEND
036700     END-IF.
036800
036900     PERFORM 1510-PROVE-ONE-LINE THRU 1510-EXIT
037000         UNTIL WS-REQ-EOF.
037100
037200     CLOSE REQUEST-FILE.
037300
037400     IF (NOT WS-HDR-SEEN) OR (NOT WS-TRL-SEEN)
037500         DISPLAY 'DCJB8BCE - COEREQ HEADER OR TRAILER MISSING'
037600         GO TO 9999-ABEND
037700     END-IF.
037800
037900     IF WS-PROOF-COUNT NOT = WS-TRL-COUNT
038000         DISPLAY 'DCJB8BCE - COEREQ OUT OF BALANCE'
038100         DISPLAY 'DCJB8BCE - TRAILER COUNT = ' WS-TRL-COUNT
038200             ' FILE COUNT = ' WS-PROOF-COUNT
038300         GO TO 9999-ABEND
038400     END-IF.
038500
038600     MOVE 'N' TO WS-REQ-EOF-SW.
038700     OPEN INPUT REQUEST-FILE.
038800     IF NOT WS-COEREQ-OK
038900         DISPLAY 'DCJB8BCE - COEREQ REOPEN FAILED, STATUS = '
039000             WS-COEREQ-STATUS
039100         GO TO 9999-ABEND
039200     END-IF.
039300
039400     OPEN OUTPUT RESPONSE-FILE.
039500     IF NOT WS-COERSP-OK
039600         DISPLAY 'DCJB8BCE - COERSP OPEN FAILED, STATUS = '
039700             WS-COERSP-STATUS
039800         GO TO 9999-ABEND
039900     END-IF.
040000
040100     MOVE SPACES TO RSP-LINE.
040200     MOVE 'H' TO RSH-REC-TYPE.
040300     MOVE WS-CURR-DATE TO RSH-RESPONSE-DATE.
040400     MOVE WS-HDR-AGENCY TO RSH-AGENCY.
040500     MOVE WS-HDR-BATCH-ID TO RSH-BATCH-ID.
040600     WRITE RSP-LINE.
040700
040800     MOVE WS-CURR-DATE TO HD1-RUN-DATE.
040900     MOVE WS-HDR-AGENCY TO HD1-AGENCY.
041000     MOVE WS-HDR-BATCH-ID TO HD1-BATCH-ID.
041100     WRITE RPT-LINE FROM RPT-HEADING-1.
041200     WRITE RPT-LINE FROM RPT-HEADING-2.
041300
041400     PERFORM 2100-READ-NEXT-REQUEST THRU 2100-EXIT.
041500
041600 1500-EXIT.
041700     EXIT.
041800
041900 1510-PROVE-ONE-LINE.
042000
042100     PERFORM 2100-READ-NEXT-REQUEST THRU 2100-EXIT.
042200     IF WS-REQ-EOF
042300         GO TO 1510-EXIT
042400     END-IF.
042500
042600     EVALUATE TRUE
042700         WHEN REQ-HEADER
042800             MOVE 'Y' TO WS-HDR-SEEN-SW
042900             MOVE REQ-LINE TO WS-HEADER-LINE
043000         WHEN REQ-DETAIL
043100             ADD 1 TO WS-PROOF-COUNT
043200         WHEN REQ-TRAILER
043300             MOVE 'Y' TO WS-TRL-SEEN-SW
043400             MOVE RQT-COUNT TO WS-TRL-COUNT
043500         WHEN OTHER
043600             DISPLAY 'DCJB8BCE - COEREQ RECORD TYPE '
043700                 REQ-REC-TYPE ' NOT RECOGNISED'
043800             GO TO 9999-ABEND
043900     END-EVALUATE.
044000
044100 1510-EXIT.
044200     EXIT.
044300
044400 2000-ANSWER-REQUEST.
044500
044600     IF REQ-DETAIL
044700         ADD 1 TO WS-REQUEST-COUNT
044800         PERFORM 4000-MATCH-REQUEST THRU 4000-EXIT
044900     END-IF.
045000
045100     PERFORM 2100-READ-NEXT-REQUEST THRU 2100-EXIT.
045200
045300 2000-EXIT.
045400     EXIT.
045500
045600 2100-READ-NEXT-REQUEST.
045700
045800     READ REQUEST-FILE
045900         AT END
046000             MOVE 'Y' TO WS-REQ-EOF-SW
046100     END-READ.
046200
046300 2100-EXIT.
046400     EXIT.
046500
046600*----------------------------------------------------------------
046700* ONE REQUEST - THE STUDENT NUMBER MUST BE ON FILE AND THE NAME
046800* AND BIRTH DATE MUST AGREE WITH OURS BEFORE ANYTHING IS SAID
046900* ABOUT THE STUDENT. THE FIRST TEST THAT FAILS NAMES THE
047000* EXCEPTION.
047100*----------------------------------------------------------------
047200 4000-MATCH-REQUEST.
047300
047400     MOVE RQD-STU-NUMBER TO STU-NUMBER.
047500     READ STUFILE
047600         INVALID KEY
047700             MOVE 'STUDENT NUMBER NOT ON FILE' TO WS-EXC-REASON
047800             GO TO 4000-EXCEPTION
047900     END-READ.
048000
048100     MOVE RQD-NAME TO WS-REQ-NAME.
048200     MOVE STU-NAME TO WS-STU-NAME.
048300     INSPECT WS-REQ-NAME
048400         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
048500     INSPECT WS-STU-NAME
048600         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
048700     IF WS-REQ-NAME NOT = WS-STU-NAME
048800         MOVE 'NAME DOES NOT MATCH' TO WS-EXC-REASON
048900         GO TO 4000-EXCEPTION
049000     END-IF.
049100
049200     IF RQD-BIRTH-DATE IS NOT NUMERIC
049300         MOVE 'REQUEST BIRTH DATE NOT YYYYMMDD' TO WS-EXC-REASON
049400         GO TO 4000-EXCEPTION
049500     END-IF.
049600
049700     MOVE STU-NUMBER TO PRF-STU-NUMBER.
049800     READ PRFFILE
049900         INVALID KEY
050000             MOVE 'NO BIRTH DATE ON FILE TO MATCH'
050100                 TO WS-EXC-REASON
050200             GO TO 4000-EXCEPTION
050300     END-READ.
050400
050500     IF PRF-BIRTH-DATE = 0
050600         MOVE 'NO BIRTH DATE ON FILE TO MATCH' TO WS-EXC-REASON
050700         GO TO 4000-EXCEPTION
050800     END-IF.
050900
051000     IF RQD-BIRTH-DATE NOT = PRF-BIRTH-DATE
051100         MOVE 'BIRTH DATE DOES NOT MATCH' TO WS-EXC-REASON
051200         GO TO 4000-EXCEPTION
051300     END-IF.
051400
051500*    ONLY THE STUDENT'S CURRENT TERM CAN BE CONFIRMED - EARLIER
051600*    TERMS' SCHEDULES HAVE GONE TO STUHIST.
051700     IF RQD-TERM = SPACES
051800         MOVE STU-TERM TO WS-REQ-TERM
051900     ELSE
052000         MOVE RQD-TERM TO WS-REQ-TERM
052100     END-IF.
052200     IF WS-REQ-TERM NOT = STU-TERM
052300         MOVE 'TERM IS NOT THE CURRENT TERM' TO WS-EXC-REASON
052400         GO TO 4000-EXCEPTION
052500     END-IF.
052600
052700     MOVE WS-REQ-TERM TO TRM-CODE.
052800     READ TERMFILE
052900         INVALID KEY
053000             MOVE 'NO TERM CALENDAR FOR THE TERM' TO WS-EXC-REASON
053100             GO TO 4000-EXCEPTION
053200     END-READ.
053300
053400     PERFORM 5000-CONFIRM-STUDENT THRU 5000-EXIT.
053500     GO TO 4000-EXIT.
053600
053700 4000-EXCEPTION.
053800
053900     ADD 1 TO WS-EXCEPTION-COUNT.
054000     MOVE RQD-REQUEST-ID TO RPT-EXC-REQUEST.
054100     MOVE RQD-STU-NUMBER TO RPT-EXC-STUDENT.
054200     MOVE RQD-NAME TO RPT-EXC-NAME.
054300     MOVE RQD-BIRTH-DATE TO RPT-EXC-BORN.
054400     MOVE RQD-TERM TO RPT-EXC-TERM.
054500     MOVE WS-EXC-REASON TO RPT-EXC-REASON.
054600     WRITE RPT-LINE FROM RPT-EXCEPTION-LINE.
054700
054800 4000-EXIT.
054900     EXIT.
055000
055100*----------------------------------------------------------------
055200* THE CONFIRMATION - STATUS AND LOAD FROM THE STUDENT'S COURSE
055300* SLOTS, THE TERM DATES FROM TERMFILE, AND FOR A WITHDRAWN
055400* STUDENT THE EFFECTIVE DATE DCJB8PGW LEFT ON THE PROFILE ROW
055500* (ZERO FOR A WITHDRAWAL THAT PREDATES IT). REGISTERED ON
055600* CORRFILE AS SENT BY EXCHANGE.
055700*----------------------------------------------------------------
055800 5000-CONFIRM-STUDENT.
055900
056000     MOVE SPACES TO RSP-LINE.
056100     MOVE 'D' TO RSD-REC-TYPE.
056200     MOVE RQD-REQUEST-ID TO RSD-REQUEST-ID.
056300     MOVE STU-NUMBER TO RSD-STU-NUMBER.
056400     MOVE WS-REQ-TERM TO RSD-TERM.
056500     COMPUTE RSD-TERM-START = TRM-START-DATE + 1900000.
056600     COMPUTE RSD-TERM-END = TRM-END-DATE + 1900000.
056700     MOVE 0 TO RSD-WITHDRAW-DATE.
056800
056900     PERFORM 5100-SUM-CREDITS THRU 5100-EXIT.
057000     MOVE WS-CREDITS TO RSD-CREDITS.
057100
057200     EVALUATE TRUE
057300         WHEN STU-WITHDRAWN
057400             MOVE 'W' TO RSD-STATUS
057500             ADD 1 TO WS-WITHDRAWN-COUNT
057600             IF (PRF-WITHDRAW-DATE IS NUMERIC) AND
057700                (PRF-WITHDRAW-DATE NOT = 0)
057800                 COMPUTE RSD-WITHDRAW-DATE =
057900                     PRF-WITHDRAW-DATE + 1900000
058000             END-IF
058100         WHEN STU-ACTIVE AND (WS-CREDITS > 0)
058200             MOVE 'E' TO RSD-STATUS
058300             IF WS-CREDITS >= 9
058400                 MOVE 'F' TO RSD-LOAD
058500                 ADD 1 TO WS-FULL-COUNT
058600             ELSE
058700                 MOVE 'P' TO RSD-LOAD
058800                 ADD 1 TO WS-PART-COUNT
058900             END-IF
059000         WHEN OTHER
059100             MOVE 'N' TO RSD-STATUS
059200             ADD 1 TO WS-NOT-ENROLLED-COUNT
059300     END-EVALUATE.
059400
059500     WRITE RSP-LINE.
059600     ADD 1 TO WS-CONFIRM-COUNT.
059700
059800     PERFORM 8000-LOG-CORRESPONDENCE THRU 8000-EXIT.
059900
060000 5000-EXIT.
060100     EXIT.
060200
060300*    CREDIT HOURS OVER THE STUDENT'S COURSE SLOTS, COUNTED THE WAY
060400*    DCJB8BME COUNTS THEM. AN AUDITED SLOT EARNS NO CREDIT AND
060500*    DOES NOT COUNT TOWARD THE LOAD.
060600 5100-SUM-CREDITS.
060700
060800     MOVE 0 TO WS-CREDITS.
060900     PERFORM 5200-SUM-ONE-SLOT THRU 5200-EXIT
061000         VARYING WS-SLOT-IDX FROM 1 BY 1
061100         UNTIL WS-SLOT-IDX > 10.
061200
061300 5100-EXIT.
061400     EXIT.
061500
061600 5200-SUM-ONE-SLOT.
061700
061800     IF (STU-COURSE-TABLE(WS-SLOT-IDX) = SPACES) OR
061900        (STU-BASIS-TABLE(WS-SLOT-IDX) = 'A')
062000         GO TO 5200-EXIT
062100     END-IF.
062200
062300     MOVE STU-COURSE-TABLE(WS-SLOT-IDX) TO CRS-CODE.
062400     READ CRSFILE
062500         INVALID KEY
062600             ADD 3 TO WS-CREDITS
062700             GO TO 5200-EXIT
062800     END-READ.
062900
063000     IF (CRS-CREDIT-HOURS IS NUMERIC) AND (CRS-CREDIT-HOURS > 0)
063100         ADD CRS-CREDIT-HOURS TO WS-CREDITS
063200     ELSE
063300         ADD 3 TO WS-CREDITS
063400     END-IF.
063500
063600 5200-EXIT.
063700     EXIT.
063800
063900 3000-TERMINATE.
064000
064100     MOVE SPACES TO RSP-LINE.
064200     MOVE 'T' TO RST-REC-TYPE.
064300     MOVE WS-CONFIRM-COUNT TO RST-COUNT.
064400     WRITE RSP-LINE.
064500
064600     MOVE '0' TO RPT-TOT-CC.
064700     MOVE 'REQUESTS RECEIVED . . . . . . . .' TO RPT-TOT-LABEL.
064800     MOVE WS-REQUEST-COUNT TO RPT-TOT-COUNT.
064900     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
065000
065100     MOVE ' ' TO RPT-TOT-CC.
065200     MOVE 'CONFIRMED - FULL TIME . . . . . .' TO RPT-TOT-LABEL.
065300     MOVE WS-FULL-COUNT TO RPT-TOT-COUNT.
065400     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
065500
065600     MOVE 'CONFIRMED - PART TIME . . . . . .' TO RPT-TOT-LABEL.
065700     MOVE WS-PART-COUNT TO RPT-TOT-COUNT.
065800     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
065900
066000     MOVE 'CONFIRMED - WITHDRAWN . . . . . .' TO RPT-TOT-LABEL.
066100     MOVE WS-WITHDRAWN-COUNT TO RPT-TOT-COUNT.
066200     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
066300
066400     MOVE 'CONFIRMED - NOT ENROLLED  . . . .' TO RPT-TOT-LABEL.
066500     MOVE WS-NOT-ENROLLED-COUNT TO RPT-TOT-COUNT.
066600     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
066700
066800     MOVE 'EXCEPTIONS - NOT ANSWERED . . . .' TO RPT-TOT-LABEL.
066900     MOVE WS-EXCEPTION-COUNT TO RPT-TOT-COUNT.
067000     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
067100
067200     CLOSE REQUEST-FILE RESPONSE-FILE.
067300     CLOSE STUFILE CRSFILE PRFFILE TERMFILE.
067400     CLOSE CORR-FILE.
067500     CLOSE COE-RPT.
067600
067700     DISPLAY 'DCJB8BCE - REQUESTS = ' WS-REQUEST-COUNT
067800         ' CONFIRMED = ' WS-CONFIRM-COUNT
067900         ' EXCEPTIONS = ' WS-EXCEPTION-COUNT.
068000
068100*    AN EXCEPTION LEFT UNANSWERED NEEDS SOMEONE TO LOOK AT IT.
068200     IF WS-EXCEPTION-COUNT > 0
068300         MOVE 4 TO RETURN-CODE
068400     END-IF.
068500
068600 3000-EXIT.
068700     EXIT.
068800
068900*----------------------------------------------------------------
069000* ONE CORRESPONDENCE-REGISTER ROW PER CONFIRMATION - THE SEQUENCE
069100* BUMPS PAST ANY ROW ALREADY ON FILE FOR THE DAY.
069200*----------------------------------------------------------------
069300 8000-LOG-CORRESPONDENCE.
069400
069500     MOVE SPACES TO CORRFILE-RECORD.
069600     MOVE STU-NUMBER TO COR-STU-NUMBER.
069700     MOVE WS-CURR-CYYDDD TO COR-DATE.
069800     MOVE 'LOANCOE' TO COR-DOC-TYPE.
069900     MOVE 'DCJB8BCE' TO COR-RUN-ID.
070000     SET COR-BY-EXCHANGE TO TRUE.
070100     MOVE 1 TO COR-SEQ.
070110*    THE STATUS IS STILL '00' FROM THE LAST CORRFILE I/O - CLEAR
070120*    IT SO THE FIRST WRITE IS ACTUALLY TRIED.
070130     MOVE SPACES TO WS-CORFILE-STATUS.
070200
070300     PERFORM 8010-TRY-ONE-SEQ THRU 8010-EXIT
070400         UNTIL (WS-CORFILE-OK) OR (COR-SEQ > 99).
070500
070600 8000-EXIT.
070700     EXIT.
070800
070900 8010-TRY-ONE-SEQ.
071000
071100     WRITE CORRFILE-RECORD
071200         INVALID KEY
071300             ADD 1 TO COR-SEQ
071400     END-WRITE.
071500
071600 8010-EXIT.
071700     EXIT.
071800
071900 9999-ABEND.
072000
072100     MOVE 16 TO RETURN-CODE.
072200     GOBACK.
072300
072400 END PROGRAM DCJB8BCE.
