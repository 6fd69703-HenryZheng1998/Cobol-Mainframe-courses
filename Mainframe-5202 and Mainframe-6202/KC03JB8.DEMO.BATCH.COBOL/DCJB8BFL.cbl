000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BFL.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - FORM-LETTER GENERATOR. A FORM
001100*                CARD NAMES A FORM ON THE TMPLLIB LIBRARY AND UP
001200*                TO FIVE DCJB8BXG-STYLE WHERE CARDS PICK THE
001300*                STUDENTS. EACH ONE SELECTED GETS THE FORM WITH
001400*                ITS &FIELD MERGE FIELDS FILLED FROM STUFILE (AND
001500*                THE ADVISOR'S NAME FROM INSTFILE) UNDER THE USUAL
001600*                ADDRESS BLOCK - ON PAPER, OR ON THE EMAILQ FEED
001700*                WHEN PRFFILE HOLDS CONSENT - AND A CORRFILE ROW
001800*                UNDER THE FORM CODE. CONFIDENTIAL STUDENTS ARE
001900*                SUPPRESSED AND COUNTED. THE FORM IS CHECKED FOR
002000*                UNKNOWN MERGE FIELDS BEFORE ANY LETTER PRINTS,
002100*                AND THE RUN LOGS ITSELF ON JOBSTAT.
002110* 10/15/26  HZ   INSTFILE RECORD NOW 50 BYTES - CARRIES THE
002120*                INSTRUCTOR'S RANK.
002130* 10/15/26  HZ   CORRFILE STATUS CLEARED BEFORE THE SEQUENCE
002140*                SEARCH - THE '00' LEFT BY THE OPEN ENDED THE
002150*                SEARCH BEFORE ANY WRITE, SO NO LETTER WAS LOGGED.
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
003200     SELECT CARD-FILE ASSIGN TO SYSIN
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-CARD-STATUS.
003500
003600*    THE FORM-LETTER LIBRARY - CARD IMAGES THE OFFICE MAINTAINS.
003700     SELECT TMPL-FILE ASSIGN TO TMPLLIB
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-TMPL-STATUS.
004000
004100*    ALPHABETICAL BY NAME, AS DCJB8BML RUNS, SO THE LETTERS COME
004200*    OFF THE PRINTER IN ENVELOPE-STUFFING ORDER.
004300     SELECT STUFILE ASSIGN TO STUFILE
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS STU-NUMBER
004700         ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
004800         FILE STATUS IS WS-STUFILE-STATUS.
004900
005000     SELECT INSTFILE ASSIGN TO INSTFILE
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS INS-ID
005400         FILE STATUS IS WS-INSTFILE-STATUS.
005500
005600*    THE STUDENT PROFILE ROW - EMAIL ADDRESS AND CONSENT.
005700     SELECT PRFFILE ASSIGN TO PRFFILE
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS PRF-KEY
006100         FILE STATUS IS WS-PRFFILE-STATUS.
006200
006300*    LETTERS GOING OUT BY EMAIL - APPENDED, PICKED UP BY THE
006400*    MAIL GATEWAY.
006500     SELECT EMAILQ-FILE ASSIGN TO EMAILQ
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-EMLQ-STATUS.
006800
006900     SELECT LETTER-RPT ASSIGN TO FLTRPT
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-FLTRPT-STATUS.
007200
007300     SELECT CORR-FILE ASSIGN TO CORRFILE
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS RANDOM
007600         RECORD KEY IS COR-KEY
007700         FILE STATUS IS WS-CORFILE-STATUS.
007800
007900     SELECT JOBSTAT-FILE ASSIGN TO JOBSTAT
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS RANDOM
008200         RECORD KEY IS JOB-KEY
008300         FILE STATUS IS WS-JOBSTAT-STATUS.
008400
008500 DATA DIVISION.
008600 FILE SECTION.
008700
008800 FD  CARD-FILE
008900     LABEL RECORDS ARE STANDARD
009000     RECORD CONTAINS 80 CHARACTERS
009100     DATA RECORD IS CARD-RECORD.
009200 01  CARD-RECORD.
009300     05 CARD-VERB                    PIC X(7).
009400     05 CARD-REST                    PIC X(73).
009500 01  CARD-FORM REDEFINES CARD-RECORD.
009600     05 FILLER                       PIC X(7).
009700     05 CARD-FRM-CODE                PIC X(8).
009800     05 FILLER                       PIC X(65).
009900 01  CARD-WHERE REDEFINES CARD-RECORD.
010000     05 FILLER                       PIC X(7).
010100     05 CARD-WHR-FIELD               PIC X(8).
010200     05 CARD-WHR-OP                  PIC X(2).
010300     05 FILLER                       PIC X(1).
010400     05 CARD-WHR-VALUE               PIC X(20).
010500     05 FILLER                       PIC X(1).
010600     05 CARD-WHR-CONN                PIC X(3).
010700     05 FILLER                       PIC X(38).
010800
010900 FD  TMPL-FILE
011000     LABEL RECORDS ARE STANDARD
011100     RECORD CONTAINS 80 CHARACTERS
011200     DATA RECORD IS TEMPLATE-RECORD.
011300
011400     COPY 'TMPLREC'.
011500
011600 FD  STUFILE
011700     LABEL RECORDS ARE STANDARD
011800     RECORD CONTAINS 227 CHARACTERS
011900     DATA RECORD IS STUFILE-RECORD.
012000
012100     COPY 'STUREC'.
012200
012300 FD  INSTFILE
012400     LABEL RECORDS ARE STANDARD
012500     RECORD CONTAINS 50 CHARACTERS
012600     DATA RECORD IS INSTFILE-RECORD.
012700
012800     COPY 'INSTREC'.
012900
013000 FD  PRFFILE
013100     LABEL RECORDS ARE STANDARD
013200     RECORD CONTAINS 200 CHARACTERS
013300     DATA RECORD IS PRFFILE-RECORD.
013400
013500     COPY 'PROFREC'.
013600
013700 FD  EMAILQ-FILE
013800     LABEL RECORDS ARE STANDARD
013900     RECORD CONTAINS 160 CHARACTERS
014000     DATA RECORD IS EMAILQ-RECORD.
014100
014200     COPY 'EMLQREC'.
014300
014400 FD  LETTER-RPT
014500     LABEL RECORDS ARE STANDARD
014600     RECORD CONTAINS 133 CHARACTERS
014700     DATA RECORD IS RPT-LINE.
014800 01  RPT-LINE                        PIC X(133).
014900
015000 FD  CORR-FILE
015100     LABEL RECORDS ARE STANDARD
015200     RECORD CONTAINS 40 CHARACTERS
015300     DATA RECORD IS CORRFILE-RECORD.
015400
015500     COPY 'CORRREC'.
015600
015700 FD  JOBSTAT-FILE
015800     LABEL RECORDS ARE STANDARD
015900     RECORD CONTAINS 59 CHARACTERS
016000     DATA RECORD IS JOBSTAT-RECORD.
016100
016200     COPY 'JOBSREC'.
016300
016400 WORKING-STORAGE SECTION.
016500
016600 01  WS-CARD-STATUS                  PIC X(2) VALUE SPACES.
016700     88 WS-CARD-OK                       VALUE '00'.
016800 01  WS-TMPL-STATUS                  PIC X(2) VALUE SPACES.
016900     88 WS-TMPL-OK                       VALUE '00'.
017000 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
017100     88 WS-STUFILE-OK                    VALUE '00'.
017200 01  WS-INSTFILE-STATUS              PIC X(2) VALUE SPACES.
017300     88 WS-INSTFILE-OK                   VALUE '00'.
017400 01  WS-PRFFILE-STATUS               PIC X(2) VALUE SPACES.
017500     88 WS-PRFFILE-OK                    VALUE '00'.
017600 01  WS-EMLQ-STATUS                  PIC X(2) VALUE SPACES.
017700     88 WS-EMLQ-OK                       VALUE '00'.
017800     88 WS-EMLQ-NOFILE                   VALUE '35'.
017900 01  WS-FLTRPT-STATUS                PIC X(2) VALUE SPACES.
018000     88 WS-FLTRPT-OK                     VALUE '00'.
018100 01  WS-CORFILE-STATUS               PIC X(2) VALUE SPACES.
018200     88 WS-CORFILE-OK                    VALUE '00'.
018300 01  WS-JOBSTAT-STATUS               PIC X(2) VALUE SPACES.
018400     88 WS-JOBSTAT-OK                    VALUE '00'.
018500
018600 01  WS-SWITCHES.
018700     05 WS-CARD-EOF-SW               PIC X(1) VALUE 'N'.
018800         88 WS-CARD-EOF                   VALUE 'Y'.
018900     05 WS-TMPL-EOF-SW               PIC X(1) VALUE 'N'.
019000         88 WS-TMPL-EOF                   VALUE 'Y'.
019100     05 WS-STU-EOF-SW                PIC X(1) VALUE 'N'.
019200         88 WS-STU-EOF                    VALUE 'Y'.
019300         88 WS-NOT-STU-EOF                VALUE 'N'.
019400
019500 01  WS-COR-STU                      PIC X(7) VALUE SPACES.
019600 01  WS-COR-DOC                      PIC X(8) VALUE SPACES.
019700 01  WS-COR-CYYDDD                   PIC 9(7) VALUE 0.
019800 01  WS-COR-TODAY                    PIC 9(7) VALUE 0.
019900
020000*    HOW THE LETTER IN HAND GOES OUT - SET BY 5700-CHOOSE-CHANNEL
020100*    AND CARRIED ONTO ITS CORRESPONDENCE-REGISTER ROW.
020200 01  WS-EML-CHANNEL                  PIC X(1) VALUE 'P'.
020300     88 WS-EML-BY-EMAIL                  VALUE 'E'.
020400     88 WS-EML-ON-PAPER                  VALUE 'P'.
020500 01  WS-EML-SUBJECT                  PIC X(60) VALUE SPACES.
020600 01  WS-EML-KEY                      PIC X(22) VALUE SPACES.
020700 77  WS-EML-LINE-NO                  PIC S9(3) COMP VALUE 0.
020800 77  WS-EMAILED-COUNT                PIC S9(7) COMP VALUE 0.
020900
021000* THE VALIDATED REQUEST - THE FORM CODE AND UP TO FIVE
021100* CONDITIONS.
021200 01  WS-FORM-CODE                    PIC X(8) VALUE SPACES.
021300 01  WS-COND-COUNT                   PIC S9(2) COMP VALUE 0.
021400 01  WS-COND-LIST.
021500     05 WS-CND-ENTRY OCCURS 5 TIMES.
021600         10 WS-CND-FIELD             PIC X(8).
021700         10 WS-CND-OP                PIC X(2).
021800         10 WS-CND-VALUE             PIC X(20).
021900         10 WS-CND-CONN              PIC X(3).
022000 77  WS-CND-IDX                      PIC S9(2) COMP VALUE 0.
022100
022200* THE FORM ITSELF, HELD FOR THE RUN - SUBJECT AND BODY LINES IN
022300* LIBRARY ORDER.
022400 01  WS-TPL-SUBJECT                  PIC X(60) VALUE SPACES.
022500 01  WS-TPL-PREV-NO                  PIC S9(4) COMP VALUE -1.
022600 01  WS-TPL-COUNT                    PIC S9(3) COMP VALUE 0.
022700 01  WS-TPL-TABLE.
022800     05 WS-TPL-LINE                  PIC X(68) OCCURS 60 TIMES.
022900 77  WS-TPL-IDX                      PIC S9(3) COMP VALUE 0.
023000
023100* FIELD-VALUE WORK - 6000-GET-FIELD-VALUE RESOLVES THE NAMED
023200* FIELD OFF THE CURRENT STUFILE RECORD.
023300 01  WS-GET-NAME                     PIC X(8) VALUE SPACES.
023400 01  WS-FVAL                         PIC X(20) VALUE SPACES.
023500 01  WS-BAD-FIELD-SW                 PIC X(1) VALUE 'N'.
023600 01  WS-GPA-EDIT                     PIC 9.99.
023700
023800* CONDITION EVALUATION.
023900 01  WS-SELECTED-SW                  PIC X(1) VALUE 'Y'.
024000 01  WS-COND-TRUE-SW                 PIC X(1) VALUE 'N'.
024100
024200* MERGE WORK - ONE FORM LINE IN, ONE LETTER LINE OUT. THE INPUT
024300* CARRIES A SPARE BLANK SO THE SCAN CAN LOOK ONE PAST THE TEXT.
024400* WITH THE CHECK SWITCH ON, MERGE FIELDS ARE ONLY VALIDATED.
024500 01  WS-MRG-IN                       PIC X(69) VALUE SPACES.
024600 01  WS-MRG-OUT                      PIC X(100) VALUE SPACES.
024700 01  WS-MRG-TOKEN                    PIC X(8) VALUE SPACES.
024800 01  WS-MRG-CHAR                     PIC X(1) VALUE SPACE.
024900     88 WS-MRG-NAME-CHAR                 VALUE 'A' THRU 'Z'
025000                                               '0' THRU '9'.
025100 01  WS-MRG-CHECK-SW                 PIC X(1) VALUE 'N'.
025200 01  WS-MRG-TOK-END-SW               PIC X(1) VALUE 'N'.
025300 77  WS-MRG-IN-LEN                   PIC S9(3) COMP VALUE 0.
025400 77  WS-MRG-IN-POS                   PIC S9(3) COMP VALUE 0.
025500 77  WS-MRG-OUT-POS                  PIC S9(3) COMP VALUE 0.
025600 77  WS-MRG-TOK-LEN                  PIC S9(2) COMP VALUE 0.
025700 77  WS-TRIM-LEN                     PIC S9(2) COMP VALUE 0.
025800 77  WS-SCAN-IDX                     PIC S9(2) COMP VALUE 0.
025900
026000 77  WS-SELECT-COUNT                 PIC S9(7) COMP VALUE 0.
026100 77  WS-LETTER-COUNT                 PIC S9(7) COMP VALUE 0.
026200 77  WS-SUPPRESS-COUNT               PIC S9(7) COMP VALUE 0.
026300
026400 01  WS-REQ-ID                       PIC 9(7) VALUE 0.
026500 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
026600 01  WS-CURR-TIME                    PIC 9(8) VALUE 0.
026700
026800 01  LTR-NOTICE-LINE.
026900     05 LTR-NTC-CC                   PIC X(1) VALUE '1'.
027000     05 FILLER                       PIC X(4) VALUE SPACES.
027100     05 LTR-NTC-TEXT                 PIC X(60).
027200     05 FILLER                       PIC X(68) VALUE SPACES.
027300
027400 01  LTR-TEXT-LINE.
027500     05 LTR-TXT-CC                   PIC X(1) VALUE ' '.
027600     05 FILLER                       PIC X(4) VALUE SPACES.
027700     05 LTR-TXT                      PIC X(100).
027800     05 FILLER                       PIC X(28) VALUE SPACES.
027900
028000 01  LTR-POSTAL-LINE.
028100     05 LTR-PST-CC                   PIC X(1) VALUE ' '.
028200     05 FILLER                       PIC X(4) VALUE SPACES.
028300     05 LTR-PST-1                    PIC X(3).
028400     05 FILLER                       PIC X(1) VALUE SPACE.
028500     05 LTR-PST-2                    PIC X(3).
028600     05 FILLER                       PIC X(121) VALUE SPACES.
028700
028800 PROCEDURE DIVISION.
028900
029000 0000-MAINLINE.
029100
029200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029300     PERFORM 1500-READ-REQUEST THRU 1500-EXIT.
029400     PERFORM 1600-LOAD-FORM THRU 1600-EXIT.
029500     PERFORM 1800-LOG-START THRU 1800-EXIT.
029600
029700     PERFORM 2000-JUDGE-STUDENT THRU 2000-EXIT
029800         UNTIL WS-STU-EOF.
029900
030000     PERFORM 3000-TERMINATE THRU 3000-EXIT.
030100
030200     GOBACK.
030300
030400 1000-INITIALIZE.
030500
030600     OPEN INPUT CARD-FILE.
030700     IF NOT WS-CARD-OK
030800         DISPLAY 'DCJB8BFL - SYSIN OPEN FAILED, STATUS = '
030900             WS-CARD-STATUS
031000         GO TO 9999-ABEND
031100     END-IF.
031200
031300     OPEN INPUT TMPL-FILE.
031400     IF NOT WS-TMPL-OK
031500         DISPLAY 'DCJB8BFL - TMPLLIB OPEN FAILED, STATUS = '
031600             WS-TMPL-STATUS
031700         GO TO 9999-ABEND
031800     END-IF.
031900
032000     OPEN INPUT STUFILE.
032100     IF NOT WS-STUFILE-OK
032200         DISPLAY 'DCJB8BFL - STUFILE OPEN FAILED, STATUS = '
032300             WS-STUFILE-STATUS
032400         GO TO 9999-ABEND
032500     END-IF.
032600
032700     OPEN INPUT INSTFILE.
032800     IF NOT WS-INSTFILE-OK
032900         DISPLAY 'DCJB8BFL - INSTFILE OPEN FAILED, STATUS = '
033000             WS-INSTFILE-STATUS
033100         GO TO 9999-ABEND
033200     END-IF.
033300
033400     OPEN INPUT PRFFILE.
033500     IF NOT WS-PRFFILE-OK
033600         DISPLAY 'DCJB8BFL - PRFFILE OPEN FAILED, STATUS = '
033700             WS-PRFFILE-STATUS
033800         GO TO 9999-ABEND
033900     END-IF.
034000
034100     OPEN EXTEND EMAILQ-FILE.
034200     IF WS-EMLQ-NOFILE
034300         OPEN OUTPUT EMAILQ-FILE
034400     END-IF.
034500     IF NOT WS-EMLQ-OK
034600         DISPLAY 'DCJB8BFL - EMAILQ OPEN FAILED, STATUS = '
034700             WS-EMLQ-STATUS
034800         GO TO 9999-ABEND
034900     END-IF.
035000
035100     OPEN I-O CORR-FILE.
035200     IF NOT WS-CORFILE-OK
035300         DISPLAY 'DCJB8BFL - CORRFILE OPEN FAILED, STATUS = '
035400             WS-CORFILE-STATUS
035500         GO TO 9999-ABEND
035600     END-IF.
035700     ACCEPT WS-COR-TODAY FROM DAY.
035800     COMPUTE WS-COR-CYYDDD = WS-COR-TODAY - 1900000.
035900
036000     OPEN OUTPUT LETTER-RPT.
036100     IF NOT WS-FLTRPT-OK
036200         DISPLAY 'DCJB8BFL - FLTRPT OPEN FAILED, STATUS = '
036300             WS-FLTRPT-STATUS
036400         GO TO 9999-ABEND
036500     END-IF.
036600
036700     OPEN I-O JOBSTAT-FILE.
036800     IF NOT WS-JOBSTAT-OK
036900         DISPLAY 'DCJB8BFL - JOBSTAT OPEN FAILED, STATUS = '
037000             WS-JOBSTAT-STATUS
037100         GO TO 9999-ABEND
037200     END-IF.
037300
037400 1000-EXIT.
037500     EXIT.
037600
037700*----------------------------------------------------------------
037800* READS AND VALIDATES THE REQUEST CARDS - A MISSING FORM CARD OR
037900* A BAD WHERE CARD STOPS THE RUN BEFORE THE FILE IS TOUCHED.
038000*----------------------------------------------------------------
038100 1500-READ-REQUEST.
038200
038300     PERFORM 1510-READ-CARD THRU 1510-EXIT.
038400     PERFORM 1520-JUDGE-CARD THRU 1520-EXIT
038500         UNTIL WS-CARD-EOF.
038600
038700     IF WS-FORM-CODE = SPACES
038800         DISPLAY 'DCJB8BFL - NO FORM CARD ON SYSIN'
038900         GO TO 9999-ABEND
039000     END-IF.
039100
039200     PERFORM 1700-CHECK-ONE-COND THRU 1700-EXIT
039300         VARYING WS-CND-IDX FROM 1 BY 1
039400         UNTIL WS-CND-IDX > WS-COND-COUNT.
039500
039600     CLOSE CARD-FILE.
039700
039800 1500-EXIT.
039900     EXIT.
040000
040100 1510-READ-CARD.
040200
040300     READ CARD-FILE
040400         AT END
040500             MOVE 'Y' TO WS-CARD-EOF-SW
040600     END-READ.
040700
040800 1510-EXIT.
040900     EXIT.
041000
041100 1520-JUDGE-CARD.
041200
041300     EVALUATE CARD-VERB
041400         WHEN 'FORM   '
041500             MOVE CARD-FRM-CODE TO WS-FORM-CODE
041600         WHEN 'WHERE  '
041700             PERFORM 1540-TAKE-WHERE THRU 1540-EXIT
041800         WHEN 'END    '
041900             MOVE 'Y' TO WS-CARD-EOF-SW
042000             GO TO 1520-EXIT
042100         WHEN OTHER
042200             DISPLAY 'DCJB8BFL - UNKNOWN CARD: ' CARD-VERB
042300             GO TO 9999-ABEND
042400     END-EVALUATE.
042500
042600     PERFORM 1510-READ-CARD THRU 1510-EXIT.
042700
042800 1520-EXIT.
042900     EXIT.
043000
043100 1540-TAKE-WHERE.
043200
043300     IF WS-COND-COUNT >= 5
043400         DISPLAY 'DCJB8BFL - TOO MANY WHERE CARDS (MAX 5)'
043500         GO TO 9999-ABEND
043600     END-IF.
043700
043800     ADD 1 TO WS-COND-COUNT.
043900     MOVE CARD-WHR-FIELD TO WS-CND-FIELD(WS-COND-COUNT).
044000     MOVE CARD-WHR-OP TO WS-CND-OP(WS-COND-COUNT).
044100     MOVE CARD-WHR-VALUE TO WS-CND-VALUE(WS-COND-COUNT).
044200     MOVE CARD-WHR-CONN TO WS-CND-CONN(WS-COND-COUNT).
044300
044400 1540-EXIT.
044500     EXIT.
044600
044700*----------------------------------------------------------------
044800* PULLS THE NAMED FORM OFF THE LIBRARY AND CHECKS EVERY MERGE
044900* FIELD IN IT - A FORM THAT IS MISSING, OUT OF ORDER, TOO LONG,
045000* OR NAMES A FIELD THE DICTIONARY DOES NOT KNOW STOPS THE RUN
045100* BEFORE ANY LETTER PRINTS.
045200*----------------------------------------------------------------
045300 1600-LOAD-FORM.
045400
045500     PERFORM 1610-READ-TEMPLATE THRU 1610-EXIT.
045600     PERFORM 1620-TAKE-TEMPLATE-ROW THRU 1620-EXIT
045700         UNTIL WS-TMPL-EOF.
045800
045900     CLOSE TMPL-FILE.
046000
046100     IF WS-TPL-COUNT = 0
046200         DISPLAY 'DCJB8BFL - FORM ' WS-FORM-CODE
046300             ' HAS NO BODY LINES ON TMPLLIB'
046400         GO TO 9999-ABEND
046500     END-IF.
046600
046700     MOVE 'Y' TO WS-MRG-CHECK-SW.
046800     PERFORM 1650-CHECK-FORM-LINE THRU 1650-EXIT
046900         VARYING WS-TPL-IDX FROM 1 BY 1
047000         UNTIL WS-TPL-IDX > WS-TPL-COUNT.
047100     MOVE 'N' TO WS-MRG-CHECK-SW.
047200
047300*    THE LIBRARY IS GOOD - START ON THE STUDENTS.
047400     MOVE LOW-VALUES TO STU-NAME.
047500     START STUFILE KEY IS NOT LESS THAN STU-NAME
047600         INVALID KEY
047700             MOVE 'Y' TO WS-STU-EOF-SW
047800     END-START.
047900
048000     IF WS-NOT-STU-EOF
048100         PERFORM 2100-READ-NEXT-STUDENT THRU 2100-EXIT
048200     END-IF.
048300
048400 1600-EXIT.
048500     EXIT.
048600
048700 1610-READ-TEMPLATE.
048800
048900     READ TMPL-FILE
049000         AT END
049100             MOVE 'Y' TO WS-TMPL-EOF-SW
049200     END-READ.
049300
049400 1610-EXIT.
049500     EXIT.
049600
049700 1620-TAKE-TEMPLATE-ROW.
049800
049900     IF (TPL-CODE(1:1) = '*') OR (TPL-CODE NOT = WS-FORM-CODE)
050000         GO TO 1620-NEXT
050100     END-IF.
050200
050300     IF TPL-LINE-NO NOT NUMERIC
050400         DISPLAY 'DCJB8BFL - FORM ' WS-FORM-CODE
050500             ' LINE NUMBER NOT NUMERIC: ' TPL-LINE-NO
050600         GO TO 9999-ABEND
050700     END-IF.
050800     IF TPL-LINE-NO NOT > WS-TPL-PREV-NO
050900         DISPLAY 'DCJB8BFL - FORM ' WS-FORM-CODE
051000             ' LINE OUT OF ORDER: ' TPL-LINE-NO
051100         GO TO 9999-ABEND
051200     END-IF.
051300     MOVE TPL-LINE-NO TO WS-TPL-PREV-NO.
051400
051500     IF TPL-LINE-NO = 0
051600         MOVE TPL-TEXT TO WS-TPL-SUBJECT
051700         GO TO 1620-NEXT
051800     END-IF.
051900
052000     IF WS-TPL-COUNT >= 60
052100         DISPLAY 'DCJB8BFL - FORM ' WS-FORM-CODE
052200             ' LONGER THAN 60 LINES'
052300         GO TO 9999-ABEND
052400     END-IF.
052500
052600     ADD 1 TO WS-TPL-COUNT.
052700     MOVE TPL-TEXT TO WS-TPL-LINE(WS-TPL-COUNT).
052800
052900 1620-NEXT.
053000
053100     PERFORM 1610-READ-TEMPLATE THRU 1610-EXIT.
053200
053300 1620-EXIT.
053400     EXIT.
053500
053600 1650-CHECK-FORM-LINE.
053700
053800     MOVE WS-TPL-LINE(WS-TPL-IDX) TO WS-MRG-IN.
053900     PERFORM 5200-MERGE-LINE THRU 5200-EXIT.
054000
054100 1650-EXIT.
054200     EXIT.
054300
054400 1700-CHECK-ONE-COND.
054500
054600     MOVE WS-CND-FIELD(WS-CND-IDX) TO WS-GET-NAME.
054700     PERFORM 6100-CHECK-FIELD-NAME THRU 6100-EXIT.
054800     IF WS-BAD-FIELD-SW = 'Y'
054900         DISPLAY 'DCJB8BFL - UNKNOWN WHERE FIELD '
055000             WS-CND-FIELD(WS-CND-IDX)
055100         GO TO 9999-ABEND
055200     END-IF.
055300
055400     IF (WS-CND-OP(WS-CND-IDX) NOT = 'EQ') AND
055500        (WS-CND-OP(WS-CND-IDX) NOT = 'NE') AND
055600        (WS-CND-OP(WS-CND-IDX) NOT = 'GT') AND
055700        (WS-CND-OP(WS-CND-IDX) NOT = 'LT')
055800         DISPLAY 'DCJB8BFL - BAD OPERATOR '
055900             WS-CND-OP(WS-CND-IDX)
056000         GO TO 9999-ABEND
056100     END-IF.
056200
056300 1700-EXIT.
056400     EXIT.
056500
056600*----------------------------------------------------------------
056700* THE RUN LOGS ITSELF ON JOBSTAT - REQUEST ID FROM THE CLOCK,
056800* STATUS 'S' NOW, 'C' WITH THE LETTER COUNT AT THE END.
056900*----------------------------------------------------------------
057000 1800-LOG-START.
057100
057200     ACCEPT WS-CURR-DATE FROM DAY.
057300     SUBTRACT 1900000 FROM WS-CURR-DATE.
057400     ACCEPT WS-CURR-TIME FROM TIME.
057500     MOVE WS-CURR-TIME(1:7) TO WS-REQ-ID.
057600
057700     MOVE WS-REQ-ID TO JOB-REQ-ID.
057800     MOVE 'DCJB8BFL' TO JOB-REPORT.
057900     MOVE 'BATCH' TO JOB-OPERID.
058000     MOVE WS-CURR-DATE TO JOB-REQ-DATE.
058100     MOVE WS-CURR-TIME(1:7) TO JOB-REQ-TIME.
058200     SET JOB-STARTED TO TRUE.
058300     MOVE 0 TO JOB-REC-COUNT.
058400     MOVE 0 TO JOB-END-DATE.
058500     MOVE 0 TO JOB-END-TIME.
058600     WRITE JOBSTAT-RECORD
058700         INVALID KEY
058800             REWRITE JOBSTAT-RECORD
058900     END-WRITE.
059000
059100 1800-EXIT.
059200     EXIT.
059300
059400 2000-JUDGE-STUDENT.
059500
059600     PERFORM 4000-EVALUATE-CONDITIONS THRU 4000-EXIT.
059700     IF WS-SELECTED-SW NOT = 'Y'
059800         GO TO 2000-NEXT
059900     END-IF.
060000     ADD 1 TO WS-SELECT-COUNT.
060100
060200*    A CONFIDENTIAL STUDENT GETS NO LETTER - COUNTED SO THE
060300*    TRAILER TOTALS STILL RECONCILE TO THE SELECTION.
060400     IF STU-IS-CONFIDENTIAL
060500         ADD 1 TO WS-SUPPRESS-COUNT
060600         GO TO 2000-NEXT
060700     END-IF.
060800
060900     PERFORM 5000-PRINT-LETTER THRU 5000-EXIT.
061000     ADD 1 TO WS-LETTER-COUNT.
061100
061200 2000-NEXT.
061300
061400     PERFORM 2100-READ-NEXT-STUDENT THRU 2100-EXIT.
061500
061600 2000-EXIT.
061700     EXIT.
061800
061900 2100-READ-NEXT-STUDENT.
062000
062100     READ STUFILE NEXT RECORD
062200         AT END
062300             MOVE 'Y' TO WS-STU-EOF-SW
062400     END-READ.
062500
062600 2100-EXIT.
062700     EXIT.
062800
062900 3000-TERMINATE.
063000
063100     ACCEPT WS-CURR-TIME FROM TIME.
063200     MOVE WS-REQ-ID TO JOB-REQ-ID.
063300     READ JOBSTAT-FILE
063400         INVALID KEY
063500             GO TO 3000-CLOSE
063600     END-READ.
063700     SET JOB-COMPLETED TO TRUE.
063800     MOVE WS-LETTER-COUNT TO JOB-REC-COUNT.
063900     MOVE WS-CURR-DATE TO JOB-END-DATE.
064000     MOVE WS-CURR-TIME(1:7) TO JOB-END-TIME.
064100     REWRITE JOBSTAT-RECORD.
064200
064300 3000-CLOSE.
064400
064500     CLOSE STUFILE.
064600     CLOSE INSTFILE.
064700     CLOSE PRFFILE.
064800     CLOSE EMAILQ-FILE.
064900     CLOSE LETTER-RPT.
065000     CLOSE CORR-FILE.
065100     CLOSE JOBSTAT-FILE.
065200
065300     DISPLAY 'DCJB8BFL - FORM ' WS-FORM-CODE
065400         ' STUDENTS SELECTED = ' WS-SELECT-COUNT.
065500     DISPLAY 'DCJB8BFL - LETTERS PRINTED = ' WS-LETTER-COUNT
065600         ' SUPPRESSED (CONFIDENTIAL) = ' WS-SUPPRESS-COUNT.
065700     DISPLAY 'DCJB8BFL - OF THESE, SENT BY EMAIL = '
065800         WS-EMAILED-COUNT.
065900
066000 3000-EXIT.
066100     EXIT.
066200
066300*----------------------------------------------------------------
066400* LEFT-TO-RIGHT CONDITION EVALUATION, AS DCJB8BXG - EACH
066500* CONDITION COMBINES WITH THE RESULT SO FAR THROUGH THE PRIOR
066600* CARD'S CONNECTIVE. NO CONDITIONS MEANS EVERY STUDENT QUALIFIES.
066700*----------------------------------------------------------------
066800 4000-EVALUATE-CONDITIONS.
066900
067000     MOVE 'Y' TO WS-SELECTED-SW.
067100     PERFORM 4100-EVALUATE-ONE THRU 4100-EXIT
067200         VARYING WS-CND-IDX FROM 1 BY 1
067300         UNTIL WS-CND-IDX > WS-COND-COUNT.
067400
067500 4000-EXIT.
067600     EXIT.
067700
067800 4100-EVALUATE-ONE.
067900
068000     MOVE WS-CND-FIELD(WS-CND-IDX) TO WS-GET-NAME.
068100     PERFORM 6000-GET-FIELD-VALUE THRU 6000-EXIT.
068200
068300     MOVE 'N' TO WS-COND-TRUE-SW.
068400     EVALUATE WS-CND-OP(WS-CND-IDX)
068500         WHEN 'EQ'
068600             IF WS-FVAL = WS-CND-VALUE(WS-CND-IDX)
068700                 MOVE 'Y' TO WS-COND-TRUE-SW
068800             END-IF
068900         WHEN 'NE'
069000             IF WS-FVAL NOT = WS-CND-VALUE(WS-CND-IDX)
069100                 MOVE 'Y' TO WS-COND-TRUE-SW
069200             END-IF
069300         WHEN 'GT'
069400             IF WS-FVAL > WS-CND-VALUE(WS-CND-IDX)
069500                 MOVE 'Y' TO WS-COND-TRUE-SW
069600             END-IF
069700         WHEN 'LT'
069800             IF WS-FVAL < WS-CND-VALUE(WS-CND-IDX)
069900                 MOVE 'Y' TO WS-COND-TRUE-SW
070000             END-IF
070100     END-EVALUATE.
070200
070300     IF WS-CND-IDX = 1
070400         MOVE WS-COND-TRUE-SW TO WS-SELECTED-SW
070500         GO TO 4100-EXIT
070600     END-IF.
070700
070800     IF WS-CND-CONN(WS-CND-IDX - 1) = 'OR '
070900         IF (WS-SELECTED-SW = 'Y') OR (WS-COND-TRUE-SW = 'Y')
071000             MOVE 'Y' TO WS-SELECTED-SW
071100         ELSE
071200             MOVE 'N' TO WS-SELECTED-SW
071300         END-IF
071400     ELSE
071500         IF (WS-SELECTED-SW = 'Y') AND (WS-COND-TRUE-SW = 'Y')
071600             MOVE 'Y' TO WS-SELECTED-SW
071700         ELSE
071800             MOVE 'N' TO WS-SELECTED-SW
071900         END-IF
072000     END-IF.
072100
072200 4100-EXIT.
072300     EXIT.
072400
072500*----------------------------------------------------------------
072600* ONE LETTER - THE FORM'S SUBJECT AS THE PAGE HEADING, THE
072700* DCJB8BML-SHAPED ADDRESS BLOCK, A BLANK LINE, THEN THE BODY
072800* WITH ITS MERGE FIELDS FILLED FOR THIS STUDENT.
072900*----------------------------------------------------------------
073000 5000-PRINT-LETTER.
073100
073200*    THE REGISTER KEY IS SET FIRST - THE DELIVERY CHANNEL IS
073300*    CHOSEN AGAINST IT, AND THE FORM'S SUBJECT IS THE SUBJECT.
073400     MOVE STU-NUMBER TO WS-COR-STU.
073500     MOVE WS-FORM-CODE TO WS-COR-DOC.
073600     MOVE WS-TPL-SUBJECT TO WS-EML-SUBJECT.
073700     PERFORM 5700-CHOOSE-CHANNEL THRU 5700-EXIT.
073800
073900     MOVE WS-TPL-SUBJECT TO LTR-NTC-TEXT.
074000     MOVE LTR-NOTICE-LINE TO RPT-LINE.
074100     PERFORM 5800-PUT-LINE THRU 5800-EXIT.
074200
074300     MOVE STU-NAME TO LTR-TXT.
074400     MOVE LTR-TEXT-LINE TO RPT-LINE.
074500     PERFORM 5800-PUT-LINE THRU 5800-EXIT.
074600     MOVE STU-ADDRESS-1 TO LTR-TXT.
074700     MOVE LTR-TEXT-LINE TO RPT-LINE.
074800     PERFORM 5800-PUT-LINE THRU 5800-EXIT.
074900     MOVE STU-ADDRESS-2 TO LTR-TXT.
075000     MOVE LTR-TEXT-LINE TO RPT-LINE.
075100     PERFORM 5800-PUT-LINE THRU 5800-EXIT.
075200     MOVE STU-ADDRESS-3 TO LTR-TXT.
075300     MOVE LTR-TEXT-LINE TO RPT-LINE.
075400     PERFORM 5800-PUT-LINE THRU 5800-EXIT.
075500     MOVE STU-POSTAL-1 TO LTR-PST-1.
075600     MOVE STU-POSTAL-2 TO LTR-PST-2.
075700     MOVE LTR-POSTAL-LINE TO RPT-LINE.
075800     PERFORM 5800-PUT-LINE THRU 5800-EXIT.
075900
076000     MOVE SPACES TO LTR-TXT.
076100     MOVE LTR-TEXT-LINE TO RPT-LINE.
076200     PERFORM 5800-PUT-LINE THRU 5800-EXIT.
076300
076400     PERFORM 5100-PRINT-BODY-LINE THRU 5100-EXIT
076500         VARYING WS-TPL-IDX FROM 1 BY 1
076600         UNTIL WS-TPL-IDX > WS-TPL-COUNT.
076700
076800*    AN EMAILED LETTER IS CLOSED OFF, THEN THE LETTER GOES ON
076900*    THE CORRESPONDENCE REGISTER UNDER THE FORM CODE.
077000     PERFORM 5900-END-LETTER THRU 5900-EXIT.
077100     PERFORM 8000-LOG-CORRESPONDENCE THRU 8000-EXIT.
077200
077300 5000-EXIT.
077400     EXIT.
077500
077600 5100-PRINT-BODY-LINE.
077700
077800     MOVE WS-TPL-LINE(WS-TPL-IDX) TO WS-MRG-IN.
077900     PERFORM 5200-MERGE-LINE THRU 5200-EXIT.
078000
078100     MOVE WS-MRG-OUT TO LTR-TXT.
078200     MOVE LTR-TEXT-LINE TO RPT-LINE.
078300     PERFORM 5800-PUT-LINE THRU 5800-EXIT.
078400
078500 5100-EXIT.
078600     EXIT.
078700
078800*----------------------------------------------------------------
078900* MERGES ONE FORM LINE (WS-MRG-IN) INTO WS-MRG-OUT - TEXT IS
079000* COPIED AS IT STANDS; &NAME (OR &NAME.) IS REPLACED BY THE
079100* FIELD'S VALUE WITH TRAILING SPACES TRIMMED. A LONE & IS TEXT.
079200* ANYTHING PAST THE WIDTH OF THE LETTER LINE IS DROPPED.
079300*----------------------------------------------------------------
079400 5200-MERGE-LINE.
079500
079600     MOVE SPACES TO WS-MRG-OUT.
079700     MOVE 1 TO WS-MRG-OUT-POS.
079800     MOVE 1 TO WS-MRG-IN-POS.
079900
080000     MOVE 68 TO WS-MRG-IN-LEN.
080100     PERFORM 5210-TRIM-IN-ONE THRU 5210-EXIT
080200         UNTIL (WS-MRG-IN-LEN = 0)
080300            OR (WS-MRG-IN(WS-MRG-IN-LEN:1) NOT = SPACE).
080400
080500     PERFORM 5300-MERGE-ONE-PIECE THRU 5300-EXIT
080600         UNTIL WS-MRG-IN-POS > WS-MRG-IN-LEN.
080700
080800 5200-EXIT.
080900     EXIT.
081000
081100 5210-TRIM-IN-ONE.
081200
081300     SUBTRACT 1 FROM WS-MRG-IN-LEN.
081400
081500 5210-EXIT.
081600     EXIT.
081700
081800 5300-MERGE-ONE-PIECE.
081900
082000     IF WS-MRG-IN(WS-MRG-IN-POS:1) NOT = '&'
082100         MOVE WS-MRG-IN(WS-MRG-IN-POS:1) TO WS-MRG-CHAR
082200         PERFORM 5500-APPEND-CHAR THRU 5500-EXIT
082300         ADD 1 TO WS-MRG-IN-POS
082400         GO TO 5300-EXIT
082500     END-IF.
082600
082700*    A MERGE FIELD - GATHER ITS NAME.
082800     ADD 1 TO WS-MRG-IN-POS.
082900     MOVE SPACES TO WS-MRG-TOKEN.
083000     MOVE 0 TO WS-MRG-TOK-LEN.
083100     MOVE 'N' TO WS-MRG-TOK-END-SW.
083200     PERFORM 5310-TAKE-TOKEN-CHAR THRU 5310-EXIT
083300         UNTIL WS-MRG-TOK-END-SW = 'Y'.
083400
083500     IF WS-MRG-TOK-LEN = 0
083600         MOVE '&' TO WS-MRG-CHAR
083700         PERFORM 5500-APPEND-CHAR THRU 5500-EXIT
083800         GO TO 5300-EXIT
083900     END-IF.
084000
084100*    A PERIOD STRAIGHT AFTER THE NAME ONLY ENDS IT, AS IN JCL.
084200     IF WS-MRG-IN(WS-MRG-IN-POS:1) = '.'
084300         ADD 1 TO WS-MRG-IN-POS
084400     END-IF.
084500
084600     MOVE WS-MRG-TOKEN TO WS-GET-NAME.
084700     PERFORM 6100-CHECK-FIELD-NAME THRU 6100-EXIT.
084800     IF WS-BAD-FIELD-SW = 'Y'
084900         DISPLAY 'DCJB8BFL - FORM ' WS-FORM-CODE
085000             ' UNKNOWN MERGE FIELD &' WS-MRG-TOKEN
085100         GO TO 9999-ABEND
085200     END-IF.
085300
085400     IF WS-MRG-CHECK-SW = 'Y'
085500         GO TO 5300-EXIT
085600     END-IF.
085700
085800     PERFORM 6000-GET-FIELD-VALUE THRU 6000-EXIT.
085900     IF WS-GET-NAME = 'STANDING'
086000         PERFORM 6200-STANDING-WORDS THRU 6200-EXIT
086100     END-IF.
086200
086300     MOVE 20 TO WS-TRIM-LEN.
086400     PERFORM 5600-TRIM-ONE THRU 5600-EXIT
086500         UNTIL (WS-TRIM-LEN = 0)
086600            OR (WS-FVAL(WS-TRIM-LEN:1) NOT = SPACE).
086700
086800     PERFORM 5400-APPEND-VALUE-CHAR THRU 5400-EXIT
086900         VARYING WS-SCAN-IDX FROM 1 BY 1
087000         UNTIL WS-SCAN-IDX > WS-TRIM-LEN.
087100
087200 5300-EXIT.
087300     EXIT.
087400
087500 5310-TAKE-TOKEN-CHAR.
087600
087700     IF (WS-MRG-IN-POS > WS-MRG-IN-LEN) OR (WS-MRG-TOK-LEN = 8)
087800         MOVE 'Y' TO WS-MRG-TOK-END-SW
087900         GO TO 5310-EXIT
088000     END-IF.
088100
088200     MOVE WS-MRG-IN(WS-MRG-IN-POS:1) TO WS-MRG-CHAR.
088300     IF NOT WS-MRG-NAME-CHAR
088400         MOVE 'Y' TO WS-MRG-TOK-END-SW
088500         GO TO 5310-EXIT
088600     END-IF.
088700
088800     ADD 1 TO WS-MRG-TOK-LEN.
088900     MOVE WS-MRG-CHAR TO WS-MRG-TOKEN(WS-MRG-TOK-LEN:1).
089000     ADD 1 TO WS-MRG-IN-POS.
089100
089200 5310-EXIT.
089300     EXIT.
089400
089500 5400-APPEND-VALUE-CHAR.
089600
089700     MOVE WS-FVAL(WS-SCAN-IDX:1) TO WS-MRG-CHAR.
089800     PERFORM 5500-APPEND-CHAR THRU 5500-EXIT.
089900
090000 5400-EXIT.
090100     EXIT.
090200
090300 5500-APPEND-CHAR.
090400
090500     IF WS-MRG-OUT-POS > 100
090600         GO TO 5500-EXIT
090700     END-IF.
090800
090900     MOVE WS-MRG-CHAR TO WS-MRG-OUT(WS-MRG-OUT-POS:1).
091000     ADD 1 TO WS-MRG-OUT-POS.
091100
091200 5500-EXIT.
091300     EXIT.
091400
091500 5600-TRIM-ONE.
091600
091700     SUBTRACT 1 FROM WS-TRIM-LEN.
091800
091900 5600-EXIT.
092000     EXIT.
092100
092200*----------------------------------------------------------------
092300* HOW THE LETTER FOR WS-COR-STU GOES OUT - BY EMAIL WHEN PRFFILE
092400* HOLDS AN ADDRESS AND THE STUDENT'S CONSENT, OTHERWISE ON PAPER.
092500* AN EMAILED LETTER STARTS WITH ITS QUEUE HEADER HERE.
092600*----------------------------------------------------------------
092700 5700-CHOOSE-CHANNEL.
092800
092900     SET WS-EML-ON-PAPER TO TRUE.
093000     MOVE 0 TO WS-EML-LINE-NO.
093100
093200     MOVE WS-COR-STU TO PRF-STU-NUMBER.
093300     READ PRFFILE
093400         INVALID KEY
093500             GO TO 5700-EXIT
093600     END-READ.
093700
093800     IF (PRF-EMAIL = SPACES) OR (NOT PRF-EMAIL-CONSENTED)
093900         GO TO 5700-EXIT
094000     END-IF.
094100
094200     SET WS-EML-BY-EMAIL TO TRUE.
094300     MOVE SPACES TO EMAILQ-RECORD.
094400     MOVE WS-COR-STU TO EMQ-STU-NUMBER.
094500     MOVE WS-COR-CYYDDD TO EMQ-DATE.
094600     MOVE WS-COR-DOC TO EMQ-DOC-TYPE.
094700     MOVE EMQ-KEY TO WS-EML-KEY.
094800     SET EMQ-HEADER TO TRUE.
094900     MOVE 0 TO EMQ-LINE-NO.
095000     MOVE PRF-EMAIL TO EMQ-RECIPIENT.
095100     MOVE WS-EML-SUBJECT TO EMQ-SUBJECT.
095200     MOVE 'DCJB8BFL' TO EMQ-RUN-ID.
095300     WRITE EMAILQ-RECORD.
095400
095500 5700-EXIT.
095600     EXIT.
095700
095800*----------------------------------------------------------------
095900* ONE LETTER LINE, ALREADY BUILT IN RPT-LINE - PRINTED, OR QUEUED
096000* AS THE NEXT BODY ROW OF THE EMAIL.
096100*----------------------------------------------------------------
096200 5800-PUT-LINE.
096300
096400     IF WS-EML-ON-PAPER
096500         WRITE RPT-LINE
096600         GO TO 5800-EXIT
096700     END-IF.
096800
096900     ADD 1 TO WS-EML-LINE-NO.
097000     MOVE SPACES TO EMAILQ-RECORD.
097100     MOVE WS-EML-KEY TO EMQ-KEY.
097200     SET EMQ-BODY TO TRUE.
097300     MOVE WS-EML-LINE-NO TO EMQ-LINE-NO.
097400     MOVE RPT-LINE TO EMQ-DATA.
097500     WRITE EMAILQ-RECORD.
097600
097700 5800-EXIT.
097800     EXIT.
097900
098000*----------------------------------------------------------------
098100* CLOSES AN EMAILED LETTER WITH ITS TRAILER - THE BODY LINE COUNT
098200* THE GATEWAY CHECKS BEFORE IT SENDS.
098300*----------------------------------------------------------------
098400 5900-END-LETTER.
098500
098600     IF WS-EML-ON-PAPER
098700         GO TO 5900-EXIT
098800     END-IF.
098900
099000     MOVE SPACES TO EMAILQ-RECORD.
099100     MOVE WS-EML-KEY TO EMQ-KEY.
099200     SET EMQ-TRAILER TO TRUE.
099300     MOVE 999 TO EMQ-LINE-NO.
099400     MOVE WS-EML-LINE-NO TO EMQ-LINE-COUNT.
099500     WRITE EMAILQ-RECORD.
099600     ADD 1 TO WS-EMAILED-COUNT.
099700
099800 5900-EXIT.
099900     EXIT.
100000
100100*----------------------------------------------------------------
100200* THE FIELD DICTIONARY - THE DCJB8BXG NAMES PLUS ADVISOR (THE
100300* ASSIGNED ADVISOR BY NAME OFF INSTFILE). 6100 ONLY CHECKS THE
100400* NAME; 6000 RESOLVES THE VALUE OFF THE CURRENT RECORD.
100500*----------------------------------------------------------------
100600 6000-GET-FIELD-VALUE.
100700
100800     MOVE SPACES TO WS-FVAL.
100900     EVALUATE WS-GET-NAME
101000         WHEN 'NUMBER  '
101100             MOVE STU-NUMBER TO WS-FVAL
101200         WHEN 'NAME    '
101300             MOVE STU-NAME TO WS-FVAL
101400         WHEN 'ADDR1   '
101500             MOVE STU-ADDRESS-1 TO WS-FVAL
101600         WHEN 'ADDR2   '
101700             MOVE STU-ADDRESS-2 TO WS-FVAL
101800         WHEN 'ADDR3   '
101900             MOVE STU-ADDRESS-3 TO WS-FVAL
102000         WHEN 'POSTAL  '
102100             MOVE STU-POSTAL-1 TO WS-FVAL(1:3)
102200             MOVE STU-POSTAL-2 TO WS-FVAL(5:3)
102300         WHEN 'PHONE   '
102400             MOVE STU-PHONE-1 TO WS-FVAL(1:3)
102500             MOVE STU-PHONE-2 TO WS-FVAL(4:3)
102600             MOVE STU-PHONE-3 TO WS-FVAL(7:4)
102700         WHEN 'STATUS  '
102800             MOVE STU-STATUS TO WS-FVAL
102900         WHEN 'TERM    '
103000             MOVE STU-TERM TO WS-FVAL
103100         WHEN 'STANDING'
103200             MOVE STU-STANDING TO WS-FVAL
103300         WHEN 'GPA     '
103400             MOVE STU-CUM-GPA TO WS-GPA-EDIT
103500             MOVE WS-GPA-EDIT TO WS-FVAL
103600         WHEN 'CAMPUS  '
103700             MOVE STU-CAMPUS TO WS-FVAL
103800         WHEN 'PROGRAM '
103900             MOVE STU-PROGRAM TO WS-FVAL
104000         WHEN 'ADVISOR '
104100             PERFORM 6300-ADVISOR-NAME THRU 6300-EXIT
104200     END-EVALUATE.
104300
104400 6000-EXIT.
104500     EXIT.
104600
104700 6100-CHECK-FIELD-NAME.
104800
104900     MOVE 'N' TO WS-BAD-FIELD-SW.
105000     EVALUATE WS-GET-NAME
105100         WHEN 'NUMBER  '
105200         WHEN 'NAME    '
105300         WHEN 'ADDR1   '
105400         WHEN 'ADDR2   '
105500         WHEN 'ADDR3   '
105600         WHEN 'POSTAL  '
105700         WHEN 'PHONE   '
105800         WHEN 'STATUS  '
105900         WHEN 'TERM    '
106000         WHEN 'STANDING'
106100         WHEN 'GPA     '
106200         WHEN 'CAMPUS  '
106300         WHEN 'PROGRAM '
106400         WHEN 'ADVISOR '
106500             CONTINUE
106600         WHEN OTHER
106700             MOVE 'Y' TO WS-BAD-FIELD-SW
106800     END-EVALUATE.
106900
107000 6100-EXIT.
107100     EXIT.
107200
107300*----------------------------------------------------------------
107400* IN A LETTER THE STANDING READS AS WORDS, NOT THE ONE-LETTER
107500* CODE A WHERE CARD TESTS.
107600*----------------------------------------------------------------
107700 6200-STANDING-WORDS.
107800
107900     EVALUATE TRUE
108000         WHEN STU-DEANS-LIST
108100             MOVE 'DEANS LIST' TO WS-FVAL
108200         WHEN STU-PROBATION
108300             MOVE 'ACADEMIC PROBATION' TO WS-FVAL
108400         WHEN STU-SUSPENDED
108500             MOVE 'ACADEMIC SUSPENSION' TO WS-FVAL
108600         WHEN OTHER
108700             MOVE 'GOOD STANDING' TO WS-FVAL
108800     END-EVALUATE.
108900
109000 6200-EXIT.
109100     EXIT.
109200
109300 6300-ADVISOR-NAME.
109400
109500     IF (STU-ADVISOR = SPACES) OR (STU-ADVISOR = LOW-VALUES)
109600         MOVE 'THE ADVISING OFFICE' TO WS-FVAL
109700         GO TO 6300-EXIT
109800     END-IF.
109900
110000     MOVE STU-ADVISOR TO INS-ID.
110100     READ INSTFILE
110200         INVALID KEY
110300             MOVE 'THE ADVISING OFFICE' TO WS-FVAL
110400             GO TO 6300-EXIT
110500     END-READ.
110600     MOVE INS-NAME TO WS-FVAL.
110700
110800 6300-EXIT.
110900     EXIT.
111000
111100*----------------------------------------------------------------
111200* ONE CORRESPONDENCE-REGISTER ROW PER LETTER - THE SEQUENCE
111300* BUMPS PAST ANY ROW ALREADY ON FILE FOR THE DAY.
111400*----------------------------------------------------------------
111500 8000-LOG-CORRESPONDENCE.
111600
111700     MOVE SPACES TO CORRFILE-RECORD.
111800     MOVE WS-COR-STU TO COR-STU-NUMBER.
111900     MOVE WS-COR-CYYDDD TO COR-DATE.
112000     MOVE WS-COR-DOC TO COR-DOC-TYPE.
112100     MOVE 'DCJB8BFL' TO COR-RUN-ID.
112200     MOVE WS-EML-CHANNEL TO COR-CHANNEL.
112300     MOVE 1 TO COR-SEQ.
112310*    THE STATUS IS STILL '00' FROM THE LAST CORRFILE I/O - CLEAR
112320*    IT SO THE FIRST WRITE IS ACTUALLY TRIED.
112330     MOVE SPACES TO WS-CORFILE-STATUS.
112400
112500     PERFORM 8010-TRY-ONE-SEQ THRU 8010-EXIT
112600         UNTIL (WS-CORFILE-OK) OR (COR-SEQ > 99).
112700
112800 8000-EXIT.
112900     EXIT.
113000
113100 8010-TRY-ONE-SEQ.
113200
113300     WRITE CORRFILE-RECORD
113400         INVALID KEY
113500             ADD 1 TO COR-SEQ
113600     END-WRITE.
113700
113800 8010-EXIT.
113900     EXIT.
114000
114100 9999-ABEND.
114200
114300     MOVE 16 TO RETURN-CODE.
114400     GOBACK.
114500
114600 END PROGRAM DCJB8BFL.
