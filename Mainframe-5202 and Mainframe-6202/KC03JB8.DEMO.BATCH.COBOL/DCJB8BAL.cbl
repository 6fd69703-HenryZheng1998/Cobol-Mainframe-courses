000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BAL.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - ALUMNI OFFICE HAND-OFF. EVERY
001100*                GRAPFILE APPLICATION DCJB8BGC HAS CLEARED AND
001200*                THAT HAS NOT YET GONE TO THE ALUMNI OFFICE IS
001300*                WRITTEN TO ALUMFEED - THE MAILING ADDRESS AS
001400*                DCJB8BML LAYS IT OUT, CAMPUS, PROGRAM AND ITS
001500*                PRGFILE TITLE, FINAL CUMULATIVE GPA AND CLEARANCE
001600*                DATE - AND THE APPLICATION IS STAMPED AS SENT SO
001700*                NOBODY GOES TWICE. A CONFIDENTIAL STUDENT IS HELD
001800*                BACK UNSTAMPED UNTIL THEY CONSENT AND THE FLAG IS
001900*                CLEARED, AND IS LISTED ON THE CONTROL REPORT.
001910* 10/15/26  HZ   GRAPFILE GROWS TO 60 BYTES FOR THE DCJB8BDP
001920*                DIPLOMA SERIAL, LEFT AS FOUND HERE.
002000*----------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-370.
002500 OBJECT-COMPUTER. IBM-370.
002600
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900
003000     SELECT GRAP-FILE ASSIGN TO GRAPFILE
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS GRA-KEY
003400         FILE STATUS IS WS-GRAPFILE-STATUS.
003500
003600     SELECT STUFILE ASSIGN TO STUFILE
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS STU-NUMBER
004000         FILE STATUS IS WS-STUFILE-STATUS.
004100
004200     SELECT PRG-FILE ASSIGN TO PRGFILE
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS PRG-KEY
004600         FILE STATUS IS WS-PRGFILE-STATUS.
004700
004800*    THE HAND-OFF TO THE ALUMNI SYSTEM - REWRITTEN EVERY RUN.
004900     SELECT ALUMNI-FEED ASSIGN TO ALUMFEED
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-ALUMFEED-STATUS.
005200
005300     SELECT ALUMNI-RPT ASSIGN TO ALUMRPT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-ALUMRPT-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900
006000 FD  GRAP-FILE
006100     LABEL RECORDS ARE STANDARD
006200     RECORD CONTAINS 60 CHARACTERS
006300     DATA RECORD IS GRAPFILE-RECORD.
006400
006500     COPY 'GRAPREC'.
006600
006700 FD  STUFILE
006800     LABEL RECORDS ARE STANDARD
006900     RECORD CONTAINS 227 CHARACTERS
007000     DATA RECORD IS STUFILE-RECORD.
007100
007200     COPY 'STUREC'.
007300
007400 FD  PRG-FILE
007500     LABEL RECORDS ARE STANDARD
007600     RECORD CONTAINS 122 CHARACTERS
007700     DATA RECORD IS PRGFILE-RECORD.
007800
007900     COPY 'PROGREC'.
008000
008100 FD  ALUMNI-FEED
008200     LABEL RECORDS ARE STANDARD
008300     RECORD CONTAINS 150 CHARACTERS
008400     DATA RECORD IS ALM-LINE.
008500
008600*    HAND-OFF RECORDS - THE FIRST BYTE SAYS WHICH: 'H' HEADER (THE
008700*    RUN DATE, YYYYDDD), 'G' ONE CLEARED GRADUATE, 'T' TRAILER
008800*    (GRADUATES SENT, AND HOW MANY WERE HELD BACK AS
008900*    CONFIDENTIAL). THE ADDRESS IS THE DCJB8BML LABEL BLOCK -
009000*    NAME, STREET, CITY, PROVINCE LINE, POSTAL CODE AS 'A1A 1A1'.
009100*    THE GPA IS 9V99; THE CLEARANCE DATE IS YYYYDDD.
009200 01  ALM-LINE.
009300     05 ALM-REC-TYPE                 PIC X(1).
009400     05 ALM-DATA                     PIC X(149).
009500 01  ALM-HEADER-REC REDEFINES ALM-LINE.
009600     05 ALH-REC-TYPE                 PIC X(1).
009700     05 ALH-RUN-DATE                 PIC 9(7).
009800     05 FILLER                       PIC X(142).
009900 01  ALM-GRAD-REC REDEFINES ALM-LINE.
010000     05 ALG-REC-TYPE                 PIC X(1).
010100     05 ALG-STU-NUMBER               PIC X(7).
010200     05 ALG-NAME                     PIC X(20).
010300     05 ALG-ADDRESS-1                PIC X(20).
010400     05 ALG-ADDRESS-2                PIC X(20).
010500     05 ALG-ADDRESS-3                PIC X(20).
010600     05 ALG-POSTAL.
010700         10 ALG-POSTAL-1             PIC X(3).
010800         10 ALG-POSTAL-SEP           PIC X(1).
010900         10 ALG-POSTAL-2             PIC X(3).
011000     05 ALG-CAMPUS                   PIC X(3).
011100     05 ALG-PROGRAM                  PIC X(4).
011200     05 ALG-PROGRAM-TITLE            PIC X(20).
011300     05 ALG-CUM-GPA                  PIC 9V99.
011400     05 ALG-CLEAR-DATE               PIC 9(7).
011500     05 ALG-CONVOCATION-TERM         PIC X(5).
011600     05 FILLER                       PIC X(13).
011700 01  ALM-TRAILER-REC REDEFINES ALM-LINE.
011800     05 ALT-REC-TYPE                 PIC X(1).
011900     05 ALT-SENT                     PIC 9(7).
012000     05 ALT-HELD                     PIC 9(7).
012100     05 FILLER                       PIC X(135).
012200
012300 FD  ALUMNI-RPT
012400     LABEL RECORDS ARE STANDARD
012500     RECORD CONTAINS 133 CHARACTERS
012600     DATA RECORD IS RPT-LINE.
012700 01  RPT-LINE                        PIC X(133).
012800
012900 WORKING-STORAGE SECTION.
013000
013100 01  WS-GRAPFILE-STATUS              PIC X(2) VALUE SPACES.
013200     88 WS-GRAPFILE-OK                   VALUE '00'.
013300 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
013400     88 WS-STUFILE-OK                    VALUE '00'.
013500 01  WS-PRGFILE-STATUS               PIC X(2) VALUE SPACES.
013600     88 WS-PRGFILE-OK                    VALUE '00'.
013700 01  WS-ALUMFEED-STATUS              PIC X(2) VALUE SPACES.
013800     88 WS-ALUMFEED-OK                   VALUE '00'.
013900 01  WS-ALUMRPT-STATUS               PIC X(2) VALUE SPACES.
014000     88 WS-ALUMRPT-OK                    VALUE '00'.
014100
014200 01  WS-SWITCHES.
014300     05 WS-GRA-EOF-SW                PIC X(1) VALUE 'N'.
014400         88 WS-GRA-EOF                    VALUE 'Y'.
014500
014600 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
014700 01  WS-CURR-CYYDDD                  PIC 9(7) VALUE 0.
014800
014900 77  WS-SENT-COUNT                   PIC S9(7) COMP VALUE 0.
015000 77  WS-HELD-COUNT                   PIC S9(7) COMP VALUE 0.
015100 77  WS-MISSING-COUNT                PIC S9(7) COMP VALUE 0.
015200
015300 01  RPT-HEADING-1.
015400     05 RPT-HDG1-CC                  PIC X(1) VALUE '1'.
015500     05 FILLER                       PIC X(4) VALUE SPACES.
015600     05 FILLER                       PIC X(36) VALUE
015700            'ALUMNI OFFICE HAND-OFF - RUN DATE: '.
015800     05 RPT-HDG1-DATE                PIC 9(7).
015900     05 FILLER                       PIC X(85) VALUE SPACES.
016000
016100 01  RPT-DETAIL-LINE.
016200     05 RPT-DTL-CC                   PIC X(1) VALUE ' '.
016300     05 FILLER                       PIC X(4) VALUE SPACES.
016400     05 RPT-DTL-NUMBER               PIC X(7).
016500     05 FILLER                       PIC X(2) VALUE SPACES.
016600     05 RPT-DTL-NAME                 PIC X(20).
016700     05 FILLER                       PIC X(2) VALUE SPACES.
016800     05 RPT-DTL-TERM                 PIC X(5).
016900     05 FILLER                       PIC X(2) VALUE SPACES.
017000     05 RPT-DTL-OUTCOME              PIC X(30).
017100     05 FILLER                       PIC X(60) VALUE SPACES.
017200
017300 01  RPT-TOTAL-LINE.
017400     05 RPT-TOT-CC                   PIC X(1) VALUE '0'.
017500     05 FILLER                       PIC X(4) VALUE SPACES.
017600     05 RPT-TOT-LABEL                PIC X(36).
017700     05 RPT-TOT-COUNT                PIC ZZZ,ZZ9.
017800     05 FILLER                       PIC X(85) VALUE SPACES.
017900
018000 PROCEDURE DIVISION.
018100
018200 0000-MAINLINE.
018300
018400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018500
018600     PERFORM 2000-HAND-OFF THRU 2000-EXIT
018700         UNTIL WS-GRA-EOF.
018800
018900     PERFORM 3000-TERMINATE THRU 3000-EXIT.
019000
019100     GOBACK.
019200
019300 1000-INITIALIZE.
019400
019500     ACCEPT WS-CURR-DATE FROM DAY.
019600     COMPUTE WS-CURR-CYYDDD = WS-CURR-DATE - 1900000.
019700
019800     OPEN I-O GRAP-FILE.
019900     IF NOT WS-GRAPFILE-OK
020000         DISPLAY 'DCJB8BAL - GRAPFILE OPEN FAILED, STATUS = '
020100             WS-GRAPFILE-STATUS
020200         GO TO 9999-ABEND
020300     END-IF.
020400
020500     OPEN INPUT STUFILE.
020600     IF NOT WS-STUFILE-OK
020700         DISPLAY 'DCJB8BAL - STUFILE OPEN FAILED, STATUS = '
020800             WS-STUFILE-STATUS
020900         GO TO 9999-ABEND
021000     END-IF.
021100
021200     OPEN INPUT PRG-FILE.
021300     IF NOT WS-PRGFILE-OK
021400         DISPLAY 'DCJB8BAL - PRGFILE OPEN FAILED, STATUS = '
021500             WS-PRGFILE-STATUS
021600         GO TO 9999-ABEND
021700     END-IF.
021800
021900     OPEN OUTPUT ALUMNI-FEED.
022000     IF NOT WS-ALUMFEED-OK
022100         DISPLAY 'DCJB8BAL - ALUMFEED OPEN FAILED, STATUS = '
022200             WS-ALUMFEED-STATUS
022300         GO TO 9999-ABEND
022400     END-IF.
022500
022600     OPEN OUTPUT ALUMNI-RPT.
022700     IF NOT WS-ALUMRPT-OK
022800         DISPLAY 'DCJB8BAL - ALUMRPT OPEN FAILED, STATUS = '
022900             WS-ALUMRPT-STATUS
023000         GO TO 9999-ABEND
023100     END-IF.
023200
023300     MOVE SPACES TO ALM-LINE.
023400     MOVE 'H' TO ALH-REC-TYPE.
023500     MOVE WS-CURR-DATE TO ALH-RUN-DATE.
023600     PERFORM 6500-PUT-RECORD THRU 6500-EXIT.
023700
023800     MOVE WS-CURR-DATE TO RPT-HDG1-DATE.
023900     WRITE RPT-LINE FROM RPT-HEADING-1.
024000
024100     PERFORM 2100-READ-NEXT-APPLICATION THRU 2100-EXIT.
024200
024300 1000-EXIT.
024400     EXIT.
024500
024600*----------------------------------------------------------------
024700* ONE APPLICATION. ONLY A CLEARED ONE NOT YET SENT GOES. THE
024800* STAMP IS WRITTEN ONLY AFTER THE GRADUATE IS ON THE FEED.
024900*----------------------------------------------------------------
025000 2000-HAND-OFF.
025100
025200     IF (NOT GRA-CLEARED) OR (GRA-ALUMNI-DATE NOT = 0)
025300         GO TO 2000-NEXT
025400     END-IF.
025500
025600     MOVE GRA-STU-NUMBER TO RPT-DTL-NUMBER.
025700     MOVE GRA-TERM TO RPT-DTL-TERM.
025800
025900*    A CLEARED APPLICATION WHOSE STUDENT IS NO LONGER ON FILE
026000*    (ARCHIVED OR MERGED SINCE) IS LISTED FOR THE REGISTRAR AND
026100*    LEFT UNSTAMPED.
026200     MOVE GRA-STU-NUMBER TO STU-NUMBER.
026300     READ STUFILE
026400         INVALID KEY
026500             MOVE SPACES TO RPT-DTL-NAME
026600             MOVE 'NOT SENT - STUDENT NOT ON FILE'
026700                 TO RPT-DTL-OUTCOME
026800             WRITE RPT-LINE FROM RPT-DETAIL-LINE
026900             ADD 1 TO WS-MISSING-COUNT
027000             GO TO 2000-NEXT
027100     END-READ.
027200
027300     MOVE STU-NAME TO RPT-DTL-NAME.
027400
027500*    A CONFIDENTIAL STUDENT WAITS FOR CONSENT - NOT STAMPED, SO
027600*    THE FIRST RUN AFTER THE FLAG IS CLEARED SENDS THEM.
027700     IF STU-IS-CONFIDENTIAL
027800         MOVE 'HELD - CONFIDENTIAL' TO RPT-DTL-OUTCOME
027900         WRITE RPT-LINE FROM RPT-DETAIL-LINE
028000         ADD 1 TO WS-HELD-COUNT
028100         GO TO 2000-NEXT
028200     END-IF.
028300
028400     PERFORM 2200-SEND-GRADUATE THRU 2200-EXIT.
028500
028600     MOVE WS-CURR-CYYDDD TO GRA-ALUMNI-DATE.
028700     REWRITE GRAPFILE-RECORD.
028800     IF NOT WS-GRAPFILE-OK
028900         DISPLAY 'DCJB8BAL - GRAPFILE REWRITE FAILED, STATUS = '
029000             WS-GRAPFILE-STATUS ' KEY = ' GRA-KEY
029100         GO TO 9999-ABEND
029200     END-IF.
029300
029400     MOVE 'SENT' TO RPT-DTL-OUTCOME.
029500     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
029600     ADD 1 TO WS-SENT-COUNT.
029700
029800 2000-NEXT.
029900
030000     PERFORM 2100-READ-NEXT-APPLICATION THRU 2100-EXIT.
030100
030200 2000-EXIT.
030300     EXIT.
030400
030500 2100-READ-NEXT-APPLICATION.
030600
030700     READ GRAP-FILE NEXT RECORD
030800         AT END
030900             MOVE 'Y' TO WS-GRA-EOF-SW
031000     END-READ.
031100
031200 2100-EXIT.
031300     EXIT.
031400
031500 2200-SEND-GRADUATE.
031600
031700     MOVE SPACES TO ALM-LINE.
031800     MOVE 'G' TO ALG-REC-TYPE.
031900     MOVE STU-NUMBER TO ALG-STU-NUMBER.
032000     MOVE STU-NAME TO ALG-NAME.
032100     MOVE STU-ADDRESS-1 TO ALG-ADDRESS-1.
032200     MOVE STU-ADDRESS-2 TO ALG-ADDRESS-2.
032300     MOVE STU-ADDRESS-3 TO ALG-ADDRESS-3.
032400     MOVE STU-POSTAL-1 TO ALG-POSTAL-1.
032500     MOVE SPACE TO ALG-POSTAL-SEP.
032600     MOVE STU-POSTAL-2 TO ALG-POSTAL-2.
032700     MOVE STU-CAMPUS TO ALG-CAMPUS.
032800     MOVE STU-PROGRAM TO ALG-PROGRAM.
032900
033000     MOVE SPACES TO ALG-PROGRAM-TITLE.
033100     IF STU-PROGRAM NOT = SPACES
033200         MOVE STU-PROGRAM TO PRG-CODE
033300         READ PRG-FILE
033400             INVALID KEY
033500                 MOVE SPACES TO PRG-TITLE
033600         END-READ
033700         MOVE PRG-TITLE TO ALG-PROGRAM-TITLE
033800     END-IF.
033900
034000     IF STU-CUM-GPA IS NUMERIC
034100         MOVE STU-CUM-GPA TO ALG-CUM-GPA
034200     ELSE
034300         MOVE 0 TO ALG-CUM-GPA
034400     END-IF.
034500
034600     IF GRA-CLEAR-DATE > 0
034700         COMPUTE ALG-CLEAR-DATE = GRA-CLEAR-DATE + 1900000
034800     ELSE
034900         MOVE 0 TO ALG-CLEAR-DATE
035000     END-IF.
035100     MOVE GRA-TERM TO ALG-CONVOCATION-TERM.
035200
035300     PERFORM 6500-PUT-RECORD THRU 6500-EXIT.
035400
035500 2200-EXIT.
035600     EXIT.
035700
035800 3000-TERMINATE.
035900
036000     MOVE SPACES TO ALM-LINE.
036100     MOVE 'T' TO ALT-REC-TYPE.
036200     MOVE WS-SENT-COUNT TO ALT-SENT.
036300     MOVE WS-HELD-COUNT TO ALT-HELD.
036400     PERFORM 6500-PUT-RECORD THRU 6500-EXIT.
036500
036600     MOVE 'GRADUATES SENT . . . . . . . . . .' TO RPT-TOT-LABEL.
036700     MOVE WS-SENT-COUNT TO RPT-TOT-COUNT.
036800     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
036900
037000     MOVE ' ' TO RPT-TOT-CC.
037100     MOVE 'HELD BACK - CONFIDENTIAL . . . . .' TO RPT-TOT-LABEL.
037200     MOVE WS-HELD-COUNT TO RPT-TOT-COUNT.
037300     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
037400
037500     MOVE 'NOT SENT - STUDENT NOT ON FILE . .' TO RPT-TOT-LABEL.
037600     MOVE WS-MISSING-COUNT TO RPT-TOT-COUNT.
037700     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
037800
037900     CLOSE ALUMNI-FEED.
038000     CLOSE ALUMNI-RPT.
038100     CLOSE GRAP-FILE STUFILE PRG-FILE.
038200
038300     DISPLAY 'DCJB8BAL - GRADUATES SENT = ' WS-SENT-COUNT
038400         ' HELD (CONFIDENTIAL) = ' WS-HELD-COUNT
038500         ' NOT ON FILE = ' WS-MISSING-COUNT.
038600
038700 3000-EXIT.
038800     EXIT.
038900
039000 6500-PUT-RECORD.
039100
039200     WRITE ALM-LINE.
039300     IF NOT WS-ALUMFEED-OK
039400         DISPLAY 'DCJB8BAL - ALUMFEED WRITE FAILED, STATUS = '
039500             WS-ALUMFEED-STATUS
039600         GO TO 9999-ABEND
039700     END-IF.
039800
039900 6500-EXIT.
040000     EXIT.
040100
040200 9999-ABEND.
040300
040400     MOVE 16 TO RETURN-CODE.
040500     GOBACK.
040600
040700 END PROGRAM DCJB8BAL.
