000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BAX.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - ADMISSIONS INTAKE EXPORT. EVERY
001100*                APPLICATION FOR THE SYSIN TERM WITH AN OFFER THE
001200*                APPLICANT ACCEPTED, NOT YET SENT, IS WRITTEN TO
001300*                THE INTAKE DATASET IN THE DCJB8BLD FORMAT (SEE
001400*                INTKREC) WITH ITS PROGRAM, CAMPUS AND APPLICATION
001500*                NUMBER, AND THE APPLFILE ROW IS STAMPED WITH THE
001600*                EXPORT DATE SO A RERUN NEVER SENDS IT TWICE. THE
001700*                COURSE SLOTS GO OUT BLANK - THE STUDENT REGISTERS
001800*                ONLINE ONCE LOADED. A LISTING SHOWS WHO WENT.
001900*                RUNS AHEAD OF DCJB8BLD, BEHIND THE SAME QUIESCE
002000*                GATE.
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
003100     SELECT APPLFILE ASSIGN TO APPLFILE
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS APL-KEY
003500         FILE STATUS IS WS-APPLFILE-STATUS.
003600
003700     SELECT INTAKE-FILE ASSIGN TO INTAKE
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-INTAKE-STATUS.
004000
004100*    THE BATCH-WINDOW QUIESCE STATE - SEE BCTLREC AND DCJB8PHJ.
004200     SELECT BATCHCTL-FILE ASSIGN TO BATCHCTL
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS BCT-KEY
004600         FILE STATUS IS WS-BATCHCTL-STATUS.
004700
004800     SELECT EXPORT-RPT ASSIGN TO AXRPT
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-AXRPT-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400
005500 FD  APPLFILE
005600     LABEL RECORDS ARE STANDARD
005700     RECORD CONTAINS 350 CHARACTERS
005800     DATA RECORD IS APPLFILE-RECORD.
005900
006000*    APPLFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
006100     COPY 'APPLREC'.
006200
006300 FD  INTAKE-FILE
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 282 CHARACTERS
006600     DATA RECORD IS INTAKE-RECORD.
006700
006800*    INTAKE RECORD LAYOUT - SHARED WITH DCJB8BLD, WHICH LOADS IT.
006900     COPY 'INTKREC'.
007000
007100 FD  BATCHCTL-FILE
007200     LABEL RECORDS ARE STANDARD
007300     RECORD CONTAINS 45 CHARACTERS
007400     DATA RECORD IS BATCHCTL-RECORD.
007500
007600*    BATCHCTL RECORD LAYOUT - SHARED ACROSS THE NIGHTLY STREAM.
007700     COPY 'BCTLREC'.
007800
007900 FD  EXPORT-RPT
008000     LABEL RECORDS ARE STANDARD
008100     RECORD CONTAINS 133 CHARACTERS
008200     DATA RECORD IS RPT-LINE.
008300 01  RPT-LINE                        PIC X(133).
008400
008500 WORKING-STORAGE SECTION.
008600
008700 01  WS-APPLFILE-STATUS              PIC X(2) VALUE SPACES.
008800     88 WS-APPLFILE-OK                   VALUE '00'.
008900 01  WS-INTAKE-STATUS                PIC X(2) VALUE SPACES.
009000     88 WS-INTAKE-OK                     VALUE '00'.
009100 01  WS-BATCHCTL-STATUS              PIC X(2) VALUE SPACES.
009200     88 WS-BATCHCTL-OK                   VALUE '00'.
009300 01  WS-AXRPT-STATUS                 PIC X(2) VALUE SPACES.
009400     88 WS-AXRPT-OK                      VALUE '00'.
009500
009600 01  WS-SWITCHES.
009700     05 WS-APL-EOF-SW                PIC X(1) VALUE 'N'.
009800         88 WS-APL-EOF                    VALUE 'Y'.
009900
010000 01  WS-TERM-IN                      PIC X(5) VALUE SPACES.
010100 01  WS-TODAY                        PIC 9(7) VALUE 0.
010200 01  WS-TODAY-CYYDDD                 PIC 9(7) VALUE 0.
010300
010400 77  WS-TERM-COUNT                   PIC S9(7) COMP VALUE 0.
010500 77  WS-SENT-COUNT                   PIC S9(7) COMP VALUE 0.
010600 77  WS-EARLIER-COUNT                PIC S9(7) COMP VALUE 0.
010700
010800 01  RPT-HEADING-1.
010900     05 FILLER                       PIC X(1) VALUE '1'.
011000     05 FILLER                       PIC X(41) VALUE
011100            'DCJB8BAX - ADMISSIONS INTAKE EXPORT, TERM'.
011200     05 FILLER                       PIC X(1) VALUE SPACE.
011300     05 HD1-TERM                     PIC X(5).
011400     05 FILLER                       PIC X(9) VALUE
011500            '  RUN ON '.
011600     05 HD1-RUN-DATE                 PIC 9(7).
011700     05 FILLER                       PIC X(69) VALUE SPACES.
011800
011900 01  RPT-HEADING-2.
012000     05 FILLER                       PIC X(1) VALUE '0'.
012100     05 FILLER                       PIC X(4) VALUE SPACES.
012200     05 FILLER                       PIC X(11) VALUE 'APPL NO'.
012300     05 FILLER                       PIC X(22) VALUE 'APPLICANT'.
012400     05 FILLER                       PIC X(9) VALUE 'PROGRAM'.
012500     05 FILLER                       PIC X(8) VALUE 'CAMPUS'.
012600     05 FILLER                       PIC X(60) VALUE 'CONDITIONS'.
012700     05 FILLER                       PIC X(18) VALUE SPACES.
012800
012900 01  RPT-DETAIL-LINE.
013000     05 FILLER                       PIC X(1) VALUE ' '.
013100     05 FILLER                       PIC X(4) VALUE SPACES.
013200     05 RPT-DET-APPL                 PIC X(7).
013300     05 FILLER                       PIC X(4) VALUE SPACES.
013400     05 RPT-DET-NAME                 PIC X(20).
013500     05 FILLER                       PIC X(2) VALUE SPACES.
013600     05 RPT-DET-PROGRAM              PIC X(4).
013700     05 FILLER                       PIC X(5) VALUE SPACES.
013800     05 RPT-DET-CAMPUS               PIC X(3).
013900     05 FILLER                       PIC X(5) VALUE SPACES.
014000     05 RPT-DET-CONDITIONS           PIC X(60).
014100     05 FILLER                       PIC X(18) VALUE SPACES.
014200
014300 01  RPT-TOTAL-LINE.
014400     05 RPT-TOT-CC                   PIC X(1) VALUE ' '.
014500     05 FILLER                       PIC X(4) VALUE SPACES.
014600     05 RPT-TOT-TEXT                 PIC X(30).
014700     05 RPT-TOT-COUNT                PIC ZZZ,ZZZ,ZZ9.
014800     05 FILLER                       PIC X(87) VALUE SPACES.
014900
015000 PROCEDURE DIVISION.
015100
015200 0000-MAINLINE.
015300
015400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015500
015600     PERFORM 2000-EXPORT-APPLICATION THRU 2000-EXIT
015700         UNTIL WS-APL-EOF.
015800
015900     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
016000
016100     PERFORM 3000-TERMINATE THRU 3000-EXIT.
016200
016300     GOBACK.
016400
016500 1000-INITIALIZE.
016600
016700     ACCEPT WS-TERM-IN FROM SYSIN.
016800     IF WS-TERM-IN = SPACES
016900         DISPLAY 'DCJB8BAX - NO TERM ON SYSIN'
017000         GO TO 9999-ABEND
017100     END-IF.
017200
017300*    THE ONLINE SUITE MUST BE QUIESCED (DCJB8PHJ) BEFORE APPLFILE
017400*    IS STAMPED UNDER THIS RUN - THE SAME GATE DCJB8BLD STANDS
017500*    BEHIND, AND THE TWO RUN TOGETHER.
017600     OPEN INPUT BATCHCTL-FILE.
017700     IF NOT WS-BATCHCTL-OK
017800         DISPLAY 'DCJB8BAX - BATCHCTL OPEN FAILED, STATUS = '
017900             WS-BATCHCTL-STATUS
018000         GO TO 9999-ABEND
018100     END-IF.
018200     MOVE 0 TO BCT-RUN-DATE.
018300     MOVE 'QUIESCE' TO BCT-JOB.
018400     READ BATCHCTL-FILE
018500         INVALID KEY
018600             DISPLAY 'DCJB8BAX - ONLINE SUITE NOT QUIESCED'
018700             GO TO 9999-ABEND
018800         NOT INVALID KEY
018900             IF NOT BCT-RUNNING
019000                 DISPLAY 'DCJB8BAX - ONLINE SUITE NOT QUIESCED'
019100                 GO TO 9999-ABEND
019200             END-IF
019300     END-READ.
019400     CLOSE BATCHCTL-FILE.
019500
019600     ACCEPT WS-TODAY FROM DAY.
019700     COMPUTE WS-TODAY-CYYDDD = WS-TODAY - 1900000.
019800
019900     OPEN I-O APPLFILE.
020000     IF NOT WS-APPLFILE-OK
020100         DISPLAY 'DCJB8BAX - APPLFILE OPEN FAILED, STATUS = '
020200             WS-APPLFILE-STATUS
020300         GO TO 9999-ABEND
020400     END-IF.
020500
020600     OPEN OUTPUT INTAKE-FILE.
020700     IF NOT WS-INTAKE-OK
020800         DISPLAY 'DCJB8BAX - INTAKE OPEN FAILED, STATUS = '
020900             WS-INTAKE-STATUS
021000         GO TO 9999-ABEND
021100     END-IF.
021200
021300     OPEN OUTPUT EXPORT-RPT.
021400     IF NOT WS-AXRPT-OK
021500         DISPLAY 'DCJB8BAX - AXRPT OPEN FAILED, STATUS = '
021600             WS-AXRPT-STATUS
021700         GO TO 9999-ABEND
021800     END-IF.
021900
022000     MOVE WS-TERM-IN TO HD1-TERM.
022100     MOVE WS-TODAY-CYYDDD TO HD1-RUN-DATE.
022200     WRITE RPT-LINE FROM RPT-HEADING-1.
022300     WRITE RPT-LINE FROM RPT-HEADING-2.
022400
022500     PERFORM 2100-READ-NEXT-APPLICATION THRU 2100-EXIT.
022600
022700 1000-EXIT.
022800     EXIT.
022900
023000*----------------------------------------------------------------
023100* ONE APPLICATION - AN ACCEPTED OFFER FOR THE TERM NOT YET SENT
023200* GOES TO THE INTAKE DATASET, AND THE ROW IS STAMPED AS SENT.
023300* AN ACCEPTED OFFER SENT BY AN EARLIER RUN IS ONLY COUNTED.
023400*----------------------------------------------------------------
023500 2000-EXPORT-APPLICATION.
023600
023700     IF APL-TERM NOT = WS-TERM-IN
023800         GO TO 2000-NEXT
023900     END-IF.
024000
024100     ADD 1 TO WS-TERM-COUNT.
024200
024300     IF (NOT APL-OFFERED) OR (NOT APL-ACCEPTED)
024400         GO TO 2000-NEXT
024500     END-IF.
024600
024700     IF APL-EXPORT-DATE NOT = 0
024800         ADD 1 TO WS-EARLIER-COUNT
024900         GO TO 2000-NEXT
025000     END-IF.
025100
025200     PERFORM 2200-BUILD-INTAKE THRU 2200-EXIT.
025300     WRITE INTAKE-RECORD.
025400
025500     MOVE WS-TODAY-CYYDDD TO APL-EXPORT-DATE.
025600     MOVE WS-TODAY-CYYDDD TO APL-LASTCHG-DATE.
025700     MOVE 'BATCHAX' TO APL-LASTCHG-OPERID.
025800     REWRITE APPLFILE-RECORD
025900         INVALID KEY
026000             DISPLAY 'DCJB8BAX - APPLFILE REWRITE FAILED FOR '
026100                 APL-NUMBER ', STATUS = ' WS-APPLFILE-STATUS
026200             GO TO 9999-ABEND
026300     END-REWRITE.
026400
026500     MOVE APL-NUMBER TO RPT-DET-APPL.
026600     MOVE APL-NAME TO RPT-DET-NAME.
026700     MOVE APL-PROGRAM TO RPT-DET-PROGRAM.
026800     MOVE APL-CAMPUS TO RPT-DET-CAMPUS.
026900     MOVE APL-CONDITIONS TO RPT-DET-CONDITIONS.
027000     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
027100
027200     ADD 1 TO WS-SENT-COUNT.
027300
027400 2000-NEXT.
027500
027600     PERFORM 2100-READ-NEXT-APPLICATION THRU 2100-EXIT.
027700
027800 2000-EXIT.
027900     EXIT.
028000
028100 2100-READ-NEXT-APPLICATION.
028200
028300     READ APPLFILE NEXT RECORD
028400         AT END
028500             MOVE 'Y' TO WS-APL-EOF-SW
028600     END-READ.
028700
028800 2100-EXIT.
028900     EXIT.
029000
029100*----------------------------------------------------------------
029200* THE INTAKE LINE FROM THE APPLICATION - A ZERO BIRTH DATE GOES
029300* OUT BLANK, AS A HAND-BUILT LINE WOULD CARRY IT.
029400*----------------------------------------------------------------
029500 2200-BUILD-INTAKE.
029600
029700     MOVE SPACES TO INTAKE-RECORD.
029800     MOVE APL-NAME TO INT-NAME.
029900     MOVE APL-ADDRESS-1 TO INT-ADDRESS-1.
030000     MOVE APL-ADDRESS-2 TO INT-ADDRESS-2.
030100     MOVE APL-ADDRESS-3 TO INT-ADDRESS-3.
030200     MOVE APL-POSTAL-1 TO INT-POSTAL-1.
030300     MOVE APL-POSTAL-2 TO INT-POSTAL-2.
030400     MOVE APL-PHONE-1 TO INT-PHONE-1.
030500     MOVE APL-PHONE-2 TO INT-PHONE-2.
030600     MOVE APL-PHONE-3 TO INT-PHONE-3.
030700     IF APL-BIRTH-DATE NOT = 0
030800         MOVE APL-BIRTH-DATE TO INT-BIRTH-DATE
030900     END-IF.
031000     MOVE APL-CITIZENSHIP TO INT-CITIZENSHIP.
031100     MOVE APL-COUNTRY TO INT-COUNTRY.
031200     MOVE APL-PREF-NAME TO INT-PREF-NAME.
031300     MOVE APL-EMAIL TO INT-EMAIL.
031400     MOVE APL-MOBILE TO INT-MOBILE.
031500     MOVE APL-NUMBER TO INT-APPL-NUMBER.
031600     MOVE APL-PROGRAM TO INT-PROGRAM.
031700     MOVE APL-CAMPUS TO INT-CAMPUS.
031800
031900 2200-EXIT.
032000     EXIT.
032100
032200 5000-PRINT-TOTALS.
032300
032400     MOVE '0' TO RPT-TOT-CC.
032500     MOVE 'APPLICATIONS FOR THE TERM  . .' TO RPT-TOT-TEXT.
032600     MOVE WS-TERM-COUNT TO RPT-TOT-COUNT.
032700     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
032800
032900     MOVE ' ' TO RPT-TOT-CC.
033000     MOVE 'ACCEPTED OFFERS SENT TODAY . .' TO RPT-TOT-TEXT.
033100     MOVE WS-SENT-COUNT TO RPT-TOT-COUNT.
033200     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
033300
033400     MOVE 'SENT BY AN EARLIER RUN . . . .' TO RPT-TOT-TEXT.
033500     MOVE WS-EARLIER-COUNT TO RPT-TOT-COUNT.
033600     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
033700
033800 5000-EXIT.
033900     EXIT.
034000
034100 3000-TERMINATE.
034200
034300     CLOSE APPLFILE.
034400     CLOSE INTAKE-FILE.
034500     CLOSE EXPORT-RPT.
034600
034700     DISPLAY 'DCJB8BAX - TERM ' WS-TERM-IN
034800         ' APPLICATIONS = ' WS-TERM-COUNT
034900         ' SENT TO INTAKE = ' WS-SENT-COUNT.
035000
035100 3000-EXIT.
035200     EXIT.
035300
035400 9999-ABEND.
035500
035600     MOVE 16 TO RETURN-CODE.
035700     GOBACK.
035800
035900 END PROGRAM DCJB8BAX.
