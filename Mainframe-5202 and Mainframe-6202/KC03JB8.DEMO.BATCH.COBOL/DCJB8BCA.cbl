000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BCA.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - COLLECTION AGENCY REMITTANCE
001100*                LOAD. THE AGENCY'S REMITTANCE FILE IS FIRST
001200*                PROVED AGAINST ITS OWN TRAILER (A FILE THAT DOES
001300*                NOT BALANCE IS REFUSED WHOLE). EACH COLLECTION IS
001400*                THEN POSTED TO PAYFILE AS METHOD 'AG' WITH THE
001500*                AGENCY'S REFERENCE AS THE RECEIPT, ITS COMMISSION
001600*                IS BILLED BACK AS A CHGFILE 'AGYC' CHARGE, AND
001700*                COLLFILE IS UPDATED - CLOSED WHEN THE PLACED
001800*                BALANCE HAS BEEN COLLECTED IN FULL. AN ACCOUNT
001900*                RETURNED AS UNCOLLECTABLE IS MARKED SO ON
002000*                COLLFILE. A LINE THAT CANNOT BE POSTED TODAY IS
002100*                WRITTEN TO A HOLD FILE IN THE SAME FORMAT, READY
002200*                TO BE FED BACK IN ON A LATER RUN.
002210* 10/15/26  HZ   A COLLECTION DATED INTO A CLOSED FINANCIAL
002220*                PERIOD OF ITS TERM (PRDFILE) GOES TO THE HOLD
002230*                FILE INSTEAD OF POSTING. THE HOLD TRAILER IS
002240*                BUILT IN ITS OWN RECORD LAYOUT.
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
003300*    THE AGENCY'S REMITTANCE FILE - READ TWICE, ONCE TO PROVE
003400*    THE TRAILER AND ONCE TO POST.
003500     SELECT REMIT-FILE ASSIGN TO AGYREMIT
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-AGYREMIT-STATUS.
003800
003900*    LINES THAT COULD NOT BE POSTED, WITH THEIR OWN HEADER AND
004000*    BALANCING TRAILER SO THE FILE CAN BE FED BACK IN AS IS.
004100     SELECT HOLD-FILE ASSIGN TO AGYHOLD
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-AGYHOLD-STATUS.
004400
004500     SELECT PAYFILE ASSIGN TO PAYFILE
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS PAY-KEY
004900         FILE STATUS IS WS-PAYFILE-STATUS.
005000
005100*    THE COMMISSION TAKES THE TERM'S NEXT CHARGE SEQUENCE, FOUND
005200*    WITH A START ON THE PARTIAL KEY.
005300     SELECT CHG-FILE ASSIGN TO CHGFILE
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS CHG-KEY
005700         FILE STATUS IS WS-CHGFILE-STATUS.
005800
005900     SELECT COLL-FILE ASSIGN TO COLLFILE
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS COL-KEY
006300         FILE STATUS IS WS-COLFILE-STATUS.
006400
006500     SELECT REMIT-RPT ASSIGN TO REMRPT
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-REMRPT-STATUS.
006800
006900*    THE BATCH-WINDOW QUIESCE STATE - SEE BCTLREC AND
007000*    DCJB8PHJ. THIS JOB UPDATES A MASTER AND MUST NOT RUN
007100*    UNDER LIVE ONLINE UPDATES.
007200     SELECT BATCHCTL-FILE ASSIGN TO BATCHCTL
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS RANDOM
007500         RECORD KEY IS BCT-KEY
007600         FILE STATUS IS WS-BATCHCTL-STATUS.
007610
007620*    THE FINANCIAL PERIOD CONTROL FILE - A COLLECTION IS NOT
007630*    POSTED INTO A CLOSED PERIOD OF ITS TERM (SEE PRDREC).
007640     SELECT PRD-FILE ASSIGN TO PRDFILE
007650         ORGANIZATION IS INDEXED
007660         ACCESS MODE IS DYNAMIC
007670         RECORD KEY IS PRD-KEY
007680         FILE STATUS IS WS-PRDFILE-STATUS.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000
008100 FD  REMIT-FILE
008200     LABEL RECORDS ARE STANDARD
008300     RECORD CONTAINS 80 CHARACTERS
008400     DATA RECORD IS REM-LINE.
008500
008600*    REMITTANCE RECORDS - THE FIRST BYTE SAYS WHICH: 'H' HEADER,
008700*    'C' A COLLECTION (GROSS AMOUNT RECOVERED AND THE COMMISSION
008800*    THE AGENCY KEPT OUT OF IT), 'X' AN ACCOUNT RETURNED AS
008900*    UNCOLLECTABLE, 'T' TRAILER (DETAIL COUNT AND THE GROSS AND
009000*    COMMISSION TOTALS OF THE 'C' LINES).
009100 01  REM-LINE.
009200     05 REM-REC-TYPE                 PIC X(1).
009300         88 REM-HEADER                   VALUE 'H'.
009400         88 REM-COLLECTION               VALUE 'C'.
009500         88 REM-RETURN                   VALUE 'X'.
009600         88 REM-TRAILER                  VALUE 'T'.
009700     05 REM-DATA                     PIC X(79).
009800 01  REM-HEADER-REC REDEFINES REM-LINE.
009900     05 RMH-REC-TYPE                 PIC X(1).
010000     05 RMH-REMIT-DATE               PIC 9(7).
010100     05 RMH-AGENCY                   PIC X(8).
010200     05 FILLER                       PIC X(64).
010300 01  REM-DETAIL REDEFINES REM-LINE.
010400     05 RMD-REC-TYPE                 PIC X(1).
010500     05 RMD-STU-NUMBER               PIC X(7).
010600     05 RMD-TERM                     PIC X(5).
010700     05 RMD-DATE                     PIC 9(7).
010800     05 RMD-AMOUNT                   PIC 9(7)V99.
010900     05 RMD-COMMISSION               PIC 9(5)V99.
011000     05 RMD-AGENCY-REF               PIC X(10).
011100     05 FILLER                       PIC X(34).
011200 01  REM-TRAILER-REC REDEFINES REM-LINE.
011300     05 RMT-REC-TYPE                 PIC X(1).
011400     05 RMT-COUNT                    PIC 9(7).
011500     05 RMT-TOTAL                    PIC 9(9)V99.
011600     05 RMT-COMMISSION               PIC 9(9)V99.
011700     05 FILLER                       PIC X(50).
011800
011900 FD  HOLD-FILE
012000     LABEL RECORDS ARE STANDARD
012100     RECORD CONTAINS 80 CHARACTERS
012200     DATA RECORD IS HLD-LINE.
012300
012400*    SAME LAYOUT AS THE REMITTANCE FILE; THE TRAILER IS BUILT
012410*    IN ITS OWN VIEW OF THE RECORD.
012500 01  HLD-LINE                        PIC X(80).
012510 01  HLD-TRAILER-REC.
012520     05 HLT-REC-TYPE                 PIC X(1).
012530     05 HLT-COUNT                    PIC 9(7).
012540     05 HLT-TOTAL                    PIC 9(9)V99.
012550     05 HLT-COMMISSION               PIC 9(9)V99.
012560     05 FILLER                       PIC X(50).
012600
012700 FD  PAYFILE
012800     LABEL RECORDS ARE STANDARD
012900     RECORD CONTAINS 50 CHARACTERS
013000     DATA RECORD IS PAYFILE-RECORD.
013100
013200     COPY 'PAYREC'.
013300
013400 FD  CHG-FILE
013500     LABEL RECORDS ARE STANDARD
013600     RECORD CONTAINS 71 CHARACTERS
013700     DATA RECORD IS CHGFILE-RECORD.
013800
013900*    CHGFILE RECORD LAYOUT - SHARED WITH DCJB8PHQ.
014000     COPY 'CHGREC'.
014100
014200 FD  COLL-FILE
014300     LABEL RECORDS ARE STANDARD
014400     RECORD CONTAINS 90 CHARACTERS
014500     DATA RECORD IS COLLFILE-RECORD.
014600
014700*    COLLFILE RECORD LAYOUT - SHARED WITH DCJB8BCP.
014800     COPY 'COLLREC'.
014900
015000 FD  REMIT-RPT
015100     LABEL RECORDS ARE STANDARD
015200     RECORD CONTAINS 133 CHARACTERS
015300     DATA RECORD IS RPT-LINE.
015400 01  RPT-LINE                        PIC X(133).
015500
015600 FD  BATCHCTL-FILE
015700     LABEL RECORDS ARE STANDARD
015800     RECORD CONTAINS 45 CHARACTERS
015900     DATA RECORD IS BATCHCTL-RECORD.
016000
016100*    BATCHCTL RECORD LAYOUT - SHARED ACROSS THE NIGHTLY STREAM.
016200     COPY 'BCTLREC'.
016210
016220 FD  PRD-FILE
016230     LABEL RECORDS ARE STANDARD
016240     RECORD CONTAINS 96 CHARACTERS
016250     DATA RECORD IS PRDFILE-RECORD.
016260
016270*    PRDFILE RECORD LAYOUT - SHARED WITH DCJB8PHS.
016280     COPY 'PRDREC'.
016300
016400 WORKING-STORAGE SECTION.
016500
016600 01  WS-AGYREMIT-STATUS              PIC X(2) VALUE SPACES.
016700     88 WS-AGYREMIT-OK                   VALUE '00'.
016800 01  WS-AGYHOLD-STATUS               PIC X(2) VALUE SPACES.
016900     88 WS-AGYHOLD-OK                    VALUE '00'.
017000 01  WS-PAYFILE-STATUS               PIC X(2) VALUE SPACES.
017100     88 WS-PAYFILE-OK                    VALUE '00'.
017200 01  WS-CHGFILE-STATUS               PIC X(2) VALUE SPACES.
017300     88 WS-CHGFILE-OK                    VALUE '00'.
017400 01  WS-COLFILE-STATUS               PIC X(2) VALUE SPACES.
017500     88 WS-COLFILE-OK                    VALUE '00'.
017600 01  WS-REMRPT-STATUS                PIC X(2) VALUE SPACES.
017700     88 WS-REMRPT-OK                     VALUE '00'.
017800 01  WS-BATCHCTL-STATUS              PIC X(2) VALUE SPACES.
017900     88 WS-BATCHCTL-OK                   VALUE '00'.
017910 01  WS-PRDFILE-STATUS               PIC X(2) VALUE SPACES.
017920     88 WS-PRDFILE-OK                    VALUE '00'.
018000
018100 01  WS-SWITCHES.
018200     05 WS-REM-EOF-SW                PIC X(1) VALUE 'N'.
018300         88 WS-REM-EOF                    VALUE 'Y'.
018400     05 WS-HDR-SEEN-SW               PIC X(1) VALUE 'N'.
018500         88 WS-HDR-SEEN                   VALUE 'Y'.
018600     05 WS-TRL-SEEN-SW               PIC X(1) VALUE 'N'.
018700         88 WS-TRL-SEEN                   VALUE 'Y'.
018800     05 WS-CHG-DONE-SW               PIC X(1) VALUE 'N'.
018900         88 WS-CHG-DONE                   VALUE 'Y'.
018910     05 WS-PRD-DONE-SW               PIC X(1) VALUE 'N'.
018920         88 WS-PRD-DONE                   VALUE 'Y'.
019000
019100 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
019200 01  WS-CURR-CYYDDD                  PIC 9(7) VALUE 0.
019300 01  WS-CURR-TIME                    PIC 9(8) VALUE 0.
019400
019500* THE HEADER LINE IS KEPT SO THE HOLD FILE CAN BE GIVEN THE
019600* SAME ONE.
019700 01  WS-HEADER-LINE                  PIC X(80) VALUE SPACES.
019800
019900* WHAT THE PROVING PASS ADDS UP, AGAINST THE TRAILER.
020000 77  WS-PROOF-COUNT                  PIC S9(7) COMP VALUE 0.
020100 01  WS-PROOF-TOTAL                  PIC 9(9)V99 VALUE 0.
020200 01  WS-PROOF-COMMISSION             PIC 9(9)V99 VALUE 0.
020300 01  WS-TRL-COUNT                    PIC 9(7) VALUE 0.
020400 01  WS-TRL-TOTAL                    PIC 9(9)V99 VALUE 0.
020500 01  WS-TRL-COMMISSION               PIC 9(9)V99 VALUE 0.
020600
020700 01  WS-LAST-SEQ                     PIC 9(3) VALUE 0.
020800 01  WS-OUTSTANDING                  PIC S9(7)V99 VALUE 0.
020900 01  WS-HOLD-REASON                  PIC X(30) VALUE SPACES.
021000
021010
021020* FINANCIAL PERIOD LOCKOUT - 4200-CHECK-PERIOD SETS
021030* WS-PRD-CLOSED-SW FOR THE LINE'S TERM AND TODAY'S DATE.
021040 01  WS-PRD-CLOSED-SW                PIC X(1) VALUE 'N'.
021050     88 WS-PRD-IS-CLOSED                 VALUE 'Y'.
021060 01  WS-PRD-COVERED-SW               PIC X(1) VALUE 'N'.
021070     88 WS-PRD-IS-COVERED                VALUE 'Y'.
021080 01  WS-PRD-MAX-END                  PIC 9(7) VALUE 0.
021090 01  WS-PRD-MAX-CLOSED               PIC X(1) VALUE 'N'.
021100 77  WS-POST-COUNT                   PIC S9(7) COMP VALUE 0.
021200 77  WS-CLOSE-COUNT                  PIC S9(7) COMP VALUE 0.
021300 77  WS-RETURN-COUNT                 PIC S9(7) COMP VALUE 0.
021400 77  WS-HOLD-COUNT                   PIC S9(7) COMP VALUE 0.
021500 01  WS-POST-TOTAL                   PIC 9(9)V99 VALUE 0.
021600 01  WS-COMM-TOTAL                   PIC 9(9)V99 VALUE 0.
021700 01  WS-RETURN-TOTAL                 PIC 9(9)V99 VALUE 0.
021800 01  WS-HOLD-TOTAL                   PIC 9(9)V99 VALUE 0.
021900 01  WS-HOLD-COMMISSION              PIC 9(9)V99 VALUE 0.
022000
022100 01  RPT-HEADING-1.
022200     05 FILLER                       PIC X(1) VALUE '1'.
022300     05 FILLER                       PIC X(45) VALUE
022400            'DCJB8BCA - COLLECTION AGENCY REMITTANCE, RUN '.
022500     05 HD1-RUN-DATE                 PIC 9(7).
022600     05 FILLER                       PIC X(80) VALUE SPACES.
022700
022800 01  RPT-HEADING-2.
022900     05 FILLER                       PIC X(1) VALUE '0'.
023000     05 FILLER                       PIC X(4) VALUE SPACES.
023100     05 FILLER                       PIC X(40) VALUE
023200            'ACTION    STUDENT  TERM   AGENCY REF'.
023300     05 FILLER                       PIC X(40) VALUE
023400            '      AMOUNT  COMMISSION'.
023500     05 FILLER                       PIC X(48) VALUE SPACES.
023600
023700 01  RPT-DETAIL-LINE.
023800     05 FILLER                       PIC X(5) VALUE SPACES.
023900     05 RPT-DTL-ACTION               PIC X(8).
024000     05 FILLER                       PIC X(2) VALUE SPACES.
024100     05 RPT-DTL-STUDENT              PIC X(7).
024200     05 FILLER                       PIC X(2) VALUE SPACES.
024300     05 RPT-DTL-TERM                 PIC X(5).
024400     05 FILLER                       PIC X(2) VALUE SPACES.
024500     05 RPT-DTL-REF                  PIC X(10).
024600     05 FILLER                       PIC X(2) VALUE SPACES.
024700     05 RPT-DTL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
024800     05 FILLER                       PIC X(2) VALUE SPACES.
024900     05 RPT-DTL-COMMISSION           PIC ZZ,ZZ9.99.
025000     05 FILLER                       PIC X(2) VALUE SPACES.
025100     05 RPT-DTL-NOTE                 PIC X(30).
025200     05 FILLER                       PIC X(33) VALUE SPACES.
025300
025400 01  RPT-TOTAL-LINE.
025500     05 RPT-TOT-CC                   PIC X(1) VALUE ' '.
025600     05 FILLER                       PIC X(4) VALUE SPACES.
025700     05 RPT-TOT-LABEL                PIC X(32).
025800     05 RPT-TOT-COUNT                PIC ZZZ,ZZ9.
025900     05 FILLER                       PIC X(3) VALUE SPACES.
026000     05 RPT-TOT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
026100     05 FILLER                       PIC X(72) VALUE SPACES.
026200
026300 PROCEDURE DIVISION.
026400
026500 0000-MAINLINE.
026600
026700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026800
026900     PERFORM 1500-PROVE-REMITTANCE THRU 1500-EXIT.
027000
027100     PERFORM 2000-POST-REMITTANCE THRU 2000-EXIT
027200         UNTIL WS-REM-EOF.
027300
027400     PERFORM 3000-TERMINATE THRU 3000-EXIT.
027500
027600     GOBACK.
027700
027800 1000-INITIALIZE.
027900
028000*    THE ONLINE SUITE MUST BE QUIESCED (DCJB8PHJ) BEFORE A
028100*    MASTER IS UPDATED UNDER THIS RUN - THE SAME GATE THE
028200*    BACKUP AND ROLLOVER JOBS STAND BEHIND.
028300     OPEN INPUT BATCHCTL-FILE.
028400     IF NOT WS-BATCHCTL-OK
028500         DISPLAY 'DCJB8BCA - BATCHCTL OPEN FAILED, STATUS = '
028600             WS-BATCHCTL-STATUS
028700         GO TO 9999-ABEND
028800     END-IF.
028900     MOVE 0 TO BCT-RUN-DATE.
029000     MOVE 'QUIESCE' TO BCT-JOB.
029100     READ BATCHCTL-FILE
029200         INVALID KEY
029300             DISPLAY 'DCJB8BCA - ONLINE SUITE NOT QUIESCED'
029400             GO TO 9999-ABEND
029500         NOT INVALID KEY
029600             IF NOT BCT-RUNNING
029700                 DISPLAY 'DCJB8BCA - ONLINE SUITE NOT QUIESCED'
029800                 GO TO 9999-ABEND
029900             END-IF
030000     END-READ.
030100     CLOSE BATCHCTL-FILE.
030200
030300*    ACCEPT FROM DAY GIVES YYYYDDD; PAYFILE, CHGFILE AND
030400*    COLLFILE CARRY CYYDDD.
030500     ACCEPT WS-CURR-DATE FROM DAY.
030600     COMPUTE WS-CURR-CYYDDD = WS-CURR-DATE - 1900000.
030700     ACCEPT WS-CURR-TIME FROM TIME.
030800
030900     OPEN I-O PAYFILE.
031000     IF NOT WS-PAYFILE-OK
031100         DISPLAY 'DCJB8BCA - PAYFILE OPEN FAILED, STATUS = '
031200             WS-PAYFILE-STATUS
031300         GO TO 9999-ABEND
031400     END-IF.
031500
031600     OPEN I-O CHG-FILE.
031700     IF NOT WS-CHGFILE-OK
031800         DISPLAY 'DCJB8BCA - CHGFILE OPEN FAILED, STATUS = '
031900             WS-CHGFILE-STATUS
032000         GO TO 9999-ABEND
032100     END-IF.
032200
032300     OPEN I-O COLL-FILE.
032400     IF NOT WS-COLFILE-OK
032500         DISPLAY 'DCJB8BCA - COLLFILE OPEN FAILED, STATUS = '
032600             WS-COLFILE-STATUS
032700         GO TO 9999-ABEND
032800     END-IF.
032810
032820     OPEN INPUT PRD-FILE.
032830     IF NOT WS-PRDFILE-OK
032840         DISPLAY 'DCJB8BCA - PRDFILE OPEN FAILED, STATUS = '
032850             WS-PRDFILE-STATUS
032860         GO TO 9999-ABEND
032870     END-IF.
032900
033000     OPEN OUTPUT REMIT-RPT.
033100     IF NOT WS-REMRPT-OK
033200         DISPLAY 'DCJB8BCA - REMRPT OPEN FAILED, STATUS = '
033300             WS-REMRPT-STATUS
033400         GO TO 9999-ABEND
033500     END-IF.
033600
033700     MOVE WS-CURR-CYYDDD TO HD1-RUN-DATE.
033800     WRITE RPT-LINE FROM RPT-HEADING-1.
033900     WRITE RPT-LINE FROM RPT-HEADING-2.
034000
034100 1000-EXIT.
034200     EXIT.
034300
034400*----------------------------------------------------------------
034500* FIRST PASS - NOTHING IS POSTED UNLESS THE FILE HAS ITS HEADER
034600* AND TRAILER AND THE DETAIL LINES ADD UP TO THE TRAILER'S COUNT
034700* AND TOTALS. THE FILE IS THEN REOPENED FOR THE POSTING PASS.
034800*----------------------------------------------------------------
034900 1500-PROVE-REMITTANCE.
035000
035100     OPEN INPUT REMIT-FILE.
035200     IF NOT WS-AGYREMIT-OK
035300         DISPLAY 'DCJB8BCA - AGYREMIT OPEN FAILED, STATUS = '
035400             WS-AGYREMIT-STATUS
035500         GO TO 9999-ABEND
035600     END-IF.
035700
035800     PERFORM 1510-PROVE-ONE-LINE THRU 1510-EXIT
035900         UNTIL WS-REM-EOF.
036000
036100     CLOSE REMIT-FILE.
036200
036300     IF (NOT WS-HDR-SEEN) OR (NOT WS-TRL-SEEN)
036400         DISPLAY 'DCJB8BCA - AGYREMIT HEADER OR TRAILER MISSING'
036500         GO TO 9999-ABEND
036600     END-IF.
036700
036800     IF (WS-PROOF-COUNT NOT = WS-TRL-COUNT) OR
036900        (WS-PROOF-TOTAL NOT = WS-TRL-TOTAL) OR
037000        (WS-PROOF-COMMISSION NOT = WS-TRL-COMMISSION)
037100         DISPLAY 'DCJB8BCA - AGYREMIT OUT OF BALANCE'
037200         DISPLAY 'DCJB8BCA - TRAILER COUNT = ' WS-TRL-COUNT
037300             ' TOTAL = ' WS-TRL-TOTAL
037400             ' COMMISSION = ' WS-TRL-COMMISSION
037500         DISPLAY 'DCJB8BCA - FILE    COUNT = ' WS-PROOF-COUNT
037600             ' TOTAL = ' WS-PROOF-TOTAL
037700             ' COMMISSION = ' WS-PROOF-COMMISSION
037800         GO TO 9999-ABEND
037900     END-IF.
038000
038100     MOVE 'N' TO WS-REM-EOF-SW.
038200     OPEN INPUT REMIT-FILE.
038300     IF NOT WS-AGYREMIT-OK
038400         DISPLAY 'DCJB8BCA - AGYREMIT REOPEN FAILED, STATUS = '
038500             WS-AGYREMIT-STATUS
038600         GO TO 9999-ABEND
038700     END-IF.
038800
038900     OPEN OUTPUT HOLD-FILE.
039000     IF NOT WS-AGYHOLD-OK
039100         DISPLAY 'DCJB8BCA - AGYHOLD OPEN FAILED, STATUS = '
039200             WS-AGYHOLD-STATUS
039300         GO TO 9999-ABEND
039400     END-IF.
039500     WRITE HLD-LINE FROM WS-HEADER-LINE.
039600
039700     PERFORM 2100-READ-NEXT-REMIT THRU 2100-EXIT.
039800
039900 1500-EXIT.
040000     EXIT.
040100
040200 1510-PROVE-ONE-LINE.
040300
040400     PERFORM 2100-READ-NEXT-REMIT THRU 2100-EXIT.
040500     IF WS-REM-EOF
040600         GO TO 1510-EXIT
040700     END-IF.
040800
040900     EVALUATE TRUE
041000         WHEN REM-HEADER
041100             MOVE 'Y' TO WS-HDR-SEEN-SW
041200             MOVE REM-LINE TO WS-HEADER-LINE
041300         WHEN REM-COLLECTION
041400             ADD 1 TO WS-PROOF-COUNT
041500             ADD RMD-AMOUNT TO WS-PROOF-TOTAL
041600             ADD RMD-COMMISSION TO WS-PROOF-COMMISSION
041700         WHEN REM-RETURN
041800             ADD 1 TO WS-PROOF-COUNT
041900         WHEN REM-TRAILER
042000             MOVE 'Y' TO WS-TRL-SEEN-SW
042100             MOVE RMT-COUNT TO WS-TRL-COUNT
042200             MOVE RMT-TOTAL TO WS-TRL-TOTAL
042300             MOVE RMT-COMMISSION TO WS-TRL-COMMISSION
042400         WHEN OTHER
042500             DISPLAY 'DCJB8BCA - AGYREMIT RECORD TYPE '
042600                 REM-REC-TYPE ' NOT RECOGNISED'
042700             GO TO 9999-ABEND
042800     END-EVALUATE.
042900
043000 1510-EXIT.
043100     EXIT.
043200
043300 2000-POST-REMITTANCE.
043400
043500     EVALUATE TRUE
043600         WHEN REM-COLLECTION
043700             PERFORM 4000-POST-COLLECTION THRU 4000-EXIT
043800         WHEN REM-RETURN
043900             PERFORM 5000-POST-RETURN THRU 5000-EXIT
044000         WHEN OTHER
044100             CONTINUE
044200     END-EVALUATE.
044300
044400     PERFORM 2100-READ-NEXT-REMIT THRU 2100-EXIT.
044500
044600 2000-EXIT.
044700     EXIT.
044800
044900 2100-READ-NEXT-REMIT.
045000
045100     READ REMIT-FILE
045200         AT END
045300             MOVE 'Y' TO WS-REM-EOF-SW
045400     END-READ.
045500
045600 2100-EXIT.
045700     EXIT.
045800
045900 3000-TERMINATE.
046000
046100     MOVE SPACES TO HLD-TRAILER-REC.
046200     MOVE 'T' TO HLT-REC-TYPE.
046300     MOVE WS-HOLD-COUNT TO HLT-COUNT.
046400     MOVE WS-HOLD-TOTAL TO HLT-TOTAL.
046500     MOVE WS-HOLD-COMMISSION TO HLT-COMMISSION.
046600     WRITE HLD-TRAILER-REC.
047000
047100     MOVE '0' TO RPT-TOT-CC.
047200     MOVE 'COLLECTIONS POSTED  . . . . . . .' TO RPT-TOT-LABEL.
047300     MOVE WS-POST-COUNT TO RPT-TOT-COUNT.
047400     MOVE WS-POST-TOTAL TO RPT-TOT-AMOUNT.
047500     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
047600
047700     MOVE ' ' TO RPT-TOT-CC.
047800     MOVE 'COMMISSION BILLED (AGYC)  . . . .' TO RPT-TOT-LABEL.
047900     MOVE WS-POST-COUNT TO RPT-TOT-COUNT.
048000     MOVE WS-COMM-TOTAL TO RPT-TOT-AMOUNT.
048100     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
048200
048300     MOVE 'PLACEMENTS CLOSED IN FULL . . . .' TO RPT-TOT-LABEL.
048400     MOVE WS-CLOSE-COUNT TO RPT-TOT-COUNT.
048500     MOVE 0 TO RPT-TOT-AMOUNT.
048600     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
048700
048800     MOVE 'RETURNED UNCOLLECTABLE  . . . . .' TO RPT-TOT-LABEL.
048900     MOVE WS-RETURN-COUNT TO RPT-TOT-COUNT.
049000     MOVE WS-RETURN-TOTAL TO RPT-TOT-AMOUNT.
049100     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
049200
049300     MOVE 'HELD FOR A LATER RUN  . . . . . .' TO RPT-TOT-LABEL.
049400     MOVE WS-HOLD-COUNT TO RPT-TOT-COUNT.
049500     MOVE WS-HOLD-TOTAL TO RPT-TOT-AMOUNT.
049600     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
049700
049800     CLOSE REMIT-FILE.
049900     CLOSE HOLD-FILE.
050000     CLOSE PAYFILE.
050100     CLOSE CHG-FILE.
050200     CLOSE COLL-FILE.
050210     CLOSE PRD-FILE.
050300     CLOSE REMIT-RPT.
050400
050500     DISPLAY 'DCJB8BCA - POSTED = ' WS-POST-COUNT
050600         ' AMOUNT = ' WS-POST-TOTAL.
050700     DISPLAY 'DCJB8BCA - RETURNED = ' WS-RETURN-COUNT
050800         ' HELD = ' WS-HOLD-COUNT.
050900
051000 3000-EXIT.
051100     EXIT.
051200
051300*----------------------------------------------------------------
051400* ONE COLLECTION. THE GROSS AMOUNT IS THE PAYMENT (THE STUDENT
051500* PAID IT ALL); THE COMMISSION IS THE AGENCY'S COST, BILLED BACK
051600* TO THE STUDENT AS A CHARGE. PAYFILE IS ONE ROW PER STUDENT PER
051700* DAY, SO A STUDENT WITH A ROW ALREADY KEYED TODAY IS HELD RATHER
051800* THAN HAVE A CASHIER PAYMENT FOLDED TOGETHER WITH THE AGENCY'S.
051900*----------------------------------------------------------------
052000 4000-POST-COLLECTION.
052100
052200     MOVE RMD-STU-NUMBER TO COL-STU-NUMBER.
052300     MOVE RMD-TERM TO COL-TERM.
052400     READ COLL-FILE
052500         INVALID KEY
052600             MOVE 'NOT PLACED WITH THE AGENCY' TO WS-HOLD-REASON
052700             PERFORM 6000-HOLD-LINE THRU 6000-EXIT
052800             GO TO 4000-EXIT
052900     END-READ.
053000
053100     MOVE RMD-STU-NUMBER TO PAY-STU-NUMBER.
053200     MOVE WS-CURR-CYYDDD TO PAY-DATE.
053300     READ PAYFILE
053400         INVALID KEY
053500             CONTINUE
053600         NOT INVALID KEY
053700             MOVE 'PAYMENT ROW ALREADY KEYED TODAY'
053800                 TO WS-HOLD-REASON
053900             PERFORM 6000-HOLD-LINE THRU 6000-EXIT
054000             GO TO 4000-EXIT
054100     END-READ.
054105
054110*    NOTHING IS TAKEN INTO A CLOSED FINANCIAL PERIOD OF THE TERM -
054115*    THE LINE WAITS ON THE HOLD FILE; THE CORRECTION IS THE
054120*    FINANCE OFFICE'S TO MAKE IN THE OPEN PERIOD.
054125     PERFORM 4200-CHECK-PERIOD THRU 4200-EXIT.
054130     IF WS-PRD-IS-CLOSED
054135         MOVE 'FINANCIAL PERIOD CLOSED' TO WS-HOLD-REASON
054140         PERFORM 6000-HOLD-LINE THRU 6000-EXIT
054145         GO TO 4000-EXIT
054150     END-IF.
054200
054300     MOVE RMD-STU-NUMBER TO PAY-STU-NUMBER.
054400     MOVE WS-CURR-CYYDDD TO PAY-DATE.
054500     MOVE RMD-TERM TO PAY-TERM.
054600     MOVE RMD-AMOUNT TO PAY-AMOUNT.
054700     MOVE 'AG' TO PAY-METHOD.
054800     MOVE RMD-AGENCY-REF TO PAY-RECEIPT.
054900     MOVE 'DCJB8BCA' TO PAY-OPERID.
055000*    ACCEPT FROM TIME GIVES HHMMSSHH - DROP THE HUNDREDTHS SO
055100*    THE STAMP MATCHES EIBTIME'S HHMMSS SHAPE.
055200     COMPUTE PAY-TIME = WS-CURR-TIME / 100.
055300     WRITE PAYFILE-RECORD
055400         INVALID KEY
055500             DISPLAY 'DCJB8BCA - PAYMENT WRITE FAILED FOR '
055600                 RMD-STU-NUMBER ' STATUS = ' WS-PAYFILE-STATUS
055700             GO TO 9999-ABEND
055800     END-WRITE.
055900
056000     IF RMD-COMMISSION > 0
056100         PERFORM 4100-POST-COMMISSION THRU 4100-EXIT
056200     END-IF.
056300
056400     ADD RMD-AMOUNT TO COL-COLLECTED-AMT.
056500     ADD RMD-COMMISSION TO COL-COMMISSION-AMT.
056600     MOVE RMD-DATE TO COL-LAST-REMIT-DATE.
056700     IF COL-PLACED AND (COL-COLLECTED-AMT NOT < COL-PLACED-AMT)
056800         MOVE 'C' TO COL-STATUS
056900         MOVE WS-CURR-CYYDDD TO COL-CLOSED-DATE
057000         ADD 1 TO WS-CLOSE-COUNT
057100     END-IF.
057200     REWRITE COLLFILE-RECORD
057300         INVALID KEY
057400             DISPLAY 'DCJB8BCA - COLLFILE REWRITE FAILED FOR '
057500                 RMD-STU-NUMBER ' STATUS = ' WS-COLFILE-STATUS
057600             GO TO 9999-ABEND
057700     END-REWRITE.
057800
057900     ADD 1 TO WS-POST-COUNT.
058000     ADD RMD-AMOUNT TO WS-POST-TOTAL.
058100     ADD RMD-COMMISSION TO WS-COMM-TOTAL.
058200
058300     MOVE 'POSTED' TO RPT-DTL-ACTION.
058400     IF COL-CLOSED
058500         MOVE 'PLACEMENT CLOSED' TO RPT-DTL-NOTE
058600     ELSE
058700         MOVE SPACES TO RPT-DTL-NOTE
058800     END-IF.
058900     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
059000
059100 4000-EXIT.
059200     EXIT.
059300
059400*----------------------------------------------------------------
059500* THE COMMISSION AS THE TERM'S NEXT CHGFILE CHARGE, STAMPED WITH
059600* THIS RUN'S NAME AND THE AGENCY'S REFERENCE.
059700*----------------------------------------------------------------
059800 4100-POST-COMMISSION.
059900
060000     MOVE 0 TO WS-LAST-SEQ.
060100     MOVE 'N' TO WS-CHG-DONE-SW.
060200     MOVE RMD-STU-NUMBER TO CHG-STU-NUMBER.
060300     MOVE RMD-TERM TO CHG-TERM.
060400     MOVE ZEROS TO CHG-SEQ.
060500
060600     START CHG-FILE KEY IS NOT LESS THAN CHG-KEY
060700         INVALID KEY
060800             MOVE 'Y' TO WS-CHG-DONE-SW
060900     END-START.
061000
061100     PERFORM 4110-READ-ONE-CHARGE THRU 4110-EXIT
061200         UNTIL WS-CHG-DONE.
061300
061400     IF WS-LAST-SEQ >= 999
061500         DISPLAY 'DCJB8BCA - NO CHARGE SEQUENCE LEFT FOR '
061600             RMD-STU-NUMBER ' ' RMD-TERM
061700         GO TO 9999-ABEND
061800     END-IF.
061900
062000     MOVE RMD-STU-NUMBER TO CHG-STU-NUMBER.
062100     MOVE RMD-TERM TO CHG-TERM.
062200     COMPUTE CHG-SEQ = WS-LAST-SEQ + 1.
062300     MOVE 'AGYC' TO CHG-CODE.
062400     MOVE RMD-COMMISSION TO CHG-AMOUNT.
062500     MOVE WS-CURR-CYYDDD TO CHG-DATE.
062600     MOVE RMD-AGENCY-REF TO CHG-REFERENCE.
062700     MOVE 'DCJB8BCA' TO CHG-OPERID.
062800     COMPUTE CHG-TIME = WS-CURR-TIME / 100.
062900     MOVE SPACE TO CHG-STATUS.
063000     MOVE SPACES TO CHG-WAIVE-OPERID.
063100     MOVE 0 TO CHG-WAIVE-DATE.
063200
063300     WRITE CHGFILE-RECORD
063400         INVALID KEY
063500             DISPLAY 'DCJB8BCA - CHARGE WRITE FAILED FOR '
063600                 RMD-STU-NUMBER ' STATUS = ' WS-CHGFILE-STATUS
063700             GO TO 9999-ABEND
063800     END-WRITE.
063900
064000 4100-EXIT.
064100     EXIT.
064200
064300 4110-READ-ONE-CHARGE.
064400
064500     READ CHG-FILE NEXT RECORD
064600         AT END
064700             MOVE 'Y' TO WS-CHG-DONE-SW
064800             GO TO 4110-EXIT
064900     END-READ.
065000
065100     IF (CHG-STU-NUMBER NOT = RMD-STU-NUMBER) OR
065200        (CHG-TERM NOT = RMD-TERM)
065300         MOVE 'Y' TO WS-CHG-DONE-SW
065400         GO TO 4110-EXIT
065500     END-IF.
065600
065700     MOVE CHG-SEQ TO WS-LAST-SEQ.
065800
065900 4110-EXIT.
066000     EXIT.
066001
066002*----------------------------------------------------------------
066003* FINANCIAL PERIOD LOCKOUT, AS DCJB8PGP APPLIES IT ONLINE. TODAY
066004* IS LOCKED FOR THE LINE'S TERM WHEN THE TERM'S PERIOD THAT TAKES
066005* IT IN HAS BEEN CLOSED, OR WHEN IT FALLS PAST THE END OF EVERY
066006* PERIOD OF THE TERM AND THE LAST OF THEM HAS BEEN CLOSED. A TERM
066007* WITH NO PERIODS DEFINED IS NEVER LOCKED.
066008*----------------------------------------------------------------
066009 4200-CHECK-PERIOD.
066010
066011     MOVE 'N' TO WS-PRD-CLOSED-SW.
066012     MOVE 'N' TO WS-PRD-COVERED-SW.
066013     MOVE 0 TO WS-PRD-MAX-END.
066014     MOVE 'N' TO WS-PRD-MAX-CLOSED.
066015     MOVE 'N' TO WS-PRD-DONE-SW.
066016
066017     MOVE RMD-TERM TO PRD-TERM.
066018     MOVE 0 TO PRD-FMONTH.
066019     START PRD-FILE KEY IS NOT LESS THAN PRD-KEY
066020         INVALID KEY
066021             GO TO 4200-EXIT
066022     END-START.
066023
066024     PERFORM 4210-CHECK-ONE-PERIOD THRU 4210-EXIT
066025         UNTIL (WS-PRD-DONE) OR (WS-PRD-IS-COVERED).
066026
066027     IF (NOT WS-PRD-IS-COVERED) AND
066028        (WS-PRD-MAX-END NOT = 0) AND
066029        (WS-CURR-CYYDDD > WS-PRD-MAX-END) AND
066030        (WS-PRD-MAX-CLOSED = 'Y')
066031         MOVE 'Y' TO WS-PRD-CLOSED-SW
066032     END-IF.
066033
066034 4200-EXIT.
066035     EXIT.
066036
066037 4210-CHECK-ONE-PERIOD.
066038
066039     READ PRD-FILE NEXT RECORD
066040         AT END
066041             MOVE 'Y' TO WS-PRD-DONE-SW
066042             GO TO 4210-EXIT
066043     END-READ.
066044
066045*    PAST THE LAST PERIOD OF THE TERM.
066046     IF PRD-TERM NOT = RMD-TERM
066047         MOVE 'Y' TO WS-PRD-DONE-SW
066048         GO TO 4210-EXIT
066049     END-IF.
066050
066051     IF (WS-CURR-CYYDDD NOT < PRD-START-DATE) AND
066052        (WS-CURR-CYYDDD NOT > PRD-END-DATE)
066053         MOVE 'Y' TO WS-PRD-COVERED-SW
066054         IF PRD-CLOSED
066055             MOVE 'Y' TO WS-PRD-CLOSED-SW
066056         END-IF
066057         GO TO 4210-EXIT
066058     END-IF.
066059
066060     IF PRD-END-DATE > WS-PRD-MAX-END
066061         MOVE PRD-END-DATE TO WS-PRD-MAX-END
066062         IF PRD-CLOSED
066063             MOVE 'Y' TO WS-PRD-MAX-CLOSED
066064         ELSE
066065             MOVE 'N' TO WS-PRD-MAX-CLOSED
066066         END-IF
066067     END-IF.
066068
066069 4210-EXIT.
066070     EXIT.
066100
066200*----------------------------------------------------------------
066300* AN ACCOUNT THE AGENCY HAS GIVEN UP ON. WHAT IT HAD NOT
066400* COLLECTED IS RECORDED AS RETURNED, SO THE REGISTER STILL
066500* BALANCES; THE BALANCE ITSELF STAYS OWING ON THE ACCOUNT.
066600*----------------------------------------------------------------
066700 5000-POST-RETURN.
066800
066900     MOVE RMD-STU-NUMBER TO COL-STU-NUMBER.
067000     MOVE RMD-TERM TO COL-TERM.
067100     READ COLL-FILE
067200         INVALID KEY
067300             MOVE 'NOT PLACED WITH THE AGENCY' TO WS-HOLD-REASON
067400             PERFORM 6000-HOLD-LINE THRU 6000-EXIT
067500             GO TO 5000-EXIT
067600     END-READ.
067700
067800     IF NOT COL-PLACED
067900         MOVE 'PLACEMENT NO LONGER WORKING' TO RPT-DTL-NOTE
068000         MOVE 'IGNORED' TO RPT-DTL-ACTION
068100         PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT
068200         GO TO 5000-EXIT
068300     END-IF.
068400
068500     COMPUTE WS-OUTSTANDING = COL-PLACED-AMT - COL-COLLECTED-AMT.
068600     IF WS-OUTSTANDING < 0
068700         MOVE 0 TO WS-OUTSTANDING
068800     END-IF.
068900
069000     MOVE 'X' TO COL-STATUS.
069100     MOVE WS-OUTSTANDING TO COL-RETURNED-AMT.
069200     MOVE WS-CURR-CYYDDD TO COL-CLOSED-DATE.
069300     MOVE RMD-DATE TO COL-LAST-REMIT-DATE.
069400     REWRITE COLLFILE-RECORD
069500         INVALID KEY
069600             DISPLAY 'DCJB8BCA - COLLFILE REWRITE FAILED FOR '
069700                 RMD-STU-NUMBER ' STATUS = ' WS-COLFILE-STATUS
069800             GO TO 9999-ABEND
069900     END-REWRITE.
070000
070100     ADD 1 TO WS-RETURN-COUNT.
070200     ADD WS-OUTSTANDING TO WS-RETURN-TOTAL.
070300
070400     MOVE 'RETURNED' TO RPT-DTL-ACTION.
070500     MOVE 'UNCOLLECTABLE' TO RPT-DTL-NOTE.
070600     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
070700
070800 5000-EXIT.
070900     EXIT.
071000
071100 6000-HOLD-LINE.
071200
071300     WRITE HLD-LINE FROM REM-LINE.
071400     ADD 1 TO WS-HOLD-COUNT.
071500     IF REM-COLLECTION
071600         ADD RMD-AMOUNT TO WS-HOLD-TOTAL
071700         ADD RMD-COMMISSION TO WS-HOLD-COMMISSION
071800     END-IF.
071900
072000     MOVE 'HELD' TO RPT-DTL-ACTION.
072100     MOVE WS-HOLD-REASON TO RPT-DTL-NOTE.
072200     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
072300
072400 6000-EXIT.
072500     EXIT.
072600
072700 7000-PRINT-DETAIL.
072800
072900     MOVE RMD-STU-NUMBER TO RPT-DTL-STUDENT.
073000     MOVE RMD-TERM TO RPT-DTL-TERM.
073100     MOVE RMD-AGENCY-REF TO RPT-DTL-REF.
073200     MOVE RMD-AMOUNT TO RPT-DTL-AMOUNT.
073300     MOVE RMD-COMMISSION TO RPT-DTL-COMMISSION.
073400     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
073500
073600 7000-EXIT.
073700     EXIT.
073800
073900 9999-ABEND.
074000
074100     MOVE 16 TO RETURN-CODE.
074200     GOBACK.
074300
074400 END PROGRAM DCJB8BCA.
