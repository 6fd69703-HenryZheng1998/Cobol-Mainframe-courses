000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BGI.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - FINAL-GRADE IMPORT FROM THE
001100*                LEARNING PLATFORM'S GRADEBOOK EXPORT, SO THE
001200*                MARKS INSTRUCTORS ALREADY HOLD ONLINE ARE NOT
001300*                RE-KEYED ON DCJB8PGG. THE EXPORT IS PROVED
001400*                AGAINST ITS OWN TRAILER FIRST. EACH ROW THEN
001500*                TAKES THE SAME CHECKS DCJB8PGG MAKES - A VALID
001600*                LETTER GRADE, THE STUDENT ACTUALLY CARRYING THE
001700*                SECTION, AND AN AUDITED SLOT RECORDED AS 'AU' -
001800*                AND A CLEAN ROW IS WRITTEN TO GRADFILE. A ROW
001900*                THAT WOULD OVERWRITE A DIFFERENT GRADE ALREADY ON
002000*                FILE IS PUT ON THE GRDCHG APPROVAL QUEUE FOR
002100*                DCJB8PHE INSTEAD. THE REJECTS PRINT ONE PAGE PER
002200*                INSTRUCTOR TO GO BACK TO WHOEVER TEACHES THE
002300*                SECTION.
002310* 10/15/26  HZ   INSTFILE RECORD NOW 50 BYTES - CARRIES THE
002320*                INSTRUCTOR'S RANK.
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
003400*    THE PLATFORM'S GRADEBOOK EXPORT - READ TWICE, ONCE TO PROVE
003500*    THE TRAILER AND ONCE TO POST.
003600     SELECT IMPORT-FILE ASSIGN TO GRDIMP
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-GRDIMP-STATUS.
003900
004000     SELECT STUFILE ASSIGN TO STUFILE
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS STU-NUMBER
004400         FILE STATUS IS WS-STUFILE-STATUS.
004500
004600     SELECT CRSFILE ASSIGN TO CRSFILE
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS CRS-CODE
005000         FILE STATUS IS WS-CRSFILE-STATUS.
005100
005200*    READ IN KEY ORDER FOR THE REJECT PAGES, ONE PER INSTRUCTOR.
005300     SELECT INSTFILE ASSIGN TO INSTFILE
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS INS-ID
005700         FILE STATUS IS WS-INSFILE-STATUS.
005800
005900     SELECT GRADFILE ASSIGN TO GRADFILE
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS GRD-KEY
006300         FILE STATUS IS WS-GRADFILE-STATUS.
006400
006500*    PENDING GRADE CHANGES - SEE GRDCHG. A ROW THAT WOULD CHANGE A
006600*    GRADE ALREADY ON FILE WAITS HERE FOR A SUPERVISOR.
006700     SELECT GRDCHG-FILE ASSIGN TO GRDCHG
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS GCH-KEY
007100         FILE STATUS IS WS-GRDCHG-STATUS.
007200
007300     SELECT REJECT-RPT ASSIGN TO GRDREJ
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-GRDREJ-STATUS.
007600
007700*    THE BATCH-WINDOW QUIESCE STATE - SEE BCTLREC AND
007800*    DCJB8PHJ. THIS JOB UPDATES A MASTER AND MUST NOT RUN
007900*    UNDER LIVE ONLINE UPDATES.
008000     SELECT BATCHCTL-FILE ASSIGN TO BATCHCTL
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS RANDOM
008300         RECORD KEY IS BCT-KEY
008400         FILE STATUS IS WS-BATCHCTL-STATUS.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008800
008900 FD  IMPORT-FILE
009000     LABEL RECORDS ARE STANDARD
009100     RECORD CONTAINS 80 CHARACTERS
009200     DATA RECORD IS IMP-LINE.
009300
009400*    EXPORT RECORDS - THE FIRST BYTE SAYS WHICH: 'H' HEADER (THE
009500*    EXPORT DATE, YYYYDDD, AND THE PLATFORM'S EXPORT ID), 'D' ONE
009600*    FINAL GRADE (SECTION, TERM - BLANK FOR THE SECTION'S OWN
009700*    TERM, AS ON DCJB8PGG - STUDENT AND LETTER GRADE), 'T'
009800*    TRAILER (DETAIL COUNT).
009900 01  IMP-LINE.
010000     05 IMP-REC-TYPE                 PIC X(1).
010100         88 IMP-HEADER                   VALUE 'H'.
010200         88 IMP-DETAIL                   VALUE 'D'.
010300         88 IMP-TRAILER                  VALUE 'T'.
010400     05 IMP-DATA                     PIC X(79).
010500 01  IMP-HEADER-REC REDEFINES IMP-LINE.
010600     05 GIH-REC-TYPE                 PIC X(1).
010700     05 GIH-EXPORT-DATE              PIC 9(7).
010800     05 GIH-EXPORT-ID                PIC X(10).
010900     05 FILLER                       PIC X(62).
011000 01  IMP-DETAIL-REC REDEFINES IMP-LINE.
011100     05 GID-REC-TYPE                 PIC X(1).
011200     05 GID-COURSE                   PIC X(8).
011300     05 GID-TERM                     PIC X(5).
011400     05 GID-STU-NUMBER               PIC X(7).
011500     05 GID-GRADE                    PIC X(2).
011600     05 FILLER                       PIC X(57).
011700 01  IMP-TRAILER-REC REDEFINES IMP-LINE.
011800     05 GIT-REC-TYPE                 PIC X(1).
011900     05 GIT-COUNT                    PIC 9(7).
012000     05 FILLER                       PIC X(72).
012100
012200 FD  STUFILE
012300     LABEL RECORDS ARE STANDARD
012400     RECORD CONTAINS 227 CHARACTERS
012500     DATA RECORD IS STUFILE-RECORD.
012600
012700     COPY 'STUREC'.
012800
012900 FD  CRSFILE
013000     LABEL RECORDS ARE STANDARD
013100     RECORD CONTAINS 242 CHARACTERS
013200     DATA RECORD IS CRSFILE-RECORD.
013300
013400     COPY 'CRSREC'.
013500
013600 FD  INSTFILE
013700     LABEL RECORDS ARE STANDARD
013800     RECORD CONTAINS 50 CHARACTERS
013900     DATA RECORD IS INSTFILE-RECORD.
014000
014100     COPY 'INSTREC'.
014200
014300 FD  GRADFILE
014400     LABEL RECORDS ARE STANDARD
014500     RECORD CONTAINS 38 CHARACTERS
014600     DATA RECORD IS GRADFILE-RECORD.
014700
014800     COPY 'GRADEREC'.
014900
015000 FD  GRDCHG-FILE
015100     LABEL RECORDS ARE STANDARD
015200     RECORD CONTAINS 42 CHARACTERS
015300     DATA RECORD IS GRDCHG-RECORD.
015400
015500     COPY 'GRDCHG'.
015600
015700 FD  REJECT-RPT
015800     LABEL RECORDS ARE STANDARD
015900     RECORD CONTAINS 133 CHARACTERS
016000     DATA RECORD IS RPT-LINE.
016100 01  RPT-LINE                        PIC X(133).
016200
016300 FD  BATCHCTL-FILE
016400     LABEL RECORDS ARE STANDARD
016500     RECORD CONTAINS 45 CHARACTERS
016600     DATA RECORD IS BATCHCTL-RECORD.
016700
016800     COPY 'BCTLREC'.
016900
017000 WORKING-STORAGE SECTION.
017100
017200 01  WS-GRDIMP-STATUS                PIC X(2) VALUE SPACES.
017300     88 WS-GRDIMP-OK                     VALUE '00'.
017400 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
017500     88 WS-STUFILE-OK                    VALUE '00'.
017600 01  WS-CRSFILE-STATUS               PIC X(2) VALUE SPACES.
017700     88 WS-CRSFILE-OK                    VALUE '00'.
017800 01  WS-INSFILE-STATUS               PIC X(2) VALUE SPACES.
017900     88 WS-INSFILE-OK                    VALUE '00'.
018000 01  WS-GRADFILE-STATUS              PIC X(2) VALUE SPACES.
018100     88 WS-GRADFILE-OK                   VALUE '00'.
018200 01  WS-GRDCHG-STATUS                PIC X(2) VALUE SPACES.
018300     88 WS-GRDCHG-OK                     VALUE '00'.
018400 01  WS-GRDREJ-STATUS                PIC X(2) VALUE SPACES.
018500     88 WS-GRDREJ-OK                     VALUE '00'.
018600 01  WS-BATCHCTL-STATUS              PIC X(2) VALUE SPACES.
018700     88 WS-BATCHCTL-OK                   VALUE '00'.
018800
018900 01  WS-SWITCHES.
019000     05 WS-IMP-EOF-SW                PIC X(1) VALUE 'N'.
019100         88 WS-IMP-EOF                    VALUE 'Y'.
019200     05 WS-INS-EOF-SW                PIC X(1) VALUE 'N'.
019300         88 WS-INS-EOF                    VALUE 'Y'.
019400     05 WS-HDR-SEEN-SW               PIC X(1) VALUE 'N'.
019500         88 WS-HDR-SEEN                   VALUE 'Y'.
019600     05 WS-TRL-SEEN-SW               PIC X(1) VALUE 'N'.
019700         88 WS-TRL-SEEN                   VALUE 'Y'.
019800     05 WS-ENROLLED-SW               PIC X(1) VALUE 'N'.
019900         88 WS-ENROLLED                   VALUE 'Y'.
020000     05 WS-AUDITED-SW                PIC X(1) VALUE 'N'.
020100         88 WS-AUDITED                    VALUE 'Y'.
020200
020300 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
020400 01  WS-CURR-CYYDDD                  PIC 9(7) VALUE 0.
020500 01  WS-CURR-TIME                    PIC 9(8) VALUE 0.
020600 01  WS-CURR-HHMMSS                  PIC 9(7) VALUE 0.
020700 01  WS-EXPORT-ID                    PIC X(10) VALUE SPACES.
020800
020900* WHAT THE PROVING PASS COUNTS, AGAINST THE TRAILER.
021000 77  WS-PROOF-COUNT                  PIC S9(7) COMP VALUE 0.
021100 01  WS-TRL-COUNT                    PIC 9(7) VALUE 0.
021200
021300* THE ROW IN HAND, AS IT WILL BE POSTED.
021400 01  WS-IN-TERM                      PIC X(5) VALUE SPACES.
021500 01  WS-IN-GRADE                     PIC X(2) VALUE SPACES.
021600 01  WS-IN-INSTR                     PIC X(5) VALUE SPACES.
021700 01  WS-REJ-REASON                   PIC X(40) VALUE SPACES.
021800 77  WS-SLOT-IDX                     PIC S9(3) COMP VALUE 0.
021900
022000* THE REJECTS, HELD UNTIL THE END SO THEY CAN BE PRINTED UNDER
022100* THE INSTRUCTOR WHO TEACHES EACH SECTION.
022200 77  WS-REJ-MAX                      PIC S9(5) COMP VALUE 2000.
022300 77  WS-REJ-COUNT                    PIC S9(5) COMP VALUE 0.
022400 77  WS-REJ-IDX                      PIC S9(5) COMP VALUE 0.
022500 77  WS-REJ-UNLISTED                 PIC S9(7) COMP VALUE 0.
022600 77  WS-REJ-ON-PAGE                  PIC S9(5) COMP VALUE 0.
022700 01  WS-REJ-TABLE.
022800     05 WS-REJ-ENTRY OCCURS 2000 TIMES.
022900         10 WS-REJ-INSTR             PIC X(5).
023000         10 WS-REJ-COURSE            PIC X(8).
023100         10 WS-REJ-TERM              PIC X(5).
023200         10 WS-REJ-STU-NUMBER        PIC X(7).
023300         10 WS-REJ-GRADE             PIC X(2).
023400         10 WS-REJ-TEXT              PIC X(40).
023500         10 WS-REJ-PRINTED-SW        PIC X(1).
023600             88 WS-REJ-PRINTED            VALUE 'Y'.
023700
023800 77  WS-DETAIL-COUNT                 PIC S9(7) COMP VALUE 0.
023900 77  WS-POSTED-COUNT                 PIC S9(7) COMP VALUE 0.
024000 77  WS-FORCED-AU-COUNT              PIC S9(7) COMP VALUE 0.
024100 77  WS-QUEUED-COUNT                 PIC S9(7) COMP VALUE 0.
024200 77  WS-SAME-COUNT                   PIC S9(7) COMP VALUE 0.
024300 77  WS-REJECT-COUNT                 PIC S9(7) COMP VALUE 0.
024400
024500 01  RPT-HEADING-1.
024600     05 RPT-HDG1-CC                  PIC X(1) VALUE '1'.
024700     05 FILLER                       PIC X(4) VALUE SPACES.
024800     05 FILLER                       PIC X(34) VALUE
024900            'DCJB8BGI - GRADE IMPORT REJECTS - '.
025000     05 FILLER                       PIC X(12) VALUE
025100            'INSTRUCTOR: '.
025200     05 RPT-HDG1-ID                  PIC X(5).
025300     05 FILLER                       PIC X(2) VALUE SPACES.
025400     05 RPT-HDG1-NAME                PIC X(20).
025500     05 FILLER                       PIC X(2) VALUE SPACES.
025600     05 RPT-HDG1-DEPT                PIC X(10).
025700     05 FILLER                       PIC X(43) VALUE SPACES.
025800
025900 01  RPT-HEADING-2.
026000     05 RPT-HDG2-CC                  PIC X(1) VALUE ' '.
026100     05 FILLER                       PIC X(4) VALUE SPACES.
026200     05 FILLER                       PIC X(8) VALUE 'EXPORT '.
026300     05 RPT-HDG2-EXPORT-ID           PIC X(10).
026400     05 FILLER                       PIC X(6) VALUE '  RUN '.
026500     05 RPT-HDG2-RUN-DATE            PIC 9(7).
026600     05 FILLER                       PIC X(97) VALUE SPACES.
026700
026800 01  RPT-HEADING-3.
026900     05 RPT-HDG3-CC                  PIC X(1) VALUE '0'.
027000     05 FILLER                       PIC X(6) VALUE SPACES.
027100     05 FILLER                       PIC X(10) VALUE 'SECTION'.
027200     05 FILLER                       PIC X(7) VALUE 'TERM'.
027300     05 FILLER                       PIC X(9) VALUE 'STUDENT'.
027400     05 FILLER                       PIC X(7) VALUE 'GRADE'.
027500     05 FILLER                       PIC X(40) VALUE
027600            'REASON NOT POSTED'.
027700     05 FILLER                       PIC X(53) VALUE SPACES.
027800
027900 01  RPT-DETAIL-LINE.
028000     05 RPT-DTL-CC                   PIC X(1) VALUE ' '.
028100     05 FILLER                       PIC X(6) VALUE SPACES.
028200     05 RPT-DTL-COURSE               PIC X(8).
028300     05 FILLER                       PIC X(2) VALUE SPACES.
028400     05 RPT-DTL-TERM                 PIC X(5).
028500     05 FILLER                       PIC X(2) VALUE SPACES.
028600     05 RPT-DTL-STUDENT              PIC X(7).
028700     05 FILLER                       PIC X(2) VALUE SPACES.
028800     05 RPT-DTL-GRADE                PIC X(2).
028900     05 FILLER                       PIC X(5) VALUE SPACES.
029000     05 RPT-DTL-REASON               PIC X(40).
029100     05 FILLER                       PIC X(53) VALUE SPACES.
029200
029300 01  RPT-TOTAL-LINE.
029400     05 RPT-TOT-CC                   PIC X(1) VALUE ' '.
029500     05 FILLER                       PIC X(4) VALUE SPACES.
029600     05 RPT-TOT-LABEL                PIC X(36).
029700     05 RPT-TOT-COUNT                PIC ZZZ,ZZ9.
029800     05 FILLER                       PIC X(85) VALUE SPACES.
029900
030000 PROCEDURE DIVISION.
030100
030200 0000-MAINLINE.
030300
030400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030500
030600     PERFORM 1500-PROVE-IMPORT THRU 1500-EXIT.
030700
030800     PERFORM 2000-POST-GRADE THRU 2000-EXIT
030900         UNTIL WS-IMP-EOF.
031000
031100     PERFORM 5000-PRINT-REJECTS THRU 5000-EXIT.
031200
031300     PERFORM 3000-TERMINATE THRU 3000-EXIT.
031400
031500     GOBACK.
031600
031700 1000-INITIALIZE.
031800
031900*    THE ONLINE SUITE MUST BE QUIESCED (DCJB8PHJ) BEFORE GRADFILE
032000*    IS UPDATED UNDER THIS RUN - THE SAME GATE THE BACKUP AND
032100*    ROLLOVER JOBS STAND BEHIND.
032200     OPEN INPUT BATCHCTL-FILE.
032300     IF NOT WS-BATCHCTL-OK
032400         DISPLAY 'DCJB8BGI - BATCHCTL OPEN FAILED, STATUS = '
032500             WS-BATCHCTL-STATUS
032600         GO TO 9999-ABEND
032700     END-IF.
032800     MOVE 0 TO BCT-RUN-DATE.
032900     MOVE 'QUIESCE' TO BCT-JOB.
033000     READ BATCHCTL-FILE
033100         INVALID KEY
033200             DISPLAY 'DCJB8BGI - ONLINE SUITE NOT QUIESCED'
033300             GO TO 9999-ABEND
033400         NOT INVALID KEY
033500             IF NOT BCT-RUNNING
033600                 DISPLAY 'DCJB8BGI - ONLINE SUITE NOT QUIESCED'
033700                 GO TO 9999-ABEND
033800             END-IF
033900     END-READ.
034000     CLOSE BATCHCTL-FILE.
034100
034200*    ACCEPT FROM DAY GIVES YYYYDDD; GRADFILE AND GRDCHG CARRY
034300*    CYYDDD AND AN EIBTIME-SHAPED 0HHMMSS, AS THE SCREENS STAMP.
034400     ACCEPT WS-CURR-DATE FROM DAY.
034500     COMPUTE WS-CURR-CYYDDD = WS-CURR-DATE - 1900000.
034600     ACCEPT WS-CURR-TIME FROM TIME.
034700     DIVIDE WS-CURR-TIME BY 100 GIVING WS-CURR-HHMMSS.
034800
034900     OPEN INPUT STUFILE CRSFILE.
035000     IF (NOT WS-STUFILE-OK) OR (NOT WS-CRSFILE-OK)
035100         DISPLAY 'DCJB8BGI - INPUT OPEN FAILED '
035200             WS-STUFILE-STATUS WS-CRSFILE-STATUS
035300         GO TO 9999-ABEND
035400     END-IF.
035500
035600     OPEN I-O GRADFILE GRDCHG-FILE.
035700     IF (NOT WS-GRADFILE-OK) OR (NOT WS-GRDCHG-OK)
035800         DISPLAY 'DCJB8BGI - GRADFILE/GRDCHG OPEN FAILED '
035900             WS-GRADFILE-STATUS WS-GRDCHG-STATUS
036000         GO TO 9999-ABEND
036100     END-IF.
036200
036300     OPEN OUTPUT REJECT-RPT.
036400     IF NOT WS-GRDREJ-OK
036500         DISPLAY 'DCJB8BGI - GRDREJ OPEN FAILED, STATUS = '
036600             WS-GRDREJ-STATUS
036700         GO TO 9999-ABEND
036800     END-IF.
036900
037000 1000-EXIT.
037100     EXIT.
037200
037300*----------------------------------------------------------------
037400* FIRST PASS - NOTHING IS POSTED UNLESS THE EXPORT HAS ITS HEADER
037500* AND TRAILER AND THE DETAIL ROWS ADD UP TO THE TRAILER'S COUNT.
037600* THE FILE IS THEN REOPENED FOR THE POSTING PASS.
037700*----------------------------------------------------------------
037800 1500-PROVE-IMPORT.
037900
038000     OPEN INPUT IMPORT-FILE.
038100     IF NOT WS-GRDIMP-OK
038200         DISPLAY 'DCJB8BGI - GRDIMP OPEN FAILED, STATUS = '
038300             WS-GRDIMP-STATUS
038400         GO TO 9999-ABEND
038500     END-IF.
038600
038700     PERFORM 1510-PROVE-ONE-LINE THRU 1510-EXIT
038800         UNTIL WS-IMP-EOF.
038900
039000     CLOSE IMPORT-FILE.
039100
039200     IF (NOT WS-HDR-SEEN) OR (NOT WS-TRL-SEEN)
039300         DISPLAY 'DCJB8BGI - GRDIMP HEADER OR TRAILER MISSING'
039400         GO TO 9999-ABEND
039500     END-IF.
039600
039700     IF WS-PROOF-COUNT NOT = WS-TRL-COUNT
039800         DISPLAY 'DCJB8BGI - GRDIMP OUT OF BALANCE'
039900         DISPLAY 'DCJB8BGI - TRAILER COUNT = ' WS-TRL-COUNT
040000             ' FILE COUNT = ' WS-PROOF-COUNT
040100         GO TO 9999-ABEND
040200     END-IF.
040300
040400     MOVE 'N' TO WS-IMP-EOF-SW.
040500     OPEN INPUT IMPORT-FILE.
040600     IF NOT WS-GRDIMP-OK
040700         DISPLAY 'DCJB8BGI - GRDIMP REOPEN FAILED, STATUS = '
040800             WS-GRDIMP-STATUS
040900         GO TO 9999-ABEND
041000     END-IF.
041100
041200     PERFORM 2100-READ-NEXT-ROW THRU 2100-EXIT.
041300
041400 1500-EXIT.
041500     EXIT.
041600
041700 1510-PROVE-ONE-LINE.
041800
041900     PERFORM 2100-READ-NEXT-ROW THRU 2100-EXIT.
042000     IF WS-IMP-EOF
042100         GO TO 1510-EXIT
042200     END-IF.
042300
042400     EVALUATE TRUE
042500         WHEN IMP-HEADER
042600             MOVE 'Y' TO WS-HDR-SEEN-SW
042700             MOVE GIH-EXPORT-ID TO WS-EXPORT-ID
042800         WHEN IMP-DETAIL
042900             ADD 1 TO WS-PROOF-COUNT
043000         WHEN IMP-TRAILER
043100             MOVE 'Y' TO WS-TRL-SEEN-SW
043200             MOVE GIT-COUNT TO WS-TRL-COUNT
043300         WHEN OTHER
043400             DISPLAY 'DCJB8BGI - GRDIMP RECORD TYPE '
043500                 IMP-REC-TYPE ' NOT RECOGNISED'
043600             GO TO 9999-ABEND
043700     END-EVALUATE.
043800
043900 1510-EXIT.
044000     EXIT.
044100
044200*----------------------------------------------------------------
044300* ONE EXPORTED GRADE - THE DCJB8PGG CHECKS IN THE SAME ORDER. THE
044400* FIRST ONE THAT FAILS NAMES THE REJECT.
044500*----------------------------------------------------------------
044600 2000-POST-GRADE.
044700
044800     IF NOT IMP-DETAIL
044900         GO TO 2000-NEXT
045000     END-IF.
045100
045200     ADD 1 TO WS-DETAIL-COUNT.
045300     MOVE SPACES TO WS-IN-INSTR.
045400
045500     MOVE GID-COURSE TO CRS-CODE.
045600     READ CRSFILE
045700         INVALID KEY
045800             MOVE 'COURSE CODE NOT FOUND IN CATALOG'
045900                 TO WS-REJ-REASON
046000             GO TO 2000-REJECT
046100     END-READ.
046200     MOVE CRS-INSTR-ID TO WS-IN-INSTR.
046300
046400*    TERM DEFAULTS TO THE SECTION'S OWN TERM WHEN NOT EXPORTED.
046500     IF GID-TERM = SPACES
046600         MOVE CRS-TERM(1:5) TO WS-IN-TERM
046700     ELSE
046800         MOVE GID-TERM TO WS-IN-TERM
046900     END-IF.
047000
047100*    A ONE-CHARACTER GRADE MAY COME PADDED WITH A LOW-VALUE -
047200*    NORMALIZE IT SO 'A' MATCHES 'A '.
047300     MOVE GID-GRADE TO WS-IN-GRADE.
047400     IF WS-IN-GRADE(2:1) = LOW-VALUE
047500         MOVE SPACE TO WS-IN-GRADE(2:1)
047600     END-IF.
047700
047800     MOVE GID-STU-NUMBER TO STU-NUMBER.
047900     READ STUFILE
048000         INVALID KEY
048100             MOVE 'STUDENT NOT ON FILE' TO WS-REJ-REASON
048200             GO TO 2000-REJECT
048300     END-READ.
048400
048500     MOVE 'N' TO WS-ENROLLED-SW.
048600     MOVE 'N' TO WS-AUDITED-SW.
048700     PERFORM 2200-CHECK-SLOT THRU 2200-EXIT
048800         VARYING WS-SLOT-IDX FROM 1 BY 1
048900         UNTIL WS-SLOT-IDX > 10.
049000
049100     IF NOT WS-ENROLLED
049200         MOVE 'STUDENT NOT ENROLLED IN THIS SECTION'
049300             TO WS-REJ-REASON
049400         GO TO 2000-REJECT
049500     END-IF.
049600
049700     MOVE WS-IN-GRADE TO GRD-GRADE.
049800     IF NOT GRD-VALID-GRADE
049900         MOVE 'INVALID GRADE - USE A+ A B+ B C+ C D F I W AU'
050000             TO WS-REJ-REASON
050100         GO TO 2000-REJECT
050200     END-IF.
050300
050400*    AN AUDITED SLOT (STU-BASIS-TABLE 'A') TAKES ONLY THE 'AU'
050500*    OUTCOME WHATEVER THE GRADEBOOK SAYS - THE BASIS ON THE
050600*    STUDENT RECORD DECIDES. 'AU' STILL GOES ONLY TO AN AUDITED
050700*    SLOT.
050800     IF WS-AUDITED
050900         IF WS-IN-GRADE NOT = 'AU'
051000             ADD 1 TO WS-FORCED-AU-COUNT
051100         END-IF
051200         MOVE 'AU' TO WS-IN-GRADE
051300     END-IF.
051400
051500     IF (NOT WS-AUDITED) AND (WS-IN-GRADE = 'AU')
051600         MOVE 'AU IS ONLY FOR AUDITED ENROLLMENTS'
051700             TO WS-REJ-REASON
051800         GO TO 2000-REJECT
051900     END-IF.
052000
052100     PERFORM 2300-WRITE-GRADE THRU 2300-EXIT.
052200     GO TO 2000-NEXT.
052300
052400 2000-REJECT.
052500
052600     PERFORM 2500-KEEP-REJECT THRU 2500-EXIT.
052700
052800 2000-NEXT.
052900
053000     PERFORM 2100-READ-NEXT-ROW THRU 2100-EXIT.
053100
053200 2000-EXIT.
053300     EXIT.
053400
053500 2100-READ-NEXT-ROW.
053600
053700     READ IMPORT-FILE
053800         AT END
053900             MOVE 'Y' TO WS-IMP-EOF-SW
054000     END-READ.
054100
054200 2100-EXIT.
054300     EXIT.
054400
054500*    THE STUDENT CARRIES THE SECTION IF ANY COURSE SLOT HOLDS IT;
054600*    THE SLOT'S BASIS SAYS WHETHER IT IS AN AUDIT.
054700 2200-CHECK-SLOT.
054800
054900     IF STU-COURSE-TABLE(WS-SLOT-IDX) = GID-COURSE
055000         MOVE 'Y' TO WS-ENROLLED-SW
055100         IF STU-BASIS-TABLE(WS-SLOT-IDX) = 'A'
055200             MOVE 'Y' TO WS-AUDITED-SW
055300         END-IF
055400     END-IF.
055500
055600 2200-EXIT.
055700     EXIT.
055800
055900*----------------------------------------------------------------
056000* A CLEAN ROW. NO GRADE ON FILE - WRITE IT. THE SAME GRADE ON
056100* FILE - NOTHING TO DO. A DIFFERENT GRADE ON FILE - THE IMPORT
056200* DOES NOT OVERWRITE IT, BUT QUEUES THE CHANGE ON GRDCHG FOR A
056300* SUPERVISOR ON DCJB8PHE, UNLESS A CHANGE IS ALREADY PENDING.
056400*----------------------------------------------------------------
056500 2300-WRITE-GRADE.
056600
056700     MOVE GID-STU-NUMBER TO GRD-STU-NUMBER.
056800     MOVE WS-IN-TERM TO GRD-TERM.
056900     MOVE GID-COURSE TO GRD-COURSE.
057000     READ GRADFILE
057100         INVALID KEY
057200             GO TO 2300-NEW-GRADE
057300     END-READ.
057400
057500     IF GRD-GRADE = WS-IN-GRADE
057600         ADD 1 TO WS-SAME-COUNT
057700         GO TO 2300-EXIT
057800     END-IF.
057900
058000     MOVE GRD-KEY TO GCH-KEY.
058100     READ GRDCHG-FILE
058200         INVALID KEY
058300             GO TO 2300-QUEUE-CHANGE
058400     END-READ.
058500
058600     MOVE 'GRADE ON FILE - CHANGE ALREADY PENDING'
058700         TO WS-REJ-REASON.
058800     PERFORM 2500-KEEP-REJECT THRU 2500-EXIT.
058900     GO TO 2300-EXIT.
059000
059100 2300-QUEUE-CHANGE.
059200
059300     MOVE GRD-KEY TO GCH-KEY.
059400     MOVE GRD-GRADE TO GCH-OLD-GRADE.
059500     MOVE WS-IN-GRADE TO GCH-NEW-GRADE.
059600*    'LP' - THE CHANGE CAME FROM THE LEARNING PLATFORM'S EXPORT.
059700     MOVE 'LP' TO GCH-REASON.
059800     MOVE 'DCJB8BGI' TO GCH-REQ-OPERID.
059900     MOVE WS-CURR-CYYDDD TO GCH-REQ-DATE.
060000     MOVE WS-CURR-HHMMSS TO GCH-REQ-TIME.
060100     WRITE GRDCHG-RECORD
060200         INVALID KEY
060300             MOVE 'GRADE CHANGE COULD NOT BE QUEUED'
060400                 TO WS-REJ-REASON
060500             PERFORM 2500-KEEP-REJECT THRU 2500-EXIT
060600             GO TO 2300-EXIT
060700     END-WRITE.
060800     ADD 1 TO WS-QUEUED-COUNT.
060900     GO TO 2300-EXIT.
061000
061100 2300-NEW-GRADE.
061200
061300     MOVE GID-STU-NUMBER TO GRD-STU-NUMBER.
061400     MOVE WS-IN-TERM TO GRD-TERM.
061500     MOVE GID-COURSE TO GRD-COURSE.
061600     MOVE WS-IN-GRADE TO GRD-GRADE.
061700     MOVE 'DCJB8BGI' TO GRD-OPERID.
061800     MOVE WS-CURR-CYYDDD TO GRD-DATE.
061900     MOVE WS-CURR-HHMMSS TO GRD-TIME.
062000     WRITE GRADFILE-RECORD
062100         INVALID KEY
062200             MOVE 'GRADE COULD NOT BE WRITTEN' TO WS-REJ-REASON
062300             PERFORM 2500-KEEP-REJECT THRU 2500-EXIT
062400             GO TO 2300-EXIT
062500     END-WRITE.
062600     ADD 1 TO WS-POSTED-COUNT.
062700
062800 2300-EXIT.
062900     EXIT.
063000
063100*    ONE REJECT, UNDER THE INSTRUCTOR WHO TEACHES THE SECTION
063200*    (BLANK WHEN THE SECTION IS NOT IN THE CATALOG OR HAS NO
063300*    INSTRUCTOR ASSIGNED).
063400 2500-KEEP-REJECT.
063500
063600     ADD 1 TO WS-REJECT-COUNT.
063700     IF WS-REJ-COUNT NOT < WS-REJ-MAX
063800         ADD 1 TO WS-REJ-UNLISTED
063900         GO TO 2500-EXIT
064000     END-IF.
064100
064200     ADD 1 TO WS-REJ-COUNT.
064300     MOVE WS-IN-INSTR TO WS-REJ-INSTR(WS-REJ-COUNT).
064400     MOVE GID-COURSE TO WS-REJ-COURSE(WS-REJ-COUNT).
064500     MOVE GID-TERM TO WS-REJ-TERM(WS-REJ-COUNT).
064600     MOVE GID-STU-NUMBER TO WS-REJ-STU-NUMBER(WS-REJ-COUNT).
064700     MOVE GID-GRADE TO WS-REJ-GRADE(WS-REJ-COUNT).
064800     MOVE WS-REJ-REASON TO WS-REJ-TEXT(WS-REJ-COUNT).
064900     MOVE 'N' TO WS-REJ-PRINTED-SW(WS-REJ-COUNT).
065000
065100 2500-EXIT.
065200     EXIT.
065300
065400 3000-TERMINATE.
065500
065600     MOVE 'CONTROL TOTALS' TO RPT-HDG1-NAME.
065700     MOVE SPACES TO RPT-HDG1-DEPT.
065800     MOVE SPACES TO RPT-HDG1-ID.
065900     WRITE RPT-LINE FROM RPT-HEADING-1.
066000     WRITE RPT-LINE FROM RPT-HEADING-2.
066100
066200     MOVE '0' TO RPT-TOT-CC.
066300     MOVE 'GRADES IN EXPORT . . . . . . . . .' TO RPT-TOT-LABEL.
066400     MOVE WS-DETAIL-COUNT TO RPT-TOT-COUNT.
066500     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
066600
066700     MOVE ' ' TO RPT-TOT-CC.
066800     MOVE 'POSTED TO GRADFILE . . . . . . . .' TO RPT-TOT-LABEL.
066900     MOVE WS-POSTED-COUNT TO RPT-TOT-COUNT.
067000     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
067100
067200     MOVE 'AUDITED SLOTS FORCED TO AU . . . .' TO RPT-TOT-LABEL.
067300     MOVE WS-FORCED-AU-COUNT TO RPT-TOT-COUNT.
067400     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
067500
067600     MOVE 'QUEUED ON GRDCHG FOR APPROVAL . . .' TO RPT-TOT-LABEL.
067700     MOVE WS-QUEUED-COUNT TO RPT-TOT-COUNT.
067800     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
067900
068000     MOVE 'ALREADY ON FILE, UNCHANGED . . . .' TO RPT-TOT-LABEL.
068100     MOVE WS-SAME-COUNT TO RPT-TOT-COUNT.
068200     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
068300
068400     MOVE 'REJECTED . . . . . . . . . . . . .' TO RPT-TOT-LABEL.
068500     MOVE WS-REJECT-COUNT TO RPT-TOT-COUNT.
068600     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
068700
068800     IF WS-REJ-UNLISTED > 0
068900         MOVE '  OF WHICH NOT LISTED (TABLE FULL)'
069000             TO RPT-TOT-LABEL
069100         MOVE WS-REJ-UNLISTED TO RPT-TOT-COUNT
069200         WRITE RPT-LINE FROM RPT-TOTAL-LINE
069300     END-IF.
069400
069500     CLOSE IMPORT-FILE.
069600     CLOSE STUFILE CRSFILE.
069700     CLOSE GRADFILE GRDCHG-FILE.
069800     CLOSE REJECT-RPT.
069900
070000     DISPLAY 'DCJB8BGI - GRADES = ' WS-DETAIL-COUNT
070100         ' POSTED = ' WS-POSTED-COUNT
070200         ' QUEUED = ' WS-QUEUED-COUNT
070300         ' REJECTED = ' WS-REJECT-COUNT.
070400
070500*    A REJECT NEEDS THE INSTRUCTOR TO LOOK AT IT.
070600     IF WS-REJECT-COUNT > 0
070700         MOVE 4 TO RETURN-CODE
070800     END-IF.
070900
071000 3000-EXIT.
071100     EXIT.
071200
071300*----------------------------------------------------------------
071400* THE REJECT PAGES - ONE PER INSTRUCTOR WITH ANY REJECTS, IN
071500* INSTFILE ORDER AS DCJB8BIW PRINTS ITS BLOCKS, SO EACH PAGE CAN
071600* GO BACK TO THE INSTRUCTOR ON IT. WHATEVER IS LEFT - NO SECTION
071700* ON FILE, NO INSTRUCTOR ASSIGNED, OR AN INSTRUCTOR NOT ON
071800* INSTFILE - PRINTS LAST FOR THE REGISTRAR'S OFFICE.
071900*----------------------------------------------------------------
072000 5000-PRINT-REJECTS.
072100
072200     IF WS-REJ-COUNT = 0
072300         GO TO 5000-EXIT
072400     END-IF.
072500
072600     OPEN INPUT INSTFILE.
072700     IF NOT WS-INSFILE-OK
072800         DISPLAY 'DCJB8BGI - INSTFILE OPEN FAILED, STATUS = '
072900             WS-INSFILE-STATUS
073000         GO TO 9999-ABEND
073100     END-IF.
073200
073300     PERFORM 5100-READ-NEXT-INSTRUCTOR THRU 5100-EXIT.
073400     PERFORM 5200-INSTRUCTOR-PAGE THRU 5200-EXIT
073500         UNTIL WS-INS-EOF.
073600
073700     CLOSE INSTFILE.
073800
073900     MOVE SPACES TO RPT-HDG1-ID.
074000     MOVE 'NO INSTRUCTOR ON FILE' TO RPT-HDG1-NAME.
074100     MOVE 'REGISTRAR' TO RPT-HDG1-DEPT.
074200     MOVE 0 TO WS-REJ-ON-PAGE.
074300     PERFORM 5400-LEFTOVER-LINE THRU 5400-EXIT
074400         VARYING WS-REJ-IDX FROM 1 BY 1
074500         UNTIL WS-REJ-IDX > WS-REJ-COUNT.
074600
074700 5000-EXIT.
074800     EXIT.
074900
075000 5100-READ-NEXT-INSTRUCTOR.
075100
075200     READ INSTFILE NEXT RECORD
075300         AT END
075400             MOVE 'Y' TO WS-INS-EOF-SW
075500     END-READ.
075600
075700 5100-EXIT.
075800     EXIT.
075900
076000 5200-INSTRUCTOR-PAGE.
076100
076200     MOVE INS-ID TO RPT-HDG1-ID.
076300     MOVE INS-NAME TO RPT-HDG1-NAME.
076400     MOVE INS-DEPT TO RPT-HDG1-DEPT.
076500     MOVE 0 TO WS-REJ-ON-PAGE.
076600
076700     PERFORM 5300-INSTRUCTOR-LINE THRU 5300-EXIT
076800         VARYING WS-REJ-IDX FROM 1 BY 1
076900         UNTIL WS-REJ-IDX > WS-REJ-COUNT.
077000
077100     PERFORM 5100-READ-NEXT-INSTRUCTOR THRU 5100-EXIT.
077200
077300 5200-EXIT.
077400     EXIT.
077500
077600 5300-INSTRUCTOR-LINE.
077700
077800     IF WS-REJ-INSTR(WS-REJ-IDX) NOT = INS-ID
077900         GO TO 5300-EXIT
078000     END-IF.
078100
078200     PERFORM 5500-PRINT-REJECT THRU 5500-EXIT.
078300
078400 5300-EXIT.
078500     EXIT.
078600
078700 5400-LEFTOVER-LINE.
078800
078900     IF WS-REJ-PRINTED(WS-REJ-IDX)
079000         GO TO 5400-EXIT
079100     END-IF.
079200
079300     PERFORM 5500-PRINT-REJECT THRU 5500-EXIT.
079400
079500 5400-EXIT.
079600     EXIT.
079700
079800*    THE PAGE HEADINGS GO OUT WITH THE PAGE'S FIRST REJECT, SO AN
079900*    INSTRUCTOR WITH NONE GETS NO PAGE.
080000 5500-PRINT-REJECT.
080100
080200     IF WS-REJ-ON-PAGE = 0
080300         MOVE WS-EXPORT-ID TO RPT-HDG2-EXPORT-ID
080400         MOVE WS-CURR-DATE TO RPT-HDG2-RUN-DATE
080500         WRITE RPT-LINE FROM RPT-HEADING-1
080600         WRITE RPT-LINE FROM RPT-HEADING-2
080700         WRITE RPT-LINE FROM RPT-HEADING-3
080800     END-IF.
080900     ADD 1 TO WS-REJ-ON-PAGE.
081000
081100     MOVE WS-REJ-COURSE(WS-REJ-IDX) TO RPT-DTL-COURSE.
081200     MOVE WS-REJ-TERM(WS-REJ-IDX) TO RPT-DTL-TERM.
081300     MOVE WS-REJ-STU-NUMBER(WS-REJ-IDX) TO RPT-DTL-STUDENT.
081400     MOVE WS-REJ-GRADE(WS-REJ-IDX) TO RPT-DTL-GRADE.
081500     MOVE WS-REJ-TEXT(WS-REJ-IDX) TO RPT-DTL-REASON.
081600     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
081700     MOVE 'Y' TO WS-REJ-PRINTED-SW(WS-REJ-IDX).
081800
081900 5500-EXIT.
082000     EXIT.
082100
082200 9999-ABEND.
082300
082400     MOVE 16 TO RETURN-CODE.
082500     GOBACK.
082600
082700 END PROGRAM DCJB8BGI.
