000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BRI.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - NIGHTLY REFERENTIAL INTEGRITY
001100*                SWEEP. MERGES, DELETES AND ARCHIVES LEAVE ROWS
001200*                BEHIND THAT POINT AT A STUDENT, COURSE,
001300*                INSTRUCTOR, ROOM OR PROGRAM NO LONGER ON FILE.
001400*                THIS JOB READS EVERY FILE THAT CARRIES SUCH A
001500*                REFERENCE AND LOOKS EACH ONE UP - A STUDENT ON
001600*                STUFILE OR STUARCH, AN ADVISOR OR INSTRUCTOR ON
001700*                INSTFILE, A ROOM ON ROOMFILE, A PROGRAM ON
001800*                PRGFILE, A SCHEDULED COURSE ON CRSFILE. EVERY
001900*                DANGLING REFERENCE IS LISTED WITH THE KEY OF THE
002000*                ROW CARRYING IT, THE COUNTS ARE SUMMARISED BY
002100*                RELATIONSHIP AGAINST THE LAST RUN'S (BATCHCTL
002200*                ROWS 0000000 / 'INTG01' ON), AND THE JOB ENDS
002300*                RC 4 IF ANYTHING WAS FOUND. REPORT ONLY -
002400*                NOTHING IS CORRECTED HERE.
002410* 10/15/26  HZ   ASSESS RECORD NOW 38 BYTES - CARRIES THE FEES
002420*                THE GL ALREADY HOLDS.
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
003500*    THE MASTERS. STUFILE AND CRSFILE ARE EACH SWEPT FRONT TO BACK
003600*    FOR THEIR OWN REFERENCES FIRST, THEN LOOKED UP BY KEY WHILE
003700*    THE OTHER FILES ARE SWEPT - HENCE DYNAMIC ACCESS.
003800     SELECT STUFILE ASSIGN TO STUFILE
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS STU-NUMBER
004200         FILE STATUS IS WS-STUFILE-STATUS.
004300
004400*    ARCHIVED STUDENTS - SEE DCJB8BAP. A ROW POINTING AT AN
004500*    ARCHIVED STUDENT IS HISTORY, NOT AN ORPHAN.
004600     SELECT STUARCH-FILE ASSIGN TO STUARCH
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS ARC-STU-NUMBER
005000         FILE STATUS IS WS-ARCH-STATUS.
005100
005200     SELECT CRSFILE ASSIGN TO CRSFILE
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS CRS-CODE
005600         FILE STATUS IS WS-CRSFILE-STATUS.
005700
005800     SELECT INSTFILE ASSIGN TO INSTFILE
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS INS-ID
006200         FILE STATUS IS WS-INSTFILE-STATUS.
006300
006400     SELECT ROOMFILE ASSIGN TO ROOMFILE
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS ROM-KEY
006800         FILE STATUS IS WS-ROOMFILE-STATUS.
006900
007000     SELECT PRG-FILE ASSIGN TO PRGFILE
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS RANDOM
007300         RECORD KEY IS PRG-KEY
007400         FILE STATUS IS WS-PRGFILE-STATUS.
007500
007600*    THE STUDENT-KEYED FILES, EACH SWEPT ONCE, ONE AT A TIME -
007700*    THEY SHARE ONE STATUS FIELD.
007800     SELECT GRADFILE ASSIGN TO GRADFILE
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS SEQUENTIAL
008100         RECORD KEY IS GRD-KEY
008200         FILE STATUS IS WS-SWEEP-STATUS.
008300
008400     SELECT ASSESS-FILE ASSIGN TO ASSESS
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS SEQUENTIAL
008700         RECORD KEY IS ASM-KEY
008800         FILE STATUS IS WS-SWEEP-STATUS.
008900
009000     SELECT PAYFILE ASSIGN TO PAYFILE
009100         ORGANIZATION IS INDEXED
009200         ACCESS MODE IS SEQUENTIAL
009300         RECORD KEY IS PAY-KEY
009400         FILE STATUS IS WS-SWEEP-STATUS.
009500
009600     SELECT HOLD-FILE ASSIGN TO HOLDFILE
009700         ORGANIZATION IS INDEXED
009800         ACCESS MODE IS SEQUENTIAL
009900         RECORD KEY IS HLD-KEY
010000         FILE STATUS IS WS-SWEEP-STATUS.
010100
010200     SELECT SPL-FILE ASSIGN TO SPLFILE
010300         ORGANIZATION IS INDEXED
010400         ACCESS MODE IS SEQUENTIAL
010500         RECORD KEY IS SPL-KEY
010600         FILE STATUS IS WS-SWEEP-STATUS.
010700
010800     SELECT CNTFILE ASSIGN TO CNTFILE
010900         ORGANIZATION IS INDEXED
011000         ACCESS MODE IS SEQUENTIAL
011100         RECORD KEY IS CNT-STU-NUMBER
011200         FILE STATUS IS WS-SWEEP-STATUS.
011300
011400     SELECT NOTE-FILE ASSIGN TO NOTEFILE
011500         ORGANIZATION IS INDEXED
011600         ACCESS MODE IS SEQUENTIAL
011700         RECORD KEY IS NTE-KEY
011800         FILE STATUS IS WS-SWEEP-STATUS.
011900
012000     SELECT TTK-FILE ASSIGN TO TTKFILE
012100         ORGANIZATION IS INDEXED
012200         ACCESS MODE IS SEQUENTIAL
012300         RECORD KEY IS TTK-KEY
012400         FILE STATUS IS WS-SWEEP-STATUS.
012500
012600     SELECT PIN-FILE ASSIGN TO PINFILE
012700         ORGANIZATION IS INDEXED
012800         ACCESS MODE IS SEQUENTIAL
012900         RECORD KEY IS PIN-KEY
013000         FILE STATUS IS WS-SWEEP-STATUS.
013100
013200     SELECT STUFUT-FILE ASSIGN TO STUFUT
013300         ORGANIZATION IS INDEXED
013400         ACCESS MODE IS SEQUENTIAL
013500         RECORD KEY IS FUT-KEY
013600         FILE STATUS IS WS-SWEEP-STATUS.
013700
013800*    LAST RUN'S COUNTS FOR THE TREND - SEE BCTLREC.
013900     SELECT BATCHCTL-FILE ASSIGN TO BATCHCTL
014000         ORGANIZATION IS INDEXED
014100         ACCESS MODE IS RANDOM
014200         RECORD KEY IS BCT-KEY
014300         FILE STATUS IS WS-BATCHCTL-STATUS.
014400
014500     SELECT INTEGRITY-RPT ASSIGN TO REFRPT
014600         ORGANIZATION IS SEQUENTIAL
014700         FILE STATUS IS WS-REFRPT-STATUS.
014800
014900 DATA DIVISION.
015000 FILE SECTION.
015100
015200 FD  STUFILE
015300     LABEL RECORDS ARE STANDARD
015400     RECORD CONTAINS 227 CHARACTERS
015500     DATA RECORD IS STUFILE-RECORD.
015600
015700*    STUFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
015800     COPY 'STUREC'.
015900
016000 FD  STUARCH-FILE
016100     LABEL RECORDS ARE STANDARD
016200     RECORD CONTAINS 227 CHARACTERS
016300     DATA RECORD IS STUARCH-RECORD.
016400 01  STUARCH-RECORD.
016500     05 ARC-STU-NUMBER               PIC X(7).
016600     05 FILLER                       PIC X(220).
016700
016800 FD  CRSFILE
016900     LABEL RECORDS ARE STANDARD
017000     RECORD CONTAINS 242 CHARACTERS
017100     DATA RECORD IS CRSFILE-RECORD.
017200
017300*    CRSFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
017400     COPY 'CRSREC'.
017500
017600 FD  INSTFILE
017700     LABEL RECORDS ARE STANDARD
017800     RECORD CONTAINS 50 CHARACTERS
017900     DATA RECORD IS INSTFILE-RECORD.
018000
018100     COPY 'INSTREC'.
018200
018300 FD  ROOMFILE
018400     LABEL RECORDS ARE STANDARD
018500     RECORD CONTAINS 29 CHARACTERS
018600     DATA RECORD IS ROOMFILE-RECORD.
018700
018800     COPY 'ROOMREC'.
018900
019000 FD  PRG-FILE
019100     LABEL RECORDS ARE STANDARD
019200     RECORD CONTAINS 122 CHARACTERS
019300     DATA RECORD IS PRGFILE-RECORD.
019400
019500     COPY 'PROGREC'.
019600
019700 FD  GRADFILE
019800     LABEL RECORDS ARE STANDARD
019900     RECORD CONTAINS 38 CHARACTERS
020000     DATA RECORD IS GRADFILE-RECORD.
020100
020200     COPY 'GRADEREC'.
020300
020400 FD  ASSESS-FILE
020500     LABEL RECORDS ARE STANDARD
020600     RECORD CONTAINS 38 CHARACTERS
020700     DATA RECORD IS ASSESS-RECORD.
020800
020900     COPY 'ASSESREC'.
021000
021100 FD  PAYFILE
021200     LABEL RECORDS ARE STANDARD
021300     RECORD CONTAINS 50 CHARACTERS
021400     DATA RECORD IS PAYFILE-RECORD.
021500
021600     COPY 'PAYREC'.
021700
021800 FD  HOLD-FILE
021900     LABEL RECORDS ARE STANDARD
022000     RECORD CONTAINS 24 CHARACTERS
022100     DATA RECORD IS HOLDFILE-RECORD.
022200
022300     COPY 'HOLDREC'.
022400
022500 FD  SPL-FILE
022600     LABEL RECORDS ARE STANDARD
022700     RECORD CONTAINS 32 CHARACTERS
022800     DATA RECORD IS SPLFILE-RECORD.
022900
023000     COPY 'SPLKREC'.
023100
023200 FD  CNTFILE
023300     LABEL RECORDS ARE STANDARD
023400     RECORD CONTAINS 158 CHARACTERS
023500     DATA RECORD IS CNTFILE-RECORD.
023600
023700     COPY 'CONTREC'.
023800
023900 FD  NOTE-FILE
024000     LABEL RECORDS ARE STANDARD
024100     RECORD CONTAINS 85 CHARACTERS
024200     DATA RECORD IS NOTEFILE-RECORD.
024300
024400     COPY 'NOTEREC'.
024500
024600 FD  TTK-FILE
024700     LABEL RECORDS ARE STANDARD
024800     RECORD CONTAINS 31 CHARACTERS
024900     DATA RECORD IS TTKFILE-RECORD.
025000
025100     COPY 'TTKTREC'.
025200
025300 FD  PIN-FILE
025400     LABEL RECORDS ARE STANDARD
025500     RECORD CONTAINS 26 CHARACTERS
025600     DATA RECORD IS PINFILE-RECORD.
025700
025800     COPY 'PINREC'.
025900
026000 FD  STUFUT-FILE
026100     LABEL RECORDS ARE STANDARD
026200     RECORD CONTAINS 112 CHARACTERS
026300     DATA RECORD IS STUFUT-RECORD.
026400
026500     COPY 'STUFREC'.
026600
026700 FD  BATCHCTL-FILE
026800     LABEL RECORDS ARE STANDARD
026900     RECORD CONTAINS 45 CHARACTERS
027000     DATA RECORD IS BATCHCTL-RECORD.
027100
027200*    BATCHCTL RECORD LAYOUT - SHARED ACROSS THE NIGHTLY STREAM.
027300     COPY 'BCTLREC'.
027400
027500 FD  INTEGRITY-RPT
027600     LABEL RECORDS ARE STANDARD
027700     RECORD CONTAINS 133 CHARACTERS
027800     DATA RECORD IS RPT-LINE.
027900 01  RPT-LINE                        PIC X(133).
028000
028100 WORKING-STORAGE SECTION.
028200
028300 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
028400     88 WS-STUFILE-OK                    VALUE '00'.
028500
028600 01  WS-ARCH-STATUS                  PIC X(2) VALUE SPACES.
028700     88 WS-ARCH-OK                       VALUE '00'.
028800
028900 01  WS-CRSFILE-STATUS               PIC X(2) VALUE SPACES.
029000     88 WS-CRSFILE-OK                    VALUE '00'.
029100
029200 01  WS-INSTFILE-STATUS              PIC X(2) VALUE SPACES.
029300     88 WS-INSTFILE-OK                   VALUE '00'.
029400
029500 01  WS-ROOMFILE-STATUS              PIC X(2) VALUE SPACES.
029600     88 WS-ROOMFILE-OK                   VALUE '00'.
029700
029800 01  WS-PRGFILE-STATUS               PIC X(2) VALUE SPACES.
029900     88 WS-PRGFILE-OK                    VALUE '00'.
030000
030100 01  WS-SWEEP-STATUS                 PIC X(2) VALUE SPACES.
030200     88 WS-SWEEP-OK                      VALUE '00'.
030300     88 WS-SWEEP-NOFILE                  VALUE '35'.
030400
030500 01  WS-BATCHCTL-STATUS              PIC X(2) VALUE SPACES.
030600     88 WS-BATCHCTL-OK                   VALUE '00'.
030700
030800 01  WS-REFRPT-STATUS                PIC X(2) VALUE SPACES.
030900     88 WS-REFRPT-OK                     VALUE '00'.
031000
031100 01  WS-SWITCHES.
031200     05 WS-EOF-SW                    PIC X(1) VALUE 'N'.
031300         88 WS-EOF                        VALUE 'Y'.
031400     05 WS-FOUND-SW                  PIC X(1) VALUE 'N'.
031500         88 WS-FOUND                      VALUE 'Y'.
031600     05 WS-PRIOR-RUN-SW              PIC X(1) VALUE 'N'.
031700         88 WS-PRIOR-RUN                  VALUE 'Y'.
031800*    THE LAST STUDENT LOOKED UP AND WHAT WAS FOUND - GRADES, NOTES
031900*    AND PAYMENTS COME IN RUNS PER STUDENT, SO MOST LOOKUPS ARE
032000*    ANSWERED HERE.
032100     05 WS-LAST-STU-FOUND-SW         PIC X(1) VALUE 'N'.
032200         88 WS-LAST-STU-FOUND             VALUE 'Y'.
032300
032400 01  WS-LAST-STU                     PIC X(7) VALUE LOW-VALUES.
032500 01  WS-CHK-STU                      PIC X(7) VALUE SPACES.
032600 01  WS-CHK-COURSE                   PIC X(8) VALUE SPACES.
032700
032800 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
032900 01  WS-CURR-TIME                    PIC 9(8) VALUE 0.
033000 01  WS-PRIOR-DATE                   PIC 9(7) VALUE 0.
033100
033200*    THE RELATIONSHIPS CHECKED, IN REPORT ORDER - THE FILE AND
033300*    FIELD CARRYING THE REFERENCE AND WHERE IT MUST BE FOUND. THE
033400*    ENTRY NUMBER ALSO NAMES ITS BATCHCTL ROW ('INTG01' FOR THE
033500*    FIRST), SO NEW RELATIONSHIPS GO ON THE END.
033600 01  WS-REL-DEFS.
033700     05 FILLER                       PIC X(8) VALUE 'GRADFILE'.
033800     05 FILLER                       PIC X(12) VALUE 'STUDENT'.
033900     05 FILLER                       PIC X(16) VALUE
034000            'STUFILE/STUARCH'.
034100     05 FILLER                       PIC X(8) VALUE 'ASSESS'.
034200     05 FILLER                       PIC X(12) VALUE 'STUDENT'.
034300     05 FILLER                       PIC X(16) VALUE
034400            'STUFILE/STUARCH'.
034500     05 FILLER                       PIC X(8) VALUE 'PAYFILE'.
034600     05 FILLER                       PIC X(12) VALUE 'STUDENT'.
034700     05 FILLER                       PIC X(16) VALUE
034800            'STUFILE/STUARCH'.
034900     05 FILLER                       PIC X(8) VALUE 'HOLDFILE'.
035000     05 FILLER                       PIC X(12) VALUE 'STUDENT'.
035100     05 FILLER                       PIC X(16) VALUE
035200            'STUFILE/STUARCH'.
035300     05 FILLER                       PIC X(8) VALUE 'SPLFILE'.
035400     05 FILLER                       PIC X(12) VALUE 'STUDENT'.
035500     05 FILLER                       PIC X(16) VALUE
035600            'STUFILE/STUARCH'.
035700     05 FILLER                       PIC X(8) VALUE 'CNTFILE'.
035800     05 FILLER                       PIC X(12) VALUE 'STUDENT'.
035900     05 FILLER                       PIC X(16) VALUE
036000            'STUFILE/STUARCH'.
036100     05 FILLER                       PIC X(8) VALUE 'NOTEFILE'.
036200     05 FILLER                       PIC X(12) VALUE 'STUDENT'.
036300     05 FILLER                       PIC X(16) VALUE
036400            'STUFILE/STUARCH'.
036500     05 FILLER                       PIC X(8) VALUE 'TTKFILE'.
036600     05 FILLER                       PIC X(12) VALUE 'STUDENT'.
036700     05 FILLER                       PIC X(16) VALUE
036800            'STUFILE/STUARCH'.
036900     05 FILLER                       PIC X(8) VALUE 'PINFILE'.
037000     05 FILLER                       PIC X(12) VALUE 'STUDENT'.
037100     05 FILLER                       PIC X(16) VALUE
037200            'STUFILE/STUARCH'.
037300     05 FILLER                       PIC X(8) VALUE 'STUFUT'.
037400     05 FILLER                       PIC X(12) VALUE 'STUDENT'.
037500     05 FILLER                       PIC X(16) VALUE
037600            'STUFILE/STUARCH'.
037700     05 FILLER                       PIC X(8) VALUE 'STUFILE'.
037800     05 FILLER                       PIC X(12) VALUE 'ADVISOR'.
037900     05 FILLER                       PIC X(16) VALUE 'INSTFILE'.
038000     05 FILLER                       PIC X(8) VALUE 'CRSFILE'.
038100     05 FILLER                       PIC X(12) VALUE 'INSTRUCTOR'.
038200     05 FILLER                       PIC X(16) VALUE 'INSTFILE'.
038300     05 FILLER                       PIC X(8) VALUE 'CRSFILE'.
038400     05 FILLER                       PIC X(12) VALUE 'ROOM'.
038500     05 FILLER                       PIC X(16) VALUE 'ROOMFILE'.
038600     05 FILLER                       PIC X(8) VALUE 'STUFILE'.
038700     05 FILLER                       PIC X(12) VALUE 'PROGRAM'.
038800     05 FILLER                       PIC X(16) VALUE 'PRGFILE'.
038900     05 FILLER                       PIC X(8) VALUE 'STUFILE'.
039000     05 FILLER                       PIC X(12) VALUE
039100            'SCHED COURSE'.
039200     05 FILLER                       PIC X(16) VALUE 'CRSFILE'.
039300     05 FILLER                       PIC X(8) VALUE 'STUFUT'.
039400     05 FILLER                       PIC X(12) VALUE
039500            'SCHED COURSE'.
039600     05 FILLER                       PIC X(16) VALUE 'CRSFILE'.
039700     05 FILLER                       PIC X(8) VALUE 'CRSFILE'.
039800     05 FILLER                       PIC X(12) VALUE 'WAITLISTED'.
039900     05 FILLER                       PIC X(16) VALUE
040000            'STUFILE/STUARCH'.
040100 01  WS-REL-TABLE REDEFINES WS-REL-DEFS.
040200     05 WS-REL-DEF OCCURS 17 TIMES.
040300         10 WS-REL-FILE              PIC X(8).
040400         10 WS-REL-FIELD             PIC X(12).
040500         10 WS-REL-TARGET            PIC X(16).
040600
040700 77  WS-REL-MAX                      PIC S9(4) COMP VALUE 17.
040800 77  WS-REL-GRADFILE                 PIC S9(4) COMP VALUE 1.
040900 77  WS-REL-ASSESS                   PIC S9(4) COMP VALUE 2.
041000 77  WS-REL-PAYFILE                  PIC S9(4) COMP VALUE 3.
041100 77  WS-REL-HOLDFILE                 PIC S9(4) COMP VALUE 4.
041200 77  WS-REL-SPLFILE                  PIC S9(4) COMP VALUE 5.
041300 77  WS-REL-CNTFILE                  PIC S9(4) COMP VALUE 6.
041400 77  WS-REL-NOTEFILE                 PIC S9(4) COMP VALUE 7.
041500 77  WS-REL-TTKFILE                  PIC S9(4) COMP VALUE 8.
041600 77  WS-REL-PINFILE                  PIC S9(4) COMP VALUE 9.
041700 77  WS-REL-STUFUT                   PIC S9(4) COMP VALUE 10.
041800 77  WS-REL-ADVISOR                  PIC S9(4) COMP VALUE 11.
041900 77  WS-REL-INSTRUCTOR               PIC S9(4) COMP VALUE 12.
042000 77  WS-REL-ROOM                     PIC S9(4) COMP VALUE 13.
042100 77  WS-REL-PROGRAM                  PIC S9(4) COMP VALUE 14.
042200 77  WS-REL-STU-COURSE               PIC S9(4) COMP VALUE 15.
042300 77  WS-REL-FUT-COURSE               PIC S9(4) COMP VALUE 16.
042400 77  WS-REL-WAITLIST                 PIC S9(4) COMP VALUE 17.
042500
042600*    PER RELATIONSHIP - REFERENCES CHECKED, DANGLING FOUND, LAST
042700*    RUN'S DANGLING COUNT, AND WHETHER THE FILE WAS THERE TO READ.
042800 01  WS-REL-COUNTS.
042900     05 WS-REL-ENTRY OCCURS 17 TIMES.
043000         10 WS-REL-CHECKED           PIC S9(9) COMP.
043100         10 WS-REL-COUNT             PIC S9(9) COMP.
043200         10 WS-REL-PRIOR             PIC S9(9) COMP.
043300         10 WS-REL-PRIOR-SW          PIC X(1).
043400             88 WS-REL-HAS-PRIOR          VALUE 'Y'.
043500         10 WS-REL-SKIPPED-SW        PIC X(1).
043600             88 WS-REL-SKIPPED            VALUE 'Y'.
043700
043800 77  WS-REL-IX                       PIC S9(4) COMP VALUE 0.
043900 77  WS-SLOT-IX                      PIC S9(4) COMP VALUE 0.
044000 77  WS-SLOT-MAX                     PIC S9(4) COMP VALUE 0.
044100 77  WS-TOTAL-DANGLING               PIC S9(9) COMP VALUE 0.
044200 77  WS-CHANGE                       PIC S9(9) COMP VALUE 0.
044300
044400*    THE LISTING STOPS AT THIS MANY LINES PER RELATIONSHIP - A
044500*    BULK DELETE CAN ORPHAN THOUSANDS OF ROWS AT ONCE, AND THE
044600*    COUNT SAYS HOW MANY MORE THERE ARE.
044700 77  WS-LIST-LIMIT                   PIC S9(9) COMP VALUE 500.
044800
044900*    THE BATCHCTL ROW CARRYING ONE RELATIONSHIP'S LAST COUNT.
045000 01  WS-MARK-JOB.
045100     05 FILLER                       PIC X(4) VALUE 'INTG'.
045200     05 WS-MARK-NO                   PIC 9(2).
045300     05 FILLER                       PIC X(2) VALUE SPACES.
045400
045500*    THE ROW WITH THE DANGLING REFERENCE, AS IT IS REPORTED.
045600 01  WS-OFF-KEY                      PIC X(20) VALUE SPACES.
045700 01  WS-OFF-VALUE                    PIC X(8) VALUE SPACES.
045800
045900 77  WS-LINE-COUNT                   PIC S9(3) COMP VALUE 99.
046000 77  WS-MAX-LINES                    PIC S9(3) COMP VALUE 55.
046100 77  WS-PAGE-COUNT                   PIC S9(3) COMP VALUE 0.
046200 01  WS-SECTION-SW                   PIC X(1) VALUE 'D'.
046300     88 WS-DETAIL-SECTION                VALUE 'D'.
046400     88 WS-SUMMARY-SECTION               VALUE 'S'.
046500
046600 01  RPT-HEADING-1.
046700     05 RPT-HDG1-CC                  PIC X(1) VALUE '1'.
046800     05 FILLER                       PIC X(4) VALUE SPACES.
046900     05 FILLER                       PIC X(36) VALUE
047000            'REFERENTIAL INTEGRITY SWEEP'.
047100     05 FILLER                       PIC X(4) VALUE 'RUN '.
047200     05 RPT-HDG1-RUNDATE             PIC 9(7).
047300     05 FILLER                       PIC X(12) VALUE
047400            '   LAST RUN '.
047500     05 RPT-HDG1-PRIOR               PIC X(7).
047600     05 FILLER                       PIC X(3) VALUE SPACES.
047700     05 FILLER                       PIC X(5) VALUE 'PAGE '.
047800     05 RPT-HDG1-PAGE                PIC ZZ9.
047900     05 FILLER                       PIC X(51) VALUE SPACES.
048000
048100 01  RPT-HEADING-2.
048200     05 RPT-HDG2-CC                  PIC X(1) VALUE ' '.
048300     05 FILLER                       PIC X(10) VALUE 'FILE'.
048400     05 FILLER                       PIC X(14) VALUE 'FIELD'.
048500     05 FILLER                       PIC X(22) VALUE 'ROW KEY'.
048600     05 FILLER                       PIC X(10) VALUE 'VALUE'.
048700     05 FILLER                       PIC X(18) VALUE 'NOT ON'.
048800     05 FILLER                       PIC X(58) VALUE SPACES.
048900
049000 01  RPT-DETAIL-LINE.
049100     05 RPT-DTL-CC                   PIC X(1) VALUE ' '.
049200     05 RPT-DTL-FILE                 PIC X(8).
049300     05 FILLER                       PIC X(2) VALUE SPACES.
049400     05 RPT-DTL-FIELD                PIC X(12).
049500     05 FILLER                       PIC X(2) VALUE SPACES.
049600     05 RPT-DTL-KEY                  PIC X(20).
049700     05 FILLER                       PIC X(2) VALUE SPACES.
049800     05 RPT-DTL-VALUE                PIC X(8).
049900     05 FILLER                       PIC X(2) VALUE SPACES.
050000     05 RPT-DTL-TARGET               PIC X(16).
050100     05 FILLER                       PIC X(60) VALUE SPACES.
050200
050300 01  RPT-SUMMARY-HDG.
050400     05 RPT-SHD-CC                   PIC X(1) VALUE ' '.
050500     05 FILLER                       PIC X(10) VALUE 'FILE'.
050600     05 FILLER                       PIC X(14) VALUE 'FIELD'.
050700     05 FILLER                       PIC X(18) VALUE 'NOT ON'.
050800     05 FILLER                       PIC X(13) VALUE
050900            '      CHECKED'.
051000     05 FILLER                       PIC X(12) VALUE
051100            '    DANGLING'.
051200     05 FILLER                       PIC X(12) VALUE
051300            '    LAST RUN'.
051400     05 FILLER                       PIC X(12) VALUE
051500            '      CHANGE'.
051600     05 FILLER                       PIC X(41) VALUE SPACES.
051700
051800 01  RPT-SUMMARY-LINE.
051900     05 RPT-SUM-CC                   PIC X(1) VALUE ' '.
052000     05 RPT-SUM-FILE                 PIC X(8).
052100     05 FILLER                       PIC X(2) VALUE SPACES.
052200     05 RPT-SUM-FIELD                PIC X(12).
052300     05 FILLER                       PIC X(2) VALUE SPACES.
052400     05 RPT-SUM-TARGET               PIC X(16).
052500     05 FILLER                       PIC X(4) VALUE SPACES.
052600     05 RPT-SUM-CHECKED              PIC ZZZ,ZZZ,ZZ9.
052700     05 FILLER                       PIC X(5) VALUE SPACES.
052800     05 RPT-SUM-COUNT                PIC ZZZ,ZZ9.
052900     05 FILLER                       PIC X(5) VALUE SPACES.
053000     05 RPT-SUM-PRIOR                PIC ZZZ,ZZ9.
053100     05 FILLER                       PIC X(4) VALUE SPACES.
053200     05 RPT-SUM-CHANGE               PIC +ZZZ,ZZ9.
053300     05 FILLER                       PIC X(2) VALUE SPACES.
053400     05 RPT-SUM-NOTE                 PIC X(20).
053500     05 FILLER                       PIC X(19) VALUE SPACES.
053600
053700 01  RPT-NOTE-LINE.
053800     05 RPT-NOTE-CC                  PIC X(1) VALUE ' '.
053900     05 RPT-NOTE-FILE                PIC X(8).
054000     05 FILLER                       PIC X(2) VALUE SPACES.
054100     05 RPT-NOTE-TEXT                PIC X(60).
054200     05 FILLER                       PIC X(62) VALUE SPACES.
054300
054400 01  RPT-FINAL-LINE.
054500     05 RPT-FIN-CC                   PIC X(1) VALUE '-'.
054600     05 FILLER                       PIC X(4) VALUE SPACES.
054700     05 FILLER                       PIC X(31) VALUE
054800            'DANGLING REFERENCES THIS RUN: '.
054900     05 RPT-FIN-COUNT                PIC ZZZ,ZZZ,ZZ9.
055000     05 FILLER                       PIC X(86) VALUE SPACES.
055100
055200 PROCEDURE DIVISION.
055300
055400 0000-MAINLINE.
055500
055600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
055700
055800     PERFORM 2000-SWEEP-STUFILE THRU 2000-EXIT.
055900     PERFORM 3000-SWEEP-CRSFILE THRU 3000-EXIT.
056000
056100     PERFORM 4100-SWEEP-GRADFILE THRU 4100-EXIT.
056200     PERFORM 4200-SWEEP-ASSESS THRU 4200-EXIT.
056300     PERFORM 4300-SWEEP-PAYFILE THRU 4300-EXIT.
056400     PERFORM 4400-SWEEP-HOLDFILE THRU 4400-EXIT.
056500     PERFORM 4500-SWEEP-SPLFILE THRU 4500-EXIT.
056600     PERFORM 4600-SWEEP-CNTFILE THRU 4600-EXIT.
056700     PERFORM 4700-SWEEP-NOTEFILE THRU 4700-EXIT.
056800     PERFORM 4800-SWEEP-TTKFILE THRU 4800-EXIT.
056900     PERFORM 4900-SWEEP-PINFILE THRU 4900-EXIT.
057000     PERFORM 5000-SWEEP-STUFUT THRU 5000-EXIT.
057100
057200     PERFORM 8000-TERMINATE THRU 8000-EXIT.
057300
057400     GOBACK.
057500
057600 1000-INITIALIZE.
057700
057800     ACCEPT WS-CURR-DATE FROM DAY YYYYDDD.
057900     SUBTRACT 1900000 FROM WS-CURR-DATE.
058000     MOVE WS-CURR-DATE TO RPT-HDG1-RUNDATE.
058100
058200     OPEN INPUT STUFILE.
058300     IF NOT WS-STUFILE-OK
058400         DISPLAY 'DCJB8BRI - STUFILE OPEN FAILED, STATUS = '
058500             WS-STUFILE-STATUS
058600         GO TO 9999-ABEND
058700     END-IF.
058800
058900     OPEN INPUT STUARCH-FILE.
059000     IF NOT WS-ARCH-OK
059100         DISPLAY 'DCJB8BRI - STUARCH OPEN FAILED, STATUS = '
059200             WS-ARCH-STATUS
059300         GO TO 9999-ABEND
059400     END-IF.
059500
059600     OPEN INPUT CRSFILE.
059700     IF NOT WS-CRSFILE-OK
059800         DISPLAY 'DCJB8BRI - CRSFILE OPEN FAILED, STATUS = '
059900             WS-CRSFILE-STATUS
060000         GO TO 9999-ABEND
060100     END-IF.
060200
060300     OPEN INPUT INSTFILE.
060400     IF NOT WS-INSTFILE-OK
060500         DISPLAY 'DCJB8BRI - INSTFILE OPEN FAILED, STATUS = '
060600             WS-INSTFILE-STATUS
060700         GO TO 9999-ABEND
060800     END-IF.
060900
061000     OPEN INPUT ROOMFILE.
061100     IF NOT WS-ROOMFILE-OK
061200         DISPLAY 'DCJB8BRI - ROOMFILE OPEN FAILED, STATUS = '
061300             WS-ROOMFILE-STATUS
061400         GO TO 9999-ABEND
061500     END-IF.
061600
061700     OPEN INPUT PRG-FILE.
061800     IF NOT WS-PRGFILE-OK
061900         DISPLAY 'DCJB8BRI - PRGFILE OPEN FAILED, STATUS = '
062000             WS-PRGFILE-STATUS
062100         GO TO 9999-ABEND
062200     END-IF.
062300
062400     OPEN I-O BATCHCTL-FILE.
062500     IF NOT WS-BATCHCTL-OK
062600         DISPLAY 'DCJB8BRI - BATCHCTL OPEN FAILED, STATUS = '
062700             WS-BATCHCTL-STATUS
062800         GO TO 9999-ABEND
062900     END-IF.
063000
063100     OPEN OUTPUT INTEGRITY-RPT.
063200     IF NOT WS-REFRPT-OK
063300         DISPLAY 'DCJB8BRI - REFRPT OPEN FAILED, STATUS = '
063400             WS-REFRPT-STATUS
063500         GO TO 9999-ABEND
063600     END-IF.
063700
063800     PERFORM 1100-LOAD-PRIOR THRU 1100-EXIT
063900         VARYING WS-REL-IX FROM 1 BY 1
064000         UNTIL WS-REL-IX > WS-REL-MAX.
064100
064200*    THE LAST RUN'S DATE RIDES ON ITS OWN ROW, 'INTGRUN'.
064300     MOVE 0 TO BCT-RUN-DATE.
064400     MOVE 'INTGRUN' TO BCT-JOB.
064500     READ BATCHCTL-FILE
064600         INVALID KEY
064700             MOVE 'N' TO WS-PRIOR-RUN-SW
064800         NOT INVALID KEY
064900             MOVE 'Y' TO WS-PRIOR-RUN-SW
065000             MOVE BCT-TOTAL TO WS-PRIOR-DATE
065100     END-READ.
065200     IF WS-PRIOR-RUN
065300         MOVE WS-PRIOR-DATE TO RPT-HDG1-PRIOR
065400     ELSE
065500         MOVE 'NONE' TO RPT-HDG1-PRIOR
065600     END-IF.
065700
065800 1000-EXIT.
065900     EXIT.
066000
066100 1100-LOAD-PRIOR.
066200
066300     MOVE 0 TO WS-REL-CHECKED(WS-REL-IX).
066400     MOVE 0 TO WS-REL-COUNT(WS-REL-IX).
066500     MOVE 0 TO WS-REL-PRIOR(WS-REL-IX).
066600     MOVE 'N' TO WS-REL-PRIOR-SW(WS-REL-IX).
066700     MOVE 'N' TO WS-REL-SKIPPED-SW(WS-REL-IX).
066800
066900     MOVE WS-REL-IX TO WS-MARK-NO.
067000     MOVE 0 TO BCT-RUN-DATE.
067100     MOVE WS-MARK-JOB TO BCT-JOB.
067200     READ BATCHCTL-FILE
067300         INVALID KEY
067400             CONTINUE
067500         NOT INVALID KEY
067600             MOVE BCT-TOTAL TO WS-REL-PRIOR(WS-REL-IX)
067700             MOVE 'Y' TO WS-REL-PRIOR-SW(WS-REL-IX)
067800     END-READ.
067900
068000 1100-EXIT.
068100     EXIT.
068200
068300*----------------------------------------------------------------
068400* STUFILE - ADVISOR, PROGRAM AND THE SCHEDULED COURSES. A BLANK
068500* ADVISOR OR PROGRAM IS UNASSIGNED, NOT DANGLING.
068600*----------------------------------------------------------------
068700 2000-SWEEP-STUFILE.
068800
068900     MOVE 'N' TO WS-EOF-SW.
069000     PERFORM 2100-READ-STUFILE THRU 2100-EXIT.
069100     PERFORM 2200-CHECK-STUFILE THRU 2200-EXIT
069200         UNTIL WS-EOF.
069300
069400 2000-EXIT.
069500     EXIT.
069600
069700 2100-READ-STUFILE.
069800
069900     READ STUFILE NEXT RECORD
070000         AT END
070100             MOVE 'Y' TO WS-EOF-SW
070200     END-READ.
070300
070400 2100-EXIT.
070500     EXIT.
070600
070700 2200-CHECK-STUFILE.
070800
070900     MOVE STU-NUMBER TO WS-OFF-KEY.
071000
071100     IF STU-ADVISOR NOT = SPACES
071200         ADD 1 TO WS-REL-CHECKED(WS-REL-ADVISOR)
071300         MOVE STU-ADVISOR TO INS-ID
071400         READ INSTFILE
071500             INVALID KEY
071600                 MOVE WS-REL-ADVISOR TO WS-REL-IX
071700                 MOVE STU-ADVISOR TO WS-OFF-VALUE
071800                 PERFORM 7000-REPORT-DANGLING THRU 7000-EXIT
071900         END-READ
072000     END-IF.
072100
072200     IF STU-PROGRAM NOT = SPACES
072300         ADD 1 TO WS-REL-CHECKED(WS-REL-PROGRAM)
072400         MOVE STU-PROGRAM TO PRG-CODE
072500         READ PRG-FILE
072600             INVALID KEY
072700                 MOVE WS-REL-PROGRAM TO WS-REL-IX
072800                 MOVE STU-PROGRAM TO WS-OFF-VALUE
072900                 PERFORM 7000-REPORT-DANGLING THRU 7000-EXIT
073000         END-READ
073100     END-IF.
073200
073300     MOVE 0 TO WS-SLOT-MAX.
073400     IF STU-COURSE-COUNT IS NUMERIC
073500         MOVE STU-COURSE-COUNT TO WS-SLOT-MAX
073600     END-IF.
073700     IF WS-SLOT-MAX > 10
073800         MOVE 10 TO WS-SLOT-MAX
073900     END-IF.
074000     MOVE WS-REL-STU-COURSE TO WS-REL-IX.
074100     PERFORM 2300-CHECK-STU-COURSE THRU 2300-EXIT
074200         VARYING WS-SLOT-IX FROM 1 BY 1
074300         UNTIL WS-SLOT-IX > WS-SLOT-MAX.
074400
074500     PERFORM 2100-READ-STUFILE THRU 2100-EXIT.
074600
074700 2200-EXIT.
074800     EXIT.
074900
075000 2300-CHECK-STU-COURSE.
075100
075200     IF STU-COURSE-TABLE(WS-SLOT-IX) = SPACES
075300         GO TO 2300-EXIT
075400     END-IF.
075500
075600     MOVE STU-COURSE-TABLE(WS-SLOT-IX) TO WS-CHK-COURSE.
075700     PERFORM 6100-CHECK-COURSE THRU 6100-EXIT.
075800
075900 2300-EXIT.
076000     EXIT.
076100
076200*----------------------------------------------------------------
076300* CRSFILE - INSTRUCTOR, ROOM AND THE STUDENTS ON THE WAITLIST.
076400* STUFILE IS LOOKED UP BY KEY FROM HERE ON.
076500*----------------------------------------------------------------
076600 3000-SWEEP-CRSFILE.
076700
076800     MOVE 'N' TO WS-EOF-SW.
076900     PERFORM 3100-READ-CRSFILE THRU 3100-EXIT.
077000     PERFORM 3200-CHECK-CRSFILE THRU 3200-EXIT
077100         UNTIL WS-EOF.
077200
077300 3000-EXIT.
077400     EXIT.
077500
077600 3100-READ-CRSFILE.
077700
077800     READ CRSFILE NEXT RECORD
077900         AT END
078000             MOVE 'Y' TO WS-EOF-SW
078100     END-READ.
078200
078300 3100-EXIT.
078400     EXIT.
078500
078600 3200-CHECK-CRSFILE.
078700
078800     MOVE CRS-CODE TO WS-OFF-KEY.
078900
079000     IF CRS-INSTR-ID NOT = SPACES
079100         ADD 1 TO WS-REL-CHECKED(WS-REL-INSTRUCTOR)
079200         MOVE CRS-INSTR-ID TO INS-ID
079300         READ INSTFILE
079400             INVALID KEY
079500                 MOVE WS-REL-INSTRUCTOR TO WS-REL-IX
079600                 MOVE CRS-INSTR-ID TO WS-OFF-VALUE
079700                 PERFORM 7000-REPORT-DANGLING THRU 7000-EXIT
079800         END-READ
079900     END-IF.
080000
080100     IF CRS-ROOM NOT = SPACES
080200         ADD 1 TO WS-REL-CHECKED(WS-REL-ROOM)
080300         MOVE CRS-ROOM TO ROM-ID
080400         READ ROOMFILE
080500             INVALID KEY
080600                 MOVE WS-REL-ROOM TO WS-REL-IX
080700                 MOVE CRS-ROOM TO WS-OFF-VALUE
080800                 PERFORM 7000-REPORT-DANGLING THRU 7000-EXIT
080900         END-READ
081000     END-IF.
081100
081200     MOVE 0 TO WS-SLOT-MAX.
081300     IF CRS-WAIT-COUNT IS NUMERIC
081400         MOVE CRS-WAIT-COUNT TO WS-SLOT-MAX
081500     END-IF.
081600     IF WS-SLOT-MAX > 10
081700         MOVE 10 TO WS-SLOT-MAX
081800     END-IF.
081900     MOVE WS-REL-WAITLIST TO WS-REL-IX.
082000     PERFORM 3300-CHECK-WAITLIST THRU 3300-EXIT
082100         VARYING WS-SLOT-IX FROM 1 BY 1
082200         UNTIL WS-SLOT-IX > WS-SLOT-MAX.
082300
082400     PERFORM 3100-READ-CRSFILE THRU 3100-EXIT.
082500
082600 3200-EXIT.
082700     EXIT.
082800
082900 3300-CHECK-WAITLIST.
083000
083100     IF CRS-WAIT-TABLE(WS-SLOT-IX) = SPACES
083200         GO TO 3300-EXIT
083300     END-IF.
083400
083500     MOVE CRS-WAIT-TABLE(WS-SLOT-IX) TO WS-CHK-STU.
083600     PERFORM 6000-CHECK-STUDENT THRU 6000-EXIT.
083700
083800 3300-EXIT.
083900     EXIT.
084000
084100*----------------------------------------------------------------
084200* THE STUDENT-KEYED FILES. A FILE NOT YET DEFINED AT THIS SITE
084300* (STATUS 35) IS NOTED AND SKIPPED, NOT TREATED AS AN ERROR.
084400*----------------------------------------------------------------
084500 4100-SWEEP-GRADFILE.
084600
084700     MOVE WS-REL-GRADFILE TO WS-REL-IX.
084800     OPEN INPUT GRADFILE.
084900     IF WS-SWEEP-NOFILE
085000         PERFORM 7300-NOTE-SKIPPED THRU 7300-EXIT
085100         GO TO 4100-EXIT
085200     END-IF.
085300     IF NOT WS-SWEEP-OK
085400         DISPLAY 'DCJB8BRI - GRADFILE OPEN FAILED, STATUS = '
085500             WS-SWEEP-STATUS
085600         GO TO 9999-ABEND
085700     END-IF.
085800
085900     MOVE 'N' TO WS-EOF-SW.
086000     PERFORM 4110-READ-GRADFILE THRU 4110-EXIT.
086100     PERFORM 4120-CHECK-GRADFILE THRU 4120-EXIT
086200         UNTIL WS-EOF.
086300
086400     CLOSE GRADFILE.
086500
086600 4100-EXIT.
086700     EXIT.
086800
086900 4110-READ-GRADFILE.
087000
087100     READ GRADFILE NEXT RECORD
087200         AT END
087300             MOVE 'Y' TO WS-EOF-SW
087400     END-READ.
087500
087600 4110-EXIT.
087700     EXIT.
087800
087900 4120-CHECK-GRADFILE.
088000
088100     MOVE GRD-KEY TO WS-OFF-KEY.
088200     MOVE GRD-STU-NUMBER TO WS-CHK-STU.
088300     PERFORM 6000-CHECK-STUDENT THRU 6000-EXIT.
088400
088500     PERFORM 4110-READ-GRADFILE THRU 4110-EXIT.
088600
088700 4120-EXIT.
088800     EXIT.
088900
089000 4200-SWEEP-ASSESS.
089100
089200     MOVE WS-REL-ASSESS TO WS-REL-IX.
089300     OPEN INPUT ASSESS-FILE.
089400     IF WS-SWEEP-NOFILE
089500         PERFORM 7300-NOTE-SKIPPED THRU 7300-EXIT
089600         GO TO 4200-EXIT
089700     END-IF.
089800     IF NOT WS-SWEEP-OK
089900         DISPLAY 'DCJB8BRI - ASSESS OPEN FAILED, STATUS = '
090000             WS-SWEEP-STATUS
090100         GO TO 9999-ABEND
090200     END-IF.
090300
090400     MOVE 'N' TO WS-EOF-SW.
090500     PERFORM 4210-READ-ASSESS THRU 4210-EXIT.
090600     PERFORM 4220-CHECK-ASSESS THRU 4220-EXIT
090700         UNTIL WS-EOF.
090800
090900     CLOSE ASSESS-FILE.
091000
091100 4200-EXIT.
091200     EXIT.
091300
091400 4210-READ-ASSESS.
091500
091600     READ ASSESS-FILE NEXT RECORD
091700         AT END
091800             MOVE 'Y' TO WS-EOF-SW
091900     END-READ.
092000
092100 4210-EXIT.
092200     EXIT.
092300
092400 4220-CHECK-ASSESS.
092500
092600     MOVE ASM-KEY TO WS-OFF-KEY.
092700     MOVE ASM-STU-NUMBER TO WS-CHK-STU.
092800     PERFORM 6000-CHECK-STUDENT THRU 6000-EXIT.
092900
093000     PERFORM 4210-READ-ASSESS THRU 4210-EXIT.
093100
093200 4220-EXIT.
093300     EXIT.
093400
093500 4300-SWEEP-PAYFILE.
093600
093700     MOVE WS-REL-PAYFILE TO WS-REL-IX.
093800     OPEN INPUT PAYFILE.
093900     IF WS-SWEEP-NOFILE
094000         PERFORM 7300-NOTE-SKIPPED THRU 7300-EXIT
094100         GO TO 4300-EXIT
094200     END-IF.
094300     IF NOT WS-SWEEP-OK
094400         DISPLAY 'DCJB8BRI - PAYFILE OPEN FAILED, STATUS = '
094500             WS-SWEEP-STATUS
094600         GO TO 9999-ABEND
094700     END-IF.
094800
094900     MOVE 'N' TO WS-EOF-SW.
095000     PERFORM 4310-READ-PAYFILE THRU 4310-EXIT.
095100     PERFORM 4320-CHECK-PAYFILE THRU 4320-EXIT
095200         UNTIL WS-EOF.
095300
095400     CLOSE PAYFILE.
095500
095600 4300-EXIT.
095700     EXIT.
095800
095900 4310-READ-PAYFILE.
096000
096100     READ PAYFILE NEXT RECORD
096200         AT END
096300             MOVE 'Y' TO WS-EOF-SW
096400     END-READ.
096500
096600 4310-EXIT.
096700     EXIT.
096800
096900 4320-CHECK-PAYFILE.
097000
097100     MOVE PAY-KEY TO WS-OFF-KEY.
097200     MOVE PAY-STU-NUMBER TO WS-CHK-STU.
097300     PERFORM 6000-CHECK-STUDENT THRU 6000-EXIT.
097400
097500     PERFORM 4310-READ-PAYFILE THRU 4310-EXIT.
097600
097700 4320-EXIT.
097800     EXIT.
097900
098000 4400-SWEEP-HOLDFILE.
098100
098200     MOVE WS-REL-HOLDFILE TO WS-REL-IX.
098300     OPEN INPUT HOLD-FILE.
098400     IF WS-SWEEP-NOFILE
098500         PERFORM 7300-NOTE-SKIPPED THRU 7300-EXIT
098600         GO TO 4400-EXIT
098700     END-IF.
098800     IF NOT WS-SWEEP-OK
098900         DISPLAY 'DCJB8BRI - HOLDFILE OPEN FAILED, STATUS = '
099000             WS-SWEEP-STATUS
099100         GO TO 9999-ABEND
099200     END-IF.
099300
099400     MOVE 'N' TO WS-EOF-SW.
099500     PERFORM 4410-READ-HOLDFILE THRU 4410-EXIT.
099600     PERFORM 4420-CHECK-HOLDFILE THRU 4420-EXIT
099700         UNTIL WS-EOF.
099800
099900     CLOSE HOLD-FILE.
100000
100100 4400-EXIT.
100200     EXIT.
100300
100400 4410-READ-HOLDFILE.
100500
100600     READ HOLD-FILE NEXT RECORD
100700         AT END
100800             MOVE 'Y' TO WS-EOF-SW
100900     END-READ.
101000
101100 4410-EXIT.
101200     EXIT.
101300
101400 4420-CHECK-HOLDFILE.
101500
101600     MOVE HLD-KEY TO WS-OFF-KEY.
101700     MOVE HLD-STU-NUMBER TO WS-CHK-STU.
101800     PERFORM 6000-CHECK-STUDENT THRU 6000-EXIT.
101900
102000     PERFORM 4410-READ-HOLDFILE THRU 4410-EXIT.
102100
102200 4420-EXIT.
102300     EXIT.
102400
102500 4500-SWEEP-SPLFILE.
102600
102700     MOVE WS-REL-SPLFILE TO WS-REL-IX.
102800     OPEN INPUT SPL-FILE.
102900     IF WS-SWEEP-NOFILE
103000         PERFORM 7300-NOTE-SKIPPED THRU 7300-EXIT
103100         GO TO 4500-EXIT
103200     END-IF.
103300     IF NOT WS-SWEEP-OK
103400         DISPLAY 'DCJB8BRI - SPLFILE OPEN FAILED, STATUS = '
103500             WS-SWEEP-STATUS
103600         GO TO 9999-ABEND
103700     END-IF.
103800
103900     MOVE 'N' TO WS-EOF-SW.
104000     PERFORM 4510-READ-SPLFILE THRU 4510-EXIT.
104100     PERFORM 4520-CHECK-SPLFILE THRU 4520-EXIT
104200         UNTIL WS-EOF.
104300
104400     CLOSE SPL-FILE.
104500
104600 4500-EXIT.
104700     EXIT.
104800
104900 4510-READ-SPLFILE.
105000
105100     READ SPL-FILE NEXT RECORD
105200         AT END
105300             MOVE 'Y' TO WS-EOF-SW
105400     END-READ.
105500
105600 4510-EXIT.
105700     EXIT.
105800
105900 4520-CHECK-SPLFILE.
106000
106100     MOVE SPL-KEY TO WS-OFF-KEY.
106200     MOVE SPL-STU-NUMBER TO WS-CHK-STU.
106300     PERFORM 6000-CHECK-STUDENT THRU 6000-EXIT.
106400
106500     PERFORM 4510-READ-SPLFILE THRU 4510-EXIT.
106600
106700 4520-EXIT.
106800     EXIT.
106900
107000 4600-SWEEP-CNTFILE.
107100
107200     MOVE WS-REL-CNTFILE TO WS-REL-IX.
107300     OPEN INPUT CNTFILE.
107400     IF WS-SWEEP-NOFILE
107500         PERFORM 7300-NOTE-SKIPPED THRU 7300-EXIT
107600         GO TO 4600-EXIT
107700     END-IF.
107800     IF NOT WS-SWEEP-OK
107900         DISPLAY 'DCJB8BRI - CNTFILE OPEN FAILED, STATUS = '
108000             WS-SWEEP-STATUS
108100         GO TO 9999-ABEND
108200     END-IF.
108300
108400     MOVE 'N' TO WS-EOF-SW.
108500     PERFORM 4610-READ-CNTFILE THRU 4610-EXIT.
108600     PERFORM 4620-CHECK-CNTFILE THRU 4620-EXIT
108700         UNTIL WS-EOF.
108800
108900     CLOSE CNTFILE.
109000
109100 4600-EXIT.
109200     EXIT.
109300
109400 4610-READ-CNTFILE.
109500
109600     READ CNTFILE NEXT RECORD
109700         AT END
109800             MOVE 'Y' TO WS-EOF-SW
109900     END-READ.
110000
110100 4610-EXIT.
110200     EXIT.
110300
110400 4620-CHECK-CNTFILE.
110500
110600     MOVE CNT-KEY TO WS-OFF-KEY.
110700     MOVE CNT-STU-NUMBER TO WS-CHK-STU.
110800     PERFORM 6000-CHECK-STUDENT THRU 6000-EXIT.
110900
111000     PERFORM 4610-READ-CNTFILE THRU 4610-EXIT.
111100
111200 4620-EXIT.
111300     EXIT.
111400
111500 4700-SWEEP-NOTEFILE.
111600
111700     MOVE WS-REL-NOTEFILE TO WS-REL-IX.
111800     OPEN INPUT NOTE-FILE.
111900     IF WS-SWEEP-NOFILE
112000         PERFORM 7300-NOTE-SKIPPED THRU 7300-EXIT
112100         GO TO 4700-EXIT
112200     END-IF.
112300     IF NOT WS-SWEEP-OK
112400         DISPLAY 'DCJB8BRI - NOTEFILE OPEN FAILED, STATUS = '
112500             WS-SWEEP-STATUS
112600         GO TO 9999-ABEND
112700     END-IF.
112800
112900     MOVE 'N' TO WS-EOF-SW.
113000     PERFORM 4710-READ-NOTEFILE THRU 4710-EXIT.
113100     PERFORM 4720-CHECK-NOTEFILE THRU 4720-EXIT
113200         UNTIL WS-EOF.
113300
113400     CLOSE NOTE-FILE.
113500
113600 4700-EXIT.
113700     EXIT.
113800
113900 4710-READ-NOTEFILE.
114000
114100     READ NOTE-FILE NEXT RECORD
114200         AT END
114300             MOVE 'Y' TO WS-EOF-SW
114400     END-READ.
114500
114600 4710-EXIT.
114700     EXIT.
114800
114900 4720-CHECK-NOTEFILE.
115000
115100     MOVE NTE-KEY TO WS-OFF-KEY.
115200     MOVE NTE-STU-NUMBER TO WS-CHK-STU.
115300     PERFORM 6000-CHECK-STUDENT THRU 6000-EXIT.
115400
115500     PERFORM 4710-READ-NOTEFILE THRU 4710-EXIT.
115600
115700 4720-EXIT.
115800     EXIT.
115900
116000 4800-SWEEP-TTKFILE.
116100
116200     MOVE WS-REL-TTKFILE TO WS-REL-IX.
116300     OPEN INPUT TTK-FILE.
116400     IF WS-SWEEP-NOFILE
116500         PERFORM 7300-NOTE-SKIPPED THRU 7300-EXIT
116600         GO TO 4800-EXIT
116700     END-IF.
116800     IF NOT WS-SWEEP-OK
116900         DISPLAY 'DCJB8BRI - TTKFILE OPEN FAILED, STATUS = '
117000             WS-SWEEP-STATUS
117100         GO TO 9999-ABEND
117200     END-IF.
117300
117400     MOVE 'N' TO WS-EOF-SW.
117500     PERFORM 4810-READ-TTKFILE THRU 4810-EXIT.
117600     PERFORM 4820-CHECK-TTKFILE THRU 4820-EXIT
117700         UNTIL WS-EOF.
117800
117900     CLOSE TTK-FILE.
118000
118100 4800-EXIT.
118200     EXIT.
118300
118400 4810-READ-TTKFILE.
118500
118600     READ TTK-FILE NEXT RECORD
118700         AT END
118800             MOVE 'Y' TO WS-EOF-SW
118900     END-READ.
119000
119100 4810-EXIT.
119200     EXIT.
119300
119400 4820-CHECK-TTKFILE.
119500
119600     MOVE TTK-KEY TO WS-OFF-KEY.
119700     MOVE TTK-STU-NUMBER TO WS-CHK-STU.
119800     PERFORM 6000-CHECK-STUDENT THRU 6000-EXIT.
119900
120000     PERFORM 4810-READ-TTKFILE THRU 4810-EXIT.
120100
120200 4820-EXIT.
120300     EXIT.
120400
120500 4900-SWEEP-PINFILE.
120600
120700     MOVE WS-REL-PINFILE TO WS-REL-IX.
120800     OPEN INPUT PIN-FILE.
120900     IF WS-SWEEP-NOFILE
121000         PERFORM 7300-NOTE-SKIPPED THRU 7300-EXIT
121100         GO TO 4900-EXIT
121200     END-IF.
121300     IF NOT WS-SWEEP-OK
121400         DISPLAY 'DCJB8BRI - PINFILE OPEN FAILED, STATUS = '
121500             WS-SWEEP-STATUS
121600         GO TO 9999-ABEND
121700     END-IF.
121800
121900     MOVE 'N' TO WS-EOF-SW.
122000     PERFORM 4910-READ-PINFILE THRU 4910-EXIT.
122100     PERFORM 4920-CHECK-PINFILE THRU 4920-EXIT
122200         UNTIL WS-EOF.
122300
122400     CLOSE PIN-FILE.
122500
122600 4900-EXIT.
122700     EXIT.
122800
122900 4910-READ-PINFILE.
123000
123100     READ PIN-FILE NEXT RECORD
123200         AT END
123300             MOVE 'Y' TO WS-EOF-SW
123400     END-READ.
123500
123600 4910-EXIT.
123700     EXIT.
123800
123900 4920-CHECK-PINFILE.
124000
124100     MOVE PIN-KEY TO WS-OFF-KEY.
124200     MOVE PIN-STU-NUMBER TO WS-CHK-STU.
124300     PERFORM 6000-CHECK-STUDENT THRU 6000-EXIT.
124400
124500     PERFORM 4910-READ-PINFILE THRU 4910-EXIT.
124600
124700 4920-EXIT.
124800     EXIT.
124900
125000*----------------------------------------------------------------
125100* STUFUT - THE STUDENT, AND EVERY COURSE ON THE FUTURE-TERM
125200* SCHEDULE.
125300*----------------------------------------------------------------
125400 5000-SWEEP-STUFUT.
125500
125600     MOVE WS-REL-STUFUT TO WS-REL-IX.
125700     OPEN INPUT STUFUT-FILE.
125800     IF WS-SWEEP-NOFILE
125900         PERFORM 7300-NOTE-SKIPPED THRU 7300-EXIT
126000         MOVE WS-REL-FUT-COURSE TO WS-REL-IX
126100         PERFORM 7300-NOTE-SKIPPED THRU 7300-EXIT
126200         GO TO 5000-EXIT
126300     END-IF.
126400     IF NOT WS-SWEEP-OK
126500         DISPLAY 'DCJB8BRI - STUFUT OPEN FAILED, STATUS = '
126600             WS-SWEEP-STATUS
126700         GO TO 9999-ABEND
126800     END-IF.
126900
127000     MOVE 'N' TO WS-EOF-SW.
127100     PERFORM 5010-READ-STUFUT THRU 5010-EXIT.
127200     PERFORM 5020-CHECK-STUFUT THRU 5020-EXIT
127300         UNTIL WS-EOF.
127400
127500     CLOSE STUFUT-FILE.
127600
127700 5000-EXIT.
127800     EXIT.
127900
128000 5010-READ-STUFUT.
128100
128200     READ STUFUT-FILE NEXT RECORD
128300         AT END
128400             MOVE 'Y' TO WS-EOF-SW
128500     END-READ.
128600
128700 5010-EXIT.
128800     EXIT.
128900
129000 5020-CHECK-STUFUT.
129100
129200     MOVE SPACES TO WS-OFF-KEY.
129300     STRING FUT-STU-NUMBER FUT-TERM
129400         DELIMITED BY SIZE INTO WS-OFF-KEY.
129500
129600     MOVE WS-REL-STUFUT TO WS-REL-IX.
129700     MOVE FUT-STU-NUMBER TO WS-CHK-STU.
129800     PERFORM 6000-CHECK-STUDENT THRU 6000-EXIT.
129900
130000     MOVE 0 TO WS-SLOT-MAX.
130100     IF FUT-COURSE-COUNT IS NUMERIC
130200         MOVE FUT-COURSE-COUNT TO WS-SLOT-MAX
130300     END-IF.
130400     IF WS-SLOT-MAX > 10
130500         MOVE 10 TO WS-SLOT-MAX
130600     END-IF.
130700     MOVE WS-REL-FUT-COURSE TO WS-REL-IX.
130800     PERFORM 5030-CHECK-FUT-COURSE THRU 5030-EXIT
130900         VARYING WS-SLOT-IX FROM 1 BY 1
131000         UNTIL WS-SLOT-IX > WS-SLOT-MAX.
131100
131200     PERFORM 5010-READ-STUFUT THRU 5010-EXIT.
131300
131400 5020-EXIT.
131500     EXIT.
131600
131700 5030-CHECK-FUT-COURSE.
131800
131900     IF FUT-COURSE-TABLE(WS-SLOT-IX) = SPACES
132000         GO TO 5030-EXIT
132100     END-IF.
132200
132300     MOVE FUT-COURSE-TABLE(WS-SLOT-IX) TO WS-CHK-COURSE.
132400     PERFORM 6100-CHECK-COURSE THRU 6100-EXIT.
132500
132600 5030-EXIT.
132700     EXIT.
132800
132900*----------------------------------------------------------------
133000* ONE STUDENT REFERENCE (WS-CHK-STU) UNDER RELATIONSHIP
133100* WS-REL-IX - ON STUFILE, OR FAILING THAT ON STUARCH. THE ANSWER
133200* FOR THE LAST STUDENT ASKED ABOUT IS KEPT.
133300*----------------------------------------------------------------
133400 6000-CHECK-STUDENT.
133500
133600     ADD 1 TO WS-REL-CHECKED(WS-REL-IX).
133700
133800     IF WS-CHK-STU NOT = WS-LAST-STU
133900         MOVE WS-CHK-STU TO WS-LAST-STU
134000         MOVE 'Y' TO WS-LAST-STU-FOUND-SW
134100         MOVE WS-CHK-STU TO STU-NUMBER
134200         READ STUFILE
134300             INVALID KEY
134400                 MOVE WS-CHK-STU TO ARC-STU-NUMBER
134500                 READ STUARCH-FILE
134600                     INVALID KEY
134700                         MOVE 'N' TO WS-LAST-STU-FOUND-SW
134800                 END-READ
134900         END-READ
135000     END-IF.
135100
135200     IF NOT WS-LAST-STU-FOUND
135300         MOVE WS-CHK-STU TO WS-OFF-VALUE
135400         PERFORM 7000-REPORT-DANGLING THRU 7000-EXIT
135500     END-IF.
135600
135700 6000-EXIT.
135800     EXIT.
135900
136000*----------------------------------------------------------------
136100* ONE SCHEDULED COURSE (WS-CHK-COURSE) UNDER RELATIONSHIP
136200* WS-REL-IX - ON CRSFILE.
136300*----------------------------------------------------------------
136400 6100-CHECK-COURSE.
136500
136600     ADD 1 TO WS-REL-CHECKED(WS-REL-IX).
136700
136800     MOVE WS-CHK-COURSE TO CRS-CODE.
136900     READ CRSFILE
137000         INVALID KEY
137100             MOVE WS-CHK-COURSE TO WS-OFF-VALUE
137200             PERFORM 7000-REPORT-DANGLING THRU 7000-EXIT
137300     END-READ.
137400
137500 6100-EXIT.
137600     EXIT.
137700
137800*----------------------------------------------------------------
137900* ONE DANGLING REFERENCE - COUNTED, AND LISTED UP TO THE LIMIT.
138000*----------------------------------------------------------------
138100 7000-REPORT-DANGLING.
138200
138300     ADD 1 TO WS-REL-COUNT(WS-REL-IX).
138400     ADD 1 TO WS-TOTAL-DANGLING.
138500
138600     IF WS-REL-COUNT(WS-REL-IX) > WS-LIST-LIMIT
138700         GO TO 7000-EXIT
138800     END-IF.
138900
139000     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES
139100         PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT
139200     END-IF.
139300
139400     MOVE WS-REL-FILE(WS-REL-IX) TO RPT-DTL-FILE.
139500     MOVE WS-REL-FIELD(WS-REL-IX) TO RPT-DTL-FIELD.
139600     MOVE WS-OFF-KEY TO RPT-DTL-KEY.
139700     MOVE WS-OFF-VALUE TO RPT-DTL-VALUE.
139800     MOVE WS-REL-TARGET(WS-REL-IX) TO RPT-DTL-TARGET.
139900     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
140000     ADD 1 TO WS-LINE-COUNT.
140100
140200     IF WS-REL-COUNT(WS-REL-IX) = WS-LIST-LIMIT
140300         MOVE WS-REL-FILE(WS-REL-IX) TO RPT-NOTE-FILE
140400         MOVE 'LISTING LIMIT REACHED - THE SUMMARY HAS THE COUNT'
140500             TO RPT-NOTE-TEXT
140600         WRITE RPT-LINE FROM RPT-NOTE-LINE
140700         ADD 1 TO WS-LINE-COUNT
140800     END-IF.
140900
141000 7000-EXIT.
141100     EXIT.
141200
141300 7100-PRINT-HEADINGS.
141400
141500     ADD 1 TO WS-PAGE-COUNT.
141600     MOVE WS-PAGE-COUNT TO RPT-HDG1-PAGE.
141700     WRITE RPT-LINE FROM RPT-HEADING-1.
141800     IF WS-SUMMARY-SECTION
141900         WRITE RPT-LINE FROM RPT-SUMMARY-HDG
142000     ELSE
142100         WRITE RPT-LINE FROM RPT-HEADING-2
142200     END-IF.
142300     MOVE 2 TO WS-LINE-COUNT.
142400
142500 7100-EXIT.
142600     EXIT.
142700
142800*    A STUDENT-KEYED FILE NOT PRESENT - ITS RELATIONSHIP IS LEFT
142900*    OUT OF THE TREND RATHER THAN RECORDED AS ZERO.
143000 7300-NOTE-SKIPPED.
143100
143200     MOVE 'Y' TO WS-REL-SKIPPED-SW(WS-REL-IX).
143300
143400     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES
143500         PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT
143600     END-IF.
143700
143800     MOVE WS-REL-FILE(WS-REL-IX) TO RPT-NOTE-FILE.
143900     MOVE 'NO DATASET - NOT CHECKED' TO RPT-NOTE-TEXT.
144000     WRITE RPT-LINE FROM RPT-NOTE-LINE.
144100     ADD 1 TO WS-LINE-COUNT.
144200
144300 7300-EXIT.
144400     EXIT.
144500
144600 8000-TERMINATE.
144700
144800     IF WS-TOTAL-DANGLING = 0
144900         IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES
145000             PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT
145100         END-IF
145200         MOVE SPACES TO RPT-NOTE-FILE
145300         MOVE 'NO DANGLING REFERENCES FOUND' TO RPT-NOTE-TEXT
145400         WRITE RPT-LINE FROM RPT-NOTE-LINE
145500     END-IF.
145600
145700*    THE SUMMARY STARTS ITS OWN PAGE.
145800     SET WS-SUMMARY-SECTION TO TRUE.
145900     PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT.
146000     PERFORM 8100-PRINT-SUMMARY THRU 8100-EXIT
146100         VARYING WS-REL-IX FROM 1 BY 1
146200         UNTIL WS-REL-IX > WS-REL-MAX.
146300
146400     MOVE WS-TOTAL-DANGLING TO RPT-FIN-COUNT.
146500     WRITE RPT-LINE FROM RPT-FINAL-LINE.
146600
146700     PERFORM 8200-SAVE-COUNT THRU 8200-EXIT
146800         VARYING WS-REL-IX FROM 1 BY 1
146900         UNTIL WS-REL-IX > WS-REL-MAX.
147000     PERFORM 8300-SAVE-RUN-DATE THRU 8300-EXIT.
147100
147200     CLOSE STUFILE.
147300     CLOSE STUARCH-FILE.
147400     CLOSE CRSFILE.
147500     CLOSE INSTFILE.
147600     CLOSE ROOMFILE.
147700     CLOSE PRG-FILE.
147800     CLOSE BATCHCTL-FILE.
147900     CLOSE INTEGRITY-RPT.
148000
148100     IF WS-TOTAL-DANGLING > 0
148200         MOVE 4 TO RETURN-CODE
148300     END-IF.
148400
148500 8000-EXIT.
148600     EXIT.
148700
148800*----------------------------------------------------------------
148900* ONE SUMMARY LINE - THE COUNT, LAST RUN'S, AND WHICH WAY IT
149000* MOVED.
149100*----------------------------------------------------------------
149200 8100-PRINT-SUMMARY.
149300
149400     MOVE WS-REL-FILE(WS-REL-IX) TO RPT-SUM-FILE.
149500     MOVE WS-REL-FIELD(WS-REL-IX) TO RPT-SUM-FIELD.
149600     MOVE WS-REL-TARGET(WS-REL-IX) TO RPT-SUM-TARGET.
149700     MOVE WS-REL-CHECKED(WS-REL-IX) TO RPT-SUM-CHECKED.
149800     MOVE WS-REL-COUNT(WS-REL-IX) TO RPT-SUM-COUNT.
149900     MOVE WS-REL-PRIOR(WS-REL-IX) TO RPT-SUM-PRIOR.
150000     MOVE SPACES TO RPT-SUM-NOTE.
150100
150200     COMPUTE WS-CHANGE = WS-REL-COUNT(WS-REL-IX)
150300                       - WS-REL-PRIOR(WS-REL-IX).
150400     MOVE WS-CHANGE TO RPT-SUM-CHANGE.
150500
150600     IF WS-REL-SKIPPED(WS-REL-IX)
150700         MOVE 0 TO RPT-SUM-CHANGE
150800         MOVE 'NOT CHECKED' TO RPT-SUM-NOTE
150900     ELSE
151000         IF NOT WS-REL-HAS-PRIOR(WS-REL-IX)
151100             MOVE 0 TO RPT-SUM-CHANGE
151200             MOVE 'FIRST RUN' TO RPT-SUM-NOTE
151300         ELSE
151400             IF WS-CHANGE > 0
151500                 MOVE 'UP' TO RPT-SUM-NOTE
151600             END-IF
151700             IF WS-CHANGE < 0
151800                 MOVE 'DOWN' TO RPT-SUM-NOTE
151900             END-IF
152000         END-IF
152100     END-IF.
152200
152300     WRITE RPT-LINE FROM RPT-SUMMARY-LINE.
152400     ADD 1 TO WS-LINE-COUNT.
152500
152600 8100-EXIT.
152700     EXIT.
152800
152900*----------------------------------------------------------------
153000* THIS RUN'S COUNT BECOMES THE NEXT RUN'S 'LAST RUN'. A SKIPPED
153100* RELATIONSHIP KEEPS WHATEVER WAS LAST MEASURED.
153200*----------------------------------------------------------------
153300 8200-SAVE-COUNT.
153400
153500     IF WS-REL-SKIPPED(WS-REL-IX)
153600         GO TO 8200-EXIT
153700     END-IF.
153800
153900     MOVE WS-REL-IX TO WS-MARK-NO.
154000     MOVE 0 TO BCT-RUN-DATE.
154100     MOVE WS-MARK-JOB TO BCT-JOB.
154200     MOVE 'N' TO WS-FOUND-SW.
154300     READ BATCHCTL-FILE
154400         INVALID KEY
154500             CONTINUE
154600         NOT INVALID KEY
154700             MOVE 'Y' TO WS-FOUND-SW
154800     END-READ.
154900
155000     MOVE 0 TO BCT-RUN-DATE.
155100     MOVE WS-MARK-JOB TO BCT-JOB.
155200     SET BCT-DONE TO TRUE.
155300     ACCEPT WS-CURR-TIME FROM TIME.
155400     MOVE WS-CURR-TIME(1:7) TO BCT-START-TIME.
155500     MOVE WS-CURR-TIME(1:7) TO BCT-END-TIME.
155600     MOVE WS-REL-COUNT(WS-REL-IX) TO BCT-TOTAL.
155700
155800     IF WS-FOUND
155900         REWRITE BATCHCTL-RECORD
156000     ELSE
156100         WRITE BATCHCTL-RECORD
156200     END-IF.
156300     IF NOT WS-BATCHCTL-OK
156400         DISPLAY 'DCJB8BRI - BATCHCTL UPDATE FAILED, STATUS = '
156500             WS-BATCHCTL-STATUS
156600     END-IF.
156700
156800 8200-EXIT.
156900     EXIT.
157000
157100 8300-SAVE-RUN-DATE.
157200
157300     MOVE 0 TO BCT-RUN-DATE.
157400     MOVE 'INTGRUN' TO BCT-JOB.
157500     MOVE 'N' TO WS-FOUND-SW.
157600     READ BATCHCTL-FILE
157700         INVALID KEY
157800             CONTINUE
157900         NOT INVALID KEY
158000             MOVE 'Y' TO WS-FOUND-SW
158100     END-READ.
158200
158300     MOVE 0 TO BCT-RUN-DATE.
158400     MOVE 'INTGRUN' TO BCT-JOB.
158500     SET BCT-DONE TO TRUE.
158600     ACCEPT WS-CURR-TIME FROM TIME.
158700     MOVE WS-CURR-TIME(1:7) TO BCT-START-TIME.
158800     MOVE WS-CURR-TIME(1:7) TO BCT-END-TIME.
158900     MOVE WS-CURR-DATE TO BCT-TOTAL.
159000
159100     IF WS-FOUND
159200         REWRITE BATCHCTL-RECORD
159300     ELSE
159400         WRITE BATCHCTL-RECORD
159500     END-IF.
159600     IF NOT WS-BATCHCTL-OK
159700         DISPLAY 'DCJB8BRI - BATCHCTL UPDATE FAILED, STATUS = '
159800             WS-BATCHCTL-STATUS
159900     END-IF.
160000
160100 8300-EXIT.
160200     EXIT.
160300
160400 9999-ABEND.
160500
160600     MOVE 16 TO RETURN-CODE.
160700     GOBACK.
160800
160900 END PROGRAM DCJB8BRI.
