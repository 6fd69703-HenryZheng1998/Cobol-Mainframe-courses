001500*                IN THE DCJB8BTT STYLE, AND REPORTS EVERY
001600*                STUDENT WHOSE EXAMS OVERLAP ON A SEPARATE
001700*                CONFLICT LIST - BEFORE EXAM WEEK, NOT DURING.
001710* 10/15/26  HZ   EXAM ACCOMMODATIONS - A STUDENT WITH AN ACMFILE
001720*                ROW (KEPT ON DCJB8PHX) HAS EACH SITTING
001730*                LENGTHENED BY THE EXTRA TIME AND RE-CHECKED FOR
001740*                CONFLICTS AT THE LONGER LENGTH. THE ACCOMMODATED
001750*                SITTINGS ARE LISTED FOR THE EXAM OFFICE (EXARPT),
001760*                AND EACH SECTION'S INSTRUCTOR GETS A NOTICE OF
001770*                THE ADJUSTMENT (EXNRPT) - NOT THE DOCUMENTATION.
001780* 10/15/26  HZ   INSTFILE RECORD NOW 50 BYTES - CARRIES THE
001790*                INSTRUCTOR'S RANK.
001800*----------------------------------------------------------------
001900
002000 ENVIRONMENT DIVISION.
004400     SELECT CONFLICT-RPT ASSIGN TO EXCRPT
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-EXCRPT-STATUS.
004602
004604*    THE STUDENT'S EXAM ACCOMMODATIONS, IF ANY - SEE ACMDREC.
004606     SELECT ACM-FILE ASSIGN TO ACMFILE
004608         ORGANIZATION IS INDEXED
004610         ACCESS MODE IS RANDOM
004612         RECORD KEY IS ACM-KEY
004614         FILE STATUS IS WS-ACMFILE-STATUS.
004616
004618*    THE SECTION AND ITS INSTRUCTOR, FOR THE NOTICE HEADINGS.
004620     SELECT CRSFILE ASSIGN TO CRSFILE
004622         ORGANIZATION IS INDEXED
004624         ACCESS MODE IS RANDOM
004626         RECORD KEY IS CRS-CODE
004628         FILE STATUS IS WS-CRSFILE-STATUS.
004630
004632     SELECT INSTFILE ASSIGN TO INSTFILE
004634         ORGANIZATION IS INDEXED
004636         ACCESS MODE IS RANDOM
004638         RECORD KEY IS INS-ID
004640         FILE STATUS IS WS-INSTFILE-STATUS.
004642
004644     SELECT ACCOM-RPT ASSIGN TO EXARPT
004646         ORGANIZATION IS SEQUENTIAL
004648         FILE STATUS IS WS-EXARPT-STATUS.
004650
004652     SELECT NOTICE-RPT ASSIGN TO EXNRPT
004654         ORGANIZATION IS SEQUENTIAL
004656         FILE STATUS IS WS-EXNRPT-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
007300     RECORD CONTAINS 133 CHARACTERS
007400     DATA RECORD IS CNF-LINE.
007500 01  CNF-LINE                        PIC X(133).
007502
007504 FD  ACM-FILE
007506     LABEL RECORDS ARE STANDARD
007508     RECORD CONTAINS 94 CHARACTERS
007510     DATA RECORD IS ACMFILE-RECORD.
007512
007514     COPY 'ACMDREC'.
007516
007518 FD  CRSFILE
007520     LABEL RECORDS ARE STANDARD
007522     RECORD CONTAINS 242 CHARACTERS
007524     DATA RECORD IS CRSFILE-RECORD.
007526
007528     COPY 'CRSREC'.
007530
007532 FD  INSTFILE
007534     LABEL RECORDS ARE STANDARD
007536     RECORD CONTAINS 50 CHARACTERS
007538     DATA RECORD IS INSTFILE-RECORD.
007540
007542     COPY 'INSTREC'.
007544
007546 FD  ACCOM-RPT
007548     LABEL RECORDS ARE STANDARD
007550     RECORD CONTAINS 133 CHARACTERS
007552     DATA RECORD IS ACC-LINE.
007554 01  ACC-LINE                        PIC X(133).
007556
007558 FD  NOTICE-RPT
007560     LABEL RECORDS ARE STANDARD
007562     RECORD CONTAINS 133 CHARACTERS
007564     DATA RECORD IS NTC-LINE.
007566 01  NTC-LINE                        PIC X(133).
007600
007700 WORKING-STORAGE SECTION.
007800
008400     88 WS-EXTRPT-OK                     VALUE '00'.
008500 01  WS-EXCRPT-STATUS                PIC X(2) VALUE SPACES.
008600     88 WS-EXCRPT-OK                     VALUE '00'.
008605 01  WS-ACMFILE-STATUS              PIC X(2) VALUE SPACES.
008610     88 WS-ACMFILE-OK                    VALUE '00'.
008615 01  WS-CRSFILE-STATUS               PIC X(2) VALUE SPACES.
008620     88 WS-CRSFILE-OK                    VALUE '00'.
008625 01  WS-INSTFILE-STATUS              PIC X(2) VALUE SPACES.
008630     88 WS-INSTFILE-OK                   VALUE '00'.
008635 01  WS-EXARPT-STATUS                PIC X(2) VALUE SPACES.
008640     88 WS-EXARPT-OK                     VALUE '00'.
008645 01  WS-EXNRPT-STATUS                PIC X(2) VALUE SPACES.
008650     88 WS-EXNRPT-OK                     VALUE '00'.
008700
008800 01  WS-SWITCHES.
008900     05 WS-STU-EOF-SW                PIC X(1) VALUE 'N'.
009000         88 WS-STU-EOF                    VALUE 'Y'.
009010     05 WS-ACM-SW                    PIC X(1) VALUE 'N'.
009020         88 WS-HAS-ACM                    VALUE 'Y'.
009100
009200* THE STUDENT'S EXAM SITTINGS, ONE PER SCHEDULED SECTION THAT
009300* HAS ONE ON FILE - START AND END AS MINUTES FROM MIDNIGHT FOR
009400* THE PAIRWISE OVERLAP COMPARE.
009410* AN ACCOMMODATED SITTING ENDS LATER BY THE EXTRA TIME; THE
009420* STANDARD END IS KEPT TO TELL A CONFLICT THE EXTRA TIME CAUSED
009430* FROM ONE EVERY STUDENT WOULD HAVE.
009500 01  WS-EXAM-COUNT                   PIC S9(2) COMP VALUE 0.
009600 01  WS-EXAM-TABLE.
009700     05 WS-EXM-ENTRY OCCURS 10 TIMES.
009800         10 WS-EXM-COURSE            PIC X(8).
009900         10 WS-EXM-DATE              PIC 9(7).
010000         10 WS-EXM-START             PIC X(4).
010100         10 WS-EXM-DUR               PIC 9(4).
010200         10 WS-EXM-START-MIN         PIC S9(5) COMP.
010300         10 WS-EXM-END-MIN           PIC S9(5) COMP.
010310         10 WS-EXM-STD-DUR           PIC 9(3).
010320         10 WS-EXM-STD-END-MIN       PIC S9(5) COMP.
010330         10 WS-EXM-ACM-SW            PIC X(1).
010340             88 WS-EXM-ADJUSTED           VALUE 'Y'.
010350             88 WS-EXM-LAPSED             VALUE 'L'.
010400 77  WS-SLOT-IDX                     PIC S9(2) COMP VALUE 0.
010500 77  WS-EXM-IDX                      PIC S9(2) COMP VALUE 0.
010600 77  WS-EXM-JDX                      PIC S9(2) COMP VALUE 0.
010900
011000 77  WS-STUDENT-COUNT                PIC S9(7) COMP VALUE 0.
011100 77  WS-CONFLICT-COUNT               PIC S9(7) COMP VALUE 0.
011102
011104* EVERY ACCOMMODATED SITTING THAT STANDS, HELD IN SECTION ORDER
011106* (INSERTION-SORTED AS THEY ARRIVE) FOR THE INSTRUCTOR NOTICES
011108* PRINTED AT THE END - THE ADJUSTMENT ONLY.
011110 01  WS-NTC-COUNT                    PIC S9(4) COMP VALUE 0.
011112 01  WS-NTC-TABLE.
011114     05 WS-NTC-ENTRY OCCURS 2000 TIMES.
011116         10 WS-NTC-COURSE            PIC X(8).
011118         10 WS-NTC-STU-NUMBER        PIC X(7).
011120         10 WS-NTC-STU-NAME          PIC X(20).
011122         10 WS-NTC-DATE              PIC 9(7).
011124         10 WS-NTC-START             PIC X(4).
011126         10 WS-NTC-STD-DUR           PIC 9(3).
011128         10 WS-NTC-DUR               PIC 9(4).
011130         10 WS-NTC-ROOM              PIC X(1).
011132         10 WS-NTC-READER            PIC X(1).
011134 77  WS-NTC-IDX                      PIC S9(4) COMP VALUE 0.
011136 77  WS-NTC-INS-AT                   PIC S9(4) COMP VALUE 0.
011138 01  WS-NTC-LAST-COURSE              PIC X(8) VALUE SPACES.
011140
011142 77  WS-EXT-CONFLICT-COUNT           PIC S9(7) COMP VALUE 0.
011144 77  WS-ACM-STUDENT-COUNT            PIC S9(7) COMP VALUE 0.
011146 77  WS-ACM-SITTING-COUNT            PIC S9(7) COMP VALUE 0.
011148 77  WS-ACM-LAPSED-COUNT             PIC S9(7) COMP VALUE 0.
011150 77  WS-NOTICE-COUNT                 PIC S9(7) COMP VALUE 0.
011152 77  WS-NTC-SECTION-COUNT            PIC S9(5) COMP VALUE 0.
011200
011300 01  RPT-STUDENT-LINE.
011400     05 RPT-STU-CC                   PIC X(1) VALUE '1'.
012900     05 FILLER                       PIC X(4) VALUE SPACES.
013000     05 RPT-EXM-START                PIC X(4).
013100     05 FILLER                       PIC X(2) VALUE SPACES.
013200     05 RPT-EXM-DUR                  PIC ZZZ9.
013300     05 FILLER                       PIC X(4) VALUE ' MIN'.
013400     05 FILLER                       PIC X(2) VALUE SPACES.
013410     05 RPT-EXM-NOTE                 PIC X(13).
013420     05 FILLER                       PIC X(74) VALUE SPACES.
013500
013600 01  RPT-NOEXAM-LINE.
013700     05 RPT-NOX-CC                   PIC X(1) VALUE ' '.
015200     05 CNF-DTL-COURSE-2             PIC X(8).
015300     05 FILLER                       PIC X(5) VALUE ' ON '.
015400     05 CNF-DTL-DATE                 PIC 9(7).
015500     05 FILLER                       PIC X(2) VALUE SPACES.
015500     05 CNF-DTL-NOTE                 PIC X(20).
015500     05 FILLER                       PIC X(41) VALUE SPACES.
015500
015500 01  ACC-HEADING-1.
015500     05 ACC-HDG1-CC                  PIC X(1) VALUE '1'.
015500     05 FILLER                       PIC X(4) VALUE SPACES.
015500     05 FILLER                       PIC X(44) VALUE
015500            'ACCOMMODATED EXAM SITTINGS - EXAM OFFICE'.
015500     05 FILLER                       PIC X(84) VALUE SPACES.
015500
015500 01  ACC-HEADING-2.
015500     05 ACC-HDG2-CC                  PIC X(1) VALUE '0'.
015500     05 FILLER                       PIC X(4) VALUE SPACES.
015500     05 FILLER                       PIC X(40) VALUE
015500            'STUDENT  NAME                  COURSE'.
015500     05 FILLER                       PIC X(48) VALUE
015500            ' DATE     START  STD WRITES ARRANGEMENTS'.
015500     05 FILLER                       PIC X(40) VALUE SPACES.
015500
015500 01  ACC-DETAIL-LINE.
015500     05 ACC-DTL-CC                   PIC X(1) VALUE ' '.
015500     05 FILLER                       PIC X(4) VALUE SPACES.
015500     05 ACC-DTL-NUMBER               PIC X(7).
015500     05 FILLER                       PIC X(2) VALUE SPACES.
015500     05 ACC-DTL-NAME                 PIC X(20).
015500     05 FILLER                       PIC X(2) VALUE SPACES.
015500     05 ACC-DTL-COURSE               PIC X(8).
015500     05 FILLER                       PIC X(2) VALUE SPACES.
015500     05 ACC-DTL-DATE                 PIC 9(7).
015500     05 FILLER                       PIC X(2) VALUE SPACES.
015500     05 ACC-DTL-START                PIC X(4).
015500     05 FILLER                       PIC X(3) VALUE SPACES.
015500     05 ACC-DTL-STD-DUR              PIC ZZ9.
015500     05 FILLER                       PIC X(3) VALUE SPACES.
015500     05 ACC-DTL-DUR                  PIC ZZZ9.
015500     05 FILLER                       PIC X(2) VALUE SPACES.
015500     05 ACC-DTL-ROOM                 PIC X(8).
015500     05 FILLER                       PIC X(1) VALUE SPACES.
015500     05 ACC-DTL-READER               PIC X(6).
015500     05 FILLER                       PIC X(2) VALUE SPACES.
015500     05 ACC-DTL-STATUS               PIC X(30).
015500     05 FILLER                       PIC X(12) VALUE SPACES.
015500
015500 01  ACC-TOTAL-LINE.
015500     05 ACC-TOT-CC                   PIC X(1) VALUE ' '.
015500     05 FILLER                       PIC X(4) VALUE SPACES.
015500     05 ACC-TOT-LABEL                PIC X(36).
015500     05 ACC-TOT-COUNT                PIC ZZZ,ZZ9.
015500     05 FILLER                       PIC X(85) VALUE SPACES.
015500
015500 01  NTC-HEADING-1.
015500     05 NTC-HDG1-CC                  PIC X(1) VALUE '1'.
015500     05 FILLER                       PIC X(4) VALUE SPACES.
015500     05 FILLER                       PIC X(36) VALUE
015500            'EXAM ACCOMMODATION NOTICE - SECTION '.
015500     05 NTC-HDG1-COURSE              PIC X(8).
015500     05 FILLER                       PIC X(2) VALUE SPACES.
015500     05 NTC-HDG1-TITLE               PIC X(20).
015500     05 FILLER                       PIC X(62) VALUE SPACES.
015500
015500 01  NTC-HEADING-2.
015500     05 NTC-HDG2-CC                  PIC X(1) VALUE ' '.
015500     05 FILLER                       PIC X(4) VALUE SPACES.
015500     05 FILLER                       PIC X(11) VALUE
015500            'INSTRUCTOR '.
015500     05 NTC-HDG2-INSTR               PIC X(20).
015500     05 FILLER                       PIC X(7) VALUE '  EXAM '.
015500     05 NTC-HDG2-DATE                PIC 9(7).
015500     05 FILLER                       PIC X(4) VALUE ' AT '.
015500     05 NTC-HDG2-START               PIC X(4).
015500     05 FILLER                       PIC X(2) VALUE SPACES.
015500     05 NTC-HDG2-DUR                 PIC ZZ9.
015500     05 FILLER                       PIC X(4) VALUE ' MIN'.
015500     05 FILLER                       PIC X(66) VALUE SPACES.
015500
015500 01  NTC-TEXT-LINE.
015500     05 NTC-TXT-CC                   PIC X(1) VALUE ' '.
015500     05 FILLER                       PIC X(4) VALUE SPACES.
015500     05 NTC-TXT                      PIC X(70).
015500     05 FILLER                       PIC X(58) VALUE SPACES.
015500
015500 01  NTC-HEADING-3.
015500     05 NTC-HDG3-CC                  PIC X(1) VALUE '0'.
015500     05 FILLER                       PIC X(4) VALUE SPACES.
015500     05 FILLER                       PIC X(31) VALUE
015500            'STUDENT  NAME'.
015500     05 FILLER                       PIC X(22) VALUE
015500            'WRITES    ARRANGEMENTS'.
015500     05 FILLER                       PIC X(75) VALUE SPACES.
015500
015500 01  NTC-DETAIL-LINE.
015500     05 NTC-DTL-CC                   PIC X(1) VALUE ' '.
015500     05 FILLER                       PIC X(4) VALUE SPACES.
015500     05 NTC-DTL-NUMBER               PIC X(7).
015500     05 FILLER                       PIC X(2) VALUE SPACES.
015500     05 NTC-DTL-NAME                 PIC X(20).
015500     05 FILLER                       PIC X(2) VALUE SPACES.
015500     05 NTC-DTL-DUR                  PIC ZZZ9.
015500     05 FILLER                       PIC X(4) VALUE ' MIN'.
015500     05 FILLER                       PIC X(2) VALUE SPACES.
015500     05 NTC-DTL-ROOM                 PIC X(13).
015500     05 FILLER                       PIC X(2) VALUE SPACES.
015500     05 NTC-DTL-READER               PIC X(6).
015500     05 FILLER                       PIC X(66) VALUE SPACES.
015600
015700 PROCEDURE DIVISION.
015800
019600             WS-EXCRPT-STATUS
019700         GO TO 9999-ABEND
019800     END-IF.
019802
019804     OPEN INPUT ACM-FILE.
019806     IF NOT WS-ACMFILE-OK
019808         DISPLAY 'DCJB8BEX - ACMFILE OPEN FAILED, STATUS = '
019810             WS-ACMFILE-STATUS
019812         GO TO 9999-ABEND
019814     END-IF.
019816
019818     OPEN INPUT CRSFILE.
019820     IF NOT WS-CRSFILE-OK
019822         DISPLAY 'DCJB8BEX - CRSFILE OPEN FAILED, STATUS = '
019824             WS-CRSFILE-STATUS
019826         GO TO 9999-ABEND
019828     END-IF.
019830
019832     OPEN INPUT INSTFILE.
019834     IF NOT WS-INSTFILE-OK
019836         DISPLAY 'DCJB8BEX - INSTFILE OPEN FAILED, STATUS = '
019838             WS-INSTFILE-STATUS
019840         GO TO 9999-ABEND
019842     END-IF.
019844
019846     OPEN OUTPUT ACCOM-RPT.
019848     IF NOT WS-EXARPT-OK
019850         DISPLAY 'DCJB8BEX - EXARPT OPEN FAILED, STATUS = '
019852             WS-EXARPT-STATUS
019854         GO TO 9999-ABEND
019856     END-IF.
019858
019860     OPEN OUTPUT NOTICE-RPT.
019862     IF NOT WS-EXNRPT-OK
019864         DISPLAY 'DCJB8BEX - EXNRPT OPEN FAILED, STATUS = '
019866             WS-EXNRPT-STATUS
019868         GO TO 9999-ABEND
019870     END-IF.
019872
019874     WRITE ACC-LINE FROM ACC-HEADING-1.
019876     WRITE ACC-LINE FROM ACC-HEADING-2.
019900
020000     PERFORM 2100-READ-NEXT-STUDENT THRU 2100-EXIT.
020100
020800         GO TO 2000-NEXT
020900     END-IF.
021000
021010     PERFORM 4050-READ-ACCOMMODATIONS THRU 4050-EXIT.
021100     PERFORM 4000-GATHER-EXAMS THRU 4000-EXIT.
021200     PERFORM 5000-PRINT-TIMETABLE THRU 5000-EXIT.
021300     PERFORM 6000-REPORT-CONFLICTS THRU 6000-EXIT.
021310     PERFORM 7000-LIST-ACCOMMODATED THRU 7000-EXIT.
021400     ADD 1 TO WS-STUDENT-COUNT.
021500
021600 2000-NEXT.
023200
023300 3000-TERMINATE.
023400
023405     PERFORM 8000-PRINT-NOTICES THRU 8000-EXIT.
023410
023415     MOVE 'STUDENTS WITH ACCOMMODATIONS' TO ACC-TOT-LABEL.
023420     MOVE WS-ACM-STUDENT-COUNT TO ACC-TOT-COUNT.
023425     MOVE '0' TO ACC-TOT-CC.
023430     WRITE ACC-LINE FROM ACC-TOTAL-LINE.
023435     MOVE ' ' TO ACC-TOT-CC.
023440     MOVE 'SITTINGS ACCOMMODATED' TO ACC-TOT-LABEL.
023445     MOVE WS-ACM-SITTING-COUNT TO ACC-TOT-COUNT.
023450     WRITE ACC-LINE FROM ACC-TOTAL-LINE.
023455     MOVE 'NOT APPLIED - RENEWAL DUE' TO ACC-TOT-LABEL.
023460     MOVE WS-ACM-LAPSED-COUNT TO ACC-TOT-COUNT.
023465     WRITE ACC-LINE FROM ACC-TOTAL-LINE.
023470     MOVE 'CONFLICTS AT EXTENDED TIME' TO ACC-TOT-LABEL.
023475     MOVE WS-EXT-CONFLICT-COUNT TO ACC-TOT-COUNT.
023480     WRITE ACC-LINE FROM ACC-TOTAL-LINE.
023485     MOVE 'INSTRUCTOR NOTICES' TO ACC-TOT-LABEL.
023490     MOVE WS-NOTICE-COUNT TO ACC-TOT-COUNT.
023495     WRITE ACC-LINE FROM ACC-TOTAL-LINE.
023497
023500     CLOSE STUFILE.
023600     CLOSE CRSX-FILE.
023700     CLOSE TIMETABLE-RPT.
023800     CLOSE CONFLICT-RPT.
023810     CLOSE ACM-FILE.
023820     CLOSE CRSFILE.
023830     CLOSE INSTFILE.
023840     CLOSE ACCOM-RPT.
023850     CLOSE NOTICE-RPT.
023900
024000     DISPLAY 'DCJB8BEX - STUDENTS PRINTED = ' WS-STUDENT-COUNT
024100         ' CONFLICTS = ' WS-CONFLICT-COUNT.
024110     DISPLAY 'DCJB8BEX - ACCOMMODATED SITTINGS = '
024120         WS-ACM-SITTING-COUNT ' NOTICES = ' WS-NOTICE-COUNT.
024200
024300 3000-EXIT.
024400     EXIT.
024500
024505*----------------------------------------------------------------
024510* THE STUDENT'S ACCOMMODATIONS ROW - NONE ON FILE MEANS THE
024515* STANDARD SITTING.
024520*----------------------------------------------------------------
024525 4050-READ-ACCOMMODATIONS.
024530
024535     MOVE 'N' TO WS-ACM-SW.
024540     MOVE STU-NUMBER TO ACM-STU-NUMBER.
024545     READ ACM-FILE
024550         INVALID KEY
024555             GO TO 4050-EXIT
024560     END-READ.
024565
024570     MOVE 'Y' TO WS-ACM-SW.
024575     ADD 1 TO WS-ACM-STUDENT-COUNT.
024580
024585 4050-EXIT.
024590     EXIT.
024595
024600*----------------------------------------------------------------
024700* ONE EXTENSION LOOKUP PER OCCUPIED SLOT - ONLY SECTIONS WITH A
024800* SITTING ON FILE (NONZERO DATE) MAKE THE EXAM TABLE.
028400     ELSE
028500         MOVE 0 TO WS-EXM-DUR(WS-EXAM-COUNT)
028600     END-IF.
028610     MOVE WS-EXM-DUR(WS-EXAM-COUNT)
028620         TO WS-EXM-STD-DUR(WS-EXAM-COUNT).
028630     MOVE SPACE TO WS-EXM-ACM-SW(WS-EXAM-COUNT).
028640     IF WS-HAS-ACM
028650         PERFORM 4200-APPLY-ACCOMMODATION THRU 4200-EXIT
028660     END-IF.
028700
028800     MOVE CRX-EXAM-START(1:2) TO WS-START-HH.
028900     MOVE CRX-EXAM-START(3:2) TO WS-START-MM.
029200     COMPUTE WS-EXM-END-MIN(WS-EXAM-COUNT) =
029300         WS-EXM-START-MIN(WS-EXAM-COUNT) +
029400         WS-EXM-DUR(WS-EXAM-COUNT).
029410     COMPUTE WS-EXM-STD-END-MIN(WS-EXAM-COUNT) =
029420         WS-EXM-START-MIN(WS-EXAM-COUNT) +
029430         WS-EXM-STD-DUR(WS-EXAM-COUNT).
029500
029600 4100-EXIT.
029700     EXIT.
029702
029704*----------------------------------------------------------------
029706* AN ACCOMMODATED SITTING - THE EXTRA TIME IS A PERCENTAGE OF THE
029708* STANDARD LENGTH, ROUNDED TO THE MINUTE. DOCUMENTATION PAST ITS
029710* RENEWAL DATE BY THE EXAM DATE ADJUSTS NOTHING; THE SITTING IS
029712* LISTED FOR THE EXAM OFFICE TO CHASE.
029714*----------------------------------------------------------------
029716 4200-APPLY-ACCOMMODATION.
029718
029720     IF (ACM-REVIEW-DATE IS NUMERIC) AND (ACM-REVIEW-DATE NOT = 0)
029722        AND (CRX-EXAM-DATE > ACM-REVIEW-DATE)
029724         MOVE 'L' TO WS-EXM-ACM-SW(WS-EXAM-COUNT)
029726         GO TO 4200-EXIT
029728     END-IF.
029730
029732     MOVE 'Y' TO WS-EXM-ACM-SW(WS-EXAM-COUNT).
029734     IF (ACM-EXTRA-PCT IS NUMERIC) AND (ACM-EXTRA-PCT > 0)
029736         COMPUTE WS-EXM-DUR(WS-EXAM-COUNT) ROUNDED =
029738             WS-EXM-STD-DUR(WS-EXAM-COUNT) *
029740             (100 + ACM-EXTRA-PCT) / 100
029742     END-IF.
029744
029746 4200-EXIT.
029748     EXIT.
029800
029900 5000-PRINT-TIMETABLE.
030000
032000     MOVE WS-EXM-DATE(WS-EXM-IDX) TO RPT-EXM-DATE.
032100     MOVE WS-EXM-START(WS-EXM-IDX) TO RPT-EXM-START.
032200     MOVE WS-EXM-DUR(WS-EXM-IDX) TO RPT-EXM-DUR.
032210     EVALUATE TRUE
032220         WHEN WS-EXM-ADJUSTED(WS-EXM-IDX)
032230             MOVE 'ACCOMMODATED' TO RPT-EXM-NOTE
032240         WHEN WS-EXM-LAPSED(WS-EXM-IDX)
032250             MOVE 'RENEWAL DUE' TO RPT-EXM-NOTE
032260         WHEN OTHER
032270             MOVE SPACES TO RPT-EXM-NOTE
032280     END-EVALUATE.
032300     WRITE RPT-LINE FROM RPT-EXAM-LINE.
032400
032500 5100-EXIT.
032800*----------------------------------------------------------------
032900* PAIRWISE COMPARE - TWO SITTINGS ON THE SAME DATE WHOSE TIME
033000* RANGES OVERLAP PUT THE STUDENT ON THE CONFLICT LIST.
033100* THE COMPARE USES THE LENGTHENED SITTINGS; A CONFLICT ONLY THE
033110* EXTRA TIME CAUSES IS MARKED AS SUCH.
033120*----------------------------------------------------------------
033200 6000-REPORT-CONFLICTS.
033300
033400     PERFORM 6100-COMPARE-ONE-PAIR THRU 6100-EXIT
035900         MOVE WS-EXM-COURSE(WS-EXM-IDX) TO CNF-DTL-COURSE-1
036000         MOVE WS-EXM-COURSE(WS-EXM-JDX) TO CNF-DTL-COURSE-2
036100         MOVE WS-EXM-DATE(WS-EXM-IDX) TO CNF-DTL-DATE
036110         IF (WS-EXM-START-MIN(WS-EXM-IDX) <
036120             WS-EXM-STD-END-MIN(WS-EXM-JDX)) AND
036130            (WS-EXM-START-MIN(WS-EXM-JDX) <
036140             WS-EXM-STD-END-MIN(WS-EXM-IDX))
036150             MOVE SPACES TO CNF-DTL-NOTE
036160         ELSE
036170             MOVE 'AT EXTENDED TIME' TO CNF-DTL-NOTE
036180             ADD 1 TO WS-EXT-CONFLICT-COUNT
036190         END-IF
036200         WRITE CNF-LINE FROM CNF-DETAIL-LINE
036300         ADD 1 TO WS-CONFLICT-COUNT
036400     END-IF.
036500
036600 6100-EXIT.
036700     EXIT.
036700*----------------------------------------------------------------
036700* EVERY ACCOMMODATED SITTING GOES ON THE EXAM OFFICE LIST, AND
036700* EVERY ONE THAT STANDS GOES INTO THE NOTICE TABLE FOR ITS
036700* SECTION'S INSTRUCTOR.
036700*----------------------------------------------------------------
036700 7000-LIST-ACCOMMODATED.
036700
036700     IF NOT WS-HAS-ACM
036700         GO TO 7000-EXIT
036700     END-IF.
036700
036700     PERFORM 7100-LIST-ONE-SITTING THRU 7100-EXIT
036700         VARYING WS-EXM-IDX FROM 1 BY 1
036700         UNTIL WS-EXM-IDX > WS-EXAM-COUNT.
036700
036700 7000-EXIT.
036700     EXIT.
036700
036700 7100-LIST-ONE-SITTING.
036700
036700     MOVE STU-NUMBER TO ACC-DTL-NUMBER.
036700     MOVE STU-NAME TO ACC-DTL-NAME.
036700     MOVE WS-EXM-COURSE(WS-EXM-IDX) TO ACC-DTL-COURSE.
036700     MOVE WS-EXM-DATE(WS-EXM-IDX) TO ACC-DTL-DATE.
036700     MOVE WS-EXM-START(WS-EXM-IDX) TO ACC-DTL-START.
036700     MOVE WS-EXM-STD-DUR(WS-EXM-IDX) TO ACC-DTL-STD-DUR.
036700     MOVE WS-EXM-DUR(WS-EXM-IDX) TO ACC-DTL-DUR.
036700     MOVE SPACES TO ACC-DTL-ROOM.
036700     MOVE SPACES TO ACC-DTL-READER.
036700
036700     IF WS-EXM-LAPSED(WS-EXM-IDX)
036700         MOVE 'RENEWAL DUE - NOT APPLIED' TO ACC-DTL-STATUS
036700         WRITE ACC-LINE FROM ACC-DETAIL-LINE
036700         ADD 1 TO WS-ACM-LAPSED-COUNT
036700         GO TO 7100-EXIT
036700     END-IF.
036700
036700     IF ACM-ROOM-ON
036700         MOVE 'SEP ROOM' TO ACC-DTL-ROOM
036700     END-IF.
036700     IF ACM-READER-ON
036700         MOVE 'READER' TO ACC-DTL-READER
036700     END-IF.
036700     MOVE SPACES TO ACC-DTL-STATUS.
036700     WRITE ACC-LINE FROM ACC-DETAIL-LINE.
036700     ADD 1 TO WS-ACM-SITTING-COUNT.
036700
036700     PERFORM 7200-INSERT-NOTICE THRU 7200-EXIT.
036700
036700 7100-EXIT.
036700     EXIT.
036700
036700*----------------------------------------------------------------
036700* SORTED INSERT ON THE SECTION - STUDENTS ARRIVE IN NUMBER ORDER
036700* AND STAY THAT WAY WITHIN THEIR SECTION.
036700*----------------------------------------------------------------
036700 7200-INSERT-NOTICE.
036700
036700     IF WS-NTC-COUNT >= 2000
036700         DISPLAY 'DCJB8BEX - NOTICE TABLE FULL'
036700         GO TO 9999-ABEND
036700     END-IF.
036700
036700     MOVE WS-NTC-COUNT TO WS-NTC-IDX.
036700     ADD 1 TO WS-NTC-COUNT.
036700     PERFORM 7300-SHIFT-ONE-NOTICE THRU 7300-EXIT
036700         UNTIL (WS-NTC-IDX < 1)
036700            OR (WS-NTC-COURSE(WS-NTC-IDX) NOT >
036700                WS-EXM-COURSE(WS-EXM-IDX)).
036700
036700     COMPUTE WS-NTC-INS-AT = WS-NTC-IDX + 1.
036700     MOVE WS-EXM-COURSE(WS-EXM-IDX)
036700         TO WS-NTC-COURSE(WS-NTC-INS-AT).
036700     MOVE STU-NUMBER TO WS-NTC-STU-NUMBER(WS-NTC-INS-AT).
036700     MOVE STU-NAME TO WS-NTC-STU-NAME(WS-NTC-INS-AT).
036700     MOVE WS-EXM-DATE(WS-EXM-IDX) TO WS-NTC-DATE(WS-NTC-INS-AT).
036700     MOVE WS-EXM-START(WS-EXM-IDX) TO WS-NTC-START(WS-NTC-INS-AT).
036700     MOVE WS-EXM-STD-DUR(WS-EXM-IDX)
036700         TO WS-NTC-STD-DUR(WS-NTC-INS-AT).
036700     MOVE WS-EXM-DUR(WS-EXM-IDX) TO WS-NTC-DUR(WS-NTC-INS-AT).
036700     MOVE ACM-SEPARATE-ROOM TO WS-NTC-ROOM(WS-NTC-INS-AT).
036700     MOVE ACM-READER TO WS-NTC-READER(WS-NTC-INS-AT).
036700
036700 7200-EXIT.
036700     EXIT.
036700
036700 7300-SHIFT-ONE-NOTICE.
036700
036700     MOVE WS-NTC-ENTRY(WS-NTC-IDX)
036700         TO WS-NTC-ENTRY(WS-NTC-IDX + 1).
036700     SUBTRACT 1 FROM WS-NTC-IDX.
036700
036700 7300-EXIT.
036700     EXIT.
036700
036700*----------------------------------------------------------------
036700* ONE NOTICE PER SECTION WITH AN ACCOMMODATED SITTING, A PAGE
036700* EACH, FOR ITS INSTRUCTOR - THE STUDENT, THE LENGTH THEY WRITE
036700* FOR, AND THE ARRANGEMENTS. NOTHING OF THE DOCUMENTATION.
036700*----------------------------------------------------------------
036700 8000-PRINT-NOTICES.
036700
036700     MOVE SPACES TO WS-NTC-LAST-COURSE.
036700
036700     PERFORM 8100-NOTICE-ONE-ENTRY THRU 8100-EXIT
036700         VARYING WS-NTC-IDX FROM 1 BY 1
036700         UNTIL WS-NTC-IDX > WS-NTC-COUNT.
036700
036700     IF WS-NTC-LAST-COURSE NOT = SPACES
036700         PERFORM 8300-NOTICE-FOOTER THRU 8300-EXIT
036700     END-IF.
036700
036700 8000-EXIT.
036700     EXIT.
036700
036700 8100-NOTICE-ONE-ENTRY.
036700
036700     IF WS-NTC-COURSE(WS-NTC-IDX) NOT = WS-NTC-LAST-COURSE
036700         IF WS-NTC-LAST-COURSE NOT = SPACES
036700             PERFORM 8300-NOTICE-FOOTER THRU 8300-EXIT
036700         END-IF
036700         PERFORM 8200-NOTICE-HEADING THRU 8200-EXIT
036700     END-IF.
036700
036700     MOVE WS-NTC-STU-NUMBER(WS-NTC-IDX) TO NTC-DTL-NUMBER.
036700     MOVE WS-NTC-STU-NAME(WS-NTC-IDX) TO NTC-DTL-NAME.
036700     MOVE WS-NTC-DUR(WS-NTC-IDX) TO NTC-DTL-DUR.
036700     MOVE SPACES TO NTC-DTL-ROOM.
036700     MOVE SPACES TO NTC-DTL-READER.
036700     IF WS-NTC-ROOM(WS-NTC-IDX) = 'Y'
036700         MOVE 'SEPARATE ROOM' TO NTC-DTL-ROOM
036700     END-IF.
036700     IF WS-NTC-READER(WS-NTC-IDX) = 'Y'
036700         MOVE 'READER' TO NTC-DTL-READER
036700     END-IF.
036700     WRITE NTC-LINE FROM NTC-DETAIL-LINE.
036700     ADD 1 TO WS-NTC-SECTION-COUNT.
036700
036700 8100-EXIT.
036700     EXIT.
036700
036700 8200-NOTICE-HEADING.
036700
036700     MOVE WS-NTC-COURSE(WS-NTC-IDX) TO WS-NTC-LAST-COURSE.
036700     MOVE 0 TO WS-NTC-SECTION-COUNT.
036700     ADD 1 TO WS-NOTICE-COUNT.
036700
036700     MOVE WS-NTC-COURSE(WS-NTC-IDX) TO CRS-CODE.
036700     READ CRSFILE
036700         INVALID KEY
036700             MOVE SPACES TO CRS-TITLE
036700             MOVE SPACES TO CRS-INSTR-ID
036700     END-READ.
036700
036700     MOVE WS-NTC-COURSE(WS-NTC-IDX) TO NTC-HDG1-COURSE.
036700     MOVE CRS-TITLE TO NTC-HDG1-TITLE.
036700     WRITE NTC-LINE FROM NTC-HEADING-1.
036700
036700     IF CRS-INSTR-ID = SPACES
036700         MOVE 'NOT ASSIGNED' TO NTC-HDG2-INSTR
036700     ELSE
036700         MOVE CRS-INSTR-ID TO INS-ID
036700         READ INSTFILE
036700             INVALID KEY
036700                 MOVE CRS-INSTR-ID TO INS-NAME
036700         END-READ
036700         MOVE INS-NAME TO NTC-HDG2-INSTR
036700     END-IF.
036700     MOVE WS-NTC-DATE(WS-NTC-IDX) TO NTC-HDG2-DATE.
036700     MOVE WS-NTC-START(WS-NTC-IDX) TO NTC-HDG2-START.
036700     MOVE WS-NTC-STD-DUR(WS-NTC-IDX) TO NTC-HDG2-DUR.
036700     WRITE NTC-LINE FROM NTC-HEADING-2.
036700
036700     MOVE 'THE STUDENTS BELOW WRITE THIS EXAM UNDER ARRANGEMENTS'
036700         TO NTC-TXT.
036700     MOVE '0' TO NTC-TXT-CC.
036700     WRITE NTC-LINE FROM NTC-TEXT-LINE.
036700     MOVE 'MADE BY THE EXAM OFFICE, WHICH INVIGILATES ANY'
036700         TO NTC-TXT.
036700     MOVE ' ' TO NTC-TXT-CC.
036700     WRITE NTC-LINE FROM NTC-TEXT-LINE.
036700     MOVE 'SEPARATE-ROOM SITTING.' TO NTC-TXT.
036700     MOVE ' ' TO NTC-TXT-CC.
036700     WRITE NTC-LINE FROM NTC-TEXT-LINE.
036700     WRITE NTC-LINE FROM NTC-HEADING-3.
036700
036700 8200-EXIT.
036700     EXIT.
036700
036700 8300-NOTICE-FOOTER.
036700
036700     MOVE 'STUDENTS ACCOMMODATED IN THE SECTION' TO ACC-TOT-LABEL.
036700     MOVE WS-NTC-SECTION-COUNT TO ACC-TOT-COUNT.
036700     MOVE '0' TO ACC-TOT-CC.
036700     WRITE NTC-LINE FROM ACC-TOTAL-LINE.
036700     MOVE ' ' TO ACC-TOT-CC.
036700
036700 8300-EXIT.
036700     EXIT.
036800
036900 9999-ABEND.
037000
