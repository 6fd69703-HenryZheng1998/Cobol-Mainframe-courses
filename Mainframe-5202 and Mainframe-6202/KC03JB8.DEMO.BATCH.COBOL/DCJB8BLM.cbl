000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BLM.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - NIGHTLY ENROLLMENT AND TEACHING
001100*                FEED TO THE LEARNING PLATFORM, SO INSTRUCTORS NO
001200*                LONGER BUILD THEIR ONLINE COURSE SHELLS BY HAND
001300*                FROM THE DCJB8BCR ROSTERS. EVERY NIGHT THE FEED
001400*                CARRIES EVERY SECTION ON CRSFILE (CODE, TITLE,
001500*                TERM, INSTRUCTOR) AND EVERY ENROLLMENT ON
001600*                STUFILE, FOLLOWED BY THE ADDS, DROPS, SECTION
001700*                SWAPS, AUDIT CHANGES AND INSTRUCTOR CHANGES
001800*                JOURNALED ON STUJRNL AND CRSJRNL SINCE THE LAST
001900*                RUN. AUDITED SLOTS ARE FLAGGED AND CONFIDENTIAL
002000*                STUDENTS ARE SUPPRESSED AND COUNTED ON THE
002100*                TRAILER. HOW FAR INTO EACH JOURNAL THE FEED HAS
002200*                SENT IS KEPT ON BATCHCTL AND ONLY MOVED WHEN A
002300*                RUN COMPLETES, SO A FAILED RUN IS SIMPLY RERUN
002400*                WITH SYSIN = 'R' AND SENDS THE SAME CHANGES
002500*                AGAIN.
002510* 10/15/26  HZ   INSTFILE RECORD NOW 50 BYTES - CARRIES THE
002520*                INSTRUCTOR'S RANK.
002530* 10/15/26  HZ   STUJRNL/CRSJRNL RECORDS NOW 273/289 BYTES -
002540*                CARRY THE CHAIN SEQUENCE NUMBER AND HASH.
002600*----------------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500
003600*    READ IN KEY ORDER FOR THE ENROLLMENTS, THEN AT RANDOM FOR
003700*    THE CONFIDENTIALITY FLAG OF A STUDENT WITH A JOURNALED
003800*    CHANGE.
003900     SELECT STUFILE ASSIGN TO STUFILE
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS STU-NUMBER
004300         FILE STATUS IS WS-STUFILE-STATUS.
004400
004500*    READ IN KEY ORDER FOR THE SECTIONS, THEN AT RANDOM TO TELL A
004600*    SECTION SWAP FROM A DROP AND AN ADD.
004700     SELECT CRSFILE ASSIGN TO CRSFILE
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS CRS-CODE
005100         FILE STATUS IS WS-CRSFILE-STATUS.
005200
005300     SELECT INSTFILE ASSIGN TO INSTFILE
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS INS-ID
005700         FILE STATUS IS WS-INSFILE-STATUS.
005800
005900     SELECT STUJRNL-FILE ASSIGN TO STUJRNL
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-STUJRNL-STATUS.
006200
006300     SELECT CRSJRNL-FILE ASSIGN TO CRSJRNL
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-CRSJRNL-STATUS.
006600
006700*    THE FEED TO THE LEARNING PLATFORM - REWRITTEN EVERY RUN.
006800     SELECT LMS-FEED ASSIGN TO LMSFEED
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-LMSFEED-STATUS.
007100
007200*    NIGHTLY BATCH DEPENDENCY CONTROL - SEE BCTLREC. THE RUN
007300*    REGISTERS HERE, AND THE FEED'S HIGH-WATER MARKS INTO THE TWO
007400*    JOURNALS ARE KEPT HERE.
007500     SELECT BATCHCTL-FILE ASSIGN TO BATCHCTL
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS RANDOM
007800         RECORD KEY IS BCT-KEY
007900         FILE STATUS IS WS-BATCHCTL-STATUS.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300
008400 FD  STUFILE
008500     LABEL RECORDS ARE STANDARD
008600     RECORD CONTAINS 227 CHARACTERS
008700     DATA RECORD IS STUFILE-RECORD.
008800
008900     COPY 'STUREC'.
009000
009100 FD  CRSFILE
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 242 CHARACTERS
009400     DATA RECORD IS CRSFILE-RECORD.
009500
009600     COPY 'CRSREC'.
009700
009800 FD  INSTFILE
009900     LABEL RECORDS ARE STANDARD
010000     RECORD CONTAINS 50 CHARACTERS
010100     DATA RECORD IS INSTFILE-RECORD.
010200
010300     COPY 'INSTREC'.
010400
010500 FD  STUJRNL-FILE
010600     LABEL RECORDS ARE STANDARD
010700     RECORD CONTAINS 273 CHARACTERS
010800     DATA RECORD IS STUJRNL-RECORD.
010900
011000*    STUJRNL RECORD LAYOUT - SHARED WITH THE CICS SIDE.
011100     COPY 'STUJRNL'.
011200
011300 FD  CRSJRNL-FILE
011400     LABEL RECORDS ARE STANDARD
011500     RECORD CONTAINS 289 CHARACTERS
011600     DATA RECORD IS CRSJRNL-RECORD.
011700
011800*    CRSJRNL RECORD LAYOUT - SHARED WITH THE CICS SIDE.
011900     COPY 'CRSJRNL'.
012000
012100 FD  LMS-FEED
012200     LABEL RECORDS ARE STANDARD
012300     RECORD CONTAINS 100 CHARACTERS
012400     DATA RECORD IS LMS-LINE.
012500
012600*    FEED RECORDS - THE FIRST BYTE SAYS WHICH: 'H' HEADER (THE
012700*    FEED DATE, YYYYDDD), 'S' ONE SECTION, 'E' ONE ENROLLMENT OF
012800*    ONE STUDENT IN ONE SECTION, 'C' ONE CHANGE SINCE THE LAST
012900*    FEED, 'T' TRAILER (RECORD COUNTS, AND HOW MANY ENROLLMENTS
013000*    AND CHANGES WERE HELD BACK FOR CONFIDENTIAL STUDENTS). THE
013100*    AUDIT FLAG IS 'Y' FOR AN AUDITED SLOT, 'N' FOR CREDIT.
013200 01  LMS-LINE.
013300     05 LMS-REC-TYPE                 PIC X(1).
013400     05 LMS-DATA                     PIC X(99).
013500 01  LMS-HEADER-REC REDEFINES LMS-LINE.
013600     05 LMH-REC-TYPE                 PIC X(1).
013700     05 LMH-FEED-DATE                PIC 9(7).
013800     05 FILLER                       PIC X(92).
013900 01  LMS-SECTION-REC REDEFINES LMS-LINE.
014000     05 LMS-S-REC-TYPE               PIC X(1).
014100     05 LMS-S-SECTION                PIC X(8).
014200     05 LMS-S-BASE-CODE              PIC X(8).
014300     05 LMS-S-SECTION-NO             PIC 9(2).
014400     05 LMS-S-TITLE                  PIC X(20).
014500     05 LMS-S-TERM                   PIC X(6).
014600     05 LMS-S-INSTR-ID               PIC X(5).
014700     05 LMS-S-INSTR-NAME             PIC X(20).
014800     05 FILLER                       PIC X(30).
014900 01  LMS-ENROLL-REC REDEFINES LMS-LINE.
015000     05 LMS-E-REC-TYPE               PIC X(1).
015100     05 LMS-E-SECTION                PIC X(8).
015200     05 LMS-E-STU-NUMBER             PIC X(7).
015300     05 LMS-E-STU-NAME               PIC X(20).
015400     05 LMS-E-TERM                   PIC X(5).
015500     05 LMS-E-AUDIT                  PIC X(1).
015600     05 FILLER                       PIC X(58).
015700*    A CHANGE - 'A' ADDED TO THE SECTION, 'D' DROPPED FROM IT,
015800*    'W' SWAPPED INTO IT FROM ANOTHER SECTION OF THE SAME COURSE
015900*    (LMS-C-OLD-SECTION), 'B' THE SLOT CHANGED BETWEEN CREDIT AND
016000*    AUDIT, 'I' THE SECTION'S INSTRUCTOR CHANGED (NO STUDENT). THE
016100*    DATE IS THE DAY IT WAS JOURNALED, YYYYDDD.
016200 01  LMS-CHANGE-REC REDEFINES LMS-LINE.
016300     05 LMS-C-REC-TYPE               PIC X(1).
016400     05 LMS-C-ACTION                 PIC X(1).
016500     05 LMS-C-DATE                   PIC 9(7).
016600     05 LMS-C-SECTION                PIC X(8).
016700     05 LMS-C-OLD-SECTION            PIC X(8).
016800     05 LMS-C-STU-NUMBER             PIC X(7).
016900     05 LMS-C-STU-NAME               PIC X(20).
017000     05 LMS-C-AUDIT                  PIC X(1).
017100     05 LMS-C-OLD-INSTR              PIC X(5).
017200     05 LMS-C-NEW-INSTR              PIC X(5).
017300     05 FILLER                       PIC X(37).
017400 01  LMS-TRAILER-REC REDEFINES LMS-LINE.
017500     05 LMT-REC-TYPE                 PIC X(1).
017600     05 LMT-SECTIONS                 PIC 9(7).
017700     05 LMT-ENROLLMENTS              PIC 9(7).
017800     05 LMT-CHANGES                  PIC 9(7).
017900     05 LMT-SUPPRESSED               PIC 9(7).
018000     05 FILLER                       PIC X(71).
018100
018200 FD  BATCHCTL-FILE
018300     LABEL RECORDS ARE STANDARD
018400     RECORD CONTAINS 45 CHARACTERS
018500     DATA RECORD IS BATCHCTL-RECORD.
018600
018700*    BATCHCTL RECORD LAYOUT - SHARED ACROSS THE NIGHTLY STREAM.
018800     COPY 'BCTLREC'.
018900
019000 WORKING-STORAGE SECTION.
019100
019200 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
019300     88 WS-STUFILE-OK                    VALUE '00'.
019400 01  WS-CRSFILE-STATUS               PIC X(2) VALUE SPACES.
019500     88 WS-CRSFILE-OK                    VALUE '00'.
019600 01  WS-INSFILE-STATUS               PIC X(2) VALUE SPACES.
019700     88 WS-INSFILE-OK                    VALUE '00'.
019800 01  WS-STUJRNL-STATUS               PIC X(2) VALUE SPACES.
019900     88 WS-STUJRNL-OK                    VALUE '00'.
020000 01  WS-CRSJRNL-STATUS               PIC X(2) VALUE SPACES.
020100     88 WS-CRSJRNL-OK                    VALUE '00'.
020200 01  WS-LMSFEED-STATUS               PIC X(2) VALUE SPACES.
020300     88 WS-LMSFEED-OK                    VALUE '00'.
020400 01  WS-BATCHCTL-STATUS              PIC X(2) VALUE SPACES.
020500     88 WS-BATCHCTL-OK                   VALUE '00'.
020600
020700 01  WS-SWITCHES.
020800     05 WS-STU-EOF-SW                PIC X(1) VALUE 'N'.
020900         88 WS-STU-EOF                    VALUE 'Y'.
021000     05 WS-CRS-EOF-SW                PIC X(1) VALUE 'N'.
021100         88 WS-CRS-EOF                    VALUE 'Y'.
021200     05 WS-JRNL-EOF-SW               PIC X(1) VALUE 'N'.
021300         88 WS-JRNL-EOF                   VALUE 'Y'.
021400     05 WS-RESTART-IND               PIC X(1) VALUE SPACE.
021500         88 WS-RESTART-RUN               VALUE 'R'.
021600     05 WS-BCT-RESUMED-SW            PIC X(1) VALUE 'N'.
021700         88 WS-BCT-RESUMED                VALUE 'Y'.
021800     05 WS-STU-MARK-SW               PIC X(1) VALUE 'N'.
021900         88 WS-STU-MARK-FOUND             VALUE 'Y'.
022000     05 WS-CRS-MARK-SW               PIC X(1) VALUE 'N'.
022100         88 WS-CRS-MARK-FOUND             VALUE 'Y'.
022200     05 WS-MATCH-SW                  PIC X(1) VALUE 'N'.
022300         88 WS-MATCHED                    VALUE 'Y'.
022400
022500 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
022600 01  WS-BCT-TODAY                    PIC 9(7) VALUE 0.
022700 01  WS-BCT-TIME                     PIC 9(8) VALUE 0.
022800
022900* THE HIGH-WATER MARKS - HOW MANY ENTRIES OF EACH JOURNAL EARLIER
023000* FEEDS HAVE ALREADY SENT (FROM BATCHCTL), AND HOW MANY THE
023100* JOURNAL HELD WHEN THIS RUN COUNTED IT. ENTRIES JOURNALED WHILE
023200* THE RUN IS UNDER WAY WAIT FOR THE NEXT ONE.
023300 01  WS-STU-MARK                     PIC 9(15) VALUE 0.
023400 01  WS-CRS-MARK                     PIC 9(15) VALUE 0.
023500 01  WS-SAVE-MARK                    PIC 9(15) VALUE 0.
023600 77  WS-STU-END                      PIC S9(9) COMP VALUE 0.
023700 77  WS-CRS-END                      PIC S9(9) COMP VALUE 0.
023800 77  WS-JRNL-POS                     PIC S9(9) COMP VALUE 0.
023900
024000* ONE ENTRY PER STUDENT WITH A STUJRNL ENTRY PAST THE MARK. WHILE
024100* THE JOURNAL IS READ IT CARRIES THE STUDENT'S SCHEDULE AS OF THE
024200* LAST IMAGE SEEN, SO THE NEXT IMAGE CAN BE COMPARED WITH IT.
024300 77  WS-CHG-MAX                      PIC S9(5) COMP VALUE 3000.
024400 77  WS-CHG-COUNT                    PIC S9(5) COMP VALUE 0.
024500 77  WS-CHG-IDX                      PIC S9(5) COMP VALUE 0.
024600 77  WS-CHG-FOUND                    PIC S9(5) COMP VALUE 0.
024700 77  WS-CHG-OVERFLOW                 PIC S9(7) COMP VALUE 0.
024800 01  WS-CHG-TABLE.
024900     05 WS-CHG-ENTRY OCCURS 3000 TIMES.
025000         10 WS-CHG-STU-NUMBER        PIC X(7).
025100         10 WS-CHG-PREV-SW           PIC X(1).
025200             88 WS-CHG-PREV-SEEN          VALUE 'Y'.
025300         10 WS-CHG-TERM              PIC X(5).
025400         10 WS-CHG-COURSE            PIC X(8) OCCURS 10 TIMES.
025500         10 WS-CHG-BASIS             PIC X(1) OCCURS 10 TIMES.
025600
025700* ONE ENTRY PER SECTION WITH A CRSJRNL ENTRY PAST THE MARK, WITH
025800* THE INSTRUCTOR AS OF THE LAST IMAGE SEEN.
025900 77  WS-SEC-MAX                      PIC S9(5) COMP VALUE 1000.
026000 77  WS-SEC-COUNT                    PIC S9(5) COMP VALUE 0.
026100 77  WS-SEC-IDX                      PIC S9(5) COMP VALUE 0.
026200 77  WS-SEC-FOUND                    PIC S9(5) COMP VALUE 0.
026300 77  WS-SEC-OVERFLOW                 PIC S9(7) COMP VALUE 0.
026400 01  WS-SEC-TABLE.
026500     05 WS-SEC-ENTRY OCCURS 1000 TIMES.
026600         10 WS-SEC-CODE              PIC X(8).
026700         10 WS-SEC-PREV-SW           PIC X(1).
026800             88 WS-SEC-PREV-SEEN          VALUE 'Y'.
026900         10 WS-SEC-INSTR             PIC X(5).
027000
027100* THE SCHEDULE ON THE JOURNAL IMAGE IN HAND. A STUDENT WHO IS NOT
027200* ACTIVE, OR WHOSE RECORD WAS DELETED, HAS NO SECTIONS.
027300 01  WS-NEW-SCHEDULE.
027400     05 WS-NEW-TERM                  PIC X(5).
027500     05 WS-NEW-COURSE                PIC X(8) OCCURS 10 TIMES.
027600     05 WS-NEW-BASIS                 PIC X(1) OCCURS 10 TIMES.
027700 01  WS-NEW-NAME                     PIC X(20) VALUE SPACES.
027800 01  WS-NEW-CONF                     PIC X(1) VALUE SPACE.
027900 01  WS-CHG-DATE                     PIC 9(7) VALUE 0.
028000
028100* THE COMPARISON - WHAT LEFT THE SCHEDULE, WHAT JOINED IT, AND
028200* WHAT STAYED BUT CHANGED BETWEEN CREDIT AND AUDIT.
028300 77  WS-DROP-COUNT                   PIC S9(3) COMP VALUE 0.
028400 77  WS-ADD-COUNT                    PIC S9(3) COMP VALUE 0.
028500 77  WS-BASIS-COUNT                  PIC S9(3) COMP VALUE 0.
028600 01  WS-DROP-TABLE.
028700     05 WS-DROP-COURSE               PIC X(8) OCCURS 10 TIMES.
028800 01  WS-ADD-TABLE.
028900     05 WS-ADD-ENTRY OCCURS 10 TIMES.
029000         10 WS-ADD-COURSE            PIC X(8).
029100         10 WS-ADD-BASIS             PIC X(1).
029200         10 WS-ADD-USED-SW           PIC X(1).
029300             88 WS-ADD-USED               VALUE 'Y'.
029400 01  WS-BASIS-TABLE.
029500     05 WS-BASIS-ENTRY OCCURS 10 TIMES.
029600         10 WS-BASIS-COURSE          PIC X(8).
029700         10 WS-BASIS-NEW             PIC X(1).
029800
029900 77  WS-SLOT-IDX                     PIC S9(3) COMP VALUE 0.
030000 77  WS-CMP-IDX                      PIC S9(3) COMP VALUE 0.
030100 77  WS-CMP-JDX                      PIC S9(3) COMP VALUE 0.
030200 77  WS-SWAP-IDX                     PIC S9(3) COMP VALUE 0.
030300 01  WS-LOOKUP-CODE                  PIC X(8) VALUE SPACES.
030400 01  WS-LOOKUP-BASE                  PIC X(8) VALUE SPACES.
030500 01  WS-DROP-BASE                    PIC X(8) VALUE SPACES.
030600 01  WS-ONE-BASIS                    PIC X(1) VALUE SPACE.
030700
030800 77  WS-SECTION-COUNT                PIC S9(7) COMP VALUE 0.
030900 77  WS-ENROLL-COUNT                 PIC S9(7) COMP VALUE 0.
031000 77  WS-CHANGE-COUNT                 PIC S9(7) COMP VALUE 0.
031100 77  WS-SUPPRESS-COUNT               PIC S9(7) COMP VALUE 0.
031200 77  WS-RECORD-COUNT                 PIC S9(7) COMP VALUE 0.
031300
031400 PROCEDURE DIVISION.
031500
031600 0000-MAINLINE.
031700
031800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031900
032000     PERFORM 2000-SEND-SECTION THRU 2000-EXIT
032100         UNTIL WS-CRS-EOF.
032200
032300     PERFORM 2500-SEND-STUDENT THRU 2500-EXIT
032400         UNTIL WS-STU-EOF.
032500
032600     PERFORM 4000-STUDENT-CHANGES THRU 4000-EXIT.
032700
032800     PERFORM 4500-SECTION-CHANGES THRU 4500-EXIT.
032900
033000     PERFORM 3000-TERMINATE THRU 3000-EXIT.
033100
033200     GOBACK.
033300
033400 1000-INITIALIZE.
033500
033600     ACCEPT WS-CURR-DATE FROM DAY.
033700     ACCEPT WS-RESTART-IND FROM SYSIN.
033800
033900*    THE RESTART FLAG IS PART OF THE REGISTRATION DECISION -
034000*    A RESTART MAY RESUME ITS OWN 'S' ROW.
034100     PERFORM 1090-REGISTER-START THRU 1090-EXIT.
034200     PERFORM 1095-LOAD-MARKS THRU 1095-EXIT.
034300
034400     OPEN INPUT STUFILE CRSFILE INSTFILE.
034500     IF (NOT WS-STUFILE-OK) OR (NOT WS-CRSFILE-OK) OR
034600        (NOT WS-INSFILE-OK)
034700         DISPLAY 'DCJB8BLM - INPUT OPEN FAILED '
034800             WS-STUFILE-STATUS WS-CRSFILE-STATUS WS-INSFILE-STATUS
034900         GO TO 9999-ABEND
035000     END-IF.
035100
035200     OPEN OUTPUT LMS-FEED.
035300     IF NOT WS-LMSFEED-OK
035400         DISPLAY 'DCJB8BLM - LMSFEED OPEN FAILED, STATUS = '
035500             WS-LMSFEED-STATUS
035600         GO TO 9999-ABEND
035700     END-IF.
035800
035900     MOVE SPACES TO LMS-LINE.
036000     MOVE 'H' TO LMH-REC-TYPE.
036100     MOVE WS-CURR-DATE TO LMH-FEED-DATE.
036200     PERFORM 6500-PUT-RECORD THRU 6500-EXIT.
036300
036400     PERFORM 2100-READ-NEXT-SECTION THRU 2100-EXIT.
036500     PERFORM 2600-READ-NEXT-STUDENT THRU 2600-EXIT.
036600
036700 1000-EXIT.
036800     EXIT.
036900
037000*----------------------------------------------------------------
037100* NIGHTLY-STREAM REGISTRATION - SEE BCTLREC. THE FEED ONLY READS
037200* THE MASTERS, SO IT DOES NOT WAIT FOR THE ONLINE QUIESCE.
037300*----------------------------------------------------------------
037400 1090-REGISTER-START.
037500
037600     OPEN I-O BATCHCTL-FILE.
037700     IF NOT WS-BATCHCTL-OK
037800         DISPLAY 'DCJB8BLM - BATCHCTL OPEN FAILED, STATUS = '
037900             WS-BATCHCTL-STATUS
038000         GO TO 9999-ABEND
038100     END-IF.
038200
038300     ACCEPT WS-BCT-TODAY FROM DAY YYYYDDD.
038400     SUBTRACT 1900000 FROM WS-BCT-TODAY.
038500
038600     MOVE WS-BCT-TODAY TO BCT-RUN-DATE.
038700     MOVE 'DCJB8BLM' TO BCT-JOB.
038800*    A RESTART RUN MAY RESUME ITS OWN 'S' ROW - ANYTHING ELSE
038900*    ALREADY ON FILE TODAY MEANS THE FEED WENT (OR IS GOING) AND
039000*    MUST NOT GO AGAIN.
039100     READ BATCHCTL-FILE
039200         INVALID KEY
039300             CONTINUE
039400         NOT INVALID KEY
039500             IF WS-RESTART-RUN AND BCT-RUNNING
039600                 MOVE 'Y' TO WS-BCT-RESUMED-SW
039700             ELSE
039800                 DISPLAY 'DCJB8BLM - ALREADY RAN OR RUNNING TODAY'
039900                 GO TO 9999-ABEND
040000             END-IF
040100     END-READ.
040200
040300     IF WS-BCT-RESUMED
040400         GO TO 1090-EXIT
040500     END-IF.
040600
040700     MOVE WS-BCT-TODAY TO BCT-RUN-DATE.
040800     MOVE 'DCJB8BLM' TO BCT-JOB.
040900     SET BCT-RUNNING TO TRUE.
041000     ACCEPT WS-BCT-TIME FROM TIME.
041100     MOVE WS-BCT-TIME(1:7) TO BCT-START-TIME.
041200     MOVE ZEROS TO BCT-END-TIME.
041300     MOVE ZEROS TO BCT-TOTAL.
041400     WRITE BATCHCTL-RECORD.
041500
041600 1090-EXIT.
041700     EXIT.
041800
041900*    THE HIGH-WATER MARKS - SEE BCTLREC. NO ROW MEANS THE FEED HAS
042000*    NEVER RUN: THE FIRST RUN SENDS THE SECTIONS AND ENROLLMENTS
042100*    ONLY, AND STARTS THE MARKS AT THE END OF EACH JOURNAL.
042200 1095-LOAD-MARKS.
042300
042400     MOVE 0 TO BCT-RUN-DATE.
042500     MOVE 'LMSSTUJ' TO BCT-JOB.
042600     READ BATCHCTL-FILE
042700         INVALID KEY
042800             MOVE 'N' TO WS-STU-MARK-SW
042900         NOT INVALID KEY
043000             MOVE 'Y' TO WS-STU-MARK-SW
043100             MOVE BCT-TOTAL TO WS-STU-MARK
043200     END-READ.
043300
043400     MOVE 0 TO BCT-RUN-DATE.
043500     MOVE 'LMSCRSJ' TO BCT-JOB.
043600     READ BATCHCTL-FILE
043700         INVALID KEY
043800             MOVE 'N' TO WS-CRS-MARK-SW
043900         NOT INVALID KEY
044000             MOVE 'Y' TO WS-CRS-MARK-SW
044100             MOVE BCT-TOTAL TO WS-CRS-MARK
044200     END-READ.
044300
044400 1095-EXIT.
044500     EXIT.
044600
044700*----------------------------------------------------------------
044800* THE SECTIONS - ONE 'S' RECORD PER CRSFILE SECTION, WITH ITS
044900* INSTRUCTOR'S NAME FROM INSTFILE.
045000*----------------------------------------------------------------
045100 2000-SEND-SECTION.
045200
045300     MOVE SPACES TO LMS-LINE.
045400     MOVE 'S' TO LMS-S-REC-TYPE.
045500     MOVE CRS-CODE TO LMS-S-SECTION.
045600     IF CRS-BASE-CODE = SPACES
045700         MOVE CRS-CODE TO LMS-S-BASE-CODE
045800     ELSE
045900         MOVE CRS-BASE-CODE TO LMS-S-BASE-CODE
046000     END-IF.
046100     IF CRS-SECTION-NO IS NUMERIC
046200         MOVE CRS-SECTION-NO TO LMS-S-SECTION-NO
046300     ELSE
046400         MOVE 0 TO LMS-S-SECTION-NO
046500     END-IF.
046600     MOVE CRS-TITLE TO LMS-S-TITLE.
046700     MOVE CRS-TERM TO LMS-S-TERM.
046800     MOVE CRS-INSTR-ID TO LMS-S-INSTR-ID.
046900
047000     IF CRS-INSTR-ID NOT = SPACES
047100         MOVE CRS-INSTR-ID TO INS-ID
047200         READ INSTFILE
047300             INVALID KEY
047400                 MOVE SPACES TO INS-NAME
047500         END-READ
047600         MOVE INS-NAME TO LMS-S-INSTR-NAME
047700     END-IF.
047800
047900     PERFORM 6500-PUT-RECORD THRU 6500-EXIT.
048000     ADD 1 TO WS-SECTION-COUNT.
048100
048200     PERFORM 2100-READ-NEXT-SECTION THRU 2100-EXIT.
048300
048400 2000-EXIT.
048500     EXIT.
048600
048700 2100-READ-NEXT-SECTION.
048800
048900     READ CRSFILE NEXT RECORD
049000         AT END
049100             MOVE 'Y' TO WS-CRS-EOF-SW
049200     END-READ.
049300
049400 2100-EXIT.
049500     EXIT.
049600
049700*----------------------------------------------------------------
049800* THE ENROLLMENTS - ONE 'E' RECORD PER OCCUPIED COURSE SLOT OF
049900* EVERY ACTIVE STUDENT. A CONFIDENTIAL STUDENT GOES NOWHERE NEAR
050000* THE PLATFORM - EACH SLOT HELD BACK IS COUNTED SO THE TRAILER
050100* STILL RECONCILES TO STUFILE.
050200*----------------------------------------------------------------
050300 2500-SEND-STUDENT.
050400
050500     IF NOT STU-ACTIVE
050600         GO TO 2500-NEXT
050700     END-IF.
050800
050900     PERFORM 2700-SEND-ONE-SLOT THRU 2700-EXIT
051000         VARYING WS-SLOT-IDX FROM 1 BY 1
051100         UNTIL WS-SLOT-IDX > 10.
051200
051300 2500-NEXT.
051400
051500     PERFORM 2600-READ-NEXT-STUDENT THRU 2600-EXIT.
051600
051700 2500-EXIT.
051800     EXIT.
051900
052000 2600-READ-NEXT-STUDENT.
052100
052200     READ STUFILE NEXT RECORD
052300         AT END
052400             MOVE 'Y' TO WS-STU-EOF-SW
052500     END-READ.
052600
052700 2600-EXIT.
052800     EXIT.
052900
053000 2700-SEND-ONE-SLOT.
053100
053200     IF STU-COURSE-TABLE(WS-SLOT-IDX) = SPACES
053300         GO TO 2700-EXIT
053400     END-IF.
053500
053600     IF STU-IS-CONFIDENTIAL
053700         ADD 1 TO WS-SUPPRESS-COUNT
053800         GO TO 2700-EXIT
053900     END-IF.
054000
054100     MOVE SPACES TO LMS-LINE.
054200     MOVE 'E' TO LMS-E-REC-TYPE.
054300     MOVE STU-COURSE-TABLE(WS-SLOT-IDX) TO LMS-E-SECTION.
054400     MOVE STU-NUMBER TO LMS-E-STU-NUMBER.
054500     MOVE STU-NAME TO LMS-E-STU-NAME.
054600     MOVE STU-TERM TO LMS-E-TERM.
054700     IF STU-BASIS-TABLE(WS-SLOT-IDX) = 'A'
054800         MOVE 'Y' TO LMS-E-AUDIT
054900     ELSE
055000         MOVE 'N' TO LMS-E-AUDIT
055100     END-IF.
055200
055300     PERFORM 6500-PUT-RECORD THRU 6500-EXIT.
055400     ADD 1 TO WS-ENROLL-COUNT.
055500
055600 2700-EXIT.
055700     EXIT.
055800
055900 3000-TERMINATE.
056000
056100     MOVE SPACES TO LMS-LINE.
056200     MOVE 'T' TO LMT-REC-TYPE.
056300     MOVE WS-SECTION-COUNT TO LMT-SECTIONS.
056400     MOVE WS-ENROLL-COUNT TO LMT-ENROLLMENTS.
056500     MOVE WS-CHANGE-COUNT TO LMT-CHANGES.
056600     MOVE WS-SUPPRESS-COUNT TO LMT-SUPPRESSED.
056700     PERFORM 6500-PUT-RECORD THRU 6500-EXIT.
056800
056900     CLOSE LMS-FEED.
057000     CLOSE STUFILE CRSFILE INSTFILE.
057100
057200*    THE MARKS MOVE ONLY ONCE THE WHOLE FEED IS WRITTEN.
057300     PERFORM 3095-REGISTER-END THRU 3095-EXIT.
057400
057500     DISPLAY 'DCJB8BLM - SECTIONS = ' WS-SECTION-COUNT
057600         ' ENROLLMENTS = ' WS-ENROLL-COUNT.
057700     DISPLAY 'DCJB8BLM - CHANGES = ' WS-CHANGE-COUNT
057800         ' SUPPRESSED (CONFIDENTIAL) = ' WS-SUPPRESS-COUNT.
057900
058000*    A STUDENT OR SECTION WHOSE CHANGES DID NOT FIT THE TABLES IS
058100*    STILL RIGHT IN TONIGHT'S SECTIONS AND ENROLLMENTS, BUT THE
058200*    CHANGE RECORDS FOR IT WERE NOT SENT.
058300     IF (WS-CHG-OVERFLOW > 0) OR (WS-SEC-OVERFLOW > 0)
058400         DISPLAY 'DCJB8BLM - CHANGE TABLE FULL, NOT SENT: '
058500             'STUDENTS ' WS-CHG-OVERFLOW
058600             ' SECTIONS ' WS-SEC-OVERFLOW
058700         MOVE 4 TO RETURN-CODE
058800     END-IF.
058900
059000 3000-EXIT.
059100     EXIT.
059200
059300*----------------------------------------------------------------
059400* COMPLETION - THE MARKS ARE ADVANCED TO WHERE THIS RUN STOPPED
059500* READING EACH JOURNAL, AND THE RUN'S ROW FLIPS TO 'C' WITH THE
059600* NUMBER OF FEED RECORDS WRITTEN.
059700*----------------------------------------------------------------
059800 3095-REGISTER-END.
059900
060000     MOVE 0 TO BCT-RUN-DATE.
060100     MOVE 'LMSSTUJ' TO BCT-JOB.
060200     MOVE WS-STU-END TO WS-SAVE-MARK.
060300     PERFORM 3096-SAVE-MARK THRU 3096-EXIT.
060400
060500     MOVE 0 TO BCT-RUN-DATE.
060600     MOVE 'LMSCRSJ' TO BCT-JOB.
060700     MOVE WS-CRS-END TO WS-SAVE-MARK.
060800     PERFORM 3096-SAVE-MARK THRU 3096-EXIT.
060900
061000     MOVE WS-BCT-TODAY TO BCT-RUN-DATE.
061100     MOVE 'DCJB8BLM' TO BCT-JOB.
061200     READ BATCHCTL-FILE
061300         INVALID KEY
061400             GO TO 3095-CLOSE
061500     END-READ.
061600
061700     SET BCT-DONE TO TRUE.
061800     ACCEPT WS-BCT-TIME FROM TIME.
061900     MOVE WS-BCT-TIME(1:7) TO BCT-END-TIME.
062000     MOVE WS-RECORD-COUNT TO BCT-TOTAL.
062100     REWRITE BATCHCTL-RECORD.
062200
062300 3095-CLOSE.
062400
062500     CLOSE BATCHCTL-FILE.
062600
062700 3095-EXIT.
062800     EXIT.
062900
063000*    ONE HIGH-WATER MARK ROW (KEY ALREADY SET, MARK IN
063100*    WS-SAVE-MARK) - REWRITTEN, OR WRITTEN THE FIRST TIME.
063200 3096-SAVE-MARK.
063300
063400     READ BATCHCTL-FILE
063500         INVALID KEY
063600             SET BCT-DONE TO TRUE
063700             MOVE ZEROS TO BCT-START-TIME
063800             MOVE ZEROS TO BCT-END-TIME
063900             MOVE WS-SAVE-MARK TO BCT-TOTAL
064000             WRITE BATCHCTL-RECORD
064100             GO TO 3096-EXIT
064200     END-READ.
064300
064400     ACCEPT WS-BCT-TIME FROM TIME.
064500     MOVE WS-BCT-TIME(1:7) TO BCT-END-TIME.
064600     MOVE WS-SAVE-MARK TO BCT-TOTAL.
064700     REWRITE BATCHCTL-RECORD.
064800
064900 3096-EXIT.
065000     EXIT.
065100
065200*----------------------------------------------------------------
065300* STUDENT CHANGES SINCE THE LAST FEED. THE FIRST PASS OF STUJRNL
065400* COUNTS IT AND NOTES EVERY STUDENT WITH AN ENTRY PAST THE MARK.
065500* THE SECOND PASS FOLLOWS THOSE STUDENTS' IMAGES IN ORDER: AN
065600* IMAGE UP TO THE MARK ONLY SETS WHERE THE SCHEDULE STOOD, AND
065700* EACH IMAGE PAST IT IS COMPARED WITH THE ONE BEFORE.
065800*----------------------------------------------------------------
065900 4000-STUDENT-CHANGES.
066000
066100     OPEN INPUT STUJRNL-FILE.
066200     IF NOT WS-STUJRNL-OK
066300         DISPLAY 'DCJB8BLM - STUJRNL OPEN FAILED, STATUS = '
066400             WS-STUJRNL-STATUS
066500         GO TO 9999-ABEND
066600     END-IF.
066700
066800     MOVE 0 TO WS-JRNL-POS.
066900     MOVE 'N' TO WS-JRNL-EOF-SW.
067000     PERFORM 4900-READ-STUJRNL THRU 4900-EXIT.
067100     PERFORM 4100-NOTE-STUDENT THRU 4100-EXIT
067200         UNTIL WS-JRNL-EOF.
067300     CLOSE STUJRNL-FILE.
067400
067500     MOVE WS-JRNL-POS TO WS-STU-END.
067600
067700     IF NOT WS-STU-MARK-FOUND
067800         GO TO 4000-EXIT
067900     END-IF.
068000
068100*    A JOURNAL SHORTER THAN THE MARK HAS BEEN REPLACED OR
068200*    RESTORED UNDER THE FEED - THE MARK NO LONGER MEANS ANYTHING
068300*    AND SOMEONE HAS TO DECIDE WHERE THE FEED STARTS AGAIN.
068400     IF WS-STU-END < WS-STU-MARK
068500         DISPLAY 'DCJB8BLM - STUJRNL IS SHORTER THAN ITS MARK'
068600         DISPLAY 'DCJB8BLM - ENTRIES = ' WS-STU-END
068700             ' MARK = ' WS-STU-MARK
068800         GO TO 9999-ABEND
068900     END-IF.
069000
069100     IF WS-CHG-COUNT = 0
069200         GO TO 4000-EXIT
069300     END-IF.
069400
069500     OPEN INPUT STUJRNL-FILE.
069600     IF NOT WS-STUJRNL-OK
069700         DISPLAY 'DCJB8BLM - STUJRNL REOPEN FAILED, STATUS = '
069800             WS-STUJRNL-STATUS
069900         GO TO 9999-ABEND
070000     END-IF.
070100
070200     MOVE 0 TO WS-JRNL-POS.
070300     MOVE 'N' TO WS-JRNL-EOF-SW.
070400     PERFORM 4900-READ-STUJRNL THRU 4900-EXIT.
070500     PERFORM 4200-APPLY-STUDENT THRU 4200-EXIT
070600         UNTIL (WS-JRNL-EOF) OR (WS-JRNL-POS > WS-STU-END).
070700     CLOSE STUJRNL-FILE.
070800
070900 4000-EXIT.
071000     EXIT.
071100
071200 4100-NOTE-STUDENT.
071300
071400     IF (NOT WS-STU-MARK-FOUND) OR (WS-JRNL-POS NOT > WS-STU-MARK)
071500         GO TO 4100-NEXT
071600     END-IF.
071700
071800     PERFORM 4150-FIND-STUDENT THRU 4150-EXIT.
071900     IF WS-CHG-FOUND NOT = 0
072000         GO TO 4100-NEXT
072100     END-IF.
072200
072300     IF WS-CHG-COUNT NOT < WS-CHG-MAX
072400         ADD 1 TO WS-CHG-OVERFLOW
072500         GO TO 4100-NEXT
072600     END-IF.
072700
072800     ADD 1 TO WS-CHG-COUNT.
072900     MOVE JRN-STU-NUMBER TO WS-CHG-STU-NUMBER(WS-CHG-COUNT).
073000     MOVE 'N' TO WS-CHG-PREV-SW(WS-CHG-COUNT).
073100
073200 4100-NEXT.
073300
073400     PERFORM 4900-READ-STUJRNL THRU 4900-EXIT.
073500
073600 4100-EXIT.
073700     EXIT.
073800
073900 4150-FIND-STUDENT.
074000
074100     MOVE 0 TO WS-CHG-FOUND.
074200     PERFORM 4155-MATCH-ONE-STUDENT THRU 4155-EXIT
074300         VARYING WS-CHG-IDX FROM 1 BY 1
074400         UNTIL (WS-CHG-IDX > WS-CHG-COUNT)
074500            OR (WS-CHG-FOUND NOT = 0).
074600
074700 4150-EXIT.
074800     EXIT.
074900
075000 4155-MATCH-ONE-STUDENT.
075100
075200     IF WS-CHG-STU-NUMBER(WS-CHG-IDX) = JRN-STU-NUMBER
075300         MOVE WS-CHG-IDX TO WS-CHG-FOUND
075400     END-IF.
075500
075600 4155-EXIT.
075700     EXIT.
075800
075900 4200-APPLY-STUDENT.
076000
076100     PERFORM 4150-FIND-STUDENT THRU 4150-EXIT.
076200     IF WS-CHG-FOUND = 0
076300         GO TO 4200-NEXT
076400     END-IF.
076500
076600     PERFORM 4210-TAKE-SCHEDULE THRU 4210-EXIT.
076700
076800*    UP TO THE MARK THE IMAGE WAS ALREADY FED; IT ONLY SETS WHERE
076900*    THE SCHEDULE STOOD. A STUDENT FIRST SEEN PAST THE MARK STARTS
077000*    FROM NOTHING, SO EVERY SECTION ON THE IMAGE IS AN ADD.
077100     IF WS-JRNL-POS NOT > WS-STU-MARK
077200         GO TO 4200-KEEP-IMAGE
077300     END-IF.
077400
077500*    A NEW TERM STARTS OVER - THE PLATFORM CLOSES THE OLD TERM'S
077600*    SHELLS ITSELF, SO ONLY THE NEW TERM'S SECTIONS ARE SENT.
077700     IF (WS-CHG-PREV-SEEN(WS-CHG-FOUND)) AND
077800        (WS-CHG-TERM(WS-CHG-FOUND) NOT = WS-NEW-TERM)
077900         MOVE 'N' TO WS-CHG-PREV-SW(WS-CHG-FOUND)
078000     END-IF.
078100
078200     PERFORM 4300-COMPARE-SCHEDULE THRU 4300-EXIT.
078300     IF (WS-DROP-COUNT = 0) AND (WS-ADD-COUNT = 0) AND
078400        (WS-BASIS-COUNT = 0)
078500         GO TO 4200-KEEP-IMAGE
078600     END-IF.
078700
078800     COMPUTE WS-CHG-DATE = JRN-DATE + 1900000.
078900
079000*    A STUDENT CONFIDENTIAL NOW (OR ON THE IMAGE, IF THE RECORD
079100*    IS GONE) HAS NOTHING SENT - EACH CHANGE IS COUNTED INSTEAD.
079200     MOVE JRN-STU-NUMBER TO STU-NUMBER.
079300     READ STUFILE
079400         INVALID KEY
079500             MOVE WS-NEW-CONF TO STU-CONFIDENTIAL
079600     END-READ.
079700     IF STU-IS-CONFIDENTIAL
079800         ADD WS-DROP-COUNT WS-ADD-COUNT WS-BASIS-COUNT
079900             TO WS-SUPPRESS-COUNT
080000         GO TO 4200-KEEP-IMAGE
080100     END-IF.
080200
080300     PERFORM 4400-SEND-STUDENT-CHANGES THRU 4400-EXIT.
080400
080500 4200-KEEP-IMAGE.
080600
080700     MOVE 'Y' TO WS-CHG-PREV-SW(WS-CHG-FOUND).
080800     MOVE WS-NEW-TERM TO WS-CHG-TERM(WS-CHG-FOUND).
080900     PERFORM 4220-KEEP-ONE-SLOT THRU 4220-EXIT
081000         VARYING WS-SLOT-IDX FROM 1 BY 1
081100         UNTIL WS-SLOT-IDX > 10.
081200
081300 4200-NEXT.
081400
081500     PERFORM 4900-READ-STUJRNL THRU 4900-EXIT.
081600
081700 4200-EXIT.
081800     EXIT.
081900
082000*    THE SCHEDULE ON THE IMAGE IN HAND.
082100 4210-TAKE-SCHEDULE.
082200
082300     MOVE SPACES TO WS-NEW-SCHEDULE.
082400     MOVE JRN-RECORD-IMAGE TO STUFILE-RECORD.
082500     MOVE STU-NAME TO WS-NEW-NAME.
082600     MOVE STU-CONFIDENTIAL TO WS-NEW-CONF.
082700     MOVE STU-TERM TO WS-NEW-TERM.
082800
082900     IF JRN-DELETE OR (NOT STU-ACTIVE)
083000         GO TO 4210-EXIT
083100     END-IF.
083200
083300     PERFORM 4215-TAKE-ONE-SLOT THRU 4215-EXIT
083400         VARYING WS-SLOT-IDX FROM 1 BY 1
083500         UNTIL WS-SLOT-IDX > 10.
083600
083700 4210-EXIT.
083800     EXIT.
083900
084000 4215-TAKE-ONE-SLOT.
084100
084200     MOVE STU-COURSE-TABLE(WS-SLOT-IDX)
084300         TO WS-NEW-COURSE(WS-SLOT-IDX).
084400     MOVE STU-BASIS-TABLE(WS-SLOT-IDX)
084500         TO WS-NEW-BASIS(WS-SLOT-IDX).
084600
084700 4215-EXIT.
084800     EXIT.
084900
085000 4220-KEEP-ONE-SLOT.
085100
085200     MOVE WS-NEW-COURSE(WS-SLOT-IDX)
085300         TO WS-CHG-COURSE(WS-CHG-FOUND WS-SLOT-IDX).
085400     MOVE WS-NEW-BASIS(WS-SLOT-IDX)
085500         TO WS-CHG-BASIS(WS-CHG-FOUND WS-SLOT-IDX).
085600
085700 4220-EXIT.
085800     EXIT.
085900
086000*    THE SLOTS ARE COMPARED AS SETS - A SECTION THAT ONLY MOVED TO
086100*    ANOTHER SLOT IS NOT A CHANGE. WITH NO EARLIER IMAGE, THE
086200*    EARLIER SCHEDULE IS EMPTY.
086300 4300-COMPARE-SCHEDULE.
086400
086500     MOVE 0 TO WS-DROP-COUNT.
086600     MOVE 0 TO WS-ADD-COUNT.
086700     MOVE 0 TO WS-BASIS-COUNT.
086800
086900     IF NOT WS-CHG-PREV-SEEN(WS-CHG-FOUND)
087000         PERFORM 4310-CLEAR-ONE-SLOT THRU 4310-EXIT
087100             VARYING WS-SLOT-IDX FROM 1 BY 1
087200             UNTIL WS-SLOT-IDX > 10
087300     END-IF.
087400
087500     PERFORM 4320-LOOK-FOR-DROP THRU 4320-EXIT
087600         VARYING WS-CMP-IDX FROM 1 BY 1
087700         UNTIL WS-CMP-IDX > 10.
087800
087900     PERFORM 4340-LOOK-FOR-ADD THRU 4340-EXIT
088000         VARYING WS-CMP-IDX FROM 1 BY 1
088100         UNTIL WS-CMP-IDX > 10.
088200
088300 4300-EXIT.
088400     EXIT.
088500
088600 4310-CLEAR-ONE-SLOT.
088700
088800     MOVE SPACES TO WS-CHG-COURSE(WS-CHG-FOUND WS-SLOT-IDX).
088900     MOVE SPACES TO WS-CHG-BASIS(WS-CHG-FOUND WS-SLOT-IDX).
089000
089100 4310-EXIT.
089200     EXIT.
089300
089400*    A SECTION ON THE EARLIER IMAGE IS DROPPED IF IT IS GONE FROM
089500*    THE NEW ONE, AND HAS CHANGED BASIS IF IT IS STILL THERE UNDER
089600*    THE OTHER ONE.
089700 4320-LOOK-FOR-DROP.
089800
089900     IF WS-CHG-COURSE(WS-CHG-FOUND WS-CMP-IDX) = SPACES
090000         GO TO 4320-EXIT
090100     END-IF.
090200
090300     MOVE 'N' TO WS-MATCH-SW.
090400     PERFORM 4330-MATCH-NEW-SLOT THRU 4330-EXIT
090500         VARYING WS-CMP-JDX FROM 1 BY 1
090600         UNTIL (WS-CMP-JDX > 10) OR (WS-MATCHED).
090700
090800     IF NOT WS-MATCHED
090900         ADD 1 TO WS-DROP-COUNT
091000         MOVE WS-CHG-COURSE(WS-CHG-FOUND WS-CMP-IDX)
091100             TO WS-DROP-COURSE(WS-DROP-COUNT)
091200         GO TO 4320-EXIT
091300     END-IF.
091400
091500*    WS-CMP-JDX HAS STEPPED ONE PAST THE MATCHING NEW SLOT.
091600     SUBTRACT 1 FROM WS-CMP-JDX.
091700     MOVE WS-CHG-BASIS(WS-CHG-FOUND WS-CMP-IDX) TO WS-ONE-BASIS.
091800     IF ((WS-ONE-BASIS = 'A') AND
091900         (WS-NEW-BASIS(WS-CMP-JDX) NOT = 'A')) OR
092000        ((WS-ONE-BASIS NOT = 'A') AND
092100         (WS-NEW-BASIS(WS-CMP-JDX) = 'A'))
092200         ADD 1 TO WS-BASIS-COUNT
092300         MOVE WS-NEW-COURSE(WS-CMP-JDX)
092400             TO WS-BASIS-COURSE(WS-BASIS-COUNT)
092500         MOVE WS-NEW-BASIS(WS-CMP-JDX)
092600             TO WS-BASIS-NEW(WS-BASIS-COUNT)
092700     END-IF.
092800
092900 4320-EXIT.
093000     EXIT.
093100
093200 4330-MATCH-NEW-SLOT.
093300
093400     IF WS-NEW-COURSE(WS-CMP-JDX) =
093500        WS-CHG-COURSE(WS-CHG-FOUND WS-CMP-IDX)
093600         MOVE 'Y' TO WS-MATCH-SW
093700     END-IF.
093800
093900 4330-EXIT.
094000     EXIT.
094100
094200 4340-LOOK-FOR-ADD.
094300
094400     IF WS-NEW-COURSE(WS-CMP-IDX) = SPACES
094500         GO TO 4340-EXIT
094600     END-IF.
094700
094800     MOVE 'N' TO WS-MATCH-SW.
094900     PERFORM 4350-MATCH-OLD-SLOT THRU 4350-EXIT
095000         VARYING WS-CMP-JDX FROM 1 BY 1
095100         UNTIL (WS-CMP-JDX > 10) OR (WS-MATCHED).
095200
095300     IF NOT WS-MATCHED
095400         ADD 1 TO WS-ADD-COUNT
095500         MOVE WS-NEW-COURSE(WS-CMP-IDX)
095600             TO WS-ADD-COURSE(WS-ADD-COUNT)
095700         MOVE WS-NEW-BASIS(WS-CMP-IDX)
095800             TO WS-ADD-BASIS(WS-ADD-COUNT)
095900         MOVE 'N' TO WS-ADD-USED-SW(WS-ADD-COUNT)
096000     END-IF.
096100
096200 4340-EXIT.
096300     EXIT.
096400
096500 4350-MATCH-OLD-SLOT.
096600
096700     IF WS-CHG-COURSE(WS-CHG-FOUND WS-CMP-JDX) =
096800        WS-NEW-COURSE(WS-CMP-IDX)
096900         MOVE 'Y' TO WS-MATCH-SW
097000     END-IF.
097100
097200 4350-EXIT.
097300     EXIT.
097400
097500*----------------------------------------------------------------
097600* THE CHANGE RECORDS FOR ONE IMAGE. A DROPPED SECTION WITH AN
097700* ADDED SECTION OF THE SAME COURSE (SAME CRS-BASE-CODE) IS ONE
097800* SWAP; WHAT IS LEFT OVER IS SENT AS DROPS AND ADDS.
097900*----------------------------------------------------------------
098000 4400-SEND-STUDENT-CHANGES.
098100
098200     PERFORM 4410-SEND-ONE-DROP THRU 4410-EXIT
098300         VARYING WS-CMP-IDX FROM 1 BY 1
098400         UNTIL WS-CMP-IDX > WS-DROP-COUNT.
098500
098600     PERFORM 4430-SEND-ONE-ADD THRU 4430-EXIT
098700         VARYING WS-CMP-IDX FROM 1 BY 1
098800         UNTIL WS-CMP-IDX > WS-ADD-COUNT.
098900
099000     PERFORM 4440-SEND-ONE-BASIS THRU 4440-EXIT
099100         VARYING WS-CMP-IDX FROM 1 BY 1
099200         UNTIL WS-CMP-IDX > WS-BASIS-COUNT.
099300
099400 4400-EXIT.
099500     EXIT.
099600
099700 4410-SEND-ONE-DROP.
099800
099900     MOVE WS-DROP-COURSE(WS-CMP-IDX) TO WS-LOOKUP-CODE.
100000     PERFORM 4490-FIND-BASE-CODE THRU 4490-EXIT.
100100     MOVE WS-LOOKUP-BASE TO WS-DROP-BASE.
100200
100300     MOVE 0 TO WS-SWAP-IDX.
100400     PERFORM 4420-MATCH-ONE-ADD THRU 4420-EXIT
100500         VARYING WS-CMP-JDX FROM 1 BY 1
100600         UNTIL (WS-CMP-JDX > WS-ADD-COUNT) OR (WS-SWAP-IDX > 0).
100700
100800     PERFORM 4480-START-CHANGE THRU 4480-EXIT.
100900     IF WS-SWAP-IDX > 0
101000         MOVE 'W' TO LMS-C-ACTION
101100         MOVE WS-ADD-COURSE(WS-SWAP-IDX) TO LMS-C-SECTION
101200         MOVE WS-DROP-COURSE(WS-CMP-IDX) TO LMS-C-OLD-SECTION
101300         MOVE WS-ADD-BASIS(WS-SWAP-IDX) TO WS-ONE-BASIS
101400         MOVE 'Y' TO WS-ADD-USED-SW(WS-SWAP-IDX)
101500     ELSE
101600         MOVE 'D' TO LMS-C-ACTION
101700         MOVE WS-DROP-COURSE(WS-CMP-IDX) TO LMS-C-SECTION
101800         MOVE SPACE TO WS-ONE-BASIS
101900     END-IF.
102000     IF WS-ONE-BASIS = 'A'
102100         MOVE 'Y' TO LMS-C-AUDIT
102200     ELSE
102300         MOVE 'N' TO LMS-C-AUDIT
102400     END-IF.
102500
102600     PERFORM 6500-PUT-RECORD THRU 6500-EXIT.
102700     ADD 1 TO WS-CHANGE-COUNT.
102800
102900 4410-EXIT.
103000     EXIT.
103100
103200 4420-MATCH-ONE-ADD.
103300
103400     IF WS-ADD-USED(WS-CMP-JDX)
103500         GO TO 4420-EXIT
103600     END-IF.
103700
103800     MOVE WS-ADD-COURSE(WS-CMP-JDX) TO WS-LOOKUP-CODE.
103900     PERFORM 4490-FIND-BASE-CODE THRU 4490-EXIT.
104000     IF WS-LOOKUP-BASE = WS-DROP-BASE
104100         MOVE WS-CMP-JDX TO WS-SWAP-IDX
104200     END-IF.
104300
104400 4420-EXIT.
104500     EXIT.
104600
104700 4430-SEND-ONE-ADD.
104800
104900     IF WS-ADD-USED(WS-CMP-IDX)
105000         GO TO 4430-EXIT
105100     END-IF.
105200
105300     PERFORM 4480-START-CHANGE THRU 4480-EXIT.
105400     MOVE 'A' TO LMS-C-ACTION.
105500     MOVE WS-ADD-COURSE(WS-CMP-IDX) TO LMS-C-SECTION.
105600     IF WS-ADD-BASIS(WS-CMP-IDX) = 'A'
105700         MOVE 'Y' TO LMS-C-AUDIT
105800     ELSE
105900         MOVE 'N' TO LMS-C-AUDIT
106000     END-IF.
106100
106200     PERFORM 6500-PUT-RECORD THRU 6500-EXIT.
106300     ADD 1 TO WS-CHANGE-COUNT.
106400
106500 4430-EXIT.
106600     EXIT.
106700
106800 4440-SEND-ONE-BASIS.
106900
107000     PERFORM 4480-START-CHANGE THRU 4480-EXIT.
107100     MOVE 'B' TO LMS-C-ACTION.
107200     MOVE WS-BASIS-COURSE(WS-CMP-IDX) TO LMS-C-SECTION.
107300     IF WS-BASIS-NEW(WS-CMP-IDX) = 'A'
107400         MOVE 'Y' TO LMS-C-AUDIT
107500     ELSE
107600         MOVE 'N' TO LMS-C-AUDIT
107700     END-IF.
107800
107900     PERFORM 6500-PUT-RECORD THRU 6500-EXIT.
108000     ADD 1 TO WS-CHANGE-COUNT.
108100
108200 4440-EXIT.
108300     EXIT.
108400
108500 4480-START-CHANGE.
108600
108700     MOVE SPACES TO LMS-LINE.
108800     MOVE 'C' TO LMS-C-REC-TYPE.
108900     MOVE WS-CHG-DATE TO LMS-C-DATE.
109000     MOVE JRN-STU-NUMBER TO LMS-C-STU-NUMBER.
109100     MOVE WS-NEW-NAME TO LMS-C-STU-NAME.
109200
109300 4480-EXIT.
109400     EXIT.
109500
109600*    THE COURSE A SECTION BELONGS TO - ITS CRS-BASE-CODE, OR THE
109700*    SECTION'S OWN CODE FOR A RECORD THAT PREDATES SECTIONS OR IS
109800*    NO LONGER ON FILE.
109900 4490-FIND-BASE-CODE.
110000
110100     MOVE WS-LOOKUP-CODE TO WS-LOOKUP-BASE.
110200     MOVE WS-LOOKUP-CODE TO CRS-CODE.
110300     READ CRSFILE
110400         INVALID KEY
110500             GO TO 4490-EXIT
110600     END-READ.
110700
110800     IF CRS-BASE-CODE NOT = SPACES
110900         MOVE CRS-BASE-CODE TO WS-LOOKUP-BASE
111000     END-IF.
111100
111200 4490-EXIT.
111300     EXIT.
111400
111500*----------------------------------------------------------------
111600* INSTRUCTOR CHANGES SINCE THE LAST FEED - THE SAME TWO PASSES
111700* OVER CRSJRNL. A SECTION IMAGE PAST THE MARK WHOSE INSTRUCTOR
111800* DIFFERS FROM THE IMAGE BEFORE IT IS ONE 'I' CHANGE. A NEW
111900* SECTION'S FIRST INSTRUCTOR IS ON ITS 'S' RECORD.
112000*----------------------------------------------------------------
112100 4500-SECTION-CHANGES.
112200
112300     OPEN INPUT CRSJRNL-FILE.
112400     IF NOT WS-CRSJRNL-OK
112500         DISPLAY 'DCJB8BLM - CRSJRNL OPEN FAILED, STATUS = '
112600             WS-CRSJRNL-STATUS
112700         GO TO 9999-ABEND
112800     END-IF.
112900
113000     MOVE 0 TO WS-JRNL-POS.
113100     MOVE 'N' TO WS-JRNL-EOF-SW.
113200     PERFORM 4950-READ-CRSJRNL THRU 4950-EXIT.
113300     PERFORM 4600-NOTE-SECTION THRU 4600-EXIT
113400         UNTIL WS-JRNL-EOF.
113500     CLOSE CRSJRNL-FILE.
113600
113700     MOVE WS-JRNL-POS TO WS-CRS-END.
113800
113900     IF NOT WS-CRS-MARK-FOUND
114000         GO TO 4500-EXIT
114100     END-IF.
114200
114300     IF WS-CRS-END < WS-CRS-MARK
114400         DISPLAY 'DCJB8BLM - CRSJRNL IS SHORTER THAN ITS MARK'
114500         DISPLAY 'DCJB8BLM - ENTRIES = ' WS-CRS-END
114600             ' MARK = ' WS-CRS-MARK
114700         GO TO 9999-ABEND
114800     END-IF.
114900
115000     IF WS-SEC-COUNT = 0
115100         GO TO 4500-EXIT
115200     END-IF.
115300
115400     OPEN INPUT CRSJRNL-FILE.
115500     IF NOT WS-CRSJRNL-OK
115600         DISPLAY 'DCJB8BLM - CRSJRNL REOPEN FAILED, STATUS = '
115700             WS-CRSJRNL-STATUS
115800         GO TO 9999-ABEND
115900     END-IF.
116000
116100     MOVE 0 TO WS-JRNL-POS.
116200     MOVE 'N' TO WS-JRNL-EOF-SW.
116300     PERFORM 4950-READ-CRSJRNL THRU 4950-EXIT.
116400     PERFORM 4700-APPLY-SECTION THRU 4700-EXIT
116500         UNTIL (WS-JRNL-EOF) OR (WS-JRNL-POS > WS-CRS-END).
116600     CLOSE CRSJRNL-FILE.
116700
116800 4500-EXIT.
116900     EXIT.
117000
117100 4600-NOTE-SECTION.
117200
117300     IF (NOT WS-CRS-MARK-FOUND) OR (WS-JRNL-POS NOT > WS-CRS-MARK)
117400         GO TO 4600-NEXT
117500     END-IF.
117600
117700     PERFORM 4650-FIND-SECTION THRU 4650-EXIT.
117800     IF WS-SEC-FOUND NOT = 0
117900         GO TO 4600-NEXT
118000     END-IF.
118100
118200     IF WS-SEC-COUNT NOT < WS-SEC-MAX
118300         ADD 1 TO WS-SEC-OVERFLOW
118400         GO TO 4600-NEXT
118500     END-IF.
118600
118700     ADD 1 TO WS-SEC-COUNT.
118800     MOVE CJR-COURSE TO WS-SEC-CODE(WS-SEC-COUNT).
118900     MOVE 'N' TO WS-SEC-PREV-SW(WS-SEC-COUNT).
119000
119100 4600-NEXT.
119200
119300     PERFORM 4950-READ-CRSJRNL THRU 4950-EXIT.
119400
119500 4600-EXIT.
119600     EXIT.
119700
119800 4650-FIND-SECTION.
119900
120000     MOVE 0 TO WS-SEC-FOUND.
120100     PERFORM 4655-MATCH-ONE-SECTION THRU 4655-EXIT
120200         VARYING WS-SEC-IDX FROM 1 BY 1
120300         UNTIL (WS-SEC-IDX > WS-SEC-COUNT)
120400            OR (WS-SEC-FOUND NOT = 0).
120500
120600 4650-EXIT.
120700     EXIT.
120800
120900 4655-MATCH-ONE-SECTION.
121000
121100     IF WS-SEC-CODE(WS-SEC-IDX) = CJR-COURSE
121200         MOVE WS-SEC-IDX TO WS-SEC-FOUND
121300     END-IF.
121400
121500 4655-EXIT.
121600     EXIT.
121700
121800 4700-APPLY-SECTION.
121900
122000     IF CJR-DELETE
122100         GO TO 4700-NEXT
122200     END-IF.
122300
122400     PERFORM 4650-FIND-SECTION THRU 4650-EXIT.
122500     IF WS-SEC-FOUND = 0
122600         GO TO 4700-NEXT
122700     END-IF.
122800
122900     MOVE CJR-RECORD-IMAGE TO CRSFILE-RECORD.
123000
123100     IF (WS-JRNL-POS NOT > WS-CRS-MARK) OR
123200        (NOT WS-SEC-PREV-SEEN(WS-SEC-FOUND))
123300         GO TO 4700-KEEP-IMAGE
123400     END-IF.
123500
123600     IF CRS-INSTR-ID = WS-SEC-INSTR(WS-SEC-FOUND)
123700         GO TO 4700-KEEP-IMAGE
123800     END-IF.
123900
124000     MOVE SPACES TO LMS-LINE.
124100     MOVE 'C' TO LMS-C-REC-TYPE.
124200     MOVE 'I' TO LMS-C-ACTION.
124300     COMPUTE LMS-C-DATE = CJR-DATE + 1900000.
124400     MOVE CJR-COURSE TO LMS-C-SECTION.
124500     MOVE WS-SEC-INSTR(WS-SEC-FOUND) TO LMS-C-OLD-INSTR.
124600     MOVE CRS-INSTR-ID TO LMS-C-NEW-INSTR.
124700     PERFORM 6500-PUT-RECORD THRU 6500-EXIT.
124800     ADD 1 TO WS-CHANGE-COUNT.
124900
125000 4700-KEEP-IMAGE.
125100
125200     MOVE 'Y' TO WS-SEC-PREV-SW(WS-SEC-FOUND).
125300     MOVE CRS-INSTR-ID TO WS-SEC-INSTR(WS-SEC-FOUND).
125400
125500 4700-NEXT.
125600
125700     PERFORM 4950-READ-CRSJRNL THRU 4950-EXIT.
125800
125900 4700-EXIT.
126000     EXIT.
126100
126200*    EACH READ COUNTS THE ENTRY'S POSITION IN THE JOURNAL - THE
126300*    POSITION IS WHAT THE HIGH-WATER MARK IS KEPT IN.
126400 4900-READ-STUJRNL.
126500
126600     READ STUJRNL-FILE
126700         AT END
126800             MOVE 'Y' TO WS-JRNL-EOF-SW
126900             GO TO 4900-EXIT
127000     END-READ.
127100
127200     ADD 1 TO WS-JRNL-POS.
127300
127400 4900-EXIT.
127500     EXIT.
127600
127700 4950-READ-CRSJRNL.
127800
127900     READ CRSJRNL-FILE
128000         AT END
128100             MOVE 'Y' TO WS-JRNL-EOF-SW
128200             GO TO 4950-EXIT
128300     END-READ.
128400
128500     ADD 1 TO WS-JRNL-POS.
128600
128700 4950-EXIT.
128800     EXIT.
128900
129000 6500-PUT-RECORD.
129100
129200     WRITE LMS-LINE.
129300     IF NOT WS-LMSFEED-OK
129400         DISPLAY 'DCJB8BLM - LMSFEED WRITE FAILED, STATUS = '
129500             WS-LMSFEED-STATUS
129600         GO TO 9999-ABEND
129700     END-IF.
129800     ADD 1 TO WS-RECORD-COUNT.
129900
130000 6500-EXIT.
130100     EXIT.
130200
130300 9999-ABEND.
130400
130500     MOVE 16 TO RETURN-CODE.
130600     GOBACK.
130700
130800 END PROGRAM DCJB8BLM.
