000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BCF.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - DAILY FEED TO THE CAMPUS CARD
001100*                OFFICE AND THE LIBRARY, WHICH EACH KEEP THEIR OWN
001200*                STUDENT LISTS AND WERE NOT TOLD WHEN A STUDENT
001300*                LEFT. CARDFEED CARRIES EVERY ACTIVE STUDENT
001400*                (NUMBER, NAME, CAMPUS, PROGRAM, TERM AND THE TERM
001500*                END DATE FROM TERMFILE). CARDDEAC LISTS EVERY
001600*                STUDENT WITHDRAWN (DCJB8PGW), DELETED, MERGED
001700*                AWAY (DCJB8PGZ) OR ARCHIVED (DCJB8BAP) SINCE THE
001800*                LAST RUN, TAKEN FROM STUJRNL PAST A HIGH-WATER
001900*                MARK KEPT ON BATCHCTL THE WAY DCJB8BLM KEEPS ITS
002000*                OWN. CONFIDENTIAL STUDENTS ARE SENT WITH THE
002100*                SUPPRESSION FLAG SET RATHER THAN LEFT OUT, SO
002200*                THEIR CARDS KEEP WORKING.
002210* 10/15/26  HZ   STUJRNL RECORD NOW 273 BYTES - CARRIES THE
002220*                CHAIN SEQUENCE NUMBER AND HASH.
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
003300*    READ IN KEY ORDER FOR THE ACTIVE LIST, THEN AT RANDOM TO SEE
003400*    WHETHER A DEACTIVATED STUDENT HAS SINCE BEEN REINSTATED.
003500     SELECT STUFILE ASSIGN TO STUFILE
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS STU-NUMBER
003900         FILE STATUS IS WS-STUFILE-STATUS.
004000
004100     SELECT TERMFILE ASSIGN TO TERMFILE
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS TRM-KEY
004500         FILE STATUS IS WS-TERMFILE-STATUS.
004600
004700     SELECT STUJRNL-FILE ASSIGN TO STUJRNL
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-STUJRNL-STATUS.
005000
005100*    THE ACTIVE-STUDENT LOAD - REWRITTEN EVERY RUN.
005200     SELECT CARD-FEED ASSIGN TO CARDFEED
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-CARDFEED-STATUS.
005500
005600*    THE DEACTIVATIONS SINCE THE LAST RUN - REWRITTEN EVERY RUN.
005700     SELECT DEACT-FEED ASSIGN TO CARDDEAC
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-CARDDEAC-STATUS.
006000
006100*    NIGHTLY BATCH DEPENDENCY CONTROL - SEE BCTLREC. THE RUN
006200*    REGISTERS HERE, AND THE FEED'S HIGH-WATER MARK INTO STUJRNL
006300*    IS KEPT HERE.
006400     SELECT BATCHCTL-FILE ASSIGN TO BATCHCTL
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS BCT-KEY
006800         FILE STATUS IS WS-BATCHCTL-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200
007300 FD  STUFILE
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 227 CHARACTERS
007600     DATA RECORD IS STUFILE-RECORD.
007700
007800     COPY 'STUREC'.
007900
008000 FD  TERMFILE
008100     LABEL RECORDS ARE STANDARD
008200     RECORD CONTAINS 47 CHARACTERS
008300     DATA RECORD IS TERMFILE-RECORD.
008400
008500     COPY 'TERMREC'.
008600
008700 FD  STUJRNL-FILE
008800     LABEL RECORDS ARE STANDARD
008900     RECORD CONTAINS 273 CHARACTERS
009000     DATA RECORD IS STUJRNL-RECORD.
009100
009200*    STUJRNL RECORD LAYOUT - SHARED WITH THE CICS SIDE.
009300     COPY 'STUJRNL'.
009400
009500 FD  CARD-FEED
009600     LABEL RECORDS ARE STANDARD
009700     RECORD CONTAINS 80 CHARACTERS
009800     DATA RECORD IS CRD-LINE.
009900
010000*    LOAD RECORDS - THE FIRST BYTE SAYS WHICH: 'H' HEADER (THE
010100*    FEED DATE, YYYYDDD), 'P' ONE ACTIVE PATRON, 'T' TRAILER (THE
010200*    PATRON COUNT, AND HOW MANY OF THEM ARE FLAGGED). THE TERM
010300*    END DATE IS YYYYDDD, ZERO WHEN THE TERM IS NOT ON TERMFILE.
010400*    THE SUPPRESSION FLAG IS 'Y' FOR A CONFIDENTIAL STUDENT - THE
010500*    CARD STILL WORKS, BUT THE NAME IS NOT TO BE SHOWN OR LOOKED
010600*    UP BY ANYONE ELSE.
010700 01  CRD-LINE.
010800     05 CRD-REC-TYPE                 PIC X(1).
010900     05 CRD-DATA                     PIC X(79).
011000 01  CRD-HEADER-REC REDEFINES CRD-LINE.
011100     05 CRH-REC-TYPE                 PIC X(1).
011200     05 CRH-FEED-DATE                PIC 9(7).
011300     05 FILLER                       PIC X(72).
011400 01  CRD-PATRON-REC REDEFINES CRD-LINE.
011500     05 CRP-REC-TYPE                 PIC X(1).
011600     05 CRP-STU-NUMBER               PIC X(7).
011700     05 CRP-STU-NAME                 PIC X(20).
011800     05 CRP-CAMPUS                   PIC X(3).
011900     05 CRP-PROGRAM                  PIC X(4).
012000     05 CRP-TERM                     PIC X(5).
012100     05 CRP-TERM-END                 PIC 9(7).
012200     05 CRP-SUPPRESS                 PIC X(1).
012300     05 FILLER                       PIC X(32).
012400 01  CRD-TRAILER-REC REDEFINES CRD-LINE.
012500     05 CRT-REC-TYPE                 PIC X(1).
012600     05 CRT-PATRONS                  PIC 9(7).
012700     05 CRT-SUPPRESSED               PIC 9(7).
012800     05 FILLER                       PIC X(65).
012900
013000 FD  DEACT-FEED
013100     LABEL RECORDS ARE STANDARD
013200     RECORD CONTAINS 80 CHARACTERS
013300     DATA RECORD IS DEA-LINE.
013400
013500*    DEACTIVATION RECORDS - 'H' HEADER (FEED DATE), 'D' ONE
013600*    STUDENT WHOSE CARD AND BORROWING ARE TO BE STOPPED, 'T'
013700*    TRAILER (COUNT). THE REASON IS 'W' WITHDRAWN, 'D' DELETED,
013800*    'M' MERGED INTO ANOTHER STUDENT NUMBER, 'A' ARCHIVED; THE
013900*    DATE IS THE DAY IT WAS JOURNALED, YYYYDDD.
014000 01  DEA-LINE.
014100     05 DEA-REC-TYPE                 PIC X(1).
014200     05 DEA-DATA                     PIC X(79).
014300 01  DEA-HEADER-REC REDEFINES DEA-LINE.
014400     05 DEH-REC-TYPE                 PIC X(1).
014500     05 DEH-FEED-DATE                PIC 9(7).
014600     05 FILLER                       PIC X(72).
014700 01  DEA-DETAIL-REC REDEFINES DEA-LINE.
014800     05 DED-REC-TYPE                 PIC X(1).
014900     05 DED-STU-NUMBER               PIC X(7).
015000     05 DED-STU-NAME                 PIC X(20).
015100     05 DED-REASON                   PIC X(1).
015200     05 DED-DATE                     PIC 9(7).
015300     05 DED-SUPPRESS                 PIC X(1).
015400     05 FILLER                       PIC X(43).
015500 01  DEA-TRAILER-REC REDEFINES DEA-LINE.
015600     05 DET-REC-TYPE                 PIC X(1).
015700     05 DET-COUNT                    PIC 9(7).
015800     05 FILLER                       PIC X(72).
015900
016000 FD  BATCHCTL-FILE
016100     LABEL RECORDS ARE STANDARD
016200     RECORD CONTAINS 45 CHARACTERS
016300     DATA RECORD IS BATCHCTL-RECORD.
016400
016500*    BATCHCTL RECORD LAYOUT - SHARED ACROSS THE NIGHTLY STREAM.
016600     COPY 'BCTLREC'.
016700
016800 WORKING-STORAGE SECTION.
016900
017000 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
017100     88 WS-STUFILE-OK                    VALUE '00'.
017200 01  WS-TERMFILE-STATUS              PIC X(2) VALUE SPACES.
017300     88 WS-TERMFILE-OK                   VALUE '00'.
017400 01  WS-STUJRNL-STATUS               PIC X(2) VALUE SPACES.
017500     88 WS-STUJRNL-OK                    VALUE '00'.
017600 01  WS-CARDFEED-STATUS              PIC X(2) VALUE SPACES.
017700     88 WS-CARDFEED-OK                   VALUE '00'.
017800 01  WS-CARDDEAC-STATUS              PIC X(2) VALUE SPACES.
017900     88 WS-CARDDEAC-OK                   VALUE '00'.
018000 01  WS-BATCHCTL-STATUS              PIC X(2) VALUE SPACES.
018100     88 WS-BATCHCTL-OK                   VALUE '00'.
018200
018300 01  WS-SWITCHES.
018400     05 WS-STU-EOF-SW                PIC X(1) VALUE 'N'.
018500         88 WS-STU-EOF                    VALUE 'Y'.
018600     05 WS-JRNL-EOF-SW               PIC X(1) VALUE 'N'.
018700         88 WS-JRNL-EOF                   VALUE 'Y'.
018800     05 WS-RESTART-IND               PIC X(1) VALUE SPACE.
018900         88 WS-RESTART-RUN               VALUE 'R'.
019000     05 WS-BCT-RESUMED-SW            PIC X(1) VALUE 'N'.
019100         88 WS-BCT-RESUMED                VALUE 'Y'.
019200     05 WS-MARK-SW                   PIC X(1) VALUE 'N'.
019300         88 WS-MARK-FOUND                 VALUE 'Y'.
019400
019500 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
019600 01  WS-BCT-TODAY                    PIC 9(7) VALUE 0.
019700 01  WS-BCT-TIME                     PIC 9(8) VALUE 0.
019800
019900* THE HIGH-WATER MARK - HOW MANY STUJRNL ENTRIES EARLIER RUNS
020000* HAVE ALREADY LOOKED AT (FROM BATCHCTL), AND HOW MANY THE
020100* JOURNAL HELD WHEN THIS RUN READ IT.
020200 01  WS-JRNL-MARK                    PIC 9(15) VALUE 0.
020300 77  WS-JRNL-END                     PIC S9(9) COMP VALUE 0.
020400 77  WS-JRNL-POS                     PIC S9(9) COMP VALUE 0.
020500
020600* THE LAST TERM LOOKED UP ON TERMFILE, AND ITS END DATE - MOST
020700* STUDENTS SHARE A TERM, SO IT IS ONLY READ WHEN THE TERM CHANGES.
020800 01  WS-LAST-TERM                    PIC X(5) VALUE HIGH-VALUES.
020900 01  WS-LAST-TERM-END                PIC 9(7) VALUE 0.
021000
021100 01  WS-DEA-REASON                   PIC X(1) VALUE SPACE.
021200 01  WS-DEA-NAME                     PIC X(20) VALUE SPACES.
021300 01  WS-DEA-CONF                     PIC X(1) VALUE SPACE.
021400
021500 77  WS-PATRON-COUNT                 PIC S9(7) COMP VALUE 0.
021600 77  WS-SUPPRESS-COUNT               PIC S9(7) COMP VALUE 0.
021700 77  WS-DEACT-COUNT                  PIC S9(7) COMP VALUE 0.
021800 77  WS-REINSTATED-COUNT             PIC S9(7) COMP VALUE 0.
021900 77  WS-RECORD-COUNT                 PIC S9(7) COMP VALUE 0.
022000
022100 PROCEDURE DIVISION.
022200
022300 0000-MAINLINE.
022400
022500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022600
022700     PERFORM 2000-SEND-PATRON THRU 2000-EXIT
022800         UNTIL WS-STU-EOF.
022900
023000     PERFORM 4000-DEACTIVATIONS THRU 4000-EXIT.
023100
023200     PERFORM 3000-TERMINATE THRU 3000-EXIT.
023300
023400     GOBACK.
023500
023600 1000-INITIALIZE.
023700
023800     ACCEPT WS-CURR-DATE FROM DAY.
023900     ACCEPT WS-RESTART-IND FROM SYSIN.
024000
024100*    THE RESTART FLAG IS PART OF THE REGISTRATION DECISION -
024200*    A RESTART MAY RESUME ITS OWN 'S' ROW.
024300     PERFORM 1090-REGISTER-START THRU 1090-EXIT.
024400     PERFORM 1095-LOAD-MARK THRU 1095-EXIT.
024500
024600     OPEN INPUT STUFILE TERMFILE.
024700     IF (NOT WS-STUFILE-OK) OR (NOT WS-TERMFILE-OK)
024800         DISPLAY 'DCJB8BCF - INPUT OPEN FAILED '
024900             WS-STUFILE-STATUS WS-TERMFILE-STATUS
025000         GO TO 9999-ABEND
025100     END-IF.
025200
025300     OPEN OUTPUT CARD-FEED DEACT-FEED.
025400     IF (NOT WS-CARDFEED-OK) OR (NOT WS-CARDDEAC-OK)
025500         DISPLAY 'DCJB8BCF - OUTPUT OPEN FAILED '
025600             WS-CARDFEED-STATUS WS-CARDDEAC-STATUS
025700         GO TO 9999-ABEND
025800     END-IF.
025900
026000     MOVE SPACES TO CRD-LINE.
026100     MOVE 'H' TO CRH-REC-TYPE.
026200     MOVE WS-CURR-DATE TO CRH-FEED-DATE.
026300     PERFORM 6500-PUT-PATRON THRU 6500-EXIT.
026400
026500     MOVE SPACES TO DEA-LINE.
026600     MOVE 'H' TO DEH-REC-TYPE.
026700     MOVE WS-CURR-DATE TO DEH-FEED-DATE.
026800     PERFORM 6600-PUT-DEACT THRU 6600-EXIT.
026900
027000     PERFORM 2100-READ-NEXT-STUDENT THRU 2100-EXIT.
027100
027200 1000-EXIT.
027300     EXIT.
027400
027500*----------------------------------------------------------------
027600* NIGHTLY-STREAM REGISTRATION - SEE BCTLREC. THE FEED ONLY READS
027700* THE MASTERS, SO IT DOES NOT WAIT FOR THE ONLINE QUIESCE.
027800*----------------------------------------------------------------
027900 1090-REGISTER-START.
028000
028100     OPEN I-O BATCHCTL-FILE.
028200     IF NOT WS-BATCHCTL-OK
028300         DISPLAY 'DCJB8BCF - BATCHCTL OPEN FAILED, STATUS = '
028400             WS-BATCHCTL-STATUS
028500         GO TO 9999-ABEND
028600     END-IF.
028700
028800     ACCEPT WS-BCT-TODAY FROM DAY YYYYDDD.
028900     SUBTRACT 1900000 FROM WS-BCT-TODAY.
029000
029100     MOVE WS-BCT-TODAY TO BCT-RUN-DATE.
029200     MOVE 'DCJB8BCF' TO BCT-JOB.
029300*    A RESTART RUN MAY RESUME ITS OWN 'S' ROW - ANYTHING ELSE
029400*    ALREADY ON FILE TODAY MEANS THE FEED WENT (OR IS GOING) AND
029500*    MUST NOT GO AGAIN.
029600     READ BATCHCTL-FILE
029700         INVALID KEY
029800             CONTINUE
029900         NOT INVALID KEY
030000             IF WS-RESTART-RUN AND BCT-RUNNING
030100                 MOVE 'Y' TO WS-BCT-RESUMED-SW
030200             ELSE
030300                 DISPLAY 'DCJB8BCF - ALREADY RAN OR RUNNING TODAY'
030400                 GO TO 9999-ABEND
030500             END-IF
030600     END-READ.
030700
030800     IF WS-BCT-RESUMED
030900         GO TO 1090-EXIT
031000     END-IF.
031100
031200     MOVE WS-BCT-TODAY TO BCT-RUN-DATE.
031300     MOVE 'DCJB8BCF' TO BCT-JOB.
031400     SET BCT-RUNNING TO TRUE.
031500     ACCEPT WS-BCT-TIME FROM TIME.
031600     MOVE WS-BCT-TIME(1:7) TO BCT-START-TIME.
031700     MOVE ZEROS TO BCT-END-TIME.
031800     MOVE ZEROS TO BCT-TOTAL.
031900     WRITE BATCHCTL-RECORD.
032000
032100 1090-EXIT.
032200     EXIT.
032300
032400*    THE HIGH-WATER MARK - SEE BCTLREC. NO ROW MEANS THE FEED HAS
032500*    NEVER RUN: THE FIRST RUN SENDS THE ACTIVE LIST ONLY, AND
032600*    STARTS THE MARK AT THE END OF THE JOURNAL.
032700 1095-LOAD-MARK.
032800
032900     MOVE 0 TO BCT-RUN-DATE.
033000     MOVE 'CARDSTUJ' TO BCT-JOB.
033100     READ BATCHCTL-FILE
033200         INVALID KEY
033300             MOVE 'N' TO WS-MARK-SW
033400         NOT INVALID KEY
033500             MOVE 'Y' TO WS-MARK-SW
033600             MOVE BCT-TOTAL TO WS-JRNL-MARK
033700     END-READ.
033800
033900 1095-EXIT.
034000     EXIT.
034100
034200*----------------------------------------------------------------
034300* THE ACTIVE LIST - ONE 'P' RECORD PER ACTIVE STUDENT. A
034400* CONFIDENTIAL STUDENT IS SENT FLAGGED AND COUNTED, NOT HELD
034500* BACK - THE CARD HAS TO KEEP OPENING DOORS.
034600*----------------------------------------------------------------
034700 2000-SEND-PATRON.
034800
034900     IF NOT STU-ACTIVE
035000         GO TO 2000-NEXT
035100     END-IF.
035200
035300     IF STU-TERM NOT = WS-LAST-TERM
035400         PERFORM 2200-GET-TERM-END THRU 2200-EXIT
035500     END-IF.
035600
035700     MOVE SPACES TO CRD-LINE.
035800     MOVE 'P' TO CRP-REC-TYPE.
035900     MOVE STU-NUMBER TO CRP-STU-NUMBER.
036000     MOVE STU-NAME TO CRP-STU-NAME.
036100     MOVE STU-CAMPUS TO CRP-CAMPUS.
036200     MOVE STU-PROGRAM TO CRP-PROGRAM.
036300     MOVE STU-TERM TO CRP-TERM.
036400     MOVE WS-LAST-TERM-END TO CRP-TERM-END.
036500     IF STU-IS-CONFIDENTIAL
036600         MOVE 'Y' TO CRP-SUPPRESS
036700         ADD 1 TO WS-SUPPRESS-COUNT
036800     ELSE
036900         MOVE 'N' TO CRP-SUPPRESS
037000     END-IF.
037100
037200     PERFORM 6500-PUT-PATRON THRU 6500-EXIT.
037300     ADD 1 TO WS-PATRON-COUNT.
037400
037500 2000-NEXT.
037600
037700     PERFORM 2100-READ-NEXT-STUDENT THRU 2100-EXIT.
037800
037900 2000-EXIT.
038000     EXIT.
038100
038200 2100-READ-NEXT-STUDENT.
038300
038400     READ STUFILE NEXT RECORD
038500         AT END
038600             MOVE 'Y' TO WS-STU-EOF-SW
038700     END-READ.
038800
038900 2100-EXIT.
039000     EXIT.
039100
039200*    TERMFILE HOLDS CYYDDD; THE LOAD FORMAT WANTS YYYYDDD.
039300 2200-GET-TERM-END.
039400
039500     MOVE STU-TERM TO WS-LAST-TERM.
039600     MOVE 0 TO WS-LAST-TERM-END.
039700     MOVE STU-TERM TO TRM-CODE.
039800     READ TERMFILE
039900         INVALID KEY
040000             GO TO 2200-EXIT
040100     END-READ.
040200
040300     IF TRM-END-DATE > 0
040400         COMPUTE WS-LAST-TERM-END = TRM-END-DATE + 1900000
040500     END-IF.
040600
040700 2200-EXIT.
040800     EXIT.
040900
041000 3000-TERMINATE.
041100
041200     MOVE SPACES TO CRD-LINE.
041300     MOVE 'T' TO CRT-REC-TYPE.
041400     MOVE WS-PATRON-COUNT TO CRT-PATRONS.
041500     MOVE WS-SUPPRESS-COUNT TO CRT-SUPPRESSED.
041600     PERFORM 6500-PUT-PATRON THRU 6500-EXIT.
041700
041800     MOVE SPACES TO DEA-LINE.
041900     MOVE 'T' TO DET-REC-TYPE.
042000     MOVE WS-DEACT-COUNT TO DET-COUNT.
042100     PERFORM 6600-PUT-DEACT THRU 6600-EXIT.
042200
042300     CLOSE CARD-FEED DEACT-FEED.
042400     CLOSE STUFILE TERMFILE.
042500
042600*    THE MARK MOVES ONLY ONCE BOTH FILES ARE WRITTEN.
042700     PERFORM 3095-REGISTER-END THRU 3095-EXIT.
042800
042900     DISPLAY 'DCJB8BCF - PATRONS = ' WS-PATRON-COUNT
043000         ' FLAGGED (CONFIDENTIAL) = ' WS-SUPPRESS-COUNT.
043100     DISPLAY 'DCJB8BCF - DEACTIVATIONS = ' WS-DEACT-COUNT
043200         ' SINCE REINSTATED = ' WS-REINSTATED-COUNT.
043300
043400 3000-EXIT.
043500     EXIT.
043600
043700 3095-REGISTER-END.
043800
043900     MOVE 0 TO BCT-RUN-DATE.
044000     MOVE 'CARDSTUJ' TO BCT-JOB.
044100     READ BATCHCTL-FILE
044200         INVALID KEY
044300             SET BCT-DONE TO TRUE
044400             MOVE ZEROS TO BCT-START-TIME
044500             MOVE ZEROS TO BCT-END-TIME
044600             MOVE WS-JRNL-END TO BCT-TOTAL
044700             WRITE BATCHCTL-RECORD
044800             GO TO 3095-RUN-ROW
044900     END-READ.
045000
045100     ACCEPT WS-BCT-TIME FROM TIME.
045200     MOVE WS-BCT-TIME(1:7) TO BCT-END-TIME.
045300     MOVE WS-JRNL-END TO BCT-TOTAL.
045400     REWRITE BATCHCTL-RECORD.
045500
045600 3095-RUN-ROW.
045700
045800     MOVE WS-BCT-TODAY TO BCT-RUN-DATE.
045900     MOVE 'DCJB8BCF' TO BCT-JOB.
046000     READ BATCHCTL-FILE
046100         INVALID KEY
046200             GO TO 3095-CLOSE
046300     END-READ.
046400
046500     SET BCT-DONE TO TRUE.
046600     ACCEPT WS-BCT-TIME FROM TIME.
046700     MOVE WS-BCT-TIME(1:7) TO BCT-END-TIME.
046800     MOVE WS-RECORD-COUNT TO BCT-TOTAL.
046900     REWRITE BATCHCTL-RECORD.
047000
047100 3095-CLOSE.
047200
047300     CLOSE BATCHCTL-FILE.
047400
047500 3095-EXIT.
047600     EXIT.
047700
047800*----------------------------------------------------------------
047900* THE DEACTIVATIONS - ONE PASS OF STUJRNL, LOOKING ONLY AT THE
048000* ENTRIES PAST THE MARK. A DELETE IS A MERGE WHEN IT CAME FROM
048100* THE DCJB8PGZ MERGE TRANSACTION (JB98), AN ARCHIVE WHEN IT CAME
048200* FROM DCJB8BAP, AND A PLAIN DELETE OTHERWISE. A REWRITE IS A
048300* WITHDRAWAL WHEN IT CAME FROM THE DCJB8PGW TRANSACTION (JB96)
048400* AND LEFT THE STUDENT WITHDRAWN - PGW ALSO JOURNALS THE
048500* WAITLISTERS IT PROMOTES, WHO ARE STILL ACTIVE.
048600*----------------------------------------------------------------
048700 4000-DEACTIVATIONS.
048800
048900     OPEN INPUT STUJRNL-FILE.
049000     IF NOT WS-STUJRNL-OK
049100         DISPLAY 'DCJB8BCF - STUJRNL OPEN FAILED, STATUS = '
049200             WS-STUJRNL-STATUS
049300         GO TO 9999-ABEND
049400     END-IF.
049500
049600     MOVE 0 TO WS-JRNL-POS.
049700     PERFORM 4900-READ-STUJRNL THRU 4900-EXIT.
049800     PERFORM 4100-CHECK-ENTRY THRU 4100-EXIT
049900         UNTIL WS-JRNL-EOF.
050000     CLOSE STUJRNL-FILE.
050100
050200     MOVE WS-JRNL-POS TO WS-JRNL-END.
050300
050400*    A JOURNAL SHORTER THAN THE MARK HAS BEEN REPLACED OR
050500*    RESTORED UNDER THE FEED - THE MARK NO LONGER MEANS ANYTHING
050600*    AND SOMEONE HAS TO DECIDE WHERE THE FEED STARTS AGAIN.
050700     IF (WS-MARK-FOUND) AND (WS-JRNL-END < WS-JRNL-MARK)
050800         DISPLAY 'DCJB8BCF - STUJRNL IS SHORTER THAN ITS MARK'
050900         DISPLAY 'DCJB8BCF - ENTRIES = ' WS-JRNL-END
051000             ' MARK = ' WS-JRNL-MARK
051100         GO TO 9999-ABEND
051200     END-IF.
051300
051400 4000-EXIT.
051500     EXIT.
051600
051700 4100-CHECK-ENTRY.
051800
051900     IF (NOT WS-MARK-FOUND) OR (WS-JRNL-POS NOT > WS-JRNL-MARK)
052000         GO TO 4100-NEXT
052100     END-IF.
052200
052300     MOVE SPACE TO WS-DEA-REASON.
052400     MOVE JRN-RECORD-IMAGE TO STUFILE-RECORD.
052500     MOVE STU-NAME TO WS-DEA-NAME.
052600     MOVE STU-CONFIDENTIAL TO WS-DEA-CONF.
052700
052800     EVALUATE TRUE
052900         WHEN JRN-DELETE AND (JRN-TRANSID = 'JB98')
053000             MOVE 'M' TO WS-DEA-REASON
053100         WHEN JRN-DELETE AND (JRN-TRANSID = 'BAP ')
053200             MOVE 'A' TO WS-DEA-REASON
053300         WHEN JRN-DELETE
053400             MOVE 'D' TO WS-DEA-REASON
053500         WHEN JRN-REWRITE AND (JRN-TRANSID = 'JB96')
053600                          AND STU-WITHDRAWN
053700             MOVE 'W' TO WS-DEA-REASON
053800         WHEN OTHER
053900             GO TO 4100-NEXT
054000     END-EVALUATE.
054100
054200*    A STUDENT ACTIVE ON STUFILE TONIGHT (REINSTATED SINCE, OR
054300*    RE-ADDED UNDER THE SAME NUMBER) IS ALREADY ON THE ACTIVE
054400*    LIST AND MUST NOT BE SWITCHED OFF.
054500     MOVE JRN-STU-NUMBER TO STU-NUMBER.
054600     READ STUFILE
054700         INVALID KEY
054800             MOVE SPACE TO STU-STATUS
054900     END-READ.
055000     IF STU-ACTIVE
055100         ADD 1 TO WS-REINSTATED-COUNT
055200         GO TO 4100-NEXT
055300     END-IF.
055400
055500     MOVE SPACES TO DEA-LINE.
055600     MOVE 'D' TO DED-REC-TYPE.
055700     MOVE JRN-STU-NUMBER TO DED-STU-NUMBER.
055800     MOVE WS-DEA-NAME TO DED-STU-NAME.
055900     MOVE WS-DEA-REASON TO DED-REASON.
056000     COMPUTE DED-DATE = JRN-DATE + 1900000.
056100     IF WS-DEA-CONF = 'Y'
056200         MOVE 'Y' TO DED-SUPPRESS
056300     ELSE
056400         MOVE 'N' TO DED-SUPPRESS
056500     END-IF.
056600     PERFORM 6600-PUT-DEACT THRU 6600-EXIT.
056700     ADD 1 TO WS-DEACT-COUNT.
056800
056900 4100-NEXT.
057000
057100     PERFORM 4900-READ-STUJRNL THRU 4900-EXIT.
057200
057300 4100-EXIT.
057400     EXIT.
057500
057600*    EACH READ COUNTS THE ENTRY'S POSITION IN THE JOURNAL - THE
057700*    POSITION IS WHAT THE HIGH-WATER MARK IS KEPT IN.
057800 4900-READ-STUJRNL.
057900
058000     READ STUJRNL-FILE
058100         AT END
058200             MOVE 'Y' TO WS-JRNL-EOF-SW
058300             GO TO 4900-EXIT
058400     END-READ.
058500
058600     ADD 1 TO WS-JRNL-POS.
058700
058800 4900-EXIT.
058900     EXIT.
059000
059100 6500-PUT-PATRON.
059200
059300     WRITE CRD-LINE.
059400     IF NOT WS-CARDFEED-OK
059500         DISPLAY 'DCJB8BCF - CARDFEED WRITE FAILED, STATUS = '
059600             WS-CARDFEED-STATUS
059700         GO TO 9999-ABEND
059800     END-IF.
059900     ADD 1 TO WS-RECORD-COUNT.
060000
060100 6500-EXIT.
060200     EXIT.
060300
060400 6600-PUT-DEACT.
060500
060600     WRITE DEA-LINE.
060700     IF NOT WS-CARDDEAC-OK
060800         DISPLAY 'DCJB8BCF - CARDDEAC WRITE FAILED, STATUS = '
060900             WS-CARDDEAC-STATUS
061000         GO TO 9999-ABEND
061100     END-IF.
061200     ADD 1 TO WS-RECORD-COUNT.
061300
061400 6600-EXIT.
061500     EXIT.
061600
061700 9999-ABEND.
061800
061900     MOVE 16 TO RETURN-CODE.
062000     GOBACK.
062100
062200 END PROGRAM DCJB8BCF.
