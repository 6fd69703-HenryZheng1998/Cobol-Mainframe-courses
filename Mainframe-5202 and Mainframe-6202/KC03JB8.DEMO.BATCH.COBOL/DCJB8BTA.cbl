002000* 09/02/26  HZ   QUIESCE GATE - REFUSES TO RUN UNTIL THE ONLINE
002000*                SUITE IS QUIESCED ON BATCHCTL (DCJB8PHJ),
002000*                MATCHING THE BACKUP AND ROLLOVER JOBS.
002000* 10/15/26  HZ   A STUDENT WHO HAS CONSENTED TO EMAIL (PRFFILE)
002000*                GETS THE INVOICE ON THE EMAILQ FEED INSTEAD OF
002000*                PAPER; CORRFILE (NOW 40 BYTES) RECORDS WHICH.
002000* 10/15/26  HZ   ELAPSED-TIME REGISTRATION - STAMPS ITS OWN START
002000*                AND END, WITH THE INVOICE COUNT AS ITS CONTROL
002000*                TOTAL, ON BATCHCTL SO THE DCJB8BWO BATCH-WINDOW
002000*                REPORT CAN TIME IT. A RERUN RESTAMPS ITS ROW.
002000* 10/15/26  HZ   CORRFILE STATUS CLEARED BEFORE THE SEQUENCE
002000*                SEARCH - THE '00' LEFT BY THE OPEN ENDED THE
002000*                SEARCH BEFORE ANY WRITE, SO NO LETTER WAS LOGGED.
002000* 10/15/26  HZ   REASSESSMENT ON A LATER DAY MOVES THE ROW'S OLD
002000*                TOTAL AND FEE CATEGORY TO ASM-PRIOR-FEES/-FEE-CAT
002000*                (ASSESS NOW 38 BYTES) SO DCJB8BGL POSTS ONLY THE
002000*                CHANGE. THE ROW IS READ FIRST AND THEN WRITTEN OR
002000*                REWRITTEN.
002000*----------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
003300         RECORD KEY IS STU-NUMBER
003400         FILE STATUS IS WS-STUFILE-STATUS.
003500
003505*    THE STUDENT PROFILE ROW - EMAIL ADDRESS AND CONSENT.
003510     SELECT PRFFILE ASSIGN TO PRFFILE
003515         ORGANIZATION IS INDEXED
003520         ACCESS MODE IS RANDOM
003525         RECORD KEY IS PRF-KEY
003530         FILE STATUS IS WS-PRFFILE-STATUS.
003535
003540*    LETTERS GOING OUT BY EMAIL - APPENDED, PICKED UP BY THE
003545*    MAIL GATEWAY.
003550     SELECT EMAILQ-FILE ASSIGN TO EMAILQ
003555         ORGANIZATION IS SEQUENTIAL
003560         FILE STATUS IS WS-EMLQ-STATUS.
003600     SELECT CRSFILE ASSIGN TO CRSFILE
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
005320*    THE BATCH-WINDOW QUIESCE STATE - SEE BCTLREC AND
005320*    DCJB8PHJ. THIS JOB UPDATES A MASTER AND MUST NOT RUN
005320*    UNDER LIVE ONLINE UPDATES.
005320*    IT ALSO STAMPS ITS OWN START AND END HERE FOR THE TIMING.
005320     SELECT BATCHCTL-FILE ASSIGN TO BATCHCTL
005320         ORGANIZATION IS INDEXED
005320         ACCESS MODE IS RANDOM
006200*    STUFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
006300     COPY 'STUREC'.
006400
006405 FD  PRFFILE
006410     LABEL RECORDS ARE STANDARD
006415     RECORD CONTAINS 200 CHARACTERS
006420     DATA RECORD IS PRFFILE-RECORD.
006425
006430     COPY 'PROFREC'.
006435
006440 FD  EMAILQ-FILE
006445     LABEL RECORDS ARE STANDARD
006450     RECORD CONTAINS 160 CHARACTERS
006455     DATA RECORD IS EMAILQ-RECORD.
006460
006465     COPY 'EMLQREC'.
006500 FD  CRSFILE
006600     LABEL RECORDS ARE STANDARD
006700     RECORD CONTAINS 242 CHARACTERS
007200
007300 FD  ASSESS-FILE
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 38 CHARACTERS
007600     DATA RECORD IS ASSESS-RECORD.
007700
007800*    ASSESS RECORD LAYOUT - SHARED WITH THE PAYMENT SIDE.
008600
008610 FD  CORR-FILE
008612     LABEL RECORDS ARE STANDARD
008614     RECORD CONTAINS 40 CHARACTERS
008616     DATA RECORD IS CORRFILE-RECORD.
008618
008620     COPY 'CORRREC'.

008700 01  WS-BATCHCTL-STATUS              PIC X(2) VALUE SPACES.
008700     88 WS-BATCHCTL-OK                   VALUE '00'.
008700 01  WS-BCT-TODAY                    PIC 9(7) VALUE 0.
008700 01  WS-BCT-TIME                     PIC 9(8) VALUE 0.
008800
008801 01  WS-CORFILE-STATUS               PIC X(2) VALUE SPACES.
008803     88 WS-CORFILE-OK                    VALUE '00'.
009730
009800 01  WS-TUIRPT-STATUS                PIC X(2) VALUE SPACES.
009900     88 WS-TUIRPT-OK                     VALUE '00'.
009905 01  WS-PRFFILE-STATUS               PIC X(2) VALUE SPACES.
009910     88 WS-PRFFILE-OK                    VALUE '00'.
009915 01  WS-EMLQ-STATUS                  PIC X(2) VALUE SPACES.
009920     88 WS-EMLQ-OK                       VALUE '00'.
009925     88 WS-EMLQ-NOFILE                   VALUE '35'.
009930
009935*    HOW THE LETTER IN HAND GOES OUT - SET BY 4400-CHOOSE-CHANNEL
009940*    AND CARRIED ONTO ITS CORRESPONDENCE-REGISTER ROW.
009945 01  WS-EML-CHANNEL                  PIC X(1) VALUE 'P'.
009950     88 WS-EML-BY-EMAIL                  VALUE 'E'.
009955     88 WS-EML-ON-PAPER                  VALUE 'P'.
009960 01  WS-EML-SUBJECT                  PIC X(60) VALUE SPACES.
009965 01  WS-EML-KEY                      PIC X(22) VALUE SPACES.
009970 77  WS-EML-LINE-NO                  PIC S9(3) COMP VALUE 0.
009975 77  WS-EMAILED-COUNT                PIC S9(7) COMP VALUE 0.
010000
010100 01  WS-SWITCHES.
010200     05 WS-STU-EOF-SW                PIC X(1) VALUE 'N'.
010300         88 WS-STU-EOF                    VALUE 'Y'.
010310     05 WS-AWD-DONE-SW               PIC X(1) VALUE 'N'.
010320         88 WS-AWD-DONE                   VALUE 'Y'.
010330     05 WS-ASM-FOUND-SW              PIC X(1) VALUE 'N'.
010340         88 WS-ASM-FOUND                  VALUE 'Y'.
010400
010500 01  WS-RUN-TERM                     PIC X(5) VALUE SPACES.
010600 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
018200*    THE ONLINE SUITE MUST BE QUIESCED (DCJB8PHJ) BEFORE A
018200*    MASTER IS UPDATED UNDER THIS RUN - THE SAME GATE THE
018200*    BACKUP AND ROLLOVER JOBS STAND BEHIND.
018200     OPEN I-O BATCHCTL-FILE.
018200     IF NOT WS-BATCHCTL-OK
018200         DISPLAY 'DCJB8BTA - BATCHCTL OPEN FAILED, STATUS = '
018200             WS-BATCHCTL-STATUS
018200                 GO TO 9999-ABEND
018200             END-IF
018200     END-READ.
018200     PERFORM 1090-REGISTER-START THRU 1090-EXIT.

018300
018400     ACCEPT WS-RUN-TERM FROM SYSIN.
020900             WS-ASSESS-STATUS
021000         GO TO 9999-ABEND
021100     END-IF.
021105
021110     OPEN INPUT PRFFILE.
021115     IF NOT WS-PRFFILE-OK
021120         DISPLAY 'DCJB8BTA - PRFFILE OPEN FAILED, STATUS = '
021125             WS-PRFFILE-STATUS
021130         GO TO 9999-ABEND
021135     END-IF.
021140
021145     OPEN EXTEND EMAILQ-FILE.
021150     IF WS-EMLQ-NOFILE
021155         OPEN OUTPUT EMAILQ-FILE
021160     END-IF.
021165     IF NOT WS-EMLQ-OK
021170         DISPLAY 'DCJB8BTA - EMAILQ OPEN FAILED, STATUS = '
021175             WS-EMLQ-STATUS
021180         GO TO 9999-ABEND
021185     END-IF.
021200
021210     OPEN INPUT AWD-FILE.
021220     IF NOT WS-AWDFILE-OK
022400
022500 1000-EXIT.
022600     EXIT.
022601
022602*----------------------------------------------------------------
022603* ELAPSED-TIME REGISTRATION - SEE BCTLREC. THIS JOB IS NOT GATED
022604* ON A PREDECESSOR, ONLY TIMED, AND IS RERUNNABLE, SO A SECOND
022605* RUN TODAY RESTAMPS ITS OWN ROW INSTEAD OF REFUSING.
022606*----------------------------------------------------------------
022607 1090-REGISTER-START.
022608
022609     ACCEPT WS-BCT-TODAY FROM DAY YYYYDDD.
022610     SUBTRACT 1900000 FROM WS-BCT-TODAY.
022611
022612     MOVE WS-BCT-TODAY TO BCT-RUN-DATE.
022613     MOVE 'DCJB8BTA' TO BCT-JOB.
022614     SET BCT-RUNNING TO TRUE.
022615     ACCEPT WS-BCT-TIME FROM TIME.
022616     MOVE WS-BCT-TIME(1:7) TO BCT-START-TIME.
022617     MOVE ZEROS TO BCT-END-TIME.
022618     MOVE ZEROS TO BCT-TOTAL.
022619     WRITE BATCHCTL-RECORD
022620         INVALID KEY
022621             REWRITE BATCHCTL-RECORD
022622     END-WRITE.
022623
022624 1090-EXIT.
022625     EXIT.
022700
022800 2000-PROCESS-STUDENT.
022900
025810     CLOSE AWD-FILE.
025815     CLOSE FEE-FILE.
025820     CLOSE CORR-FILE.
025830     CLOSE PRFFILE.
025840     CLOSE EMAILQ-FILE.
025900     CLOSE INVOICE-RPT.
025910     PERFORM 3095-REGISTER-END THRU 3095-EXIT.
026000
026100     DISPLAY 'DCJB8BTA - INVOICES PRINTED = ' WS-INVOICE-COUNT
026200         ' SKIPPED = ' WS-SKIP-COUNT.
026210     DISPLAY 'DCJB8BTA - OF THESE, SENT BY EMAIL = '
026220         WS-EMAILED-COUNT.
026300
026400 3000-EXIT.
026500     EXIT.
026510
026513*----------------------------------------------------------------
026516* COMPLETION - THE ROW FLIPS TO 'C' WITH THE END TIME AND THE
026519* INVOICE COUNT AS THIS RUN'S CONTROL TOTAL.
026522*----------------------------------------------------------------
026525 3095-REGISTER-END.
026528
026531     MOVE WS-BCT-TODAY TO BCT-RUN-DATE.
026534     MOVE 'DCJB8BTA' TO BCT-JOB.
026537     READ BATCHCTL-FILE
026540         INVALID KEY
026543             GO TO 3095-CLOSE
026546     END-READ.
026549
026552     SET BCT-DONE TO TRUE.
026555     ACCEPT WS-BCT-TIME FROM TIME.
026558     MOVE WS-BCT-TIME(1:7) TO BCT-END-TIME.
026561     MOVE WS-INVOICE-COUNT TO BCT-TOTAL.
026564     REWRITE BATCHCTL-RECORD.
026567
026570 3095-CLOSE.
026573
026576     CLOSE BATCHCTL-FILE.
026579
026582 3095-EXIT.
026585     EXIT.
026600
026700 4000-ASSESS-STUDENT.
026800
027160         MOVE STU-FEE-CAT TO WS-FEE-CAT
027170     END-IF.
027180
027182*    THE REGISTER KEY IS SET FIRST - THE DELIVERY CHANNEL IS
027184*    CHOSEN AGAINST IT.
027186     MOVE STU-NUMBER TO WS-COR-STU.
027188     MOVE 'INVOICE' TO WS-COR-DOC.
027190     MOVE 'TUITION AND FEES INVOICE' TO WS-EML-SUBJECT.
027192     PERFORM 4400-CHOOSE-CHANNEL THRU 4400-EXIT.
027194
027200     MOVE WS-RUN-TERM TO INV-HDG1-TERM.
027300     MOVE STU-NUMBER TO INV-HDG1-NUMBER.
027400     MOVE INV-HEADING-1 TO RPT-LINE.
027410     PERFORM 4500-PUT-LINE THRU 4500-EXIT.
027500
027600*    NAME AND ADDRESS BLOCK, THE SAME SHAPE DCJB8BML BUILDS FOR
027700*    A MAILING LABEL.
027800     MOVE STU-NAME TO INV-TXT.
027900     MOVE INV-TEXT-LINE TO RPT-LINE.
027910     PERFORM 4500-PUT-LINE THRU 4500-EXIT.
028000     MOVE STU-ADDRESS-1 TO INV-TXT.
028100     MOVE INV-TEXT-LINE TO RPT-LINE.
028110     PERFORM 4500-PUT-LINE THRU 4500-EXIT.
028200     MOVE STU-ADDRESS-2 TO INV-TXT.
028300     MOVE INV-TEXT-LINE TO RPT-LINE.
028310     PERFORM 4500-PUT-LINE THRU 4500-EXIT.
028400     MOVE STU-ADDRESS-3 TO INV-TXT.
028500     MOVE INV-TEXT-LINE TO RPT-LINE.
028510     PERFORM 4500-PUT-LINE THRU 4500-EXIT.
028600     MOVE STU-POSTAL-1 TO INV-PST-1.
028700     MOVE STU-POSTAL-2 TO INV-PST-2.
028800     MOVE INV-POSTAL-LINE TO RPT-LINE.
028810     PERFORM 4500-PUT-LINE THRU 4500-EXIT.
028900
028910     MOVE WS-FEE-CAT TO INV-CAT-CODE.
028920     MOVE INV-CATEGORY-LINE TO RPT-LINE.
028925     PERFORM 4500-PUT-LINE THRU 4500-EXIT.
028930
029000     MOVE INV-COLUMN-LINE TO RPT-LINE.
029010     PERFORM 4500-PUT-LINE THRU 4500-EXIT.
029100
029200     PERFORM 4100-PRICE-COURSE THRU 4100-EXIT
029300         VARYING WS-SLOT-IDX FROM 1 BY 1
029400         UNTIL WS-SLOT-IDX > 10.
029500
029600     MOVE WS-STUDENT-TOTAL TO INV-TOT-AMOUNT.
029700     MOVE INV-TOTAL-LINE TO RPT-LINE.
029705     PERFORM 4500-PUT-LINE THRU 4500-EXIT.
029710
029720*    POSTED AWARDS PRINT AS CREDITS UNDER THE ASSESSED TOTAL,
029730*    THEN THE NET DUE. THE ASSESS ROW KEEPS THE GROSS FIGURE -
029750     PERFORM 4300-PRINT-AWARDS THRU 4300-EXIT.
029760     COMPUTE WS-NET-DUE = WS-STUDENT-TOTAL - WS-AWARD-TOTAL.
029770     MOVE WS-NET-DUE TO INV-NET-AMOUNT.
029780     MOVE INV-NET-LINE TO RPT-LINE.
029790     PERFORM 4500-PUT-LINE THRU 4500-EXIT.
029800
029900     ADD WS-STUDENT-TOTAL TO WS-GRAND-TOTAL.
030000     ADD 1 TO WS-INVOICE-COUNT.
030010
030020*    AN EMAILED INVOICE IS CLOSED OFF, THEN THE INVOICE GOES
030025*    ON THE CORRESPONDENCE REGISTER.
030030     PERFORM 4600-END-LETTER THRU 4600-EXIT.
030050     PERFORM 8000-LOG-CORRESPONDENCE THRU 8000-EXIT.
030100
030200     PERFORM 4200-WRITE-ASSESSMENT THRU 4200-EXIT.
032700             END-IF
032800     END-READ.
032900
033000     MOVE INV-DETAIL-LINE TO RPT-LINE.
033010     PERFORM 4500-PUT-LINE THRU 4500-EXIT.
033100     ADD 1 TO WS-COURSES-BILLED.
033200
033300 4100-EXIT.
033790     MOVE AWD-CODE TO INV-AWD-CODE.
033800     MOVE AWD-DESC TO INV-AWD-DESC.
033810     COMPUTE INV-AWD-AMOUNT = 0 - AWD-AMOUNT.
033820     MOVE INV-AWARD-LINE TO RPT-LINE.
033825     PERFORM 4500-PUT-LINE THRU 4500-EXIT.
033830     ADD AWD-AMOUNT TO WS-AWARD-TOTAL.
033840
033850 4310-EXIT.
033536
033600*----------------------------------------------------------------
033700* ONE ASSESS ROW PER STUDENT/TERM - A RERUN FINDS THE ROW FROM
033800* THE EARLIER RUN AND REWRITES IT IN PLACE. A ROW LAST ASSESSED ON
033810* AN EARLIER DAY HAS ALREADY GONE TO THE GL, SO ITS TOTAL AND FEE
033820* CATEGORY MOVE TO THE PRIOR FIELDS FIRST AND DCJB8BGL POSTS ONLY
033830* THE CHANGE; A SAME-DAY RERUN KEEPS THE PRIOR FIELDS AS THEY ARE.
033900*----------------------------------------------------------------
034000 4200-WRITE-ASSESSMENT.
034100
034200     MOVE STU-NUMBER TO ASM-STU-NUMBER.
034300     MOVE WS-RUN-TERM TO ASM-TERM.
034305
034310     READ ASSESS-FILE
034315         INVALID KEY
034320             MOVE 'N' TO WS-ASM-FOUND-SW
034325         NOT INVALID KEY
034330             MOVE 'Y' TO WS-ASM-FOUND-SW
034335     END-READ.
034340
034345     IF NOT WS-ASM-FOUND
034350         MOVE 0 TO ASM-PRIOR-FEES
034355         MOVE WS-FEE-CAT TO ASM-PRIOR-FEE-CAT
034360     ELSE
034365         IF ASM-ASSESS-DATE NOT = WS-CURR-DATE
034370             MOVE ASM-TOTAL-FEES TO ASM-PRIOR-FEES
034375             MOVE ASM-FEE-CAT TO ASM-PRIOR-FEE-CAT
034380         END-IF
034385     END-IF.
034390
034400     MOVE WS-COURSES-BILLED TO ASM-COURSE-COUNT.
034500     MOVE WS-STUDENT-TOTAL TO ASM-TOTAL-FEES.
034600     MOVE WS-CURR-DATE TO ASM-ASSESS-DATE.
034610     MOVE WS-FEE-CAT TO ASM-FEE-CAT.
034700
034800     IF WS-ASM-FOUND
034810         REWRITE ASSESS-RECORD
034820     ELSE
034830         WRITE ASSESS-RECORD
034840     END-IF.
035200
035300 4200-EXIT.
035400     EXIT.
035401
035402*----------------------------------------------------------------
035403* HOW THE LETTER FOR WS-COR-STU GOES OUT - BY EMAIL WHEN PRFFILE
035404* HOLDS AN ADDRESS AND THE STUDENT'S CONSENT, OTHERWISE ON PAPER.
035405* AN EMAILED LETTER STARTS WITH ITS QUEUE HEADER HERE.
035406*----------------------------------------------------------------
035407 4400-CHOOSE-CHANNEL.
035408
035409     SET WS-EML-ON-PAPER TO TRUE.
035410     MOVE 0 TO WS-EML-LINE-NO.
035411
035412     MOVE WS-COR-STU TO PRF-STU-NUMBER.
035413     READ PRFFILE
035414         INVALID KEY
035415             GO TO 4400-EXIT
035416     END-READ.
035417
035418     IF (PRF-EMAIL = SPACES) OR (NOT PRF-EMAIL-CONSENTED)
035419         GO TO 4400-EXIT
035420     END-IF.
035421
035422     SET WS-EML-BY-EMAIL TO TRUE.
035423     MOVE SPACES TO EMAILQ-RECORD.
035424     MOVE WS-COR-STU TO EMQ-STU-NUMBER.
035425     MOVE WS-COR-CYYDDD TO EMQ-DATE.
035426     MOVE WS-COR-DOC TO EMQ-DOC-TYPE.
035427     MOVE EMQ-KEY TO WS-EML-KEY.
035428     SET EMQ-HEADER TO TRUE.
035429     MOVE 0 TO EMQ-LINE-NO.
035430     MOVE PRF-EMAIL TO EMQ-RECIPIENT.
035431     MOVE WS-EML-SUBJECT TO EMQ-SUBJECT.
035432     MOVE 'DCJB8BTA' TO EMQ-RUN-ID.
035433     WRITE EMAILQ-RECORD.
035434
035435 4400-EXIT.
035436     EXIT.
035437
035438*----------------------------------------------------------------
035439* ONE LETTER LINE, ALREADY BUILT IN RPT-LINE - PRINTED, OR QUEUED
035440* AS THE NEXT BODY ROW OF THE EMAIL (CARRIAGE CONTROL AND ALL, SO
035441* THE GATEWAY CAN LAY THE PAGE OUT THE SAME WAY).
035442*----------------------------------------------------------------
035443 4500-PUT-LINE.
035444
035445     IF WS-EML-ON-PAPER
035446         WRITE RPT-LINE
035447         GO TO 4500-EXIT
035448     END-IF.
035449
035450     ADD 1 TO WS-EML-LINE-NO.
035451     MOVE SPACES TO EMAILQ-RECORD.
035452     MOVE WS-EML-KEY TO EMQ-KEY.
035453     SET EMQ-BODY TO TRUE.
035454     MOVE WS-EML-LINE-NO TO EMQ-LINE-NO.
035455     MOVE RPT-LINE TO EMQ-DATA.
035456     WRITE EMAILQ-RECORD.
035457
035458 4500-EXIT.
035459     EXIT.
035460
035461*----------------------------------------------------------------
035462* CLOSES AN EMAILED LETTER WITH ITS TRAILER - THE BODY LINE COUNT
035463* THE GATEWAY CHECKS BEFORE IT SENDS.
035464*----------------------------------------------------------------
035465 4600-END-LETTER.
035466
035467     IF WS-EML-ON-PAPER
035468         GO TO 4600-EXIT
035469     END-IF.
035470
035471     MOVE SPACES TO EMAILQ-RECORD.
035472     MOVE WS-EML-KEY TO EMQ-KEY.
035473     SET EMQ-TRAILER TO TRUE.
035474     MOVE 999 TO EMQ-LINE-NO.
035475     MOVE WS-EML-LINE-NO TO EMQ-LINE-COUNT.
035476     WRITE EMAILQ-RECORD.
035477     ADD 1 TO WS-EMAILED-COUNT.
035478
035479 4600-EXIT.
035480     EXIT.
035500
035510*----------------------------------------------------------------
035512* ONE CORRESPONDENCE-REGISTER ROW PER DOCUMENT MAILED - THE
035516*----------------------------------------------------------------
035518 8000-LOG-CORRESPONDENCE.
035520
035521     MOVE SPACES TO CORRFILE-RECORD.
035522     MOVE WS-COR-STU TO COR-STU-NUMBER.
035524     MOVE WS-COR-CYYDDD TO COR-DATE.
035526     MOVE WS-COR-DOC TO COR-DOC-TYPE.
035528     MOVE 'DCJB8BTA' TO COR-RUN-ID.
035529     MOVE WS-EML-CHANNEL TO COR-CHANNEL.
035530     MOVE 1 TO COR-SEQ.
035530*    THE STATUS IS STILL '00' FROM THE LAST CORRFILE I/O - CLEAR
035530*    IT SO THE FIRST WRITE IS ACTUALLY TRIED.
035530     MOVE SPACES TO WS-CORFILE-STATUS.
035532
035534     PERFORM 8010-TRY-ONE-SEQ THRU 8010-EXIT
035536         UNTIL (WS-CORFILE-OK) OR (COR-SEQ > 99).
