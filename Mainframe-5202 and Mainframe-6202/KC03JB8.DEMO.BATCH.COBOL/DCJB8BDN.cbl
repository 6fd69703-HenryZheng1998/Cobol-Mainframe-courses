002100* 09/02/26  HZ   QUIESCE GATE - REFUSES TO RUN UNTIL THE ONLINE
002100*                SUITE IS QUIESCED ON BATCHCTL (DCJB8PHJ),
002100*                MATCHING THE BACKUP AND ROLLOVER JOBS.
002100* 10/15/26  HZ   MISCELLANEOUS CHARGES NETTED - THE TERM'S LIVE
002100*                CHGFILE CHARGES (DCJB8PHQ) ADD TO THE FEES, EACH
002100*                AGING FROM ITS OWN POSTING DATE AFTER TUITION.
002100* 10/15/26  HZ   A STUDENT WHO HAS CONSENTED TO EMAIL (PRFFILE)
002100*                GETS THE NOTICE ON THE EMAILQ FEED INSTEAD OF
002100*                PAPER; CORRFILE (NOW 40 BYTES) RECORDS WHICH.
002100* 10/15/26  HZ   CORRFILE STATUS CLEARED BEFORE THE SEQUENCE
002100*                SEARCH - THE '00' LEFT BY THE OPEN ENDED THE
002100*                SEARCH BEFORE ANY WRITE, SO NO LETTER WAS LOGGED.
002100* 10/15/26  HZ   ASSESS RECORD NOW 38 BYTES - CARRIES THE FEES
002100*                THE GL ALREADY HOLDS.
002100*----------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
005200         RECORD KEY IS PLN-KEY
005300         FILE STATUS IS WS-PLNFILE-STATUS.
005400
005410*    MISCELLANEOUS CHARGES ADD TO THE BALANCE, EACH AGING FROM
005420*    ITS OWN POSTING DATE.
005430     SELECT CHG-FILE ASSIGN TO CHGFILE
005440         ORGANIZATION IS INDEXED
005450         ACCESS MODE IS DYNAMIC
005460         RECORD KEY IS CHG-KEY
005470         FILE STATUS IS WS-CHGFILE-STATUS.
005480
005500     SELECT STUFILE ASSIGN TO STUFILE
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
007400         RECORD KEY IS HLD-KEY
007500         FILE STATUS IS WS-HOLDFILE-STATUS.
007600
007605*    THE STUDENT PROFILE ROW - EMAIL ADDRESS AND CONSENT.
007610     SELECT PRFFILE ASSIGN TO PRFFILE
007615         ORGANIZATION IS INDEXED
007620         ACCESS MODE IS RANDOM
007625         RECORD KEY IS PRF-KEY
007630         FILE STATUS IS WS-PRFFILE-STATUS.
007635
007640*    LETTERS GOING OUT BY EMAIL - APPENDED, PICKED UP BY THE
007645*    MAIL GATEWAY.
007650     SELECT EMAILQ-FILE ASSIGN TO EMAILQ
007655         ORGANIZATION IS SEQUENTIAL
007660         FILE STATUS IS WS-EMLQ-STATUS.
007700     SELECT LETTER-RPT ASSIGN TO DUNRPT
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-DUNRPT-STATUS.
008300
008400 FD  ASSESS-FILE
008500     LABEL RECORDS ARE STANDARD
008600     RECORD CONTAINS 38 CHARACTERS
008700     DATA RECORD IS ASSESS-RECORD.
008800
008900     COPY 'ASSESREC'.
010800     DATA RECORD IS PLANFILE-RECORD.
010900
011000     COPY 'PPLNREC'.
011012
011024 FD  CHG-FILE
011036     LABEL RECORDS ARE STANDARD
011048     RECORD CONTAINS 71 CHARACTERS
011060     DATA RECORD IS CHGFILE-RECORD.
011072
011084     COPY 'CHGREC'.
011100
011200 FD  STUFILE
011300     LABEL RECORDS ARE STANDARD
011600
011700     COPY 'STUREC'.
011800
011805 FD  PRFFILE
011810     LABEL RECORDS ARE STANDARD
011815     RECORD CONTAINS 200 CHARACTERS
011820     DATA RECORD IS PRFFILE-RECORD.
011825
011830     COPY 'PROFREC'.
011835
011840 FD  EMAILQ-FILE
011845     LABEL RECORDS ARE STANDARD
011850     RECORD CONTAINS 160 CHARACTERS
011855     DATA RECORD IS EMAILQ-RECORD.
011860
011865     COPY 'EMLQREC'.
011900 FD  DUN-FILE
012000     LABEL RECORDS ARE STANDARD
012100     RECORD CONTAINS 29 CHARACTERS
013800
013810 FD  CORR-FILE
013812     LABEL RECORDS ARE STANDARD
013814     RECORD CONTAINS 40 CHARACTERS
013816     DATA RECORD IS CORRFILE-RECORD.
013818
013820     COPY 'CORRREC'.
014600     88 WS-AWDFILE-OK                    VALUE '00'.
014700 01  WS-PLNFILE-STATUS               PIC X(2) VALUE SPACES.
014800     88 WS-PLNFILE-OK                    VALUE '00'.
014810 01  WS-CHGFILE-STATUS               PIC X(2) VALUE SPACES.
014820     88 WS-CHGFILE-OK                    VALUE '00'.
014900 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
015000     88 WS-STUFILE-OK                    VALUE '00'.
015100 01  WS-DUNFILE-STATUS               PIC X(2) VALUE SPACES.
015400     88 WS-HOLDFILE-OK                   VALUE '00'.
015500 01  WS-DUNRPT-STATUS                PIC X(2) VALUE SPACES.
015600     88 WS-DUNRPT-OK                     VALUE '00'.
015605 01  WS-PRFFILE-STATUS               PIC X(2) VALUE SPACES.
015610     88 WS-PRFFILE-OK                    VALUE '00'.
015615 01  WS-EMLQ-STATUS                  PIC X(2) VALUE SPACES.
015620     88 WS-EMLQ-OK                       VALUE '00'.
015625     88 WS-EMLQ-NOFILE                   VALUE '35'.
015630
015635*    HOW THE LETTER IN HAND GOES OUT - SET BY 7400-CHOOSE-CHANNEL
015640*    AND CARRIED ONTO ITS CORRESPONDENCE-REGISTER ROW.
015645 01  WS-EML-CHANNEL                  PIC X(1) VALUE 'P'.
015650     88 WS-EML-BY-EMAIL                  VALUE 'E'.
015655     88 WS-EML-ON-PAPER                  VALUE 'P'.
015660 01  WS-EML-SUBJECT                  PIC X(60) VALUE SPACES.
015665 01  WS-EML-KEY                      PIC X(22) VALUE SPACES.
015670 77  WS-EML-LINE-NO                  PIC S9(3) COMP VALUE 0.
015675 77  WS-EMAILED-COUNT                PIC S9(7) COMP VALUE 0.
015700
015800 01  WS-SWITCHES.
015900     05 WS-ASM-EOF-SW                PIC X(1) VALUE 'N'.
016400         88 WS-AWD-DONE                   VALUE 'Y'.
016500     05 WS-PLN-DONE-SW               PIC X(1) VALUE 'N'.
016600         88 WS-PLN-DONE                   VALUE 'Y'.
016610     05 WS-CHG-DONE-SW               PIC X(1) VALUE 'N'.
016620         88 WS-CHG-DONE                   VALUE 'Y'.
016700
016800 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
016900 01  WS-CURR-YYYY                    PIC 9(4) VALUE 0.
018000 01  WS-PAID-TOTAL                   PIC S9(7)V99 VALUE 0.
018100 01  WS-AWARD-TOTAL                  PIC 9(7)V99 VALUE 0.
018200 01  WS-COVERED-TOTAL                PIC S9(7)V99 VALUE 0.
018210 01  WS-CHARGE-TOTAL                 PIC 9(7)V99 VALUE 0.
018300 01  WS-BALANCE                      PIC S9(7)V99 VALUE 0.
018400 01  WS-OVERDUE-AMT                  PIC S9(7)V99 VALUE 0.
018500 01  WS-PAY-LEFT                     PIC S9(7)V99 VALUE 0.
019400 01  WS-PLN-CYY                      PIC 9(3) VALUE 0.
019500 01  WS-PLN-DDD                      PIC 9(3) VALUE 0.
019600
019610* THE TERM'S LIVE MISCELLANEOUS CHARGES IN POSTING ORDER, THE
019620* SAME TABLE DCJB8BAR LOADS. PAST THE TWENTIETH, CHARGES FOLD
019630* INTO THE LAST ENTRY.
019640 01  WS-CHG-COUNT                    PIC S9(2) COMP VALUE 0.
019650 01  WS-CHG-TABLE.
019660     05 WS-CHG-ENTRY OCCURS 20 TIMES.
019670         10 WS-CHG-POSTED            PIC 9(7).
019680         10 WS-CHG-AMT               PIC 9(7)V99.
019690 77  WS-CHG-IDX                      PIC S9(2) COMP VALUE 0.
019695
019700* THE NOTICE LEVEL THE AGING CALLS FOR THIS RUN (0 = NOTHING
019800* OVERDUE LONG ENOUGH) VERSUS THE LEVEL ALREADY ON DUNFILE.
019900 77  WS-CALLED-LEVEL                 PIC 9(1) VALUE 0.
028400             WS-PLNFILE-STATUS
028500         GO TO 9999-ABEND
028600     END-IF.
028612
028624     OPEN INPUT CHG-FILE.
028636     IF NOT WS-CHGFILE-OK
028648         DISPLAY 'DCJB8BDN - CHGFILE OPEN FAILED, STATUS = '
028660             WS-CHGFILE-STATUS
028672         GO TO 9999-ABEND
028684     END-IF.
028700
028800     OPEN INPUT STUFILE.
028900     IF NOT WS-STUFILE-OK
029800             WS-DUNFILE-STATUS
029900         GO TO 9999-ABEND
030000     END-IF.
030005
030010     OPEN INPUT PRFFILE.
030015     IF NOT WS-PRFFILE-OK
030020         DISPLAY 'DCJB8BDN - PRFFILE OPEN FAILED, STATUS = '
030025             WS-PRFFILE-STATUS
030030         GO TO 9999-ABEND
030035     END-IF.
030040
030045     OPEN EXTEND EMAILQ-FILE.
030050     IF WS-EMLQ-NOFILE
030055         OPEN OUTPUT EMAILQ-FILE
030060     END-IF.
030065     IF NOT WS-EMLQ-OK
030070         DISPLAY 'DCJB8BDN - EMAILQ OPEN FAILED, STATUS = '
030075             WS-EMLQ-STATUS
030080         GO TO 9999-ABEND
030085     END-IF.
030100
030200     OPEN I-O HOLD-FILE.
030300     IF NOT WS-HOLDFILE-OK
032200
032300     PERFORM 4000-SUM-PAYMENTS THRU 4000-EXIT.
032400     PERFORM 4500-SUM-AWARDS THRU 4500-EXIT.
032410     PERFORM 4600-SUM-CHARGES THRU 4600-EXIT.
032500
032600     COMPUTE WS-COVERED-TOTAL = WS-PAID-TOTAL + WS-AWARD-TOTAL.
032700     COMPUTE WS-BALANCE = ASM-TOTAL-FEES + WS-CHARGE-TOTAL
032710         - WS-COVERED-TOTAL.
032800
032900     IF WS-BALANCE > 0
033000         PERFORM 5000-JUDGE-ACCOUNT THRU 5000-EXIT
035100     CLOSE PAYFILE.
035200     CLOSE AWD-FILE.
035300     CLOSE PLAN-FILE.
035310     CLOSE CHG-FILE.
035400     CLOSE STUFILE.
035500     CLOSE DUN-FILE.
035600     CLOSE HOLD-FILE.
035650     CLOSE CORR-FILE.
035660     CLOSE PRFFILE.
035670     CLOSE EMAILQ-FILE.
035700     CLOSE LETTER-RPT.
035800
035900     DISPLAY 'DCJB8BDN - NOTICES PRINTED = ' WS-LETTER-COUNT
036000         ' HOLDS PLACED = ' WS-HOLD-COUNT.
036010     DISPLAY 'DCJB8BDN - OF THESE, SENT BY EMAIL = '
036020         WS-EMAILED-COUNT.
036100
036200 3000-EXIT.
036300     EXIT.
044700
044800 4510-EXIT.
044900     EXIT.
044901
044902*----------------------------------------------------------------
044903* LOADS AND TOTALS THE TERM'S LIVE MISCELLANEOUS CHARGES - ONE
044904* START/READ-NEXT SWEEP UNDER THE PARTIAL KEY. WAIVED CHARGES
044905* ARE SKIPPED.
044906*----------------------------------------------------------------
044907 4600-SUM-CHARGES.
044908
044909     MOVE 0 TO WS-CHARGE-TOTAL.
044910     MOVE 0 TO WS-CHG-COUNT.
044911     MOVE 'N' TO WS-CHG-DONE-SW.
044912
044913     MOVE ASM-STU-NUMBER TO CHG-STU-NUMBER.
044914     MOVE ASM-TERM TO CHG-TERM.
044915     MOVE ZEROS TO CHG-SEQ.
044916
044917     START CHG-FILE KEY IS NOT LESS THAN CHG-KEY
044918         INVALID KEY
044919             MOVE 'Y' TO WS-CHG-DONE-SW
044920     END-START.
044921
044922     PERFORM 4610-READ-ONE-CHARGE THRU 4610-EXIT
044923         UNTIL WS-CHG-DONE.
044924
044925 4600-EXIT.
044926     EXIT.
044927
044928 4610-READ-ONE-CHARGE.
044929
044930     READ CHG-FILE NEXT RECORD
044931         AT END
044932             MOVE 'Y' TO WS-CHG-DONE-SW
044933             GO TO 4610-EXIT
044934     END-READ.
044935
044936     IF (CHG-STU-NUMBER NOT = ASM-STU-NUMBER) OR
044937        (CHG-TERM NOT = ASM-TERM)
044938         MOVE 'Y' TO WS-CHG-DONE-SW
044939         GO TO 4610-EXIT
044940     END-IF.
044941
044942     IF CHG-WAIVED
044943         GO TO 4610-EXIT
044944     END-IF.
044945
044946     ADD CHG-AMOUNT TO WS-CHARGE-TOTAL.
044947
044948     IF WS-CHG-COUNT < 20
044949         ADD 1 TO WS-CHG-COUNT
044950         MOVE CHG-DATE TO WS-CHG-POSTED(WS-CHG-COUNT)
044951         MOVE CHG-AMOUNT TO WS-CHG-AMT(WS-CHG-COUNT)
044952     ELSE
044953         ADD CHG-AMOUNT TO WS-CHG-AMT(20)
044954     END-IF.
044955
044956 4610-EXIT.
044957     EXIT.
045000
045100*----------------------------------------------------------------
045200* WORKS OUT WHAT NOTICE LEVEL THE AGING CALLS FOR, COMPARES IT
054200* BUCKETS THE OVERDUE MONEY THE WAY DCJB8BAR DOES AND TURNS THE
054300* WORST BUCKET INTO A NOTICE LEVEL: 31-60 DAYS = FIRST NOTICE,
054400* 61-90 = SECOND, OVER 90 = FINAL. WITH A PLAN, EACH UNPAID
054500* INSTALLMENT AGES BY ITS OWN DUE DATE; WITHOUT ONE, THE
054600* TUITION AGES FROM THE ASSESSMENT DATE. WHAT COVERAGE IS LEFT
054610* THEN GOES AGAINST THE MISCELLANEOUS CHARGES, EACH OF WHICH
054620* AGES FROM ITS OWN POSTING DATE.
054700*----------------------------------------------------------------
054800 5200-COMPUTE-LEVEL.
054900
055600         MOVE WS-ASM-DATE-X(5:3) TO WS-ASM-DDD
055700         COMPUTE WS-DUE-DAYS = (WS-ASM-CYY * 365) + WS-ASM-DDD
055800         COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-DUE-DAYS
055900         COMPUTE WS-INST-OWING = ASM-TOTAL-FEES - WS-COVERED-TOTAL
055910         MOVE 0 TO WS-PAY-LEFT
055920         IF WS-INST-OWING > 0
055930             PERFORM 5300-LEVEL-FOR-AGE THRU 5300-EXIT
055940             IF WS-INST-LEVEL > 0
055950                 MOVE WS-INST-LEVEL TO WS-CALLED-LEVEL
055960                 MOVE WS-INST-OWING TO WS-OVERDUE-AMT
055970             END-IF
055980         ELSE
055990             COMPUTE WS-PAY-LEFT = 0 - WS-INST-OWING
056000         END-IF
056500     ELSE
056800         MOVE WS-COVERED-TOTAL TO WS-PAY-LEFT
056900         PERFORM 5250-JUDGE-ONE-INSTALLMENT THRU 5250-EXIT
057000             VARYING WS-PLAN-IDX FROM 1 BY 1
057100             UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
057110     END-IF.
057120
057130     PERFORM 5400-JUDGE-CHARGES THRU 5400-EXIT.
057200
057300 5200-EXIT.
057400     EXIT.
061500
061600 5300-EXIT.
061700     EXIT.
061702
061704*----------------------------------------------------------------
061706* JUDGES THE MISCELLANEOUS CHARGES. THE COVERAGE THE TUITION DID
061708* NOT USE PAYS THEM OFF IN POSTING ORDER, AND WHAT IS STILL
061710* OWING ON EACH COUNTS TOWARD THE NOTICE THE WAY AN UNPAID
061712* INSTALLMENT DOES, AGED FROM THE CHARGE'S OWN POSTING DATE.
061714*----------------------------------------------------------------
061716 5400-JUDGE-CHARGES.
061718
061720     PERFORM 5450-JUDGE-ONE-CHARGE THRU 5450-EXIT
061722         VARYING WS-CHG-IDX FROM 1 BY 1
061724         UNTIL WS-CHG-IDX > WS-CHG-COUNT.
061726
061728 5400-EXIT.
061730     EXIT.
061732
061734 5450-JUDGE-ONE-CHARGE.
061736
061738     IF WS-PAY-LEFT >= WS-CHG-AMT(WS-CHG-IDX)
061740         SUBTRACT WS-CHG-AMT(WS-CHG-IDX) FROM WS-PAY-LEFT
061742         GO TO 5450-EXIT
061744     END-IF.
061746
061748     COMPUTE WS-INST-OWING =
061750         WS-CHG-AMT(WS-CHG-IDX) - WS-PAY-LEFT.
061752     MOVE 0 TO WS-PAY-LEFT.
061754
061756     MOVE WS-CHG-POSTED(WS-CHG-IDX)(2:3) TO WS-PLN-CYY.
061758     MOVE WS-CHG-POSTED(WS-CHG-IDX)(5:3) TO WS-PLN-DDD.
061760     COMPUTE WS-DUE-DAYS = (WS-PLN-CYY * 365) + WS-PLN-DDD.
061762     COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-DUE-DAYS.
061764
061766     PERFORM 5300-LEVEL-FOR-AGE THRU 5300-EXIT.
061768     IF WS-INST-LEVEL > 0
061770         ADD WS-INST-OWING TO WS-OVERDUE-AMT
061772         IF WS-INST-LEVEL > WS-CALLED-LEVEL
061774             MOVE WS-INST-LEVEL TO WS-CALLED-LEVEL
061776         END-IF
061778     END-IF.
061780
061782 5450-EXIT.
061784     EXIT.
061800
061900*----------------------------------------------------------------
062000* ONE LETTER PAGE - NOTICE HEADING, THE DCJB8BML-SHAPED ADDRESS
063300             MOVE 'FINAL NOTICE - ACCOUNT IN ARREARS' TO
063400                 LTR-NTC-TEXT
063500     END-EVALUATE.
063510
063520*    THE REGISTER KEY IS SET FIRST - THE DELIVERY CHANNEL IS
063530*    CHOSEN AGAINST IT, AND THE NOTICE HEADING IS THE SUBJECT.
063540     MOVE ASM-STU-NUMBER TO WS-COR-STU.
063550     MOVE 'DUNNING' TO WS-COR-DOC.
063560     MOVE WS-CURR-CYYDDD TO WS-COR-CYYDDD.
063570     MOVE LTR-NTC-TEXT TO WS-EML-SUBJECT.
063580     PERFORM 7400-CHOOSE-CHANNEL THRU 7400-EXIT.
063590
063600     MOVE LTR-NOTICE-LINE TO RPT-LINE.
063610     PERFORM 7500-PUT-LINE THRU 7500-EXIT.
063700
063800     MOVE ASM-STU-NUMBER TO STU-NUMBER.
063900     READ STUFILE
064700     END-READ.
064800
064900     MOVE STU-NAME TO LTR-TXT.
065000     MOVE LTR-TEXT-LINE TO RPT-LINE.
065010     PERFORM 7500-PUT-LINE THRU 7500-EXIT.
065100     MOVE STU-ADDRESS-1 TO LTR-TXT.
065200     MOVE LTR-TEXT-LINE TO RPT-LINE.
065210     PERFORM 7500-PUT-LINE THRU 7500-EXIT.
065300     MOVE STU-ADDRESS-2 TO LTR-TXT.
065400     MOVE LTR-TEXT-LINE TO RPT-LINE.
065410     PERFORM 7500-PUT-LINE THRU 7500-EXIT.
065500     MOVE STU-ADDRESS-3 TO LTR-TXT.
065600     MOVE LTR-TEXT-LINE TO RPT-LINE.
065610     PERFORM 7500-PUT-LINE THRU 7500-EXIT.
065700     MOVE STU-POSTAL-1 TO LTR-PST-1.
065800     MOVE STU-POSTAL-2 TO LTR-PST-2.
065900     MOVE LTR-POSTAL-LINE TO RPT-LINE.
065910     PERFORM 7500-PUT-LINE THRU 7500-EXIT.
066000
066100     MOVE SPACES TO LTR-TXT.
066200     MOVE LTR-TEXT-LINE TO RPT-LINE.
066210     PERFORM 7500-PUT-LINE THRU 7500-EXIT.
066300
066400     MOVE ASM-TERM TO LTR-BAL-TERM.
066500     MOVE WS-OVERDUE-AMT TO LTR-BAL-AMOUNT.
066600     MOVE LTR-BALANCE-LINE TO RPT-LINE.
066610     PERFORM 7500-PUT-LINE THRU 7500-EXIT.
066700
066800     EVALUATE WS-CALLED-LEVEL
066900         WHEN 1
067900     'A REGISTRATION HOLD HAS BEEN PLACED ON YOUR RECORD.'
068000                 TO LTR-TXT
068100     END-EVALUATE.
068200     MOVE LTR-TEXT-LINE TO RPT-LINE.
068210     PERFORM 7500-PUT-LINE THRU 7500-EXIT.
068300
068400     ADD 1 TO WS-LETTER-COUNT.
068410
068420*    AN EMAILED NOTICE IS CLOSED OFF, THEN THE NOTICE GOES ON
068425*    THE CORRESPONDENCE REGISTER.
068430     PERFORM 7600-END-LETTER THRU 7600-EXIT.
068460     PERFORM 8000-LOG-CORRESPONDENCE THRU 8000-EXIT.
068500
068600 6000-EXIT.
071000
071300 6500-EXIT.
071400     EXIT.
071401
071402*----------------------------------------------------------------
071403* HOW THE LETTER FOR WS-COR-STU GOES OUT - BY EMAIL WHEN PRFFILE
071404* HOLDS AN ADDRESS AND THE STUDENT'S CONSENT, OTHERWISE ON PAPER.
071405* AN EMAILED LETTER STARTS WITH ITS QUEUE HEADER HERE.
071406*----------------------------------------------------------------
071407 7400-CHOOSE-CHANNEL.
071408
071409     SET WS-EML-ON-PAPER TO TRUE.
071410     MOVE 0 TO WS-EML-LINE-NO.
071411
071412     MOVE WS-COR-STU TO PRF-STU-NUMBER.
071413     READ PRFFILE
071414         INVALID KEY
071415             GO TO 7400-EXIT
071416     END-READ.
071417
071418     IF (PRF-EMAIL = SPACES) OR (NOT PRF-EMAIL-CONSENTED)
071419         GO TO 7400-EXIT
071420     END-IF.
071421
071422     SET WS-EML-BY-EMAIL TO TRUE.
071423     MOVE SPACES TO EMAILQ-RECORD.
071424     MOVE WS-COR-STU TO EMQ-STU-NUMBER.
071425     MOVE WS-COR-CYYDDD TO EMQ-DATE.
071426     MOVE WS-COR-DOC TO EMQ-DOC-TYPE.
071427     MOVE EMQ-KEY TO WS-EML-KEY.
071428     SET EMQ-HEADER TO TRUE.
071429     MOVE 0 TO EMQ-LINE-NO.
071430     MOVE PRF-EMAIL TO EMQ-RECIPIENT.
071431     MOVE WS-EML-SUBJECT TO EMQ-SUBJECT.
071432     MOVE 'DCJB8BDN' TO EMQ-RUN-ID.
071433     WRITE EMAILQ-RECORD.
071434
071435 7400-EXIT.
071436     EXIT.
071437
071438*----------------------------------------------------------------
071439* ONE LETTER LINE, ALREADY BUILT IN RPT-LINE - PRINTED, OR QUEUED
071440* AS THE NEXT BODY ROW OF THE EMAIL (CARRIAGE CONTROL AND ALL, SO
071441* THE GATEWAY CAN LAY THE PAGE OUT THE SAME WAY).
071442*----------------------------------------------------------------
071443 7500-PUT-LINE.
071444
071445     IF WS-EML-ON-PAPER
071446         WRITE RPT-LINE
071447         GO TO 7500-EXIT
071448     END-IF.
071449
071450     ADD 1 TO WS-EML-LINE-NO.
071451     MOVE SPACES TO EMAILQ-RECORD.
071452     MOVE WS-EML-KEY TO EMQ-KEY.
071453     SET EMQ-BODY TO TRUE.
071454     MOVE WS-EML-LINE-NO TO EMQ-LINE-NO.
071455     MOVE RPT-LINE TO EMQ-DATA.
071456     WRITE EMAILQ-RECORD.
071457
071458 7500-EXIT.
071459     EXIT.
071460
071461*----------------------------------------------------------------
071462* CLOSES AN EMAILED LETTER WITH ITS TRAILER - THE BODY LINE COUNT
071463* THE GATEWAY CHECKS BEFORE IT SENDS.
071464*----------------------------------------------------------------
071465 7600-END-LETTER.
071466
071467     IF WS-EML-ON-PAPER
071468         GO TO 7600-EXIT
071469     END-IF.
071470
071471     MOVE SPACES TO EMAILQ-RECORD.
071472     MOVE WS-EML-KEY TO EMQ-KEY.
071473     SET EMQ-TRAILER TO TRUE.
071474     MOVE 999 TO EMQ-LINE-NO.
071475     MOVE WS-EML-LINE-NO TO EMQ-LINE-COUNT.
071476     WRITE EMAILQ-RECORD.
071477     ADD 1 TO WS-EMAILED-COUNT.
071478
071479 7600-EXIT.
071480     EXIT.
071500
071510*----------------------------------------------------------------
071512* ONE CORRESPONDENCE-REGISTER ROW PER DOCUMENT MAILED - THE
071516*----------------------------------------------------------------
071518 8000-LOG-CORRESPONDENCE.
071520
071521     MOVE SPACES TO CORRFILE-RECORD.
071522     MOVE WS-COR-STU TO COR-STU-NUMBER.
071524     MOVE WS-COR-CYYDDD TO COR-DATE.
071526     MOVE WS-COR-DOC TO COR-DOC-TYPE.
071528     MOVE 'DCJB8BDN' TO COR-RUN-ID.
071529     MOVE WS-EML-CHANNEL TO COR-CHANNEL.
071530     MOVE 1 TO COR-SEQ.
071530*    THE STATUS IS STILL '00' FROM THE LAST CORRFILE I/O - CLEAR
071530*    IT SO THE FIRST WRITE IS ACTUALLY TRIED.
071530     MOVE SPACES TO WS-CORFILE-STATUS.
071532
071534     PERFORM 8010-TRY-ONE-SEQ THRU 8010-EXIT
071536         UNTIL (WS-CORFILE-OK) OR (COR-SEQ > 99).
