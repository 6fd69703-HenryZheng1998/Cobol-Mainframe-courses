000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BGL.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - GENERAL-LEDGER JOURNAL EXTRACT.
001100*                TURNS ONE BUSINESS DAY'S STUDENT-FINANCE
001200*                ACTIVITY - ASSESS TUITION ASSESSMENTS, PAYFILE
001300*                PAYMENTS BY METHOD (RF REFUNDS AND RV
001400*                REVERSALS THE OTHER WAY), AWDFILE AWARD
001500*                POSTINGS, AND PAYJRNL NSF FEES - INTO BALANCED
001600*                DOUBLE-ENTRY GLJRNL LINES, USING THE ACCOUNT
001700*                CODES FINANCE KEEPS ON GLMAP, WITH A DEBIT/
001800*                CREDIT BALANCING TRAILER. REGISTERS ON BATCHCTL
001900*                SO A DAY CANNOT BE POSTED TWICE; A DAY WITH
002000*                UNMAPPED ACTIVITY ENDS RC 8 AND STAYS AT 'S' SO
002100*                IT CAN BE RERUN ONCE GLMAP IS FIXED.
002110* 10/15/26  HZ   MISCELLANEOUS CHARGES - CHGFILE CHARGES POSTED
002120*                TODAY (DCJB8PHQ) GO OUT UNDER SOURCE 'MC' BY
002130*                CHARGE CODE, AND ONES WAIVED TODAY GO OUT
002140*                REVERSED.
002150* 10/15/26  HZ   PAYJRNL RECORD NOW 79 BYTES - CARRIES THE
002160*                CHAIN SEQUENCE NUMBER AND HASH.
002165* 10/15/26  HZ   A REASSESSED ASSESS ROW POSTS ONLY ITS CHANGE
002170*                FROM ASM-PRIOR-FEES (ASSESS NOW 38 BYTES) - A
002175*                DCJB8BTA RERUN ON A LATER DAY POSTED THE GROSS
002180*                TOTAL AGAIN. A DROP GOES OUT REVERSED, AS DOES
002185*                THE OLD FEE CATEGORY'S POSTING WHEN THE
002190*                CATEGORY CHANGES.
002200*----------------------------------------------------------------
002300
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. IBM-370.
002700 OBJECT-COMPUTER. IBM-370.
002800
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100
003200     SELECT ASSESS-FILE ASSIGN TO ASSESS
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS ASM-KEY
003600         FILE STATUS IS WS-ASSESS-STATUS.
003700
003800     SELECT PAYFILE ASSIGN TO PAYFILE
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS PAY-KEY
004200         FILE STATUS IS WS-PAYFILE-STATUS.
004300
004400     SELECT AWD-FILE ASSIGN TO AWDFILE
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS AWD-KEY
004800         FILE STATUS IS WS-AWD-STATUS.
004900
004910     SELECT CHG-FILE ASSIGN TO CHGFILE
004920         ORGANIZATION IS INDEXED
004930         ACCESS MODE IS SEQUENTIAL
004940         RECORD KEY IS CHG-KEY
004950         FILE STATUS IS WS-CHG-STATUS.
004960
005000*    PAYJRNL IS THE ESDS THE CASHIER SCREEN APPENDS REVERSALS TO -
005100*    READ FRONT TO BACK FOR THE DAY'S NSF FEES.
005200     SELECT PAYJRNL-IN ASSIGN TO PAYJRNL
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-PAYJRNL-STATUS.
005500
005600     SELECT GLMAP-FILE ASSIGN TO GLMAP
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS GLM-KEY
006000         FILE STATUS IS WS-GLMAP-STATUS.
006100
006200     SELECT BATCHCTL-FILE ASSIGN TO BATCHCTL
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS BCT-KEY
006600         FILE STATUS IS WS-BATCHCTL-STATUS.
006700
006800     SELECT GLJRNL-OUT ASSIGN TO GLJRNL
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-GLJRNL-STATUS.
007100
007200     SELECT GL-RPT ASSIGN TO GLRPT
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-GLRPT-STATUS.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800
007900 FD  ASSESS-FILE
008000     LABEL RECORDS ARE STANDARD
008100     RECORD CONTAINS 38 CHARACTERS
008200     DATA RECORD IS ASSESS-RECORD.
008300
008400     COPY 'ASSESREC'.
008500
008600 FD  PAYFILE
008700     LABEL RECORDS ARE STANDARD
008800     RECORD CONTAINS 50 CHARACTERS
008900     DATA RECORD IS PAYFILE-RECORD.
009000
009100     COPY 'PAYREC'.
009200
009300 FD  AWD-FILE
009400     LABEL RECORDS ARE STANDARD
009500     RECORD CONTAINS 57 CHARACTERS
009600     DATA RECORD IS AWDFILE-RECORD.
009700
009800     COPY 'AWRDREC'.
009900
009910 FD  CHG-FILE
009920     LABEL RECORDS ARE STANDARD
009930     RECORD CONTAINS 71 CHARACTERS
009940     DATA RECORD IS CHGFILE-RECORD.
009950
009960     COPY 'CHGREC'.
009970
010000 FD  PAYJRNL-IN
010100     LABEL RECORDS ARE STANDARD
010200     RECORD CONTAINS 79 CHARACTERS
010300     DATA RECORD IS PAYJRNL-RECORD.
010400
010500*    PAYJRNL RECORD LAYOUT - SHARED WITH THE CICS SIDE.
010600     COPY 'PAYJRNL'.
010700
010800 FD  GLMAP-FILE
010900     LABEL RECORDS ARE STANDARD
011000     RECORD CONTAINS 58 CHARACTERS
011100     DATA RECORD IS GLMAP-RECORD.
011200
011300     COPY 'GLMAPREC'.
011400
011500 FD  BATCHCTL-FILE
011600     LABEL RECORDS ARE STANDARD
011700     RECORD CONTAINS 45 CHARACTERS
011800     DATA RECORD IS BATCHCTL-RECORD.
011900
012000     COPY 'BCTLREC'.
012100
012200 FD  GLJRNL-OUT
012300     LABEL RECORDS ARE STANDARD
012400     RECORD CONTAINS 80 CHARACTERS
012500     DATA RECORD IS GLJRNL-RECORD.
012600
012700     COPY 'GLJREC'.
012800
012900 FD  GL-RPT
013000     LABEL RECORDS ARE STANDARD
013100     RECORD CONTAINS 133 CHARACTERS
013200     DATA RECORD IS RPT-LINE.
013300 01  RPT-LINE                        PIC X(133).
013400
013500 WORKING-STORAGE SECTION.
013600
013700 01  WS-ASSESS-STATUS                PIC X(2) VALUE SPACES.
013800     88 WS-ASSESS-OK                     VALUE '00'.
013900 01  WS-PAYFILE-STATUS               PIC X(2) VALUE SPACES.
014000     88 WS-PAYFILE-OK                    VALUE '00'.
014100 01  WS-AWD-STATUS                   PIC X(2) VALUE SPACES.
014200     88 WS-AWD-OK                        VALUE '00'.
014210 01  WS-CHG-STATUS                   PIC X(2) VALUE SPACES.
014220     88 WS-CHG-OK                        VALUE '00'.
014300 01  WS-PAYJRNL-STATUS               PIC X(2) VALUE SPACES.
014400     88 WS-PAYJRNL-OK                    VALUE '00'.
014500 01  WS-GLMAP-STATUS                 PIC X(2) VALUE SPACES.
014600     88 WS-GLMAP-OK                      VALUE '00'.
014700 01  WS-BATCHCTL-STATUS              PIC X(2) VALUE SPACES.
014800     88 WS-BATCHCTL-OK                   VALUE '00'.
014900 01  WS-GLJRNL-STATUS                PIC X(2) VALUE SPACES.
015000     88 WS-GLJRNL-OK                     VALUE '00'.
015100 01  WS-GLRPT-STATUS                 PIC X(2) VALUE SPACES.
015200     88 WS-GLRPT-OK                      VALUE '00'.
015300
015400 01  WS-SWITCHES.
015500     05 WS-ASM-EOF-SW                PIC X(1) VALUE 'N'.
015600         88 WS-ASM-EOF                    VALUE 'Y'.
015700     05 WS-PAY-EOF-SW                PIC X(1) VALUE 'N'.
015800         88 WS-PAY-EOF                    VALUE 'Y'.
015900     05 WS-AWD-EOF-SW                PIC X(1) VALUE 'N'.
016000         88 WS-AWD-EOF                    VALUE 'Y'.
016010     05 WS-CHG-EOF-SW                PIC X(1) VALUE 'N'.
016020         88 WS-CHG-EOF                    VALUE 'Y'.
016100     05 WS-PJR-EOF-SW                PIC X(1) VALUE 'N'.
016200         88 WS-PJR-EOF                    VALUE 'Y'.
016300     05 WS-MAP-FOUND-SW              PIC X(1) VALUE 'N'.
016400         88 WS-MAP-FOUND                  VALUE 'Y'.
016500     05 WS-REVERSE-SW                PIC X(1) VALUE 'N'.
016600         88 WS-REVERSE-SIDES              VALUE 'Y'.
016700
016800* SYSIN - THE BUSINESS DAY BEING POSTED (YYYYDDD). ASSESS STAMPS
016900* ITS ASSESSMENT DATE IN THAT SHAPE; PAYFILE, AWDFILE, CHGFILE AND
017000* PAYJRNL CARRY EIBDATE'S CYYDDD, SO BOTH FORMS ARE KEPT.
017100 01  WS-PARM-DAY-X                   PIC X(7) VALUE SPACES.
017200 01  WS-PARM-DAY-N REDEFINES WS-PARM-DAY-X
017300                                     PIC 9(7).
017400 01  WS-RUN-CYYDDD                   PIC 9(7) VALUE 0.
017500 01  WS-BCT-TIME                     PIC 9(8) VALUE 0.
017600 01  WS-BCT-TOTAL-WORK               PIC 9(15) VALUE 0.
017700
017710* WHAT THE GL ALREADY CARRIES FOR THE ASSESS ROW UNDER ITS CURRENT
017720* FEE CATEGORY - THE CHANGE FROM IT IS ALL THAT POSTS TODAY.
017730 01  WS-ASM-BASE                     PIC 9(7)V99 VALUE 0.
017740
017800* ONE ACTIVITY ROW ON ITS WAY TO A PAIR OF JOURNAL LINES - FILLED
017900* BY EACH SOURCE PASS AND HANDED TO 7000-POST-ONE-ITEM.
018000 01  WS-GL-ITEM.
018100     05 WS-GL-SOURCE                 PIC X(2).
018200     05 WS-GL-SUBCODE                PIC X(4).
018300     05 WS-GL-STUNUM                 PIC X(7).
018400     05 WS-GL-TERM                   PIC X(5).
018500     05 WS-GL-REFERENCE              PIC X(8).
018600     05 WS-GL-AMOUNT                 PIC 9(9)V99.
018700 01  WS-GL-DR-ACCOUNT                PIC X(10) VALUE SPACES.
018800 01  WS-GL-CR-ACCOUNT                PIC X(10) VALUE SPACES.
018900 01  WS-GL-SWAP-ACCOUNT              PIC X(10) VALUE SPACES.
019000
019100 77  WS-LINE-NO                      PIC S9(7) COMP VALUE 0.
019200 77  WS-ITEM-COUNT                   PIC S9(7) COMP VALUE 0.
019300 77  WS-UNMAPPED-COUNT               PIC S9(7) COMP VALUE 0.
019400 01  WS-DEBIT-TOTAL                  PIC 9(11)V99 VALUE 0.
019500 01  WS-CREDIT-TOTAL                 PIC 9(11)V99 VALUE 0.
019600
019700* PER-SOURCE CONTROL TOTALS FOR THE REPORT - ASSESSMENTS,
019800* PAYMENTS IN, REFUNDS/REVERSALS OUT, AWARDS, NSF FEES, AND
019810* MISCELLANEOUS CHARGES POSTED AND WAIVED.
019900 01  WS-TOT-ASSESS                   PIC 9(11)V99 VALUE 0.
019910 01  WS-TOT-ASSESS-OUT               PIC 9(11)V99 VALUE 0.
020000 01  WS-TOT-PAY-IN                   PIC 9(11)V99 VALUE 0.
020100 01  WS-TOT-PAY-OUT                  PIC 9(11)V99 VALUE 0.
020200 01  WS-TOT-AWARDS                   PIC 9(11)V99 VALUE 0.
020300 01  WS-TOT-NSF                      PIC 9(11)V99 VALUE 0.
020310 01  WS-TOT-CHARGES                  PIC 9(11)V99 VALUE 0.
020320 01  WS-TOT-WAIVED                   PIC 9(11)V99 VALUE 0.
020400
020500 01  RPT-HEADING-1.
020600     05 RPT-HDG1-CC                  PIC X(1) VALUE '1'.
020700     05 FILLER                       PIC X(4) VALUE SPACES.
020800     05 FILLER                       PIC X(38) VALUE
020900            'GENERAL-LEDGER JOURNAL EXTRACT - DAY: '.
021000     05 RPT-HDG1-DAY                 PIC 9(7).
021100     05 FILLER                       PIC X(83) VALUE SPACES.
021200
021300 01  RPT-EXCEPT-LINE.
021400     05 RPT-EXC-CC                   PIC X(1) VALUE ' '.
021500     05 FILLER                       PIC X(4) VALUE SPACES.
021600     05 FILLER                       PIC X(14) VALUE
021700            'NO GLMAP ROW: '.
021800     05 RPT-EXC-SOURCE               PIC X(2).
021900     05 FILLER                       PIC X(1) VALUE '/'.
022000     05 RPT-EXC-SUBCODE              PIC X(4).
022100     05 FILLER                       PIC X(2) VALUE SPACES.
022200     05 RPT-EXC-STUNUM               PIC X(7).
022300     05 FILLER                       PIC X(2) VALUE SPACES.
022400     05 RPT-EXC-TERM                 PIC X(5).
022500     05 FILLER                       PIC X(2) VALUE SPACES.
022600     05 RPT-EXC-REF                  PIC X(8).
022700     05 FILLER                       PIC X(2) VALUE SPACES.
022800     05 RPT-EXC-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
022900     05 FILLER                       PIC X(65) VALUE SPACES.
023000
023100 01  RPT-TOTAL-LINE.
023200     05 RPT-TOT-CC                   PIC X(1) VALUE ' '.
023300     05 FILLER                       PIC X(4) VALUE SPACES.
023400     05 RPT-TOT-TEXT                 PIC X(30).
023500     05 RPT-TOT-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
023600     05 FILLER                       PIC X(81) VALUE SPACES.
023700
023800 01  RPT-COUNT-LINE.
023900     05 RPT-CNT-CC                   PIC X(1) VALUE ' '.
024000     05 FILLER                       PIC X(4) VALUE SPACES.
024100     05 RPT-CNT-TEXT                 PIC X(30).
024200     05 RPT-CNT-COUNT                PIC ZZZ,ZZ9.
024300     05 FILLER                       PIC X(91) VALUE SPACES.
024400
024500 PROCEDURE DIVISION.
024600
024700 0000-MAINLINE.
024800
024900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025000     PERFORM 1090-REGISTER-START THRU 1090-EXIT.
025100
025200     PERFORM 2000-POST-ASSESSMENTS THRU 2000-EXIT.
025300     PERFORM 4000-POST-PAYMENTS THRU 4000-EXIT.
025400     PERFORM 5000-POST-AWARDS THRU 5000-EXIT.
025500     PERFORM 6000-POST-NSF-FEES THRU 6000-EXIT.
025510     PERFORM 6500-POST-CHARGES THRU 6500-EXIT.
025600     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.
025700
025800     PERFORM 3000-TERMINATE THRU 3000-EXIT.
025900
026000     GOBACK.
026100
026200 1000-INITIALIZE.
026300
026400     ACCEPT WS-PARM-DAY-X FROM SYSIN.
026500
026600     IF WS-PARM-DAY-X IS NOT NUMERIC
026700         DISPLAY 'DCJB8BGL - DAY PARM MUST BE YYYYDDD'
026800         GO TO 9999-ABEND
026900     END-IF.
027000     COMPUTE WS-RUN-CYYDDD = WS-PARM-DAY-N - 1900000.
027100
027200     OPEN INPUT ASSESS-FILE.
027300     IF NOT WS-ASSESS-OK
027400         DISPLAY 'DCJB8BGL - ASSESS OPEN FAILED, STATUS = '
027500             WS-ASSESS-STATUS
027600         GO TO 9999-ABEND
027700     END-IF.
027800
027900     OPEN INPUT PAYFILE.
028000     IF NOT WS-PAYFILE-OK
028100         DISPLAY 'DCJB8BGL - PAYFILE OPEN FAILED, STATUS = '
028200             WS-PAYFILE-STATUS
028300         GO TO 9999-ABEND
028400     END-IF.
028500
028600     OPEN INPUT AWD-FILE.
028700     IF NOT WS-AWD-OK
028800         DISPLAY 'DCJB8BGL - AWDFILE OPEN FAILED, STATUS = '
028900             WS-AWD-STATUS
029000         GO TO 9999-ABEND
029100     END-IF.
029200
029210     OPEN INPUT CHG-FILE.
029220     IF NOT WS-CHG-OK
029230         DISPLAY 'DCJB8BGL - CHGFILE OPEN FAILED, STATUS = '
029240             WS-CHG-STATUS
029250         GO TO 9999-ABEND
029260     END-IF.
029270
029300     OPEN INPUT PAYJRNL-IN.
029400     IF NOT WS-PAYJRNL-OK
029500         DISPLAY 'DCJB8BGL - PAYJRNL OPEN FAILED, STATUS = '
029600             WS-PAYJRNL-STATUS
029700         GO TO 9999-ABEND
029800     END-IF.
029900
030000     OPEN INPUT GLMAP-FILE.
030100     IF NOT WS-GLMAP-OK
030200         DISPLAY 'DCJB8BGL - GLMAP OPEN FAILED, STATUS = '
030300             WS-GLMAP-STATUS
030400         GO TO 9999-ABEND
030500     END-IF.
030600
030700     OPEN OUTPUT GLJRNL-OUT.
030800     IF NOT WS-GLJRNL-OK
030900         DISPLAY 'DCJB8BGL - GLJRNL OPEN FAILED, STATUS = '
031000             WS-GLJRNL-STATUS
031100         GO TO 9999-ABEND
031200     END-IF.
031300
031400     OPEN OUTPUT GL-RPT.
031500     IF NOT WS-GLRPT-OK
031600         DISPLAY 'DCJB8BGL - GLRPT OPEN FAILED, STATUS = '
031700             WS-GLRPT-STATUS
031800         GO TO 9999-ABEND
031900     END-IF.
032000
032100     MOVE WS-PARM-DAY-N TO RPT-HDG1-DAY.
032200     WRITE RPT-LINE FROM RPT-HEADING-1.
032300
032400 1000-EXIT.
032500     EXIT.
032600
032700 1090-REGISTER-START.
032800
032900     OPEN I-O BATCHCTL-FILE.
033000     IF NOT WS-BATCHCTL-OK
033100         DISPLAY 'DCJB8BGL - BATCHCTL OPEN FAILED, STATUS = '
033200             WS-BATCHCTL-STATUS
033300         GO TO 9999-ABEND
033400     END-IF.
033500
033600     MOVE WS-RUN-CYYDDD TO BCT-RUN-DATE.
033700     MOVE 'DCJB8BGL' TO BCT-JOB.
033800     READ BATCHCTL-FILE
033900         INVALID KEY
034000             CONTINUE
034100         NOT INVALID KEY
034200             IF BCT-DONE
034300                 DISPLAY 'DCJB8BGL - DAY ALREADY POSTED TO THE GL'
034400                 GO TO 9999-ABEND
034500             END-IF
034600     END-READ.
034700
034800     MOVE WS-RUN-CYYDDD TO BCT-RUN-DATE.
034900     MOVE 'DCJB8BGL' TO BCT-JOB.
035000     SET BCT-RUNNING TO TRUE.
035100     ACCEPT WS-BCT-TIME FROM TIME.
035200     MOVE WS-BCT-TIME(1:7) TO BCT-START-TIME.
035300     MOVE ZEROS TO BCT-END-TIME.
035400     MOVE ZEROS TO BCT-TOTAL.
035500     WRITE BATCHCTL-RECORD
035600         INVALID KEY
035700             REWRITE BATCHCTL-RECORD
035800     END-WRITE.
035900
036000 1090-EXIT.
036100     EXIT.
036200
036300*----------------------------------------------------------------
036400* ASSESS - EVERY ROW DCJB8BTA STAMPED WITH TODAY'S ASSESSMENT
036410* DATE POSTS UNDER ITS FEE CATEGORY (RECEIVABLES DEBITED, TUITION
036420* REVENUE CREDITED ON THE USUAL MAPPING) - BUT ONLY THE CHANGE
036430* FROM ASM-PRIOR-FEES, WHAT EARLIER DAYS ALREADY POSTED. A
036440* REASSESSMENT DOWNWARD GOES OUT REVERSED. A CHANGE OF FEE
036450* CATEGORY REVERSES THE OLD CATEGORY'S POSTING WHOLE AND POSTS
036460* THE NEW TOTAL UNDER THE NEW ONE.
036700*----------------------------------------------------------------
036800 2000-POST-ASSESSMENTS.
036900
037000     PERFORM 2100-READ-NEXT-ASSESS THRU 2100-EXIT.
037100     PERFORM 2200-POST-ONE-ASSESS THRU 2200-EXIT
037200         UNTIL WS-ASM-EOF.
037300
037400 2000-EXIT.
037500     EXIT.
037600
037700 2100-READ-NEXT-ASSESS.
037800
037900     READ ASSESS-FILE NEXT RECORD
038000         AT END
038100             MOVE 'Y' TO WS-ASM-EOF-SW
038200     END-READ.
038300
038400 2100-EXIT.
038500     EXIT.
038600
038700 2200-POST-ONE-ASSESS.
038800
038810     IF ASM-ASSESS-DATE NOT = WS-PARM-DAY-N
038820         GO TO 2200-NEXT
038830     END-IF.
038840
038850     MOVE 'AS' TO WS-GL-SOURCE.
038860     MOVE ASM-STU-NUMBER TO WS-GL-STUNUM.
038870     MOVE ASM-TERM TO WS-GL-TERM.
038880     MOVE SPACES TO WS-GL-REFERENCE.
038890     MOVE ASM-PRIOR-FEES TO WS-ASM-BASE.
038900
038910     IF (ASM-PRIOR-FEE-CAT NOT = ASM-FEE-CAT) AND
038920        (ASM-PRIOR-FEES > 0)
038930         MOVE ASM-PRIOR-FEE-CAT TO WS-GL-SUBCODE
038940         MOVE ASM-PRIOR-FEES TO WS-GL-AMOUNT
038950         MOVE 'Y' TO WS-REVERSE-SW
038960         PERFORM 7000-POST-ONE-ITEM THRU 7000-EXIT
038970         ADD ASM-PRIOR-FEES TO WS-TOT-ASSESS-OUT
038980         MOVE 0 TO WS-ASM-BASE
038990     END-IF.
039000
039010     MOVE ASM-FEE-CAT TO WS-GL-SUBCODE.
039020
039030     IF ASM-TOTAL-FEES > WS-ASM-BASE
039040         COMPUTE WS-GL-AMOUNT = ASM-TOTAL-FEES - WS-ASM-BASE
039050         MOVE 'N' TO WS-REVERSE-SW
039060         PERFORM 7000-POST-ONE-ITEM THRU 7000-EXIT
039070         ADD WS-GL-AMOUNT TO WS-TOT-ASSESS
039080     END-IF.
039090
039100     IF ASM-TOTAL-FEES < WS-ASM-BASE
039110         COMPUTE WS-GL-AMOUNT = WS-ASM-BASE - ASM-TOTAL-FEES
039120         MOVE 'Y' TO WS-REVERSE-SW
039130         PERFORM 7000-POST-ONE-ITEM THRU 7000-EXIT
039140         ADD WS-GL-AMOUNT TO WS-TOT-ASSESS-OUT
039150     END-IF.
039160
039170 2200-NEXT.
039180
040100     PERFORM 2100-READ-NEXT-ASSESS THRU 2100-EXIT.
040200
040300 2200-EXIT.
040400     EXIT.
040500
040600*----------------------------------------------------------------
040700* PAYFILE - THE DAY'S ROWS BY PAY-METHOD. A REFUND OR REVERSAL
040800* IS MONEY GOING BACK OUT, SO ITS MAPPING POSTS WITH THE DEBIT
040900* AND CREDIT SIDES SWAPPED.
041000*----------------------------------------------------------------
041100 4000-POST-PAYMENTS.
041200
041300     PERFORM 4100-READ-NEXT-PAYMENT THRU 4100-EXIT.
041400     PERFORM 4200-POST-ONE-PAYMENT THRU 4200-EXIT
041500         UNTIL WS-PAY-EOF.
041600
041700 4000-EXIT.
041800     EXIT.
041900
042000 4100-READ-NEXT-PAYMENT.
042100
042200     READ PAYFILE NEXT RECORD
042300         AT END
042400             MOVE 'Y' TO WS-PAY-EOF-SW
042500     END-READ.
042600
042700 4100-EXIT.
042800     EXIT.
042900
043000 4200-POST-ONE-PAYMENT.
043100
043200     IF PAY-DATE NOT = WS-RUN-CYYDDD
043300         GO TO 4200-NEXT
043400     END-IF.
043500
043600     MOVE 'PY' TO WS-GL-SOURCE.
043700     MOVE PAY-METHOD TO WS-GL-SUBCODE.
043800     MOVE PAY-STU-NUMBER TO WS-GL-STUNUM.
043900     MOVE PAY-TERM TO WS-GL-TERM.
044000     MOVE PAY-RECEIPT TO WS-GL-REFERENCE.
044100     MOVE PAY-AMOUNT TO WS-GL-AMOUNT.
044200     IF PAY-NEGATIVE
044300         MOVE 'Y' TO WS-REVERSE-SW
044400         ADD PAY-AMOUNT TO WS-TOT-PAY-OUT
044500     ELSE
044600         MOVE 'N' TO WS-REVERSE-SW
044700         ADD PAY-AMOUNT TO WS-TOT-PAY-IN
044800     END-IF.
044900     PERFORM 7000-POST-ONE-ITEM THRU 7000-EXIT.
045000
045100 4200-NEXT.
045200
045300     PERFORM 4100-READ-NEXT-PAYMENT THRU 4100-EXIT.
045400
045500 4200-EXIT.
045600     EXIT.
045700
045800*----------------------------------------------------------------
045900* AWDFILE - AWARDS POSTED ON DCJB8PHA TODAY, BY AWARD CODE.
046000*----------------------------------------------------------------
046100 5000-POST-AWARDS.
046200
046300     PERFORM 5100-READ-NEXT-AWARD THRU 5100-EXIT.
046400     PERFORM 5200-POST-ONE-AWARD THRU 5200-EXIT
046500         UNTIL WS-AWD-EOF.
046600
046700 5000-EXIT.
046800     EXIT.
046900
047000 5100-READ-NEXT-AWARD.
047100
047200     READ AWD-FILE NEXT RECORD
047300         AT END
047400             MOVE 'Y' TO WS-AWD-EOF-SW
047500     END-READ.
047600
047700 5100-EXIT.
047800     EXIT.
047900
048000 5200-POST-ONE-AWARD.
048100
048200     IF AWD-POST-DATE = WS-RUN-CYYDDD
048300         MOVE 'AW' TO WS-GL-SOURCE
048400         MOVE AWD-CODE TO WS-GL-SUBCODE
048500         MOVE AWD-STU-NUMBER TO WS-GL-STUNUM
048600         MOVE AWD-TERM TO WS-GL-TERM
048700         MOVE AWD-CODE TO WS-GL-REFERENCE
048800         MOVE AWD-AMOUNT TO WS-GL-AMOUNT
048900         MOVE 'N' TO WS-REVERSE-SW
049000         PERFORM 7000-POST-ONE-ITEM THRU 7000-EXIT
049100         ADD AWD-AMOUNT TO WS-TOT-AWARDS
049200     END-IF.
049300
049400     PERFORM 5100-READ-NEXT-AWARD THRU 5100-EXIT.
049500
049600 5200-EXIT.
049700     EXIT.
049800
049900*----------------------------------------------------------------
050000* PAYJRNL - AN NSF FEE KEYED WITH TODAY'S REVERSALS WAS ADDED TO
050100* THE TERM'S ASSESSMENT BY THE CASHIER SCREEN; IT POSTS HERE AS
050200* ITS OWN CHARGE. THE REVERSAL ITSELF ALREADY CAME THROUGH
050300* PAYFILE AS ITS 'RV' ROW.
050400*----------------------------------------------------------------
050500 6000-POST-NSF-FEES.
050600
050700     PERFORM 6100-READ-NEXT-JOURNAL THRU 6100-EXIT.
050800     PERFORM 6200-POST-ONE-JOURNAL THRU 6200-EXIT
050900         UNTIL WS-PJR-EOF.
051000
051100 6000-EXIT.
051200     EXIT.
051300
051400 6100-READ-NEXT-JOURNAL.
051500
051600     READ PAYJRNL-IN
051700         AT END
051800             MOVE 'Y' TO WS-PJR-EOF-SW
051900     END-READ.
052000
052100 6100-EXIT.
052200     EXIT.
052300
052400 6200-POST-ONE-JOURNAL.
052500
052600     IF (PJR-DATE = WS-RUN-CYYDDD) AND (PJR-NSF-FEE > 0)
052700         MOVE 'NS' TO WS-GL-SOURCE
052800         MOVE SPACES TO WS-GL-SUBCODE
052900         MOVE PJR-STU-NUMBER TO WS-GL-STUNUM
053000         MOVE PJR-TERM TO WS-GL-TERM
053100         MOVE PJR-ORIG-RECEIPT TO WS-GL-REFERENCE
053200         MOVE PJR-NSF-FEE TO WS-GL-AMOUNT
053300         MOVE 'N' TO WS-REVERSE-SW
053400         PERFORM 7000-POST-ONE-ITEM THRU 7000-EXIT
053500         ADD PJR-NSF-FEE TO WS-TOT-NSF
053600     END-IF.
053700
053800     PERFORM 6100-READ-NEXT-JOURNAL THRU 6100-EXIT.
053900
054000 6200-EXIT.
054100     EXIT.
054101
054102*----------------------------------------------------------------
054103* CHGFILE - MISCELLANEOUS CHARGES POSTED ON DCJB8PHQ TODAY, BY
054104* CHARGE CODE. A CHARGE WAIVED TODAY GOES OUT WITH THE SIDES
054105* SWAPPED, TAKING IT BACK OFF RECEIVABLES. ONE POSTED AND
054106* WAIVED THE SAME DAY DOES BOTH, WHICH NETS TO NOTHING.
054107*----------------------------------------------------------------
054108 6500-POST-CHARGES.
054109
054110     PERFORM 6600-READ-NEXT-CHARGE THRU 6600-EXIT.
054111     PERFORM 6700-POST-ONE-CHARGE THRU 6700-EXIT
054112         UNTIL WS-CHG-EOF.
054113
054114 6500-EXIT.
054115     EXIT.
054116
054117 6600-READ-NEXT-CHARGE.
054118
054119     READ CHG-FILE NEXT RECORD
054120         AT END
054121             MOVE 'Y' TO WS-CHG-EOF-SW
054122     END-READ.
054123
054124 6600-EXIT.
054125     EXIT.
054126
054127 6700-POST-ONE-CHARGE.
054128
054129     MOVE 'MC' TO WS-GL-SOURCE.
054130     MOVE CHG-CODE TO WS-GL-SUBCODE.
054131     MOVE CHG-STU-NUMBER TO WS-GL-STUNUM.
054132     MOVE CHG-TERM TO WS-GL-TERM.
054133     MOVE CHG-REFERENCE TO WS-GL-REFERENCE.
054134     MOVE CHG-AMOUNT TO WS-GL-AMOUNT.
054135
054136     IF CHG-DATE = WS-RUN-CYYDDD
054137         MOVE 'N' TO WS-REVERSE-SW
054138         PERFORM 7000-POST-ONE-ITEM THRU 7000-EXIT
054139         ADD CHG-AMOUNT TO WS-TOT-CHARGES
054140     END-IF.
054141
054142     IF CHG-WAIVED AND (CHG-WAIVE-DATE = WS-RUN-CYYDDD)
054143         MOVE 'Y' TO WS-REVERSE-SW
054144         PERFORM 7000-POST-ONE-ITEM THRU 7000-EXIT
054145         ADD CHG-AMOUNT TO WS-TOT-WAIVED
054146     END-IF.
054147
054148     PERFORM 6600-READ-NEXT-CHARGE THRU 6600-EXIT.
054149
054150 6700-EXIT.
054151     EXIT.
054200
054300*----------------------------------------------------------------
054400* ONE ACTIVITY ITEM BECOMES A DEBIT LINE AND A CREDIT LINE FOR
054500* THE SAME AMOUNT, SO THE JOURNAL BALANCES BY CONSTRUCTION. AN
054600* ITEM WITH NO GLMAP ROW IS LISTED ON THE REPORT INSTEAD OF
054700* BEING POSTED TO A GUESSED ACCOUNT.
054800*----------------------------------------------------------------
054900 7000-POST-ONE-ITEM.
055000
055100     IF WS-GL-AMOUNT = 0
055200         GO TO 7000-EXIT
055300     END-IF.
055400
055500     PERFORM 7100-FIND-MAPPING THRU 7100-EXIT.
055600
055700     IF NOT WS-MAP-FOUND
055800         MOVE WS-GL-SOURCE TO RPT-EXC-SOURCE
055900         MOVE WS-GL-SUBCODE TO RPT-EXC-SUBCODE
056000         MOVE WS-GL-STUNUM TO RPT-EXC-STUNUM
056100         MOVE WS-GL-TERM TO RPT-EXC-TERM
056200         MOVE WS-GL-REFERENCE TO RPT-EXC-REF
056300         MOVE WS-GL-AMOUNT TO RPT-EXC-AMOUNT
056400         WRITE RPT-LINE FROM RPT-EXCEPT-LINE
056500         ADD 1 TO WS-UNMAPPED-COUNT
056600         GO TO 7000-EXIT
056700     END-IF.
056800
056900     IF WS-REVERSE-SIDES
057000         MOVE WS-GL-DR-ACCOUNT TO WS-GL-SWAP-ACCOUNT
057100         MOVE WS-GL-CR-ACCOUNT TO WS-GL-DR-ACCOUNT
057200         MOVE WS-GL-SWAP-ACCOUNT TO WS-GL-CR-ACCOUNT
057300     END-IF.
057400
057500     ADD 1 TO WS-ITEM-COUNT.
057600
057700     MOVE WS-GL-DR-ACCOUNT TO GLJ-ACCOUNT.
057800     SET GLJ-DEBIT TO TRUE.
057900     PERFORM 7200-WRITE-LINE THRU 7200-EXIT.
058000     ADD WS-GL-AMOUNT TO WS-DEBIT-TOTAL.
058100
058200     MOVE WS-GL-CR-ACCOUNT TO GLJ-ACCOUNT.
058300     SET GLJ-CREDIT TO TRUE.
058400     PERFORM 7200-WRITE-LINE THRU 7200-EXIT.
058500     ADD WS-GL-AMOUNT TO WS-CREDIT-TOTAL.
058600
058700 7000-EXIT.
058800     EXIT.
058900
059000*    THE EXACT SOURCE/SUB-CODE ROW FIRST, THEN THE SOURCE'S
059100*    BLANK-SUB-CODE CATCH-ALL.
059200 7100-FIND-MAPPING.
059300
059400     MOVE 'N' TO WS-MAP-FOUND-SW.
059500     MOVE WS-GL-SOURCE TO GLM-SOURCE.
059600     MOVE WS-GL-SUBCODE TO GLM-SUBCODE.
059700     READ GLMAP-FILE
059800         INVALID KEY
059900             CONTINUE
060000         NOT INVALID KEY
060100             MOVE 'Y' TO WS-MAP-FOUND-SW
060200     END-READ.
060300
060400     IF (NOT WS-MAP-FOUND) AND (WS-GL-SUBCODE NOT = SPACES)
060500         MOVE WS-GL-SOURCE TO GLM-SOURCE
060600         MOVE SPACES TO GLM-SUBCODE
060700         READ GLMAP-FILE
060800             INVALID KEY
060900                 CONTINUE
061000             NOT INVALID KEY
061100                 MOVE 'Y' TO WS-MAP-FOUND-SW
061200         END-READ
061300     END-IF.
061400
061500     IF WS-MAP-FOUND
061600         MOVE GLM-DR-ACCOUNT TO WS-GL-DR-ACCOUNT
061700         MOVE GLM-CR-ACCOUNT TO WS-GL-CR-ACCOUNT
061800     END-IF.
061900
062000 7100-EXIT.
062100     EXIT.
062200
062300*    GLJ-ACCOUNT AND GLJ-DR-CR ARE SET BY THE CALLER.
062400 7200-WRITE-LINE.
062500
062600     ADD 1 TO WS-LINE-NO.
062700     SET GLJ-DETAIL TO TRUE.
062800     MOVE WS-RUN-CYYDDD TO GLJ-RUN-DATE.
062900     MOVE WS-LINE-NO TO GLJ-LINE-NO.
063000     MOVE WS-GL-AMOUNT TO GLJ-AMOUNT.
063100     MOVE WS-GL-SOURCE TO GLJ-SOURCE.
063200     MOVE WS-GL-SUBCODE TO GLJ-SUBCODE.
063300     MOVE WS-GL-STUNUM TO GLJ-STU-NUMBER.
063400     MOVE WS-GL-TERM TO GLJ-TERM.
063500     MOVE WS-GL-REFERENCE TO GLJ-REFERENCE.
063600     WRITE GLJRNL-RECORD.
063700     IF NOT WS-GLJRNL-OK
063800         DISPLAY 'DCJB8BGL - GLJRNL WRITE FAILED, STATUS = '
063900             WS-GLJRNL-STATUS
064000         GO TO 9999-ABEND
064100     END-IF.
064200
064300 7200-EXIT.
064400     EXIT.
064500
064600*----------------------------------------------------------------
064700* THE BALANCING TRAILER - LINE COUNT AND DEBIT/CREDIT TOTALS.
064800*----------------------------------------------------------------
064900 8000-WRITE-TRAILER.
065000
065100     MOVE SPACES TO GLJRNL-TRAILER.
065200     MOVE 'T' TO GLT-REC-TYPE.
065300     MOVE WS-RUN-CYYDDD TO GLT-RUN-DATE.
065400     MOVE WS-LINE-NO TO GLT-LINE-COUNT.
065500     MOVE WS-DEBIT-TOTAL TO GLT-DEBIT-TOTAL.
065600     MOVE WS-CREDIT-TOTAL TO GLT-CREDIT-TOTAL.
065700     WRITE GLJRNL-TRAILER.
065800
065900 8000-EXIT.
066000     EXIT.
066100
066200 3000-TERMINATE.
066300
066400     MOVE 'ASSESSMENTS  . . . . . . . . .' TO RPT-TOT-TEXT.
066500     MOVE WS-TOT-ASSESS TO RPT-TOT-AMOUNT.
066600     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
066610     MOVE 'ASSESSMENTS REDUCED  . . . . .' TO RPT-TOT-TEXT.
066620     MOVE WS-TOT-ASSESS-OUT TO RPT-TOT-AMOUNT.
066630     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
066700     MOVE 'PAYMENTS RECEIVED  . . . . . .' TO RPT-TOT-TEXT.
066800     MOVE WS-TOT-PAY-IN TO RPT-TOT-AMOUNT.
066900     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
067000     MOVE 'REFUNDS AND REVERSALS  . . . .' TO RPT-TOT-TEXT.
067100     MOVE WS-TOT-PAY-OUT TO RPT-TOT-AMOUNT.
067200     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
067300     MOVE 'AWARDS POSTED  . . . . . . . .' TO RPT-TOT-TEXT.
067400     MOVE WS-TOT-AWARDS TO RPT-TOT-AMOUNT.
067500     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
067600     MOVE 'NSF FEES . . . . . . . . . . .' TO RPT-TOT-TEXT.
067700     MOVE WS-TOT-NSF TO RPT-TOT-AMOUNT.
067800     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
067810     MOVE 'MISCELLANEOUS CHARGES  . . . .' TO RPT-TOT-TEXT.
067820     MOVE WS-TOT-CHARGES TO RPT-TOT-AMOUNT.
067830     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
067840     MOVE 'CHARGES WAIVED . . . . . . . .' TO RPT-TOT-TEXT.
067850     MOVE WS-TOT-WAIVED TO RPT-TOT-AMOUNT.
067860     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
067900     MOVE 'TOTAL DEBITS . . . . . . . . .' TO RPT-TOT-TEXT.
068000     MOVE WS-DEBIT-TOTAL TO RPT-TOT-AMOUNT.
068100     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
068200     MOVE 'TOTAL CREDITS  . . . . . . . .' TO RPT-TOT-TEXT.
068300     MOVE WS-CREDIT-TOTAL TO RPT-TOT-AMOUNT.
068400     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
068500     MOVE 'JOURNAL LINES  . . . . . . . .' TO RPT-CNT-TEXT.
068600     MOVE WS-LINE-NO TO RPT-CNT-COUNT.
068700     WRITE RPT-LINE FROM RPT-COUNT-LINE.
068800     MOVE 'UNMAPPED ITEMS . . . . . . . .' TO RPT-CNT-TEXT.
068900     MOVE WS-UNMAPPED-COUNT TO RPT-CNT-COUNT.
069000     WRITE RPT-LINE FROM RPT-COUNT-LINE.
069100
069200*    A CLEAN, BALANCED DAY FLIPS THE BATCHCTL ROW TO COMPLETE
069300*    WITH THE DEBIT CENTS AS ITS CONTROL TOTAL - FROM THEN ON THE
069400*    DAY CANNOT BE EXTRACTED AGAIN. UNMAPPED ACTIVITY LEAVES THE
069500*    ROW AT 'S' AND ENDS RC 8: THE JOURNAL IS NOT SENT, GLMAP IS
069600*    FIXED, AND THE DAY IS RERUN.
069700     IF (WS-UNMAPPED-COUNT = 0) AND
069800        (WS-DEBIT-TOTAL = WS-CREDIT-TOTAL)
069900         MOVE WS-RUN-CYYDDD TO BCT-RUN-DATE
070000         MOVE 'DCJB8BGL' TO BCT-JOB
070100         READ BATCHCTL-FILE
070200             INVALID KEY
070300                 CONTINUE
070400             NOT INVALID KEY
070500                 SET BCT-DONE TO TRUE
070600                 ACCEPT WS-BCT-TIME FROM TIME
070700                 MOVE WS-BCT-TIME(1:7) TO BCT-END-TIME
070800                 COMPUTE WS-BCT-TOTAL-WORK =
070900                     WS-DEBIT-TOTAL * 100
071000                 MOVE WS-BCT-TOTAL-WORK TO BCT-TOTAL
071100                 REWRITE BATCHCTL-RECORD
071200         END-READ
071300     ELSE
071400         DISPLAY 'DCJB8BGL - UNMAPPED ACTIVITY - DAY NOT POSTED'
071500         MOVE 8 TO RETURN-CODE
071600     END-IF.
071700
071800     CLOSE ASSESS-FILE.
071900     CLOSE PAYFILE.
072000     CLOSE AWD-FILE.
072010     CLOSE CHG-FILE.
072100     CLOSE PAYJRNL-IN.
072200     CLOSE GLMAP-FILE.
072300     CLOSE BATCHCTL-FILE.
072400     CLOSE GLJRNL-OUT.
072500     CLOSE GL-RPT.
072600
072700     DISPLAY 'DCJB8BGL - ITEMS = ' WS-ITEM-COUNT
072800         ' LINES = ' WS-LINE-NO
072900         ' UNMAPPED = ' WS-UNMAPPED-COUNT.
073000
073100 3000-EXIT.
073200     EXIT.
073300
073400 9999-ABEND.
073500
073600     MOVE 16 TO RETURN-CODE.
073700     GOBACK.
073800
073900 END PROGRAM DCJB8BGL.
