000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BCP.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - COLLECTION AGENCY PLACEMENT.
001100*                EVERY DUNFILE ACCOUNT THAT HAS HAD ITS FINAL
001200*                NOTICE AND STILL OWES (FEES PLUS LIVE CHARGES,
001300*                LESS PAYMENTS AND AWARDS) IS WRITTEN TO THE
001400*                AGENCY'S FIXED-FORMAT PLACEMENT FILE WITH NAME,
001500*                ADDRESS AND PHONE, AND MARKED PLACED ON COLLFILE.
001600*                A PLACED ACCOUNT WHOSE BALANCE HAS SINCE BEEN
001700*                CLEARED HERE IS SENT AS A RECALL. THE REPORT
001800*                LISTS THE RUN'S PLACEMENTS AND RECALLS AND ENDS
001900*                WITH THE WHOLE REGISTER RECONCILED - PLACED
002000*                AGAINST COLLECTED, RECALLED, RETURNED AND STILL
002100*                OUTSTANDING.
002110* 10/15/26  HZ   ASSESS RECORD NOW 38 BYTES - CARRIES THE FEES
002120*                THE GL ALREADY HOLDS.
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
003200     SELECT DUN-FILE ASSIGN TO DUNFILE
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS DUN-KEY
003600         FILE STATUS IS WS-DUNFILE-STATUS.
003700
003800     SELECT ASSESS-FILE ASSIGN TO ASSESS
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS ASM-KEY
004200         FILE STATUS IS WS-ASSESS-STATUS.
004300
004400*    PAYMENTS, AWARDS AND CHARGES ARE PICKED UP PER STUDENT/TERM
004500*    WITH A START ON THE PARTIAL KEY, THE SAME WAY DCJB8BAR NETS
004600*    AN ACCOUNT.
004700     SELECT PAYFILE ASSIGN TO PAYFILE
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS PAY-KEY
005100         FILE STATUS IS WS-PAYFILE-STATUS.
005200
005300     SELECT AWD-FILE ASSIGN TO AWDFILE
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS AWD-KEY
005700         FILE STATUS IS WS-AWDFILE-STATUS.
005800
005900     SELECT CHG-FILE ASSIGN TO CHGFILE
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS CHG-KEY
006300         FILE STATUS IS WS-CHGFILE-STATUS.
006400
006500     SELECT STUFILE ASSIGN TO STUFILE
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS STU-NUMBER
006900         FILE STATUS IS WS-STUFILE-STATUS.
007000
007100*    THE PLACEMENT REGISTER - READ BY KEY DURING THE DUNFILE
007200*    SWEEP, THEN SWEPT ITSELF FOR RECALLS AND THE RECONCILIATION.
007300     SELECT COLL-FILE ASSIGN TO COLLFILE
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS COL-KEY
007700         FILE STATUS IS WS-COLFILE-STATUS.
007800
007900*    THE AGENCY'S PLACEMENT FILE - FIXED FORMAT WITH A BALANCING
008000*    TRAILER, THE SAME SHAPE AS THE DCJB8BDB DISBURSEMENT EXTRACT.
008100     SELECT AGENCY-EXT ASSIGN TO AGYPLACE
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-AGYPLACE-STATUS.
008400
008500     SELECT PLACE-RPT ASSIGN TO COLRPT
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS WS-COLRPT-STATUS.
008800
008900 DATA DIVISION.
009000 FILE SECTION.
009100
009200 FD  DUN-FILE
009300     LABEL RECORDS ARE STANDARD
009400     RECORD CONTAINS 29 CHARACTERS
009500     DATA RECORD IS DUNFILE-RECORD.
009600
009700*    DUNFILE RECORD LAYOUT - SHARED WITH DCJB8BDN.
009800     COPY 'DUNREC'.
009900
010000 FD  ASSESS-FILE
010100     LABEL RECORDS ARE STANDARD
010200     RECORD CONTAINS 38 CHARACTERS
010300     DATA RECORD IS ASSESS-RECORD.
010400
010500*    ASSESS RECORD LAYOUT - SHARED WITH DCJB8BTA/DCJB8PGP.
010600     COPY 'ASSESREC'.
010700
010800 FD  PAYFILE
010900     LABEL RECORDS ARE STANDARD
011000     RECORD CONTAINS 50 CHARACTERS
011100     DATA RECORD IS PAYFILE-RECORD.
011200
011300     COPY 'PAYREC'.
011400
011500 FD  AWD-FILE
011600     LABEL RECORDS ARE STANDARD
011700     RECORD CONTAINS 57 CHARACTERS
011800     DATA RECORD IS AWDFILE-RECORD.
011900
012000     COPY 'AWRDREC'.
012100
012200 FD  CHG-FILE
012300     LABEL RECORDS ARE STANDARD
012400     RECORD CONTAINS 71 CHARACTERS
012500     DATA RECORD IS CHGFILE-RECORD.
012600
012700*    CHGFILE RECORD LAYOUT - SHARED WITH DCJB8PHQ.
012800     COPY 'CHGREC'.
012900
013000 FD  STUFILE
013100     LABEL RECORDS ARE STANDARD
013200     RECORD CONTAINS 227 CHARACTERS
013300     DATA RECORD IS STUFILE-RECORD.
013400
013500*    STUFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
013600     COPY 'STUREC'.
013700
013800 FD  COLL-FILE
013900     LABEL RECORDS ARE STANDARD
014000     RECORD CONTAINS 90 CHARACTERS
014100     DATA RECORD IS COLLFILE-RECORD.
014200
014300*    COLLFILE RECORD LAYOUT - SHARED WITH DCJB8BCA.
014400     COPY 'COLLREC'.
014500
014600 FD  AGENCY-EXT
014700     LABEL RECORDS ARE STANDARD
014800     RECORD CONTAINS 150 CHARACTERS
014900     DATA RECORD IS AGY-LINE.
015000
015100*    PLACEMENT FILE RECORDS - THE FIRST BYTE SAYS WHICH: 'H'
015200*    HEADER (RUN DATE), 'P' PLACEMENT OR 'R' RECALL DETAIL (THE
015300*    ACCOUNT, WHO TO CHASE AND THE BALANCE), 'T' TRAILER (COUNTS
015400*    AND TOTALS FOR EACH KIND OF DETAIL).
015500 01  AGY-LINE.
015600     05 AGY-REC-TYPE                 PIC X(1).
015700     05 AGY-DATA                     PIC X(149).
015800 01  AGY-HEADER REDEFINES AGY-LINE.
015900     05 AGH-REC-TYPE                 PIC X(1).
016000     05 AGH-RUN-DATE                 PIC 9(7).
016100     05 AGH-CLIENT                   PIC X(8).
016200     05 FILLER                       PIC X(134).
016300 01  AGY-DETAIL REDEFINES AGY-LINE.
016400     05 AGD-REC-TYPE                 PIC X(1).
016500     05 AGD-STU-NUMBER               PIC X(7).
016600     05 AGD-TERM                     PIC X(5).
016700     05 AGD-NAME                     PIC X(20).
016800     05 AGD-ADDRESS-1                PIC X(20).
016900     05 AGD-ADDRESS-2                PIC X(20).
017000     05 AGD-ADDRESS-3                PIC X(20).
017100     05 AGD-POSTAL                   PIC X(6).
017200     05 AGD-PHONE                    PIC X(10).
017300     05 AGD-AMOUNT                   PIC 9(7)V99.
017400     05 AGD-PLACED-DATE              PIC 9(7).
017500     05 FILLER                       PIC X(25).
017600 01  AGY-TRAILER REDEFINES AGY-LINE.
017700     05 AGT-REC-TYPE                 PIC X(1).
017800     05 AGT-PLACE-COUNT              PIC 9(7).
017900     05 AGT-PLACE-TOTAL              PIC 9(9)V99.
018000     05 AGT-RECALL-COUNT             PIC 9(7).
018100     05 AGT-RECALL-TOTAL             PIC 9(9)V99.
018200     05 FILLER                       PIC X(113).
018300
018400 FD  PLACE-RPT
018500     LABEL RECORDS ARE STANDARD
018600     RECORD CONTAINS 133 CHARACTERS
018700     DATA RECORD IS RPT-LINE.
018800 01  RPT-LINE                        PIC X(133).
018900
019000 WORKING-STORAGE SECTION.
019100
019200 01  WS-DUNFILE-STATUS               PIC X(2) VALUE SPACES.
019300     88 WS-DUNFILE-OK                    VALUE '00'.
019400 01  WS-ASSESS-STATUS                PIC X(2) VALUE SPACES.
019500     88 WS-ASSESS-OK                     VALUE '00'.
019600 01  WS-PAYFILE-STATUS               PIC X(2) VALUE SPACES.
019700     88 WS-PAYFILE-OK                    VALUE '00'.
019800 01  WS-AWDFILE-STATUS               PIC X(2) VALUE SPACES.
019900     88 WS-AWDFILE-OK                    VALUE '00'.
020000 01  WS-CHGFILE-STATUS               PIC X(2) VALUE SPACES.
020100     88 WS-CHGFILE-OK                    VALUE '00'.
020200 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
020300     88 WS-STUFILE-OK                    VALUE '00'.
020400 01  WS-COLFILE-STATUS               PIC X(2) VALUE SPACES.
020500     88 WS-COLFILE-OK                    VALUE '00'.
020600 01  WS-AGYPLACE-STATUS              PIC X(2) VALUE SPACES.
020700     88 WS-AGYPLACE-OK                   VALUE '00'.
020800 01  WS-COLRPT-STATUS                PIC X(2) VALUE SPACES.
020900     88 WS-COLRPT-OK                     VALUE '00'.
021000
021100 01  WS-SWITCHES.
021200     05 WS-DUN-EOF-SW                PIC X(1) VALUE 'N'.
021300         88 WS-DUN-EOF                    VALUE 'Y'.
021400     05 WS-COL-EOF-SW                PIC X(1) VALUE 'N'.
021500         88 WS-COL-EOF                    VALUE 'Y'.
021600     05 WS-PAY-DONE-SW               PIC X(1) VALUE 'N'.
021700         88 WS-PAY-DONE                   VALUE 'Y'.
021800     05 WS-AWD-DONE-SW               PIC X(1) VALUE 'N'.
021900         88 WS-AWD-DONE                   VALUE 'Y'.
022000     05 WS-CHG-DONE-SW               PIC X(1) VALUE 'N'.
022100         88 WS-CHG-DONE                   VALUE 'Y'.
022200     05 WS-ASM-FOUND-SW              PIC X(1) VALUE 'N'.
022300         88 WS-ASM-FOUND                  VALUE 'Y'.
022400
022500 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
022600 01  WS-CURR-CYYDDD                  PIC 9(7) VALUE 0.
022700
022800* THE ACCOUNT BEING NETTED - SET FROM DUNFILE ON THE PLACEMENT
022900* SWEEP AND FROM COLLFILE ON THE RECALL SWEEP.
023000 01  WS-NET-STU                      PIC X(7) VALUE SPACES.
023100 01  WS-NET-TERM                     PIC X(5) VALUE SPACES.
023200 01  WS-PAID-TOTAL                   PIC S9(7)V99 VALUE 0.
023300 01  WS-AWARD-TOTAL                  PIC 9(7)V99 VALUE 0.
023400 01  WS-CHARGE-TOTAL                 PIC 9(7)V99 VALUE 0.
023500 01  WS-BALANCE                      PIC S9(7)V99 VALUE 0.
023600 01  WS-OUTSTANDING                  PIC S9(7)V99 VALUE 0.
023700
023800 77  WS-PLACE-COUNT                  PIC S9(7) COMP VALUE 0.
023900 77  WS-RECALL-COUNT                 PIC S9(7) COMP VALUE 0.
024000 01  WS-PLACE-TOTAL                  PIC 9(9)V99 VALUE 0.
024100 01  WS-RECALL-TOTAL                 PIC 9(9)V99 VALUE 0.
024200
024300* THE WHOLE-REGISTER RECONCILIATION, ACCUMULATED ON THE RECALL
024400* SWEEP (WHICH SEES EVERY ROW, THIS RUN'S PLACEMENTS INCLUDED).
024500 01  WS-REC-TOTALS.
024600     05 WS-REC-PLACED                PIC S9(9)V99 VALUE 0.
024700     05 WS-REC-COLLECTED             PIC S9(9)V99 VALUE 0.
024800     05 WS-REC-COMMISSION            PIC S9(9)V99 VALUE 0.
024900     05 WS-REC-RECALLED              PIC S9(9)V99 VALUE 0.
025000     05 WS-REC-RETURNED              PIC S9(9)V99 VALUE 0.
025100     05 WS-REC-OUTSTANDING           PIC S9(9)V99 VALUE 0.
025200     05 WS-REC-DIFFERENCE            PIC S9(9)V99 VALUE 0.
025300 77  WS-REC-ROWS                     PIC S9(7) COMP VALUE 0.
025400 77  WS-REC-WORKING                  PIC S9(7) COMP VALUE 0.
025500
025600 01  RPT-HEADING-1.
025700     05 FILLER                       PIC X(1) VALUE '1'.
025800     05 FILLER                       PIC X(45) VALUE
025900            'DCJB8BCP - COLLECTION AGENCY PLACEMENT, RUN '.
026000     05 HD1-RUN-DATE                 PIC 9(7).
026100     05 FILLER                       PIC X(80) VALUE SPACES.
026200
026300 01  RPT-HEADING-2.
026400     05 FILLER                       PIC X(1) VALUE '0'.
026500     05 FILLER                       PIC X(4) VALUE SPACES.
026600     05 FILLER                       PIC X(40) VALUE
026700            'ACTION    STUDENT  TERM   NAME'.
026800     05 FILLER                       PIC X(20) VALUE
026900            '          BALANCE'.
027000     05 FILLER                       PIC X(68) VALUE SPACES.
027100
027200 01  RPT-DETAIL-LINE.
027300     05 FILLER                       PIC X(5) VALUE SPACES.
027400     05 RPT-DTL-ACTION               PIC X(8).
027500     05 FILLER                       PIC X(2) VALUE SPACES.
027600     05 RPT-DTL-STUDENT              PIC X(7).
027700     05 FILLER                       PIC X(2) VALUE SPACES.
027800     05 RPT-DTL-TERM                 PIC X(5).
027900     05 FILLER                       PIC X(2) VALUE SPACES.
028000     05 RPT-DTL-NAME                 PIC X(20).
028100     05 FILLER                       PIC X(2) VALUE SPACES.
028200     05 RPT-DTL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
028300     05 FILLER                       PIC X(68) VALUE SPACES.
028400
028500 01  RPT-TOTAL-LINE.
028600     05 RPT-TOT-CC                   PIC X(1) VALUE ' '.
028700     05 FILLER                       PIC X(4) VALUE SPACES.
028800     05 RPT-TOT-LABEL                PIC X(32).
028900     05 RPT-TOT-COUNT                PIC ZZZ,ZZ9.
029000     05 FILLER                       PIC X(3) VALUE SPACES.
029100     05 RPT-TOT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
029200     05 FILLER                       PIC X(71) VALUE SPACES.
029300 01  RPT-TOT-COUNT-X REDEFINES RPT-TOTAL-LINE.
029400     05 FILLER                       PIC X(37).
029500     05 RPT-TOT-COUNT-BLANK          PIC X(7).
029600     05 FILLER                       PIC X(89).
029700
029800 PROCEDURE DIVISION.
029900
030000 0000-MAINLINE.
030100
030200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030300
030400     PERFORM 2000-PROCESS-DUNNED THRU 2000-EXIT
030500         UNTIL WS-DUN-EOF.
030600
030700     PERFORM 5000-SWEEP-REGISTER THRU 5000-EXIT.
030800
030900     PERFORM 3000-TERMINATE THRU 3000-EXIT.
031000
031100     GOBACK.
031200
031300 1000-INITIALIZE.
031400
031500*    ACCEPT FROM DAY GIVES YYYYDDD; COLLFILE AND THE AGENCY FILE
031600*    CARRY CYYDDD LIKE PAYFILE.
031700     ACCEPT WS-CURR-DATE FROM DAY.
031800     COMPUTE WS-CURR-CYYDDD = WS-CURR-DATE - 1900000.
031900
032000     OPEN INPUT DUN-FILE.
032100     IF NOT WS-DUNFILE-OK
032200         DISPLAY 'DCJB8BCP - DUNFILE OPEN FAILED, STATUS = '
032300             WS-DUNFILE-STATUS
032400         GO TO 9999-ABEND
032500     END-IF.
032600
032700     OPEN INPUT ASSESS-FILE.
032800     IF NOT WS-ASSESS-OK
032900         DISPLAY 'DCJB8BCP - ASSESS OPEN FAILED, STATUS = '
033000             WS-ASSESS-STATUS
033100         GO TO 9999-ABEND
033200     END-IF.
033300
033400     OPEN INPUT PAYFILE.
033500     IF NOT WS-PAYFILE-OK
033600         DISPLAY 'DCJB8BCP - PAYFILE OPEN FAILED, STATUS = '
033700             WS-PAYFILE-STATUS
033800         GO TO 9999-ABEND
033900     END-IF.
034000
034100     OPEN INPUT AWD-FILE.
034200     IF NOT WS-AWDFILE-OK
034300         DISPLAY 'DCJB8BCP - AWDFILE OPEN FAILED, STATUS = '
034400             WS-AWDFILE-STATUS
034500         GO TO 9999-ABEND
034600     END-IF.
034700
034800     OPEN INPUT CHG-FILE.
034900     IF NOT WS-CHGFILE-OK
035000         DISPLAY 'DCJB8BCP - CHGFILE OPEN FAILED, STATUS = '
035100             WS-CHGFILE-STATUS
035200         GO TO 9999-ABEND
035300     END-IF.
035400
035500     OPEN INPUT STUFILE.
035600     IF NOT WS-STUFILE-OK
035700         DISPLAY 'DCJB8BCP - STUFILE OPEN FAILED, STATUS = '
035800             WS-STUFILE-STATUS
035900         GO TO 9999-ABEND
036000     END-IF.
036100
036200     OPEN I-O COLL-FILE.
036300     IF NOT WS-COLFILE-OK
036400         DISPLAY 'DCJB8BCP - COLLFILE OPEN FAILED, STATUS = '
036500             WS-COLFILE-STATUS
036600         GO TO 9999-ABEND
036700     END-IF.
036800
036900     OPEN OUTPUT AGENCY-EXT.
037000     IF NOT WS-AGYPLACE-OK
037100         DISPLAY 'DCJB8BCP - AGYPLACE OPEN FAILED, STATUS = '
037200             WS-AGYPLACE-STATUS
037300         GO TO 9999-ABEND
037400     END-IF.
037500
037600     OPEN OUTPUT PLACE-RPT.
037700     IF NOT WS-COLRPT-OK
037800         DISPLAY 'DCJB8BCP - COLRPT OPEN FAILED, STATUS = '
037900             WS-COLRPT-STATUS
038000         GO TO 9999-ABEND
038100     END-IF.
038200
038300     MOVE SPACES TO AGY-LINE.
038400     MOVE 'H' TO AGH-REC-TYPE.
038500     MOVE WS-CURR-CYYDDD TO AGH-RUN-DATE.
038600     MOVE 'REGSTUFN' TO AGH-CLIENT.
038700     WRITE AGY-LINE.
038800
038900     MOVE WS-CURR-CYYDDD TO HD1-RUN-DATE.
039000     WRITE RPT-LINE FROM RPT-HEADING-1.
039100     WRITE RPT-LINE FROM RPT-HEADING-2.
039200
039300     PERFORM 2100-READ-NEXT-DUN THRU 2100-EXIT.
039400
039500 1000-EXIT.
039600     EXIT.
039700
039800*----------------------------------------------------------------
039900* ONE DUNNING-REGISTER ROW. ONLY A FINAL NOTICE QUALIFIES, AND
040000* ONLY ONCE - AN ACCOUNT ALREADY ON COLLFILE (WHATEVER ITS
040100* STATUS) IS NOT PLACED AGAIN BY THIS RUN.
040200*----------------------------------------------------------------
040300 2000-PROCESS-DUNNED.
040400
040500     IF NOT DUN-FINAL-SENT
040600         GO TO 2000-NEXT
040700     END-IF.
040800
040900     MOVE DUN-STU-NUMBER TO COL-STU-NUMBER.
041000     MOVE DUN-TERM TO COL-TERM.
041100     READ COLL-FILE
041200         INVALID KEY
041300             CONTINUE
041400         NOT INVALID KEY
041500             GO TO 2000-NEXT
041600     END-READ.
041700
041800     MOVE DUN-STU-NUMBER TO WS-NET-STU.
041900     MOVE DUN-TERM TO WS-NET-TERM.
042000     PERFORM 4000-NET-ACCOUNT THRU 4000-EXIT.
042100     IF (NOT WS-ASM-FOUND) OR (WS-BALANCE NOT > 0)
042200         GO TO 2000-NEXT
042300     END-IF.
042400
042500     PERFORM 2200-PLACE-ACCOUNT THRU 2200-EXIT.
042600
042700 2000-NEXT.
042800     PERFORM 2100-READ-NEXT-DUN THRU 2100-EXIT.
042900
043000 2000-EXIT.
043100     EXIT.
043200
043300 2100-READ-NEXT-DUN.
043400
043500     READ DUN-FILE NEXT RECORD
043600         AT END
043700             MOVE 'Y' TO WS-DUN-EOF-SW
043800     END-READ.
043900
044000 2100-EXIT.
044100     EXIT.
044200
044300 2200-PLACE-ACCOUNT.
044400
044500     MOVE WS-NET-STU TO STU-NUMBER.
044600     READ STUFILE
044700         INVALID KEY
044800             DISPLAY 'DCJB8BCP - ' WS-NET-STU
044900                 ' NOT ON STUFILE - NOT PLACED'
045000             GO TO 2200-EXIT
045100     END-READ.
045200
045300     MOVE SPACES TO AGY-LINE.
045400     MOVE 'P' TO AGD-REC-TYPE.
045500     MOVE WS-NET-STU TO AGD-STU-NUMBER.
045600     MOVE WS-NET-TERM TO AGD-TERM.
045700     MOVE STU-NAME TO AGD-NAME.
045800     MOVE STU-ADDRESS-1 TO AGD-ADDRESS-1.
045900     MOVE STU-ADDRESS-2 TO AGD-ADDRESS-2.
046000     MOVE STU-ADDRESS-3 TO AGD-ADDRESS-3.
046100     MOVE STU-POSTAL-1 TO AGD-POSTAL(1:3).
046200     MOVE STU-POSTAL-2 TO AGD-POSTAL(4:3).
046300     MOVE STU-PHONE-1 TO AGD-PHONE(1:3).
046400     MOVE STU-PHONE-2 TO AGD-PHONE(4:3).
046500     MOVE STU-PHONE-3 TO AGD-PHONE(7:4).
046600     MOVE WS-BALANCE TO AGD-AMOUNT.
046700     MOVE WS-CURR-CYYDDD TO AGD-PLACED-DATE.
046800     WRITE AGY-LINE.
046900
047000     MOVE SPACES TO COLLFILE-RECORD.
047100     MOVE WS-NET-STU TO COL-STU-NUMBER.
047200     MOVE WS-NET-TERM TO COL-TERM.
047300     MOVE 'P' TO COL-STATUS.
047400     MOVE WS-CURR-CYYDDD TO COL-PLACED-DATE.
047500     MOVE WS-BALANCE TO COL-PLACED-AMT.
047600     MOVE 0 TO COL-COLLECTED-AMT.
047700     MOVE 0 TO COL-COMMISSION-AMT.
047800     MOVE 0 TO COL-RECALLED-AMT.
047900     MOVE 0 TO COL-RETURNED-AMT.
048000     MOVE 0 TO COL-CLOSED-DATE.
048100     MOVE 0 TO COL-LAST-REMIT-DATE.
048200     WRITE COLLFILE-RECORD
048300         INVALID KEY
048400             DISPLAY 'DCJB8BCP - COLLFILE WRITE FAILED FOR '
048500                 WS-NET-STU ' STATUS = ' WS-COLFILE-STATUS
048600             GO TO 9999-ABEND
048700     END-WRITE.
048800
048900     ADD 1 TO WS-PLACE-COUNT.
049000     ADD WS-BALANCE TO WS-PLACE-TOTAL.
049100
049200     MOVE 'PLACED' TO RPT-DTL-ACTION.
049300     MOVE WS-NET-STU TO RPT-DTL-STUDENT.
049400     MOVE WS-NET-TERM TO RPT-DTL-TERM.
049500     MOVE STU-NAME TO RPT-DTL-NAME.
049600     MOVE WS-BALANCE TO RPT-DTL-AMOUNT.
049700     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
049800
049900 2200-EXIT.
050000     EXIT.
050100
050200 3000-TERMINATE.
050300
050400     MOVE SPACES TO AGY-LINE.
050500     MOVE 'T' TO AGT-REC-TYPE.
050600     MOVE WS-PLACE-COUNT TO AGT-PLACE-COUNT.
050700     MOVE WS-PLACE-TOTAL TO AGT-PLACE-TOTAL.
050800     MOVE WS-RECALL-COUNT TO AGT-RECALL-COUNT.
050900     MOVE WS-RECALL-TOTAL TO AGT-RECALL-TOTAL.
051000     WRITE AGY-LINE.
051100
051200     PERFORM 6000-PRINT-RECONCILIATION THRU 6000-EXIT.
051300
051400     CLOSE DUN-FILE.
051500     CLOSE ASSESS-FILE.
051600     CLOSE PAYFILE.
051700     CLOSE AWD-FILE.
051800     CLOSE CHG-FILE.
051900     CLOSE STUFILE.
052000     CLOSE COLL-FILE.
052100     CLOSE AGENCY-EXT.
052200     CLOSE PLACE-RPT.
052300
052400     DISPLAY 'DCJB8BCP - PLACED = ' WS-PLACE-COUNT
052500         ' AMOUNT = ' WS-PLACE-TOTAL.
052600     DISPLAY 'DCJB8BCP - RECALLED = ' WS-RECALL-COUNT
052700         ' AMOUNT = ' WS-RECALL-TOTAL.
052800
052900 3000-EXIT.
053000     EXIT.
053100
053200*----------------------------------------------------------------
053300* NETS WS-NET-STU/WS-NET-TERM THE WAY DCJB8BAR DOES - THE
053400* ASSESSMENT PLUS LIVE CHARGES, LESS PAYMENTS (REFUND/REVERSAL
053500* ROWS SUBTRACT) AND AWARDS.
053600*----------------------------------------------------------------
053700 4000-NET-ACCOUNT.
053800
053900     MOVE 0 TO WS-BALANCE.
054000     MOVE 'Y' TO WS-ASM-FOUND-SW.
054100     MOVE WS-NET-STU TO ASM-STU-NUMBER.
054200     MOVE WS-NET-TERM TO ASM-TERM.
054300     READ ASSESS-FILE
054400         INVALID KEY
054500             MOVE 'N' TO WS-ASM-FOUND-SW
054600             GO TO 4000-EXIT
054700     END-READ.
054800
054900     PERFORM 4100-SUM-PAYMENTS THRU 4100-EXIT.
055000     PERFORM 4200-SUM-AWARDS THRU 4200-EXIT.
055100     PERFORM 4300-SUM-CHARGES THRU 4300-EXIT.
055200
055300     COMPUTE WS-BALANCE = ASM-TOTAL-FEES + WS-CHARGE-TOTAL
055400         - WS-PAID-TOTAL - WS-AWARD-TOTAL.
055500
055600 4000-EXIT.
055700     EXIT.
055800
055900 4100-SUM-PAYMENTS.
056000
056100     MOVE 0 TO WS-PAID-TOTAL.
056200     MOVE 'N' TO WS-PAY-DONE-SW.
056300
056400     MOVE WS-NET-STU TO PAY-STU-NUMBER.
056500     MOVE ZEROS TO PAY-DATE.
056600
056700     START PAYFILE KEY IS NOT LESS THAN PAY-KEY
056800         INVALID KEY
056900             MOVE 'Y' TO WS-PAY-DONE-SW
057000     END-START.
057100
057200     PERFORM 4110-READ-ONE-PAYMENT THRU 4110-EXIT
057300         UNTIL WS-PAY-DONE.
057400
057500 4100-EXIT.
057600     EXIT.
057700
057800 4110-READ-ONE-PAYMENT.
057900
058000     READ PAYFILE NEXT RECORD
058100         AT END
058200             MOVE 'Y' TO WS-PAY-DONE-SW
058300             GO TO 4110-EXIT
058400     END-READ.
058500
058600     IF PAY-STU-NUMBER NOT = WS-NET-STU
058700         MOVE 'Y' TO WS-PAY-DONE-SW
058800         GO TO 4110-EXIT
058900     END-IF.
059000
059100     IF PAY-TERM = WS-NET-TERM
059200         IF PAY-NEGATIVE
059300             SUBTRACT PAY-AMOUNT FROM WS-PAID-TOTAL
059400         ELSE
059500             ADD PAY-AMOUNT TO WS-PAID-TOTAL
059600         END-IF
059700     END-IF.
059800
059900 4110-EXIT.
060000     EXIT.
060100
060200 4200-SUM-AWARDS.
060300
060400     MOVE 0 TO WS-AWARD-TOTAL.
060500     MOVE 'N' TO WS-AWD-DONE-SW.
060600
060700     MOVE WS-NET-STU TO AWD-STU-NUMBER.
060800     MOVE WS-NET-TERM TO AWD-TERM.
060900     MOVE SPACES TO AWD-CODE.
061000
061100     START AWD-FILE KEY IS NOT LESS THAN AWD-KEY
061200         INVALID KEY
061300             MOVE 'Y' TO WS-AWD-DONE-SW
061400     END-START.
061500
061600     PERFORM 4210-READ-ONE-AWARD THRU 4210-EXIT
061700         UNTIL WS-AWD-DONE.
061800
061900 4200-EXIT.
062000     EXIT.
062100
062200 4210-READ-ONE-AWARD.
062300
062400     READ AWD-FILE NEXT RECORD
062500         AT END
062600             MOVE 'Y' TO WS-AWD-DONE-SW
062700             GO TO 4210-EXIT
062800     END-READ.
062900
063000     IF (AWD-STU-NUMBER NOT = WS-NET-STU) OR
063100        (AWD-TERM NOT = WS-NET-TERM)
063200         MOVE 'Y' TO WS-AWD-DONE-SW
063300         GO TO 4210-EXIT
063400     END-IF.
063500
063600     ADD AWD-AMOUNT TO WS-AWARD-TOTAL.
063700
063800 4210-EXIT.
063900     EXIT.
064000
064100 4300-SUM-CHARGES.
064200
064300     MOVE 0 TO WS-CHARGE-TOTAL.
064400     MOVE 'N' TO WS-CHG-DONE-SW.
064500
064600     MOVE WS-NET-STU TO CHG-STU-NUMBER.
064700     MOVE WS-NET-TERM TO CHG-TERM.
064800     MOVE ZEROS TO CHG-SEQ.
064900
065000     START CHG-FILE KEY IS NOT LESS THAN CHG-KEY
065100         INVALID KEY
065200             MOVE 'Y' TO WS-CHG-DONE-SW
065300     END-START.
065400
065500     PERFORM 4310-READ-ONE-CHARGE THRU 4310-EXIT
065600         UNTIL WS-CHG-DONE.
065700
065800 4300-EXIT.
065900     EXIT.
066000
066100 4310-READ-ONE-CHARGE.
066200
066300     READ CHG-FILE NEXT RECORD
066400         AT END
066500             MOVE 'Y' TO WS-CHG-DONE-SW
066600             GO TO 4310-EXIT
066700     END-READ.
066800
066900     IF (CHG-STU-NUMBER NOT = WS-NET-STU) OR
067000        (CHG-TERM NOT = WS-NET-TERM)
067100         MOVE 'Y' TO WS-CHG-DONE-SW
067200         GO TO 4310-EXIT
067300     END-IF.
067400
067500     IF NOT CHG-WAIVED
067600         ADD CHG-AMOUNT TO WS-CHARGE-TOTAL
067700     END-IF.
067800
067900 4310-EXIT.
068000     EXIT.
068100
068200*----------------------------------------------------------------
068300* SWEEPS THE WHOLE PLACEMENT REGISTER. A ROW STILL WORKING AT THE
068400* AGENCY WHOSE ACCOUNT HAS SINCE BEEN CLEARED HERE (PAID AT THE
068500* CASHIER, AN AWARD, A WAIVER) IS RECALLED; EVERY ROW FEEDS THE
068600* RECONCILIATION TOTALS.
068700*----------------------------------------------------------------
068800 5000-SWEEP-REGISTER.
068900
069000     MOVE LOW-VALUES TO COL-KEY.
069100     START COLL-FILE KEY IS NOT LESS THAN COL-KEY
069200         INVALID KEY
069300             MOVE 'Y' TO WS-COL-EOF-SW
069400     END-START.
069500
069600     PERFORM 5100-CHECK-ONE-PLACEMENT THRU 5100-EXIT
069700         UNTIL WS-COL-EOF.
069800
069900 5000-EXIT.
070000     EXIT.
070100
070200 5100-CHECK-ONE-PLACEMENT.
070300
070400     READ COLL-FILE NEXT RECORD
070500         AT END
070600             MOVE 'Y' TO WS-COL-EOF-SW
070700             GO TO 5100-EXIT
070800     END-READ.
070900
071000     IF COL-PLACED
071100         MOVE COL-STU-NUMBER TO WS-NET-STU
071200         MOVE COL-TERM TO WS-NET-TERM
071300         PERFORM 4000-NET-ACCOUNT THRU 4000-EXIT
071400         IF WS-ASM-FOUND AND (WS-BALANCE NOT > 0)
071500             PERFORM 5200-RECALL-ACCOUNT THRU 5200-EXIT
071600         END-IF
071700     END-IF.
071800
071900     ADD 1 TO WS-REC-ROWS.
072000     ADD COL-PLACED-AMT TO WS-REC-PLACED.
072100     ADD COL-COLLECTED-AMT TO WS-REC-COLLECTED.
072200     ADD COL-COMMISSION-AMT TO WS-REC-COMMISSION.
072300     ADD COL-RECALLED-AMT TO WS-REC-RECALLED.
072400     ADD COL-RETURNED-AMT TO WS-REC-RETURNED.
072500     IF COL-PLACED
072600         ADD 1 TO WS-REC-WORKING
072700         COMPUTE WS-OUTSTANDING =
072800             COL-PLACED-AMT - COL-COLLECTED-AMT
072900         IF WS-OUTSTANDING > 0
073000             ADD WS-OUTSTANDING TO WS-REC-OUTSTANDING
073100         END-IF
073200     END-IF.
073300
073400 5100-EXIT.
073500     EXIT.
073600
073700*----------------------------------------------------------------
073800* WHATEVER THE AGENCY HAD NOT YET COLLECTED COMES BACK AS THE
073900* RECALLED AMOUNT, SO THE REGISTER STILL BALANCES.
074000*----------------------------------------------------------------
074100 5200-RECALL-ACCOUNT.
074200
074300     COMPUTE WS-OUTSTANDING = COL-PLACED-AMT - COL-COLLECTED-AMT.
074400     IF WS-OUTSTANDING < 0
074500         MOVE 0 TO WS-OUTSTANDING
074600     END-IF.
074700
074800     MOVE WS-NET-STU TO STU-NUMBER.
074900     READ STUFILE
075000         INVALID KEY
075100             MOVE '(NOT ON STUFILE)' TO STU-NAME
075200             MOVE SPACES TO STU-ADDRESS-1
075300             MOVE SPACES TO STU-ADDRESS-2
075400             MOVE SPACES TO STU-ADDRESS-3
075500             MOVE SPACES TO STU-POSTAL-1
075600             MOVE SPACES TO STU-POSTAL-2
075700             MOVE SPACES TO STU-PHONE-1
075800             MOVE SPACES TO STU-PHONE-2
075900             MOVE SPACES TO STU-PHONE-3
076000     END-READ.
076100
076200     MOVE SPACES TO AGY-LINE.
076300     MOVE 'R' TO AGD-REC-TYPE.
076400     MOVE WS-NET-STU TO AGD-STU-NUMBER.
076500     MOVE WS-NET-TERM TO AGD-TERM.
076600     MOVE STU-NAME TO AGD-NAME.
076700     MOVE STU-ADDRESS-1 TO AGD-ADDRESS-1.
076800     MOVE STU-ADDRESS-2 TO AGD-ADDRESS-2.
076900     MOVE STU-ADDRESS-3 TO AGD-ADDRESS-3.
077000     MOVE STU-POSTAL-1 TO AGD-POSTAL(1:3).
077100     MOVE STU-POSTAL-2 TO AGD-POSTAL(4:3).
077200     MOVE STU-PHONE-1 TO AGD-PHONE(1:3).
077300     MOVE STU-PHONE-2 TO AGD-PHONE(4:3).
077400     MOVE STU-PHONE-3 TO AGD-PHONE(7:4).
077500     MOVE WS-OUTSTANDING TO AGD-AMOUNT.
077600     MOVE COL-PLACED-DATE TO AGD-PLACED-DATE.
077700     WRITE AGY-LINE.
077800
077900     MOVE 'R' TO COL-STATUS.
078000     MOVE WS-OUTSTANDING TO COL-RECALLED-AMT.
078100     MOVE WS-CURR-CYYDDD TO COL-CLOSED-DATE.
078200     REWRITE COLLFILE-RECORD
078300         INVALID KEY
078400             DISPLAY 'DCJB8BCP - COLLFILE REWRITE FAILED FOR '
078500                 WS-NET-STU ' STATUS = ' WS-COLFILE-STATUS
078600             GO TO 9999-ABEND
078700     END-REWRITE.
078800
078900     ADD 1 TO WS-RECALL-COUNT.
079000     ADD WS-OUTSTANDING TO WS-RECALL-TOTAL.
079100
079200     MOVE 'RECALLED' TO RPT-DTL-ACTION.
079300     MOVE WS-NET-STU TO RPT-DTL-STUDENT.
079400     MOVE WS-NET-TERM TO RPT-DTL-TERM.
079500     MOVE STU-NAME TO RPT-DTL-NAME.
079600     MOVE WS-OUTSTANDING TO RPT-DTL-AMOUNT.
079700     WRITE RPT-LINE FROM RPT-DETAIL-LINE.
079800
079900 5200-EXIT.
080000     EXIT.
080100
080200*----------------------------------------------------------------
080300* THE RUN TOTALS, THEN THE REGISTER: PLACED MUST EQUAL COLLECTED
080400* + RECALLED + RETURNED + OUTSTANDING. A NON-ZERO DIFFERENCE IS
080500* THE AGENCY COLLECTING MORE THAN WAS PLACED (INTEREST OR FEES
080600* ADDED AFTER PLACEMENT) AND IS WORTH A LOOK.
080700*----------------------------------------------------------------
080800 6000-PRINT-RECONCILIATION.
080900
081000     MOVE '0' TO RPT-TOT-CC.
081100     MOVE 'PLACED THIS RUN . . . . . . . . .' TO RPT-TOT-LABEL.
081200     MOVE WS-PLACE-COUNT TO RPT-TOT-COUNT.
081300     MOVE WS-PLACE-TOTAL TO RPT-TOT-AMOUNT.
081400     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
081500
081600     MOVE ' ' TO RPT-TOT-CC.
081700     MOVE 'RECALLED THIS RUN . . . . . . . .' TO RPT-TOT-LABEL.
081800     MOVE WS-RECALL-COUNT TO RPT-TOT-COUNT.
081900     MOVE WS-RECALL-TOTAL TO RPT-TOT-AMOUNT.
082000     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
082100
082200     MOVE '0' TO RPT-TOT-CC.
082300     MOVE 'REGISTER - TOTAL PLACED . . . . .' TO RPT-TOT-LABEL.
082400     MOVE WS-REC-ROWS TO RPT-TOT-COUNT.
082500     MOVE WS-REC-PLACED TO RPT-TOT-AMOUNT.
082600     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
082700
082800     MOVE ' ' TO RPT-TOT-CC.
082900     MOVE '  COLLECTED BY THE AGENCY . . . .' TO RPT-TOT-LABEL.
083000     MOVE WS-REC-COLLECTED TO RPT-TOT-AMOUNT.
083100     MOVE SPACES TO RPT-TOT-COUNT-BLANK.
083200     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
083300
083400     MOVE '  RECALLED BY US  . . . . . . . .' TO RPT-TOT-LABEL.
083500     MOVE WS-REC-RECALLED TO RPT-TOT-AMOUNT.
083600     MOVE SPACES TO RPT-TOT-COUNT-BLANK.
083700     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
083800
083900     MOVE '  RETURNED UNCOLLECTABLE  . . . .' TO RPT-TOT-LABEL.
084000     MOVE WS-REC-RETURNED TO RPT-TOT-AMOUNT.
084100     MOVE SPACES TO RPT-TOT-COUNT-BLANK.
084200     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
084300
084400     MOVE '  STILL OUTSTANDING AT AGENCY . .' TO RPT-TOT-LABEL.
084500     MOVE WS-REC-WORKING TO RPT-TOT-COUNT.
084600     MOVE WS-REC-OUTSTANDING TO RPT-TOT-AMOUNT.
084700     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
084800
084900     COMPUTE WS-REC-DIFFERENCE = WS-REC-PLACED
085000         - WS-REC-COLLECTED - WS-REC-RECALLED
085100         - WS-REC-RETURNED - WS-REC-OUTSTANDING.
085200     MOVE '0' TO RPT-TOT-CC.
085300     MOVE 'RECONCILING DIFFERENCE  . . . . .' TO RPT-TOT-LABEL.
085400     MOVE WS-REC-DIFFERENCE TO RPT-TOT-AMOUNT.
085500     MOVE SPACES TO RPT-TOT-COUNT-BLANK.
085600     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
085700
085800     MOVE ' ' TO RPT-TOT-CC.
085900     MOVE 'COMMISSION KEPT BY THE AGENCY  . .' TO RPT-TOT-LABEL.
086000     MOVE WS-REC-COMMISSION TO RPT-TOT-AMOUNT.
086100     MOVE SPACES TO RPT-TOT-COUNT-BLANK.
086200     WRITE RPT-LINE FROM RPT-TOTAL-LINE.
086300
086400 6000-EXIT.
086500     EXIT.
086600
086700 9999-ABEND.
086800
086900     MOVE 16 TO RETURN-CODE.
087000     GOBACK.
087100
087200 END PROGRAM DCJB8BCP.
