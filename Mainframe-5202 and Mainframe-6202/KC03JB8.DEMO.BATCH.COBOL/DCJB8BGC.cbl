001800*                LIST AND AN EXCEPTIONS LIST SAYING EXACTLY
001900*                WHICH CHECK FAILED FOR WHOM. THE OUTCOME IS
002000*                STAMPED BACK ON THE APPLICATION.
002010* 10/15/26  HZ   MISCELLANEOUS CHARGES NETTED - EACH TERM'S LIVE
002020*                CHGFILE CHARGES (DCJB8PHQ) ADD TO ITS FEES.
002030* 10/15/26  HZ   GRAPFILE GROWS TO 51 BYTES FOR THE DCJB8BAL
002040*                ALUMNI HAND-OFF DATE, LEFT AS FOUND HERE.
002050* 10/15/26  HZ   GRAPFILE GROWS TO 60 BYTES FOR THE DCJB8BDP
002060*                DIPLOMA SERIAL, LEFT AS FOUND HERE.
002070* 10/15/26  HZ   ASSESS RECORD NOW 38 BYTES - CARRIES THE FEES
002080*                THE GL ALREADY HOLDS.
002100*----------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
006400         RECORD KEY IS AWD-KEY
006500         FILE STATUS IS WS-AWDFILE-STATUS.
006600
006610     SELECT CHG-FILE ASSIGN TO CHGFILE
006620         ORGANIZATION IS INDEXED
006630         ACCESS MODE IS DYNAMIC
006640         RECORD KEY IS CHG-KEY
006650         FILE STATUS IS WS-CHGFILE-STATUS.
006660
006700     SELECT PRG-FILE ASSIGN TO PRGFILE
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
009100
009200 FD  GRAP-FILE
009300     LABEL RECORDS ARE STANDARD
009400     RECORD CONTAINS 60 CHARACTERS
009500     DATA RECORD IS GRAPFILE-RECORD.
009600
009700     COPY 'GRAPREC'.
011200
011300 FD  ASSESS-FILE
011400     LABEL RECORDS ARE STANDARD
011500     RECORD CONTAINS 38 CHARACTERS
011600     DATA RECORD IS ASSESS-RECORD.
011700
011800     COPY 'ASSESREC'.
013100
013200     COPY 'AWRDREC'.
013300
013310 FD  CHG-FILE
013320     LABEL RECORDS ARE STANDARD
013330     RECORD CONTAINS 71 CHARACTERS
013340     DATA RECORD IS CHGFILE-RECORD.
013350
013360     COPY 'CHGREC'.
013370
013400 FD  PRG-FILE
013500     LABEL RECORDS ARE STANDARD
013600     RECORD CONTAINS 122 CHARACTERS
017200     88 WS-PAYFILE-OK                    VALUE '00'.
017300 01  WS-AWDFILE-STATUS               PIC X(2) VALUE SPACES.
017400     88 WS-AWDFILE-OK                    VALUE '00'.
017410 01  WS-CHGFILE-STATUS               PIC X(2) VALUE SPACES.
017420     88 WS-CHGFILE-OK                    VALUE '00'.
017500 01  WS-PRGFILE-STATUS               PIC X(2) VALUE SPACES.
017600     88 WS-PRGFILE-OK                    VALUE '00'.
017700 01  WS-GRADFILE-STATUS              PIC X(2) VALUE SPACES.
019000         88 WS-PAY-DONE                   VALUE 'Y'.
019100     05 WS-AWD-DONE-SW               PIC X(1) VALUE 'N'.
019200         88 WS-AWD-DONE                   VALUE 'Y'.
019210     05 WS-CHG-DONE-SW               PIC X(1) VALUE 'N'.
019220         88 WS-CHG-DONE                   VALUE 'Y'.
019300     05 WS-GRD-DONE-SW               PIC X(1) VALUE 'N'.
019400         88 WS-GRD-DONE                   VALUE 'Y'.
019500
020200
020300 01  WS-PAID-TOTAL                   PIC S9(7)V99 VALUE 0.
020400 01  WS-AWARD-TOTAL                  PIC 9(7)V99 VALUE 0.
020410 01  WS-CHARGE-TOTAL                 PIC 9(7)V99 VALUE 0.
020500 01  WS-TERM-BALANCE                 PIC S9(7)V99 VALUE 0.
020600 01  WS-TOTAL-OWING                  PIC S9(9)V99 VALUE 0.
020700 01  WS-CHECK-TERM                   PIC X(5) VALUE SPACES.
031400         GO TO 9999-ABEND
031500     END-IF.
031600
031610     OPEN INPUT CHG-FILE.
031620     IF NOT WS-CHGFILE-OK
031630         DISPLAY 'DCJB8BGC - CHGFILE OPEN FAILED, STATUS = '
031640             WS-CHGFILE-STATUS
031650         GO TO 9999-ABEND
031660     END-IF.
031670
031700     OPEN INPUT PRG-FILE.
031800     IF NOT WS-PRGFILE-OK
031900         DISPLAY 'DCJB8BGC - PRGFILE OPEN FAILED, STATUS = '
041300     CLOSE ASSESS-FILE.
041400     CLOSE PAYFILE.
041500     CLOSE AWD-FILE.
041510     CLOSE CHG-FILE.
041600     CLOSE PRG-FILE.
041700     CLOSE GRADFILE.
041800     CLOSE CRSFILE.
050400     MOVE ASM-TERM TO WS-CHECK-TERM.
050500     PERFORM 4220-SUM-PAYMENTS THRU 4220-EXIT.
050600     PERFORM 4240-SUM-AWARDS THRU 4240-EXIT.
050610     PERFORM 4260-SUM-CHARGES THRU 4260-EXIT.
050700
050800     COMPUTE WS-TERM-BALANCE = ASM-TOTAL-FEES + WS-CHARGE-TOTAL
050900         - WS-PAID-TOTAL - WS-AWARD-TOTAL.
051000     IF WS-TERM-BALANCE > 0
051100         ADD WS-TERM-BALANCE TO WS-TOTAL-OWING
059600 4250-EXIT.
059700     EXIT.
059800
059810 4260-SUM-CHARGES.
059812
059814     MOVE 0 TO WS-CHARGE-TOTAL.
059816     MOVE 'N' TO WS-CHG-DONE-SW.
059818
059820     MOVE GRA-STU-NUMBER TO CHG-STU-NUMBER.
059822     MOVE WS-CHECK-TERM TO CHG-TERM.
059824     MOVE ZEROS TO CHG-SEQ.
059826
059828     START CHG-FILE KEY IS NOT LESS THAN CHG-KEY
059830         INVALID KEY
059832             MOVE 'Y' TO WS-CHG-DONE-SW
059834     END-START.
059836
059838     PERFORM 4270-SUM-ONE-CHARGE THRU 4270-EXIT
059840         UNTIL WS-CHG-DONE.
059842
059844 4260-EXIT.
059846     EXIT.
059848
059850 4270-SUM-ONE-CHARGE.
059852
059854     READ CHG-FILE NEXT RECORD
059856         AT END
059858             MOVE 'Y' TO WS-CHG-DONE-SW
059860             GO TO 4270-EXIT
059862     END-READ.
059864
059866     IF (CHG-STU-NUMBER NOT = GRA-STU-NUMBER) OR
059868        (CHG-TERM NOT = WS-CHECK-TERM)
059870         MOVE 'Y' TO WS-CHG-DONE-SW
059872         GO TO 4270-EXIT
059874     END-IF.
059876
059878*    A WAIVED CHARGE STAYS ON FILE BUT IS NO LONGER OWED.
059880     IF NOT CHG-WAIVED
059882         ADD CHG-AMOUNT TO WS-CHARGE-TOTAL
059884     END-IF.
059886
059888 4270-EXIT.
059890     EXIT.
059892
059900*----------------------------------------------------------------
060000* DEGREE-AUDIT CHECK - EVERY PRGFILE REQUIREMENT MUST HAVE A
060100* PASSING GRADE ON GRADFILE (SECTIONS RESOLVE TO CRS-BASE-CODE
