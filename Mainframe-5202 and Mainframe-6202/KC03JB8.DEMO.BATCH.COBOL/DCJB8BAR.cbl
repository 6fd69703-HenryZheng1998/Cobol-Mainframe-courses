001794*                SPONSORED PERCENTAGE OF EACH BUCKET PRINTS ON
001795*                ITS OWN LINE UNDER THE SPONSOR'S ID AND ONLY
001796*                THE REMAINDER AGES AGAINST THE STUDENT.
001797* 10/15/26  HZ   MISCELLANEOUS CHARGES NETTED - THE TERM'S LIVE
001798*                CHGFILE CHARGES (DCJB8PHQ) ADD TO THE FEES, EACH
001799*                AGING FROM ITS OWN POSTING DATE AFTER TUITION.
001799* 10/15/26  HZ   ASSESS RECORD NOW 38 BYTES - CARRIES THE FEES
001799*                THE GL ALREADY HOLDS.
001800*----------------------------------------------------------------
001900
002000 ENVIRONMENT DIVISION.
004192         ACCESS MODE IS RANDOM
004193         RECORD KEY IS SPL-KEY
004194         FILE STATUS IS WS-SPLFILE-STATUS.
004194
004194*    MISCELLANEOUS CHARGES ADD TO THE BALANCE, EACH AGING FROM
004194*    ITS OWN POSTING DATE.
004194     SELECT CHG-FILE ASSIGN TO CHGFILE
004194         ORGANIZATION IS INDEXED
004194         ACCESS MODE IS DYNAMIC
004194         RECORD KEY IS CHG-KEY
004194         FILE STATUS IS WS-CHGFILE-STATUS.
004195
004200     SELECT STUFILE ASSIGN TO STUFILE
004300         ORGANIZATION IS INDEXED
005400
005500 FD  ASSESS-FILE
005600     LABEL RECORDS ARE STANDARD
005700     RECORD CONTAINS 38 CHARACTERS
005800     DATA RECORD IS ASSESS-RECORD.
005900
006000*    ASSESS RECORD LAYOUT - SHARED WITH DCJB8BTA/DCJB8PGP.
007093
007094*    SPLFILE RECORD LAYOUT - SHARED WITH DCJB8PHC/DCJB8BSB.
007095     COPY 'SPLKREC'.
007095
007095 FD  CHG-FILE
007095     LABEL RECORDS ARE STANDARD
007095     RECORD CONTAINS 71 CHARACTERS
007095     DATA RECORD IS CHGFILE-RECORD.
007095
007095*    CHGFILE RECORD LAYOUT - SHARED WITH DCJB8PHQ.
007095     COPY 'CHGREC'.
007096
007100 FD  STUFILE
007200     LABEL RECORDS ARE STANDARD
009230
009240 01  WS-SPLFILE-STATUS               PIC X(2) VALUE SPACES.
009250     88 WS-SPLFILE-OK                    VALUE '00'.
009252
009254 01  WS-CHGFILE-STATUS               PIC X(2) VALUE SPACES.
009256     88 WS-CHGFILE-OK                    VALUE '00'.
009260
009300 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
009400     88 WS-STUFILE-OK                    VALUE '00'.
010320         88 WS-PLN-DONE                   VALUE 'Y'.
010330     05 WS-AWD-DONE-SW               PIC X(1) VALUE 'N'.
010340         88 WS-AWD-DONE                   VALUE 'Y'.
010360     05 WS-CHG-DONE-SW               PIC X(1) VALUE 'N'.
010380         88 WS-CHG-DONE                   VALUE 'Y'.
010400
010500 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
010600 01  WS-CURR-YYYY                    PIC 9(4) VALUE 0.
011610 01  WS-AWARD-TOTAL                  PIC 9(7)V99 VALUE 0.
011620* PAYMENTS PLUS AWARDS - WHAT THE ACCOUNT HAS BEEN COVERED BY.
011630 01  WS-COVERED-TOTAL                PIC S9(7)V99 VALUE 0.
011665 01  WS-CHARGE-TOTAL                 PIC 9(7)V99 VALUE 0.
011700 01  WS-BALANCE                      PIC S9(7)V99 VALUE 0.
011710
011720* THE ACCOUNT'S INSTALLMENT PLAN, LOADED PER ASSESS ROW - UP TO
011793 01  WS-INST-OWING                   PIC S9(7)V99 VALUE 0.
011794 01  WS-PLN-CYY                      PIC 9(3) VALUE 0.
011795 01  WS-PLN-DDD                      PIC 9(3) VALUE 0.
011795
011795* THE TERM'S LIVE MISCELLANEOUS CHARGES, LOADED PER ASSESS ROW
011795* IN SEQUENCE (POSTING) ORDER. WHATEVER COVERAGE IS LEFT AFTER
011795* THE TUITION PAYS THEM OFF OLDEST FIRST, AND THE REST AGES BY
011795* EACH CHARGE'S OWN POSTING DATE. ANYTHING PAST THE TWENTIETH
011795* CHARGE IS FOLDED INTO THE LAST ENTRY.
011795 01  WS-CHG-COUNT                    PIC S9(2) COMP VALUE 0.
011795 01  WS-CHG-TABLE.
011795     05 WS-CHG-ENTRY OCCURS 20 TIMES.
011795         10 WS-CHG-POSTED            PIC 9(7).
011795         10 WS-CHG-AMT               PIC 9(7)V99.
011795 77  WS-CHG-IDX                      PIC S9(2) COMP VALUE 0.
011796
011781* SPONSOR SPLIT WORK FIELDS - THE SPONSORED SHARE OF EACH
011782* BUCKET, CARVED OFF THE STUDENT'S LINE ONTO THE SPONSOR'S.
022492             WS-SPLFILE-STATUS
022493         GO TO 9999-ABEND
022494     END-IF.
022494
022494     OPEN INPUT CHG-FILE.
022494     IF NOT WS-CHGFILE-OK
022494         DISPLAY 'DCJB8BAR - CHGFILE OPEN FAILED, STATUS = '
022494             WS-CHGFILE-STATUS
022494         GO TO 9999-ABEND
022494     END-IF.
022495
022500     OPEN INPUT STUFILE.
022600     IF NOT WS-STUFILE-OK
024500
024600     PERFORM 4000-SUM-PAYMENTS THRU 4000-EXIT.
024610     PERFORM 4500-SUM-AWARDS THRU 4500-EXIT.
024655     PERFORM 4600-SUM-CHARGES THRU 4600-EXIT.
024700
024710     COMPUTE WS-COVERED-TOTAL = WS-PAID-TOTAL + WS-AWARD-TOTAL.
024800     COMPUTE WS-BALANCE = ASM-TOTAL-FEES + WS-CHARGE-TOTAL
024810         - WS-COVERED-TOTAL.
024900
025000     IF WS-BALANCE > 0
025100         PERFORM 5000-PRINT-ACCOUNT THRU 5000-EXIT
027910     CLOSE PLAN-FILE.
027920     CLOSE AWD-FILE.
027930     CLOSE SPL-FILE.
027965     CLOSE CHG-FILE.
028000     CLOSE STUFILE.
028100     CLOSE AGING-RPT.
028200
035330     MOVE 0 TO WS-LINE-BOVER.
035340
035350*    AN INSTALLMENT PLAN ON FILE AGES EACH INSTALLMENT BY ITS
035360*    OWN DUE DATE; OTHERWISE THE TUITION AGES FROM THE
035370*    ASSESSMENT DATE AS IT ALWAYS HAS. EITHER WAY THE COVERAGE
035375*    LEFT OVER THEN GOES AGAINST THE MISCELLANEOUS CHARGES.
035380     PERFORM 6000-LOAD-PLAN THRU 6000-EXIT.
035390
035400     IF WS-PLAN-COUNT > 0
035600         MOVE WS-ASM-DATE-X(5:3) TO WS-ASM-DDD
035700         COMPUTE WS-ASSESS-DAYS = (WS-ASM-CYY * 365) + WS-ASM-DDD
035800         COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-ASSESS-DAYS
035810         COMPUTE WS-INST-OWING = ASM-TOTAL-FEES - WS-COVERED-TOTAL
035811         MOVE 0 TO WS-PAY-LEFT
035812         IF WS-INST-OWING < 0
035813             COMPUTE WS-PAY-LEFT = 0 - WS-INST-OWING
035814             MOVE 0 TO WS-INST-OWING
035815         END-IF
035820         PERFORM 6300-BUCKET-AMOUNT THRU 6300-EXIT
035830     END-IF.
035900
035910     PERFORM 6400-AGE-CHARGES THRU 6400-EXIT.
036400
036500     ADD WS-LINE-B30 TO WS-TOT-30.
036600     ADD WS-LINE-B60 TO WS-TOT-60.
039521 4510-EXIT.
039522     EXIT.
039523
039523*----------------------------------------------------------------
039523* LOADS THE LIVE MISCELLANEOUS CHARGES FOR THIS ASSESS ROW'S
039523* STUDENT AND TERM INTO WS-CHG-TABLE AND TOTALS THEM - ONE
039523* START/READ-NEXT SWEEP UNDER THE PARTIAL KEY. WAIVED CHARGES
039523* STAY ON FILE BUT ARE SKIPPED.
039523*----------------------------------------------------------------
039523 4600-SUM-CHARGES.
039523
039523     MOVE 0 TO WS-CHARGE-TOTAL.
039523     MOVE 0 TO WS-CHG-COUNT.
039523     MOVE 'N' TO WS-CHG-DONE-SW.
039523
039523     MOVE ASM-STU-NUMBER TO CHG-STU-NUMBER.
039523     MOVE ASM-TERM TO CHG-TERM.
039523     MOVE ZEROS TO CHG-SEQ.
039523
039523     START CHG-FILE KEY IS NOT LESS THAN CHG-KEY
039523         INVALID KEY
039523             MOVE 'Y' TO WS-CHG-DONE-SW
039523     END-START.
039523
039523     PERFORM 4610-READ-ONE-CHARGE THRU 4610-EXIT
039523         UNTIL WS-CHG-DONE.
039523
039523 4600-EXIT.
039523     EXIT.
039523
039523 4610-READ-ONE-CHARGE.
039523
039523     READ CHG-FILE NEXT RECORD
039523         AT END
039523             MOVE 'Y' TO WS-CHG-DONE-SW
039523             GO TO 4610-EXIT
039523     END-READ.
039523
039523     IF (CHG-STU-NUMBER NOT = ASM-STU-NUMBER) OR
039523        (CHG-TERM NOT = ASM-TERM)
039523         MOVE 'Y' TO WS-CHG-DONE-SW
039523         GO TO 4610-EXIT
039523     END-IF.
039523
039523     IF CHG-WAIVED
039523         GO TO 4610-EXIT
039523     END-IF.
039523
039523     ADD CHG-AMOUNT TO WS-CHARGE-TOTAL.
039523
039523     IF WS-CHG-COUNT < 20
039523         ADD 1 TO WS-CHG-COUNT
039523         MOVE CHG-DATE TO WS-CHG-POSTED(WS-CHG-COUNT)
039523         MOVE CHG-AMOUNT TO WS-CHG-AMT(WS-CHG-COUNT)
039523     ELSE
039523         ADD CHG-AMOUNT TO WS-CHG-AMT(20)
039523     END-IF.
039523
039523 4610-EXIT.
039523     EXIT.
039523
039523*----------------------------------------------------------------
039523* AGES THE MISCELLANEOUS CHARGES. WHATEVER COVERAGE THE TUITION
039523* DID NOT USE (WS-PAY-LEFT) PAYS THE CHARGES OFF IN POSTING
039523* ORDER, AND WHAT IS STILL OWING ON EACH IS BUCKETED BY THAT
039523* CHARGE'S OWN POSTING DATE, THE WAY AN INSTALLMENT IS.
039523*----------------------------------------------------------------
039523 6400-AGE-CHARGES.
039523
039523     PERFORM 6450-AGE-ONE-CHARGE THRU 6450-EXIT
039523         VARYING WS-CHG-IDX FROM 1 BY 1
039523         UNTIL WS-CHG-IDX > WS-CHG-COUNT.
039523
039523 6400-EXIT.
039523     EXIT.
039523
039523 6450-AGE-ONE-CHARGE.
039523
039523     IF WS-PAY-LEFT >= WS-CHG-AMT(WS-CHG-IDX)
039523         SUBTRACT WS-CHG-AMT(WS-CHG-IDX) FROM WS-PAY-LEFT
039523         GO TO 6450-EXIT
039523     END-IF.
039523
039523     COMPUTE WS-INST-OWING =
039523         WS-CHG-AMT(WS-CHG-IDX) - WS-PAY-LEFT.
039523     MOVE 0 TO WS-PAY-LEFT.
039523
039523     MOVE WS-CHG-POSTED(WS-CHG-IDX)(2:3) TO WS-PLN-CYY.
039523     MOVE WS-CHG-POSTED(WS-CHG-IDX)(5:3) TO WS-PLN-DDD.
039523     COMPUTE WS-ASSESS-DAYS = (WS-PLN-CYY * 365) + WS-PLN-DDD.
039523     COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-ASSESS-DAYS.
039523
039523     PERFORM 6300-BUCKET-AMOUNT THRU 6300-EXIT.
039523
039523 6450-EXIT.
039523     EXIT.
039523
039600 9999-ABEND.
038700
038800     MOVE 16 TO RETURN-CODE.
