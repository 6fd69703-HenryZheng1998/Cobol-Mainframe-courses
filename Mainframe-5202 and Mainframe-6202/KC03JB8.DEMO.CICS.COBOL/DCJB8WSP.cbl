       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCJB8WSP.
       AUTHOR. HENRY ZHENG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * REGISTERED-CALLER CHECK WORK - EVERY DCJB8WS* SERVICE GATES
      * ON CALLFILE, THIS ONE UNDER ITS OWN CAL-ALLOW-WSP GRANT.
       COPY 'CALLREC'.
       COPY 'CALLCNT'.
       01 WS-CAL-STATUS          PIC S9(4) COMP.
       01 WS-CCN-STATUS          PIC S9(4) COMP.
       01 WS-CCN-HOUR            PIC 9(2) VALUE 0.

       COPY 'WSPREQ'.
       COPY 'WSPRESP'.
       COPY 'STUREC'.
       COPY 'ASSESREC'.
       COPY 'CHGREC'.
       COPY 'AWRDREC'.
       COPY 'PAYREC'.

      * THE PORTAL'S OWN CASHIER DRAWER - EVERY CARD PAYMENT TAKEN
      * HERE IS BUMPED INTO THE DAY'S ROW UNDER THE RESERVED 'WEB'
      * OPERATOR, SO DCJB8BBD CAN MATCH THE GATEWAY'S ONE SETTLEMENT
      * DEPOSIT AGAINST THE DAY'S TOTAL. NO OPERFILE ROW CAN CARRY
      * THE ID (DCJB8PGX REFUSES IT), SO NO CASHIER POSTS UNDER IT.
       COPY 'DRWREC'.
       01 WS-WEB-OPERID          PIC X(8) VALUE 'WEB'.

      * STUDENT PORTAL PIN VERIFICATION - SEE PINREC AND
      * 080-CHECK-PIN.
       COPY 'PINREC'.
       01 WS-PIN-STATUS             PIC S9(4) COMP.
       01 WS-PIN-STU                PIC X(7) VALUE SPACES.
       01 WS-PIN-TRY                PIC X(4) VALUE SPACES.
       01 WS-PIN-REFUSED            PIC X(1) VALUE 'N'.
       01 WS-PIN-MSG                PIC X(60) VALUE SPACES.
       01 WS-PIN-HOLD               PIC X(26) VALUE SPACES.

       01 WS-ASM-STATUS          PIC S9(4) COMP.
       01 WS-PAY-STATUS          PIC S9(4) COMP.
       01 WS-DRW-STATUS          PIC S9(4) COMP.
       01 WS-BR-STATUS           PIC S9(4) COMP.
       01 WS-SUB-STATUS          PIC S9(4) COMP.
       01 WS-ROW                 PIC S9(4) COMP VALUE 0.
       01 WS-SCAN-DONE-SW        PIC X(1) VALUE 'N'.
           88 WS-SCAN-DONE              VALUE 'Y'.

      * ONE TERM'S NETTING - FILLED BY 520-NET-TERM FOR THE ASSESS
      * ROW IN HAND.
       01 WS-NET-STUNUM          PIC X(7) VALUE SPACES.
       01 WS-NET-TERM            PIC X(5) VALUE SPACES.
       01 WS-NET-CHARGES         PIC 9(7)V99 VALUE 0.
       01 WS-NET-AWARDS          PIC 9(7)V99 VALUE 0.
       01 WS-NET-PAID            PIC S9(7)V99 VALUE 0.
       01 WS-NET-DUE             PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-DUE           PIC S9(7)V99 VALUE 0.

      * FINANCIAL PERIOD LOCKOUT - SEE PRDREC. 090-CHECK-PERIOD SETS
      * WS-PRD-CLOSED-SW FOR THE TERM AND DATE (CYYDDD) MOVED IN.
       COPY 'PRDREC'.
       01 WS-PRD-BR-STATUS      PIC S9(4) COMP.
       01 WS-PRD-CHK-TERM       PIC X(5) VALUE SPACES.
       01 WS-PRD-CHK-DATE       PIC 9(7) VALUE 0.
       01 WS-PRD-CLOSED-SW      PIC X(1) VALUE 'N'.
           88 WS-PRD-IS-CLOSED           VALUE 'Y'.
       01 WS-PRD-COVERED-SW     PIC X(1) VALUE 'N'.
           88 WS-PRD-IS-COVERED          VALUE 'Y'.
       01 WS-PRD-MAX-END        PIC 9(7) VALUE 0.
       01 WS-PRD-MAX-CLOSED     PIC X(1) VALUE 'N'.

      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(1200).

       PROCEDURE DIVISION.
      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.

           MOVE DFHCOMMAREA TO WSPPAY-REQ.
           MOVE LOW-VALUES TO DFHCOMMAREA.

       000-START-LOGIC.

           PERFORM 050-CHECK-CALLER THRU 050-EXIT.

           EXEC CICS HANDLE CONDITION
                NOTFND(300-NOTFND)
           END-EXEC.

           GO TO 200-MAIN-LOGIC.

      *--------------------------------------------------------------
      * REGISTERED-CALLER CHECK - EVERY CALL MUST CARRY A KNOWN,
      * ACTIVE CALLER ID AND ITS SECRET, AND THE CALLER MUST BE
      * GRANTED THIS PARTICULAR SERVICE. EACH ACCEPTED CALL BUMPS
      * THE CALLER'S HOURLY VOLUME COUNTER FOR DCJB8BTU'S REPORT.
      *--------------------------------------------------------------
       050-CHECK-CALLER.

           MOVE WSP-CALLERID-REQ TO CAL-ID.

           EXEC CICS READ
                FILE('CALLFILE')
                INTO(CALLFILE-RECORD)
                LENGTH(CALLFILE-LENGTH)
                RIDFLD(CAL-KEY)
                RESP(WS-CAL-STATUS)
           END-EXEC.

           IF (WS-CAL-STATUS NOT = DFHRESP(NORMAL)) OR
              (WSP-CALLSECRET-REQ NOT = CAL-SECRET) OR
              (NOT CAL-IS-ACTIVE) OR
              (CAL-ALLOW-WSP NOT = 'Y')
                MOVE LOW-VALUES TO WSP-RESP
                MOVE 'CALLER NOT AUTHORIZED FOR THIS SERVICE'
                     TO WSP-MSG
                MOVE "9" TO WSP-STATUS-CODE
                MOVE WSP-RESP TO DFHCOMMAREA
                EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM 060-COUNT-CALLER THRU 060-EXIT.

       050-EXIT.
           EXIT.

       060-COUNT-CALLER.

           COMPUTE WS-CCN-HOUR = EIBTIME / 100000.
           MOVE CAL-ID TO CCN-CALLER.
           MOVE WS-CCN-HOUR TO CCN-HOUR.

           EXEC CICS READ
                FILE('CALLCNT')
                INTO(CALLCNT-RECORD)
                LENGTH(CALLCNT-LENGTH)
                RIDFLD(CCN-KEY)
                UPDATE
                RESP(WS-CCN-STATUS)
           END-EXEC.

           IF (WS-CCN-STATUS = DFHRESP(NORMAL))
                ADD 1 TO CCN-COUNT
                EXEC CICS REWRITE
                     FILE('CALLCNT')
                     FROM(CALLCNT-RECORD)
                     LENGTH(CALLCNT-LENGTH)
                END-EXEC
           ELSE
                MOVE CAL-ID TO CCN-CALLER
                MOVE WS-CCN-HOUR TO CCN-HOUR
                MOVE 1 TO CCN-COUNT
                EXEC CICS WRITE
                     FILE('CALLCNT')
                     FROM(CALLCNT-RECORD)
                     RIDFLD(CCN-KEY)
                END-EXEC
           END-IF.

       060-EXIT.
           EXIT.

       200-MAIN-LOGIC.

           MOVE LOW-VALUES TO WSP-RESP.

           IF (WSP-ACTION-REQ NOT = 'B') AND
              (WSP-ACTION-REQ NOT = 'P')
                MOVE "WSP-ACTION-REQ MUST BE 'B' OR 'P'" TO WSP-MSG
                MOVE "1" TO WSP-STATUS-CODE
                MOVE WSP-RESP TO DFHCOMMAREA
                EXEC CICS RETURN END-EXEC
           END-IF.

           IF (WSP-STUNUMBER-REQ IS NOT NUMERIC)
                MOVE 'STUDENT NUMBER MUST BE NUMERIC' TO WSP-MSG
                MOVE "1" TO WSP-STATUS-CODE
                MOVE WSP-RESP TO DFHCOMMAREA
                EXEC CICS RETURN END-EXEC
           END-IF.

      * THE STUDENT'S PORTAL PIN MUST VERIFY BEFORE ANY BALANCE GOES
      * BACK OR ANY MONEY IS TAKEN - SEE PINREC.
           MOVE WSP-STUNUMBER-REQ TO WS-PIN-STU.
           MOVE WSP-PIN-REQ TO WS-PIN-TRY.
           PERFORM 080-CHECK-PIN THRU 080-EXIT.
           IF (WS-PIN-REFUSED = 'Y')
                MOVE WS-PIN-MSG TO WSP-MSG
                MOVE "7" TO WSP-STATUS-CODE
                MOVE WSP-RESP TO DFHCOMMAREA
                EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE WSP-STUNUMBER-REQ TO STU-NUMBER.

           EXEC CICS READ
                FILE('STUFILE')
                INTO(STUFILE-RECORD)
                LENGTH(STUFILE-LENGTH)
                RIDFLD(STU-NUMBER OF STUFILE-RECORD)
           END-EXEC.

           IF (WSP-ACTION-REQ = 'P')
                PERFORM 400-POST-PAYMENT THRU 400-EXIT
           END-IF.

           PERFORM 500-LIST-BALANCES THRU 500-EXIT.

           MOVE WSP-STUNUMBER-REQ TO WSP-STUNUMBER-RESP.
           IF (WSP-ACTION-REQ = 'P')
                MOVE WSP-AUTH-REQ TO WSP-RECEIPT-RESP
                MOVE 'PAYMENT POSTED' TO WSP-MSG
           ELSE
                MOVE 'SUCCESS' TO WSP-MSG
           END-IF.
           MOVE "0" TO WSP-STATUS-CODE.
           MOVE WSP-RESP TO DFHCOMMAREA.
           EXEC CICS RETURN END-EXEC.

      *--------------------------------------------------------------
      * PIN CHECK - WS-PIN-STU/WS-PIN-TRY IN, WS-PIN-REFUSED AND
      * WS-PIN-MSG OUT. NO PINFILE ROW MEANS NO PIN YET AND THE
      * CHECK PASSES. A LOCKED PIN REFUSES OUTRIGHT; A WRONG TRY
      * COUNTS UP AND LOCKS AT FIVE; A GOOD TRY CLEARS THE COUNT.
      * MIRRORS DCJB8WSE'S 080/085 PAIR.
      *--------------------------------------------------------------
       080-CHECK-PIN.

           MOVE 'N' TO WS-PIN-REFUSED.
           MOVE SPACES TO WS-PIN-MSG.

           MOVE WS-PIN-STU TO PIN-STU-NUMBER.
           EXEC CICS READ
                FILE('PINFILE')
                INTO(PINFILE-RECORD)
                LENGTH(PINFILE-LENGTH)
                RIDFLD(PIN-KEY)
                RESP(WS-PIN-STATUS)
           END-EXEC.

           IF (WS-PIN-STATUS NOT = DFHRESP(NORMAL))
                GO TO 080-EXIT
           END-IF.

           IF PIN-IS-LOCKED
                MOVE 'Y' TO WS-PIN-REFUSED
                MOVE 'PIN LOCKED - SEE THE REGISTRAR TO RESET IT'
                     TO WS-PIN-MSG
                GO TO 080-EXIT
           END-IF.

           IF (WS-PIN-TRY = PIN-VALUE)
                IF (PIN-BADCOUNT NOT = 0)
                     PERFORM 085-REWRITE-PIN THRU 085-EXIT
                END-IF
                GO TO 080-EXIT
           END-IF.

           MOVE 'Y' TO WS-PIN-REFUSED.
           MOVE 'PIN DOES NOT VERIFY' TO WS-PIN-MSG.
           ADD 1 TO PIN-BADCOUNT.
           IF (PIN-BADCOUNT >= 5)
                MOVE 'Y' TO PIN-LOCKED
                MOVE 'PIN LOCKED - SEE THE REGISTRAR TO RESET IT'
                     TO WS-PIN-MSG
           END-IF.
           PERFORM 085-REWRITE-PIN THRU 085-EXIT.

       080-EXIT.
           EXIT.

       085-REWRITE-PIN.

           IF (WS-PIN-REFUSED NOT = 'Y')
                MOVE 0 TO PIN-BADCOUNT
                MOVE SPACE TO PIN-LOCKED
           END-IF.

           MOVE PINFILE-RECORD TO WS-PIN-HOLD.
           MOVE WS-PIN-STU TO PIN-STU-NUMBER.
           EXEC CICS READ
                FILE('PINFILE')
                INTO(PINFILE-RECORD)
                LENGTH(PINFILE-LENGTH)
                RIDFLD(PIN-KEY)
                UPDATE
                RESP(WS-PIN-STATUS)
           END-EXEC.
           IF (WS-PIN-STATUS = DFHRESP(NORMAL))
                MOVE WS-PIN-HOLD TO PINFILE-RECORD
                EXEC CICS REWRITE
                     FILE('PINFILE')
                     FROM(PINFILE-RECORD)
                     LENGTH(PINFILE-LENGTH)
                END-EXEC
           END-IF.

       085-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * FINANCIAL PERIOD LOCKOUT. A DATE IS LOCKED FOR A TERM WHEN
      * THE TERM'S PERIOD THAT TAKES IT IN HAS BEEN CLOSED, OR WHEN
      * IT FALLS PAST THE END OF EVERY PERIOD OF THE TERM AND THE
      * LAST OF THEM HAS BEEN CLOSED (THE TERM'S BOOKS ARE SHUT). A
      * TERM WITH NO PERIODS DEFINED IS NEVER LOCKED. THE CALLER
      * REFUSES THE POSTING AND THE CORRECTION GOES IN AS AN
      * ADJUSTMENT IN THE OPEN PERIOD.
      *--------------------------------------------------------------
       090-CHECK-PERIOD.

           MOVE 'N' TO WS-PRD-CLOSED-SW.
           MOVE 'N' TO WS-PRD-COVERED-SW.
           MOVE 0 TO WS-PRD-MAX-END.
           MOVE 'N' TO WS-PRD-MAX-CLOSED.

           MOVE WS-PRD-CHK-TERM TO PRD-TERM.
           MOVE 0 TO PRD-FMONTH.

           EXEC CICS STARTBR
                FILE('PRDFILE')
                RIDFLD(PRD-KEY)
                GTEQ
                RESP(WS-PRD-BR-STATUS)
           END-EXEC.

           IF (WS-PRD-BR-STATUS NOT = DFHRESP(NORMAL))
                GO TO 090-EXIT
           END-IF.

           PERFORM 095-CHECK-ONE-PERIOD THRU 095-EXIT
                UNTIL (WS-PRD-BR-STATUS NOT = DFHRESP(NORMAL))
                   OR (WS-PRD-IS-COVERED).

           EXEC CICS ENDBR
                FILE('PRDFILE')
           END-EXEC.

           IF (NOT WS-PRD-IS-COVERED) AND
              (WS-PRD-MAX-END NOT = 0) AND
              (WS-PRD-CHK-DATE > WS-PRD-MAX-END) AND
              (WS-PRD-MAX-CLOSED = 'Y')
                MOVE 'Y' TO WS-PRD-CLOSED-SW
           END-IF.

       090-EXIT.
           EXIT.

       095-CHECK-ONE-PERIOD.

           EXEC CICS READNEXT
                FILE('PRDFILE')
                INTO(PRDFILE-RECORD)
                LENGTH(PRDFILE-LENGTH)
                RIDFLD(PRD-KEY)
                RESP(WS-PRD-BR-STATUS)
           END-EXEC.

           IF (WS-PRD-BR-STATUS NOT = DFHRESP(NORMAL))
                GO TO 095-EXIT
           END-IF.

      * PAST THE LAST PERIOD OF THE TERM - TREAT AS END OF FILE.
           IF (PRD-TERM NOT = WS-PRD-CHK-TERM)
                MOVE DFHRESP(ENDFILE) TO WS-PRD-BR-STATUS
                GO TO 095-EXIT
           END-IF.

           IF (WS-PRD-CHK-DATE NOT < PRD-START-DATE) AND
              (WS-PRD-CHK-DATE NOT > PRD-END-DATE)
                MOVE 'Y' TO WS-PRD-COVERED-SW
                IF PRD-CLOSED
                     MOVE 'Y' TO WS-PRD-CLOSED-SW
                END-IF
                GO TO 095-EXIT
           END-IF.

           IF (PRD-END-DATE > WS-PRD-MAX-END)
                MOVE PRD-END-DATE TO WS-PRD-MAX-END
                IF PRD-CLOSED
                     MOVE 'Y' TO WS-PRD-MAX-CLOSED
                ELSE
                     MOVE 'N' TO WS-PRD-MAX-CLOSED
                END-IF
           END-IF.

       095-EXIT.
           EXIT.

       300-NOTFND.

           MOVE LOW-VALUES TO WSP-RESP.
           MOVE 'STUDENT NOT FOUND' TO WSP-MSG.
           MOVE "2" TO WSP-STATUS-CODE.
           MOVE WSP-RESP TO DFHCOMMAREA.
           EXEC CICS RETURN END-EXEC.

      *--------------------------------------------------------------
      * POSTS ONE GATEWAY-AUTHORIZED CARD PAYMENT. THE MONEY HAS
      * ALREADY BEEN TAKEN BY THE TIME THE PORTAL CALLS, SO EVERY
      * REFUSAL HERE TELLS THE PORTAL TO VOID THE AUTHORIZATION.
      * THE ROW IS A PLAIN 'CC' PAYMENT, RECEIPTED BY THE GATEWAY'S
      * AUTHORIZATION NUMBER AND STAMPED WITH THE 'WEB' OPERATOR, SO
      * EVERY PAYFILE READER PICKS IT UP UNCHANGED.
      *--------------------------------------------------------------
       400-POST-PAYMENT.

           IF (WSP-TERM-REQ = SPACES) OR (WSP-TERM-REQ = LOW-VALUES)
                MOVE 'A TERM IS REQUIRED FOR A PAYMENT' TO WSP-MSG
                MOVE "1" TO WSP-STATUS-CODE
                MOVE WSP-RESP TO DFHCOMMAREA
                EXEC CICS RETURN END-EXEC
           END-IF.

           IF (WSP-AMOUNT-REQ IS NOT NUMERIC) OR
              (WSP-AMOUNT-REQ = 0)
                MOVE 'AMOUNT MUST BE NUMERIC AND NOT ZERO' TO WSP-MSG
                MOVE "1" TO WSP-STATUS-CODE
                MOVE WSP-RESP TO DFHCOMMAREA
                EXEC CICS RETURN END-EXEC
           END-IF.

           IF (WSP-AUTH-REQ = SPACES) OR (WSP-AUTH-REQ = LOW-VALUES)
                MOVE 'THE GATEWAY AUTHORIZATION NUMBER IS REQUIRED'
                     TO WSP-MSG
                MOVE "1" TO WSP-STATUS-CODE
                MOVE WSP-RESP TO DFHCOMMAREA
                EXEC CICS RETURN END-EXEC
           END-IF.

      * NOTHING IS TAKEN INTO A CLOSED FINANCIAL PERIOD OF THE TERM -
      * SEE 090-CHECK-PERIOD. THE CASHIER SCREEN REFUSES THE SAME
      * PAYMENT, SO THE PORTAL VOIDS THE AUTHORIZATION.
           MOVE WSP-TERM-REQ TO WS-PRD-CHK-TERM.
           MOVE EIBDATE TO WS-PRD-CHK-DATE.
           PERFORM 090-CHECK-PERIOD THRU 090-EXIT.
           IF WS-PRD-IS-CLOSED
                MOVE 'FINANCIAL PERIOD CLOSED FOR THAT TERM' TO WSP-MSG
                MOVE "6" TO WSP-STATUS-CODE
                MOVE WSP-RESP TO DFHCOMMAREA
                EXEC CICS RETURN END-EXEC
           END-IF.

      * A PAYMENT IS ONLY TAKEN AGAINST AN ASSESSED TERM, THE SAME
      * RULE THE CASHIER SCREEN APPLIES.
           MOVE WSP-STUNUMBER-REQ TO ASM-STU-NUMBER.
           MOVE WSP-TERM-REQ TO ASM-TERM.
           EXEC CICS READ
                FILE('ASSESS')
                INTO(ASSESS-RECORD)
                LENGTH(ASSESS-LENGTH)
                RIDFLD(ASM-KEY)
                RESP(WS-ASM-STATUS)
           END-EXEC.

           IF (WS-ASM-STATUS NOT = DFHRESP(NORMAL))
                MOVE 'NO ASSESSMENT ON FILE FOR THAT TERM' TO WSP-MSG
                MOVE "3" TO WSP-STATUS-CODE
                MOVE WSP-RESP TO DFHCOMMAREA
                EXEC CICS RETURN END-EXEC
           END-IF.

      * THE PORTAL TAKES NO MORE THAN IS OWED - AN OVERPAYMENT WOULD
      * ONLY COME BACK OUT THROUGH THE REFUND RUN.
           PERFORM 520-NET-TERM THRU 520-EXIT.
           IF (WSP-AMOUNT-REQ > WS-NET-DUE)
                MOVE
                'AMOUNT IS MORE THAN THE BALANCE OWING FOR THE TERM'
                     TO WSP-MSG
                MOVE "5" TO WSP-STATUS-CODE
                MOVE WSP-RESP TO DFHCOMMAREA
                EXEC CICS RETURN END-EXEC
           END-IF.

      * THE FILE IS ONE ROW PER STUDENT PER DAY - FOLDING INTO A
      * CASHIER'S ROW WOULD OVERWRITE ITS RECEIPT NUMBER AND BREAK
      * THE BANK MATCH ON BOTH DEPOSITS, SO A SECOND PAYMENT IN ONE
      * DAY WAITS FOR A CLEAR DAY.
           MOVE WSP-STUNUMBER-REQ TO PAY-STU-NUMBER.
           MOVE EIBDATE TO PAY-DATE.
           MOVE WSP-TERM-REQ TO PAY-TERM.
           MOVE WSP-AMOUNT-REQ TO PAY-AMOUNT.
           MOVE 'CC' TO PAY-METHOD.
           MOVE WSP-AUTH-REQ TO PAY-RECEIPT.
           MOVE WS-WEB-OPERID TO PAY-OPERID.
           MOVE EIBTIME TO PAY-TIME.
           EXEC CICS WRITE
                FILE('PAYFILE')
                FROM(PAYFILE-RECORD)
                RIDFLD(PAY-KEY)
                RESP(WS-PAY-STATUS)
           END-EXEC.

           IF (WS-PAY-STATUS = DFHRESP(DUPREC))
                MOVE
                'A PAYMENT IS ALREADY RECORDED TODAY - PAY TOMORROW'
                     TO WSP-MSG
                MOVE "4" TO WSP-STATUS-CODE
                MOVE WSP-RESP TO DFHCOMMAREA
                EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM 450-POST-DRAWER THRU 450-EXIT.

       400-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * BUMPS TODAY'S 'WEB' DRAWER ROW FOR THE PAYMENT JUST POSTED -
      * THE FIRST PORTAL PAYMENT OF THE DAY OPENS THE ROW, EXACTLY AS
      * DCJB8PGP OPENS A CASHIER'S. IT IS ALL CARD MONEY. NOBODY
      * COUNTS THIS DRAWER - DCJB8BBD BALANCES IT AGAINST THE
      * GATEWAY'S SETTLEMENT DEPOSIT.
      *--------------------------------------------------------------
       450-POST-DRAWER.

           MOVE WS-WEB-OPERID TO DRW-OPERID.
           MOVE EIBDATE TO DRW-DATE.

           EXEC CICS READ
                FILE('DRWFILE')
                INTO(DRWFILE-RECORD)
                LENGTH(DRWFILE-LENGTH)
                RIDFLD(DRW-KEY)
                UPDATE
                RESP(WS-DRW-STATUS)
           END-EXEC.

           IF (WS-DRW-STATUS = DFHRESP(NORMAL))
                ADD WSP-AMOUNT-REQ TO DRW-POSTED-CARD
                EXEC CICS REWRITE
                     FILE('DRWFILE')
                     FROM(DRWFILE-RECORD)
                     LENGTH(DRWFILE-LENGTH)
                END-EXEC
           ELSE
                MOVE WS-WEB-OPERID TO DRW-OPERID
                MOVE EIBDATE TO DRW-DATE
                MOVE 'O' TO DRW-STATUS
                MOVE 0 TO DRW-POSTED-CASH
                MOVE 0 TO DRW-POSTED-CHEQUE
                MOVE WSP-AMOUNT-REQ TO DRW-POSTED-CARD
                MOVE 0 TO DRW-COUNTED-CASH
                MOVE 0 TO DRW-COUNTED-CHEQUE
                MOVE 0 TO DRW-COUNTED-CARD
                MOVE 0 TO DRW-BALANCED-TIME
                EXEC CICS WRITE
                     FILE('DRWFILE')
                     FROM(DRWFILE-RECORD)
                     RIDFLD(DRW-KEY)
                END-EXEC
           END-IF.

       450-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * ONE ROW PER ASSESSED TERM, IN KEY ORDER, FROM ONE PARTIAL-KEY
      * BROWSE OF ASSESS. TWENTY TERMS COVERS A FULL PROGRAM.
      *--------------------------------------------------------------
       500-LIST-BALANCES.

           MOVE 0 TO WS-ROW.
           MOVE 0 TO WS-TOTAL-DUE.
           MOVE 'N' TO WS-SCAN-DONE-SW.
           MOVE WSP-STUNUMBER-REQ TO ASM-STU-NUMBER.
           MOVE LOW-VALUES TO ASM-TERM.

           EXEC CICS STARTBR
                FILE('ASSESS')
                RIDFLD(ASM-KEY)
                GTEQ
                RESP(WS-BR-STATUS)
           END-EXEC.

           IF (WS-BR-STATUS = DFHRESP(NORMAL))
                PERFORM 510-FETCH-ONE-TERM THRU 510-EXIT
                     UNTIL WS-SCAN-DONE
                EXEC CICS ENDBR
                     FILE('ASSESS')
                END-EXEC
           END-IF.

           MOVE WS-ROW TO balArray-num.
           MOVE WS-TOTAL-DUE TO WSP-TOTAL-DUE.

       500-EXIT.
           EXIT.

       510-FETCH-ONE-TERM.

           EXEC CICS READNEXT
                FILE('ASSESS')
                INTO(ASSESS-RECORD)
                LENGTH(ASSESS-LENGTH)
                RIDFLD(ASM-KEY)
                RESP(WS-BR-STATUS)
           END-EXEC.

           IF (WS-BR-STATUS NOT = DFHRESP(NORMAL)) OR
              (ASM-STU-NUMBER NOT = WSP-STUNUMBER-REQ)
                MOVE 'Y' TO WS-SCAN-DONE-SW
                GO TO 510-EXIT
           END-IF.

           IF (WS-ROW NOT < 20)
                MOVE 'Y' TO WS-SCAN-DONE-SW
                GO TO 510-EXIT
           END-IF.

           PERFORM 520-NET-TERM THRU 520-EXIT.

           ADD 1 TO WS-ROW.
           MOVE ASM-TERM TO BALTERM(WS-ROW).
           MOVE ASM-TOTAL-FEES TO BALFEES(WS-ROW).
           MOVE WS-NET-CHARGES TO BALCHARGES(WS-ROW).
           MOVE WS-NET-AWARDS TO BALAWARDS(WS-ROW).
           MOVE WS-NET-PAID TO BALPAID(WS-ROW).
           MOVE WS-NET-DUE TO BALDUE(WS-ROW).
           ADD WS-NET-DUE TO WS-TOTAL-DUE.

       510-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * NETS THE ASSESS ROW IN HAND - FEES PLUS LIVE (NOT WAIVED)
      * CHARGES, LESS POSTED AWARDS AND NET PAYMENTS FOR THE TERM.
      * REFUND AND REVERSAL ROWS ARE MONEY GOING BACK OUT.
      *--------------------------------------------------------------
       520-NET-TERM.

           MOVE ASM-STU-NUMBER TO WS-NET-STUNUM.
           MOVE ASM-TERM TO WS-NET-TERM.
           MOVE 0 TO WS-NET-CHARGES.
           MOVE 0 TO WS-NET-AWARDS.
           MOVE 0 TO WS-NET-PAID.

           MOVE WS-NET-STUNUM TO CHG-STU-NUMBER.
           MOVE WS-NET-TERM TO CHG-TERM.
           MOVE ZEROS TO CHG-SEQ.
           EXEC CICS STARTBR
                FILE('CHGFILE')
                RIDFLD(CHG-KEY)
                GTEQ
                RESP(WS-SUB-STATUS)
           END-EXEC.
           IF (WS-SUB-STATUS = DFHRESP(NORMAL))
                PERFORM 530-SUM-ONE-CHARGE
                     UNTIL (WS-SUB-STATUS NOT = DFHRESP(NORMAL))
                EXEC CICS ENDBR
                     FILE('CHGFILE')
                END-EXEC
           END-IF.

           MOVE WS-NET-STUNUM TO AWD-STU-NUMBER.
           MOVE WS-NET-TERM TO AWD-TERM.
           MOVE LOW-VALUES TO AWD-CODE.
           EXEC CICS STARTBR
                FILE('AWDFILE')
                RIDFLD(AWD-KEY)
                GTEQ
                RESP(WS-SUB-STATUS)
           END-EXEC.
           IF (WS-SUB-STATUS = DFHRESP(NORMAL))
                PERFORM 540-SUM-ONE-AWARD
                     UNTIL (WS-SUB-STATUS NOT = DFHRESP(NORMAL))
                EXEC CICS ENDBR
                     FILE('AWDFILE')
                END-EXEC
           END-IF.

           MOVE WS-NET-STUNUM TO PAY-STU-NUMBER.
           MOVE ZEROS TO PAY-DATE.
           EXEC CICS STARTBR
                FILE('PAYFILE')
                RIDFLD(PAY-KEY)
                GTEQ
                RESP(WS-SUB-STATUS)
           END-EXEC.
           IF (WS-SUB-STATUS = DFHRESP(NORMAL))
                PERFORM 550-SUM-ONE-PAYMENT
                     UNTIL (WS-SUB-STATUS NOT = DFHRESP(NORMAL))
                EXEC CICS ENDBR
                     FILE('PAYFILE')
                END-EXEC
           END-IF.

           COMPUTE WS-NET-DUE = ASM-TOTAL-FEES + WS-NET-CHARGES
                              - WS-NET-AWARDS - WS-NET-PAID.

       520-EXIT.
           EXIT.

       530-SUM-ONE-CHARGE.

           EXEC CICS READNEXT
                FILE('CHGFILE')
                INTO(CHGFILE-RECORD)
                LENGTH(CHGFILE-LENGTH)
                RIDFLD(CHG-KEY)
                RESP(WS-SUB-STATUS)
           END-EXEC.

           IF (WS-SUB-STATUS = DFHRESP(NORMAL))
                IF (CHG-STU-NUMBER NOT = WS-NET-STUNUM) OR
                   (CHG-TERM NOT = WS-NET-TERM)
                     MOVE DFHRESP(ENDFILE) TO WS-SUB-STATUS
                ELSE
                     IF NOT CHG-WAIVED
                          ADD CHG-AMOUNT TO WS-NET-CHARGES
                     END-IF
                END-IF
           END-IF.

       540-SUM-ONE-AWARD.

           EXEC CICS READNEXT
                FILE('AWDFILE')
                INTO(AWDFILE-RECORD)
                LENGTH(AWDFILE-LENGTH)
                RIDFLD(AWD-KEY)
                RESP(WS-SUB-STATUS)
           END-EXEC.

           IF (WS-SUB-STATUS = DFHRESP(NORMAL))
                IF (AWD-STU-NUMBER NOT = WS-NET-STUNUM) OR
                   (AWD-TERM NOT = WS-NET-TERM)
                     MOVE DFHRESP(ENDFILE) TO WS-SUB-STATUS
                ELSE
                     ADD AWD-AMOUNT TO WS-NET-AWARDS
                END-IF
           END-IF.

       550-SUM-ONE-PAYMENT.

           EXEC CICS READNEXT
                FILE('PAYFILE')
                INTO(PAYFILE-RECORD)
                LENGTH(PAYFILE-LENGTH)
                RIDFLD(PAY-KEY)
                RESP(WS-SUB-STATUS)
           END-EXEC.

           IF (WS-SUB-STATUS = DFHRESP(NORMAL))
                IF (PAY-STU-NUMBER NOT = WS-NET-STUNUM)
                     MOVE DFHRESP(ENDFILE) TO WS-SUB-STATUS
                ELSE
                     IF (PAY-TERM = WS-NET-TERM)
                          IF PAY-NEGATIVE
                               SUBTRACT PAY-AMOUNT FROM WS-NET-PAID
                          ELSE
                               ADD PAY-AMOUNT TO WS-NET-PAID
                          END-IF
                     END-IF
                END-IF
           END-IF.

      *--------------------------------------------------------------
      * ABEND EXIT - REGISTERED AT START-UP. THE LAST CICS COMMAND
      * AND ITS RESOURCE COME OFF THE EIB FIRST, BEFORE ANY OTHER
      * COMMAND OVERWRITES THEM. DCJB8PIA BACKS OUT THE UNIT OF
      * WORK, LOGS THE ERROR TO ERRLOG AND HANDS BACK THE
      * REFERENCE, WHICH GOES BACK TO THE CALLER AS STATUS 'X'.
      *--------------------------------------------------------------
       099-ABEND-EXIT.

           MOVE SPACES TO ERRLOG-RECORD.
           MOVE EIBFN TO ERL-LAST-FN.
           MOVE EIBRSRCE TO ERL-LAST-RSRCE.
           MOVE EIBRESP TO ERL-EIBRESP.
           MOVE EIBRESP2 TO ERL-EIBRESP2.

           EXEC CICS HANDLE ABEND CANCEL END-EXEC.

           MOVE 'DCJB8WSP' TO ERL-PROGRAM.
           MOVE CAL-ID TO ERL-OPERID.
           MOVE STU-NUMBER OF STUFILE-RECORD TO ERL-STU-NUMBER.
           MOVE 'W' TO ERL-CHANNEL.

           EXEC CICS LINK
                PROGRAM('DCJB8PIA')
                COMMAREA(ERRLOG-RECORD)
                LENGTH(ERRLOG-LENGTH)
           END-EXEC.

           MOVE LOW-VALUES TO WSP-RESP.
           MOVE 'X' TO WSP-STATUS-CODE.
           STRING 'SYSTEM ERROR - NOTHING WAS SAVED. REFERENCE '
                  ERL-REFERENCE DELIMITED BY SIZE
                  INTO WSP-MSG.
           MOVE WSP-RESP TO DFHCOMMAREA.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8WSP.
