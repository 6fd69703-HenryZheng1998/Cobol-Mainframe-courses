       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCJB8PHQ.
       AUTHOR. HENRY ZHENG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY MISCELLANEOUS CHARGE POSTING MAP LAYOUT
       COPY 'DCJB8NP'.

      * PF1 HANDS THE OPERATOR TO THE DCJB8PHO HELP PAGE FOR THIS
      * SCREEN - SEE HELPREC FOR WHERE THE TEXT LIVES.
       COPY 'HLPRQREC'.

      * THE STUDENT BEING CHARGED - SHOWN BY NAME SO THE OPERATOR
      * CATCHES A MISKEYED NUMBER BEFORE THE CHARGE GOES ON.
       COPY 'STUREC'.

      * THE TERM'S TUITION ASSESSMENT - A CHARGE POSTS ONLY AGAINST
      * AN ASSESSED TERM, SO AGING AND DUNNING (WHICH WALK ASSESS)
      * ALWAYS PICK IT UP.
       COPY 'ASSESREC'.

      * PAYMENTS AND AWARDS - NETTED FOR THE BALANCE ON DISPLAY THE
      * WAY DCJB8BAR NETS THEM.
       COPY 'PAYREC'.
       COPY 'AWRDREC'.

      * THE CHARGES FILE ITSELF AND ITS CODE TABLE.
       COPY 'CHGREC'.
       COPY 'CHGCREC'.

      * THE OPERATOR RECORD - WAIVERS ARE A SUPERVISOR FUNCTION, AND
      * THE ROLE IS RE-CHECKED HERE SO A DIRECT TRANSACTION START
      * CANNOT BYPASS THE MENU.
       COPY 'OPERREC'.

      * CARRIES THE SIGNED-ON OPERATOR ID (SET BY DCJB8PGM) SO EVERY
      * CHARGE CAN BE TRACED BACK TO WHO POSTED IT.
       01 WS-OPERID PIC X(8) VALUE SPACES.
       01 WS-OPERID-LEN PIC S9(4) COMP VALUE 8.

      * DCJB8PGM TELLS A GENUINE MENU CONTINUATION APART FROM AN XCTL
      * RETURN LIKE THIS ONE BY COMMAREA LENGTH ALONE - SEE DCJB8PGM'S
      * 000-START-LOGIC.
       01 WS-MENU-XCTL-DATA.
           05 WS-MENU-XCTL-OPERID PIC X(8).
           05 FILLER              PIC X VALUE 'X'.
       01 WS-MENU-XCTL-LEN         PIC S9(4) COMP VALUE 9.

       01 WS-MSG            PIC X(60) VALUE SPACE.

       01 WS-ASM-STATUS         PIC S9(4) COMP.
       01 WS-BR-STATUS          PIC S9(4) COMP.
       01 WS-CHG-STATUS         PIC S9(4) COMP.
       01 WS-CHC-STATUS         PIC S9(4) COMP.
       01 WS-OPER-STATUS        PIC S9(4) COMP.

      * CARRIES THE STUDENT AND TERM ON SCREEN ACROSS THE PSEUDO-
      * CONVERSATIONAL TURN SO THE POSTING TURN DOESN'T DEPEND ON THE
      * UNPROTECTED FIELDS BEING RETRANSMITTED.
       01 WS-CHG-DATA.
           05 WS-CHG-OPERID     PIC X(8).
           05 WS-CHG-STUNUM     PIC X(7).
           05 WS-CHG-TERM       PIC X(5).
           05 FILLER            PIC X(1) VALUE SPACE.
       01 WS-CHG-DATA-LEN       PIC S9(4) COMP VALUE 21.

       01 WS-ASSESSED           PIC 9(7)V99.
       01 WS-CHG-TOTAL          PIC 9(7)V99.
      * PAYMENTS PLUS AWARDS - WHAT THE ACCOUNT HAS BEEN COVERED BY.
       01 WS-PAID-TOTAL         PIC S9(7)V99.
       01 WS-BALANCE            PIC S9(7)V99.
       01 WS-AMT-NUM            PIC 9(9).
       01 WS-CHG-AMT            PIC 9(7)V99.
       01 WS-MONEY-EDIT         PIC Z,ZZZ,ZZ9.99.

      * THE HIGHEST CHARGE SEQUENCE ON FILE FOR THE STUDENT/TERM -
      * A NEW CHARGE TAKES THE NEXT ONE UP.
       01 WS-LAST-SEQ           PIC 9(3) VALUE 0.
       01 WS-WAIVE-SEQ          PIC 9(3) VALUE 0.

       01 WS-POSTED-MSG.
           05 FILLER            PIC X(7) VALUE 'CHARGE '.
           05 WS-POSTED-SEQ     PIC 9(3).
           05 FILLER            PIC X(7) VALUE ' POSTED'.

      * THE TERM'S CHARGES AS SHOWN ON SCREEN - THE LAST SIX IN
      * SEQUENCE ORDER, OLDER ONES SCROLLING OFF THE TOP AS THE
      * BROWSE MOVES PAST THEM.
       01 WS-ROW                PIC 9(2) VALUE 0.
       01 WS-ROW-IDX            PIC 9(2) VALUE 0.
       01 WS-ROW-TABLE.
           05 WS-ROW-LINE       PIC X(40) OCCURS 6 TIMES.
       01 WS-ROW-TEXT.
           05 WS-ROW-SEQ        PIC 9(3).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-ROW-CODE       PIC X(4).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-ROW-AMT        PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-ROW-DATE       PIC 9(7).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-ROW-REF        PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-ROW-FLAG       PIC X(1).

      * THE BELOW FILLER VARIABLE MUST BE PRESENT BETWEEN DFHBMSCA
      * AND ALL OTHER VARIABLES
       01 FILLER             PIC X(1024)
           VALUE SPACES.

       COPY DFHBMSCA.

      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(21).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.

           IF (EIBCALEN = WS-CHG-DATA-LEN) THEN
                MOVE DFHCOMMAREA TO WS-CHG-DATA
                MOVE WS-CHG-OPERID TO WS-OPERID
                EXEC CICS HANDLE CONDITION
                     MAPFAIL(100-FIRST-TIME)
                     NOTFND(300-STU-NOTFND)
                END-EXEC
                EXEC CICS HANDLE AID
                     PF1(077-POP-HELP)
                     PF4(100-FIRST-TIME)
                     PF9(999-EXIT)
                END-EXEC
                EXEC CICS RECEIVE
                     MAP('MAP1')
                     MAPSET('DCJB8NP')
                END-EXEC
                GO TO 200-MAIN-LOGIC
           END-IF.

      * UPON UNSUCCESSFUL MAP RECEIVE, ASSUME THIS IS THE INITIAL RUN
           EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
                NOTFND(300-STU-NOTFND)
           END-EXEC.

           EXEC CICS HANDLE AID
                PF1(077-POP-HELP)
                PF4(100-FIRST-TIME)
                PF9(999-EXIT)
           END-EXEC.

           IF (EIBCALEN = 8) THEN
                MOVE DFHCOMMAREA TO WS-OPERID
                MOVE SPACES TO WS-CHG-STUNUM
                MOVE SPACES TO WS-CHG-TERM
           END-IF.

           EXEC CICS RECEIVE
                MAP('MAP1')
                MAPSET('DCJB8NP')
           END-EXEC.

           GO TO 200-MAIN-LOGIC.

       100-FIRST-TIME.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "C H A R G E   P O S T I N G" TO TITLEO.
           MOVE
       'ENTER STUDENT NUMBER (AND TERM); KEY A CODE TO POST A CHARGE'
                TO MSGO.

           MOVE 'PF4=RESET  PF9=EXIT' TO FOOTERO.
           EXEC CICS SEND
               MAP('MAP1')
               MAPSET('DCJB8NP')
               ERASE
           END-EXEC.

           EXEC CICS RETURN
               TRANSID('JC23')
               COMMAREA(WS-OPERID)
               LENGTH(WS-OPERID-LEN)
           END-EXEC.

       200-MAIN-LOGIC.

      * THE STUDENT COMES FROM THE SCREEN WHEN KEYED, OTHERWISE FROM
      * THE ONE ALREADY ON DISPLAY (CARRIED IN THE COMMAREA).
           IF (STUNUML NOT = 0)
                MOVE STUNUMI TO WS-CHG-STUNUM
                MOVE SPACES TO WS-CHG-TERM
           END-IF.

           IF (WS-CHG-STUNUM = SPACES)
                MOVE 'PLEASE ENTER A STUDENT NUMBER' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           IF (WS-CHG-STUNUM IS NOT NUMERIC)
                MOVE 'STUDENT NUMBER MUST BE NUMERIC' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           MOVE WS-CHG-STUNUM TO STU-NUMBER.

           EXEC CICS READ
                FILE('STUFILE')
                INTO(STUFILE-RECORD)
                RIDFLD(STU-KEY)
           END-EXEC.

      * TERM DEFAULTS TO THE STUDENT'S CURRENT TERM.
           IF (CHGTRML NOT = 0)
                MOVE CHGTRMI TO WS-CHG-TERM
           END-IF.
           IF (WS-CHG-TERM = SPACES)
                MOVE STU-TERM TO WS-CHG-TERM
           END-IF.

      * THE TERM MUST HAVE BEEN ASSESSED BEFORE A CHARGE CAN BE
      * POSTED AGAINST IT - SEE DCJB8BTA.
           MOVE WS-CHG-STUNUM TO ASM-STU-NUMBER.
           MOVE WS-CHG-TERM TO ASM-TERM.
           EXEC CICS READ
                FILE('ASSESS')
                INTO(ASSESS-RECORD)
                LENGTH(ASSESS-LENGTH)
                RIDFLD(ASM-KEY)
                RESP(WS-ASM-STATUS)
           END-EXEC.

           IF (WS-ASM-STATUS NOT = DFHRESP(NORMAL))
                MOVE 'NO TUITION ASSESSMENT ON FILE FOR THAT TERM'
                     TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           MOVE ASM-TOTAL-FEES TO WS-ASSESSED.
           PERFORM 250-SUM-ACCOUNT.

           IF (WAIVSQL NOT = 0)
                GO TO 620-WAIVE-CHARGE
           END-IF.

           IF (CHGCDEL NOT = 0)
                GO TO 600-POST-CHARGE
           END-IF.

           MOVE 'BALANCE SHOWN - KEY CODE/AMOUNT/REFERENCE TO POST'
                TO WS-MSG.
           GO TO 800-SHOW-ACCOUNT.

      *--------------------------------------------------------------
      * NETS THE STUDENT/TERM - ASSESSMENT PLUS LIVE CHARGES, LESS
      * PAYMENTS AND AWARDS - AND LOADS THE CHARGE LINES FOR DISPLAY.
      *--------------------------------------------------------------
       250-SUM-ACCOUNT.

           MOVE 0 TO WS-PAID-TOTAL.
           MOVE WS-CHG-STUNUM TO PAY-STU-NUMBER.
           MOVE ZEROS TO PAY-DATE.

           EXEC CICS STARTBR
                FILE('PAYFILE')
                RIDFLD(PAY-KEY)
                GTEQ
                RESP(WS-BR-STATUS)
           END-EXEC.

           IF (WS-BR-STATUS = DFHRESP(NORMAL))
                PERFORM 260-SUM-ONE-PAYMENT
                     UNTIL (WS-BR-STATUS NOT = DFHRESP(NORMAL))
                EXEC CICS ENDBR
                     FILE('PAYFILE')
                END-EXEC
           END-IF.

           MOVE WS-CHG-STUNUM TO AWD-STU-NUMBER.
           MOVE WS-CHG-TERM TO AWD-TERM.
           MOVE SPACES TO AWD-CODE.

           EXEC CICS STARTBR
                FILE('AWDFILE')
                RIDFLD(AWD-KEY)
                GTEQ
                RESP(WS-BR-STATUS)
           END-EXEC.

           IF (WS-BR-STATUS = DFHRESP(NORMAL))
                PERFORM 265-SUM-ONE-AWARD
                     UNTIL (WS-BR-STATUS NOT = DFHRESP(NORMAL))
                EXEC CICS ENDBR
                     FILE('AWDFILE')
                END-EXEC
           END-IF.

           MOVE 0 TO WS-CHG-TOTAL.
           MOVE 0 TO WS-LAST-SEQ.
           MOVE 0 TO WS-ROW.
           MOVE SPACES TO WS-ROW-TABLE.
           MOVE WS-CHG-STUNUM TO CHG-STU-NUMBER.
           MOVE WS-CHG-TERM TO CHG-TERM.
           MOVE ZEROS TO CHG-SEQ.

           EXEC CICS STARTBR
                FILE('CHGFILE')
                RIDFLD(CHG-KEY)
                GTEQ
                RESP(WS-BR-STATUS)
           END-EXEC.

           IF (WS-BR-STATUS = DFHRESP(NORMAL))
                PERFORM 270-SUM-ONE-CHARGE THRU 270-EXIT
                     UNTIL (WS-BR-STATUS NOT = DFHRESP(NORMAL))
                EXEC CICS ENDBR
                     FILE('CHGFILE')
                END-EXEC
           END-IF.

           COMPUTE WS-BALANCE =
                WS-ASSESSED + WS-CHG-TOTAL - WS-PAID-TOTAL.

       260-SUM-ONE-PAYMENT.

           EXEC CICS READNEXT
                FILE('PAYFILE')
                INTO(PAYFILE-RECORD)
                LENGTH(PAYFILE-LENGTH)
                RIDFLD(PAY-KEY)
                RESP(WS-BR-STATUS)
           END-EXEC.

           IF (WS-BR-STATUS = DFHRESP(NORMAL))
                IF (PAY-STU-NUMBER NOT = WS-CHG-STUNUM)
                     MOVE DFHRESP(ENDFILE) TO WS-BR-STATUS
                ELSE
      * REFUND AND REVERSAL ROWS ARE MONEY GOING BACK OUT.
                     IF (PAY-TERM = WS-CHG-TERM)
                          IF PAY-NEGATIVE
                               SUBTRACT PAY-AMOUNT FROM WS-PAID-TOTAL
                          ELSE
                               ADD PAY-AMOUNT TO WS-PAID-TOTAL
                          END-IF
                     END-IF
                END-IF
           END-IF.

       265-SUM-ONE-AWARD.

           EXEC CICS READNEXT
                FILE('AWDFILE')
                INTO(AWDFILE-RECORD)
                LENGTH(AWDFILE-LENGTH)
                RIDFLD(AWD-KEY)
                RESP(WS-BR-STATUS)
           END-EXEC.

           IF (WS-BR-STATUS = DFHRESP(NORMAL))
                IF (AWD-STU-NUMBER NOT = WS-CHG-STUNUM) OR
                   (AWD-TERM NOT = WS-CHG-TERM)
                     MOVE DFHRESP(ENDFILE) TO WS-BR-STATUS
                ELSE
                     ADD AWD-AMOUNT TO WS-PAID-TOTAL
                END-IF
           END-IF.

       270-SUM-ONE-CHARGE.

           EXEC CICS READNEXT
                FILE('CHGFILE')
                INTO(CHGFILE-RECORD)
                LENGTH(CHGFILE-LENGTH)
                RIDFLD(CHG-KEY)
                RESP(WS-BR-STATUS)
           END-EXEC.

           IF (WS-BR-STATUS NOT = DFHRESP(NORMAL))
                GO TO 270-EXIT
           END-IF.

           IF (CHG-STU-NUMBER NOT = WS-CHG-STUNUM) OR
              (CHG-TERM NOT = WS-CHG-TERM)
                MOVE DFHRESP(ENDFILE) TO WS-BR-STATUS
                GO TO 270-EXIT
           END-IF.

           MOVE CHG-SEQ TO WS-LAST-SEQ.
           MOVE SPACE TO WS-ROW-FLAG.
      * A WAIVED CHARGE STILL LISTS, FLAGGED, BUT OWES NOTHING.
           IF CHG-WAIVED
                MOVE 'W' TO WS-ROW-FLAG
           ELSE
                ADD CHG-AMOUNT TO WS-CHG-TOTAL
           END-IF.

           MOVE CHG-SEQ TO WS-ROW-SEQ.
           MOVE CHG-CODE TO WS-ROW-CODE.
           MOVE CHG-AMOUNT TO WS-ROW-AMT.
           COMPUTE WS-ROW-DATE = CHG-DATE + 1900000.
           MOVE CHG-REFERENCE TO WS-ROW-REF.

      * SIX LINES ON SCREEN - ONCE THEY ARE FULL, EVERY NEW LINE
      * PUSHES THE OLDEST ONE OFF THE TOP.
           IF (WS-ROW < 6)
                ADD 1 TO WS-ROW
           ELSE
                PERFORM 275-SCROLL-ONE-ROW
                     VARYING WS-ROW-IDX FROM 1 BY 1
                     UNTIL (WS-ROW-IDX > 5)
           END-IF.
           MOVE WS-ROW-TEXT TO WS-ROW-LINE(WS-ROW).

       270-EXIT.
           EXIT.

       275-SCROLL-ONE-ROW.

           MOVE WS-ROW-LINE(WS-ROW-IDX + 1) TO WS-ROW-LINE(WS-ROW-IDX).

       300-STU-NOTFND.

           MOVE 'STUDENT NOT FOUND' TO WS-MSG.
           GO TO 500-ERROR-RETURN.

       500-ERROR-RETURN.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "C H A R G E   P O S T I N G" TO TITLEO.
           MOVE WS-MSG TO MSGO.
           MOVE -1 TO STUNUML.

           MOVE 'PF4=RESET  PF9=EXIT' TO FOOTERO.
           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCJB8NP')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('JC23')
                COMMAREA(WS-OPERID)
                LENGTH(WS-OPERID-LEN)
           END-EXEC.

      *--------------------------------------------------------------
      * POSTS ONE CHARGE UNDER THE NEXT FREE SEQUENCE NUMBER. THE
      * CODE MUST BE ACTIVE ON CHGCODE; A BLANK AMOUNT TAKES THE
      * CODE'S STANDARD AMOUNT WHEN IT HAS ONE.
      *--------------------------------------------------------------
       600-POST-CHARGE.

           MOVE CHGCDEI TO CHC-CODE.
           EXEC CICS READ
                FILE('CHGCODE')
                INTO(CHGCODE-RECORD)
                LENGTH(CHGCODE-LENGTH)
                RIDFLD(CHC-KEY)
                RESP(WS-CHC-STATUS)
           END-EXEC.

           IF (WS-CHC-STATUS NOT = DFHRESP(NORMAL))
                MOVE 'CHARGE CODE NOT ON FILE' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           IF CHC-IS-INACTIVE
                MOVE 'CHARGE CODE IS NO LONGER IN USE' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

      * AMOUNT IS DOLLARS AND CENTS AS PLAIN DIGITS, CENTS IN THE
      * LAST TWO (000012550 = 125.50) - THE SAME CONVENTION AS THE
      * CASHIER SCREEN.
           IF (CHGAMTL = 0)
                IF (CHC-STD-AMOUNT = 0)
                     MOVE 'AMOUNT IS REQUIRED FOR THIS CHARGE CODE'
                          TO WS-MSG
                     GO TO 500-ERROR-RETURN
                END-IF
                MOVE CHC-STD-AMOUNT TO WS-CHG-AMT
           ELSE
                IF (CHGAMTI IS NOT NUMERIC)
                     MOVE 'AMOUNT MUST BE NUMERIC (CENTS IN LAST TWO)'
                          TO WS-MSG
                     GO TO 500-ERROR-RETURN
                END-IF
                MOVE CHGAMTI TO WS-AMT-NUM
                COMPUTE WS-CHG-AMT = WS-AMT-NUM / 100
           END-IF.

           IF (WS-CHG-AMT = 0)
                MOVE 'AMOUNT MUST NOT BE ZERO' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           IF (WS-LAST-SEQ = 999)
                MOVE 'NO CHARGE NUMBERS LEFT FOR THIS TERM' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           MOVE WS-CHG-STUNUM TO CHG-STU-NUMBER.
           MOVE WS-CHG-TERM TO CHG-TERM.
           COMPUTE CHG-SEQ = WS-LAST-SEQ + 1.
           MOVE CHC-CODE TO CHG-CODE.
           MOVE WS-CHG-AMT TO CHG-AMOUNT.
           MOVE EIBDATE TO CHG-DATE.
           IF (CHGREFL NOT = 0)
                MOVE CHGREFI TO CHG-REFERENCE
           ELSE
                MOVE SPACES TO CHG-REFERENCE
           END-IF.
           MOVE WS-OPERID TO CHG-OPERID.
           MOVE EIBTIME TO CHG-TIME.
           MOVE SPACE TO CHG-STATUS.
           MOVE SPACES TO CHG-WAIVE-OPERID.
           MOVE 0 TO CHG-WAIVE-DATE.

      * TWO OPERATORS CHARGING THE SAME STUDENT AT ONCE CAN BOTH
      * PICK THE SAME NEXT NUMBER - THE SECOND WRITE IS TURNED AWAY
      * AND SIMPLY KEYS IT AGAIN.
           EXEC CICS WRITE
                FILE('CHGFILE')
                FROM(CHGFILE-RECORD)
                LENGTH(CHGFILE-LENGTH)
                RIDFLD(CHG-KEY)
                RESP(WS-CHG-STATUS)
           END-EXEC.

           IF (WS-CHG-STATUS NOT = DFHRESP(NORMAL))
                MOVE 'CHARGES CHANGED WHILE KEYING - PLEASE POST AGAIN'
                     TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           MOVE CHG-SEQ TO WS-POSTED-SEQ.
           PERFORM 250-SUM-ACCOUNT.
           MOVE WS-POSTED-MSG TO WS-MSG.
           GO TO 800-SHOW-ACCOUNT.

      *--------------------------------------------------------------
      * WAIVES A POSTED CHARGE - SUPERVISOR ONLY. THE ROW STAYS ON
      * FILE, MARKED WAIVED WITH WHO AND WHEN, AND DROPS OUT OF EVERY
      * BALANCE FROM THEN ON.
      *--------------------------------------------------------------
       620-WAIVE-CHARGE.

           EXEC CICS READ
                FILE('OPERFILE')
                INTO(OPERFILE-RECORD)
                RIDFLD(WS-OPERID)
                RESP(WS-OPER-STATUS)
           END-EXEC.

      * A BLANK ROLE PREDATES THE FIELD AND COUNTS AS SUPERVISOR -
      * SEE OPERREC.
           IF (WS-OPER-STATUS NOT = DFHRESP(NORMAL)) OR
              (NOT OPER-ROLE-SUPERVISOR AND
               NOT OPER-ROLE-ADMIN AND
               OPER-ROLE NOT = SPACE)
                MOVE 'WAIVERS ARE A SUPERVISOR FUNCTION' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           IF (WAIVSQI IS NOT NUMERIC)
                MOVE 'CHARGE NUMBER MUST BE NUMERIC' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.
           MOVE WAIVSQI TO WS-WAIVE-SEQ.

           MOVE WS-CHG-STUNUM TO CHG-STU-NUMBER.
           MOVE WS-CHG-TERM TO CHG-TERM.
           MOVE WS-WAIVE-SEQ TO CHG-SEQ.
           EXEC CICS READ
                FILE('CHGFILE')
                INTO(CHGFILE-RECORD)
                LENGTH(CHGFILE-LENGTH)
                RIDFLD(CHG-KEY)
                UPDATE
                RESP(WS-CHG-STATUS)
           END-EXEC.

           IF (WS-CHG-STATUS NOT = DFHRESP(NORMAL))
                MOVE 'NO CHARGE WITH THAT NUMBER FOR THIS TERM'
                     TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           IF CHG-WAIVED
                EXEC CICS UNLOCK
                     FILE('CHGFILE')
                END-EXEC
                MOVE 'THAT CHARGE IS ALREADY WAIVED' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           MOVE 'W' TO CHG-STATUS.
           MOVE WS-OPERID TO CHG-WAIVE-OPERID.
           MOVE EIBDATE TO CHG-WAIVE-DATE.

           EXEC CICS REWRITE
                FILE('CHGFILE')
                FROM(CHGFILE-RECORD)
                LENGTH(CHGFILE-LENGTH)
           END-EXEC.

           PERFORM 250-SUM-ACCOUNT.
           MOVE 'CHARGE WAIVED' TO WS-MSG.
           GO TO 800-SHOW-ACCOUNT.

       800-SHOW-ACCOUNT.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "C H A R G E   P O S T I N G" TO TITLEO.
           MOVE WS-CHG-STUNUM TO STUNUMO.
           MOVE STU-NAME TO STUNAMEO.
           MOVE WS-CHG-TERM TO CHGTRMO.

           MOVE WS-ASSESSED TO WS-MONEY-EDIT.
           MOVE WS-MONEY-EDIT TO ASSESDO.
           MOVE WS-CHG-TOTAL TO WS-MONEY-EDIT.
           MOVE WS-MONEY-EDIT TO CHGTOTO.
           MOVE WS-PAID-TOTAL TO WS-MONEY-EDIT.
           MOVE WS-MONEY-EDIT TO PAIDO.
           MOVE WS-BALANCE TO WS-MONEY-EDIT.
           MOVE WS-MONEY-EDIT TO BALNCEO.

           MOVE WS-ROW-LINE(1) TO LINE1O.
           MOVE WS-ROW-LINE(2) TO LINE2O.
           MOVE WS-ROW-LINE(3) TO LINE3O.
           MOVE WS-ROW-LINE(4) TO LINE4O.
           MOVE WS-ROW-LINE(5) TO LINE5O.
           MOVE WS-ROW-LINE(6) TO LINE6O.

           MOVE WS-MSG TO MSGO.

           MOVE WS-OPERID TO WS-CHG-OPERID.

           MOVE 'PF4=RESET  PF9=EXIT' TO FOOTERO.
           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCJB8NP')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('JC23')
                COMMAREA(WS-CHG-DATA)
                LENGTH(WS-CHG-DATA-LEN)
           END-EXEC.

       999-EXIT.

           MOVE WS-OPERID TO WS-MENU-XCTL-OPERID.

           EXEC CICS XCTL
                PROGRAM('DCJB8PGM')
                COMMAREA(WS-MENU-XCTL-DATA)
                LENGTH(WS-MENU-XCTL-LEN)
           END-EXEC.

      * PF1 - HAND THE OPERATOR TO THE HELP PAGE FOR THIS SCREEN.
      * THE HELP SCREEN PAGES THE HELPFILE ROWS FOR THE MAPSET AND
      * COMES BACK HERE ON ITS FRESH SCREEN WHEN THE OPERATOR IS
      * DONE READING.
       077-POP-HELP.

           IF (EIBCALEN = 8)
                MOVE DFHCOMMAREA(1:8) TO WS-OPERID
           END-IF.

           MOVE WS-OPERID TO HRQ-OPERID.
           MOVE 'DCJB8NP' TO HRQ-MAPSET.
           MOVE SPACES TO HRQ-FIELD.
           MOVE 'DCJB8PHQ' TO HRQ-RETURN.

           EXEC CICS XCTL
                PROGRAM('DCJB8PHO')
                COMMAREA(HELP-REQUEST)
                LENGTH(HELP-REQUEST-LENGTH)
           END-EXEC.

      *--------------------------------------------------------------
      * ABEND EXIT - REGISTERED AT START-UP. THE LAST CICS COMMAND
      * AND ITS RESOURCE COME OFF THE EIB FIRST, BEFORE ANY OTHER
      * COMMAND OVERWRITES THEM. DCJB8PIA BACKS OUT THE UNIT OF
      * WORK, LOGS THE ERROR TO ERRLOG AND HANDS BACK THE
      * REFERENCE, AFTER TELLING THE OPERATOR THE CHANGE WAS NOT
      * SAVED. THE TASK THEN ENDS.
      *--------------------------------------------------------------
       099-ABEND-EXIT.

           MOVE SPACES TO ERRLOG-RECORD.
           MOVE EIBFN TO ERL-LAST-FN.
           MOVE EIBRSRCE TO ERL-LAST-RSRCE.
           MOVE EIBRESP TO ERL-EIBRESP.
           MOVE EIBRESP2 TO ERL-EIBRESP2.

           EXEC CICS HANDLE ABEND CANCEL END-EXEC.

           MOVE 'DCJB8PHQ' TO ERL-PROGRAM.
           MOVE WS-OPERID TO ERL-OPERID.
           MOVE STU-NUMBER OF STUFILE-RECORD TO ERL-STU-NUMBER.
           MOVE 'T' TO ERL-CHANNEL.

           EXEC CICS LINK
                PROGRAM('DCJB8PIA')
                COMMAREA(ERRLOG-RECORD)
                LENGTH(ERRLOG-LENGTH)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8PHQ.
