       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCJB8PHR.
       AUTHOR. HENRY ZHENG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY LARGE-REFUND APPROVAL MAP LAYOUT
       COPY 'DCJB8NQ'.

      * PF1 HANDS THE OPERATOR TO THE DCJB8PHO HELP PAGE FOR THIS
      * SCREEN - SEE HELPREC FOR WHERE THE TEXT LIVES.
       COPY 'HLPRQREC'.

      * THE APPROVAL QUEUE DCJB8BDB FILLS, AND THE JOURNAL EVERY
      * DECISION TAKEN HERE IS APPENDED TO.
       COPY 'RFPREC'.
       COPY 'RFDJRNL'.

      * THE OPERATOR RECORD - DECIDING A REFUND IS A SUPERVISOR
      * FUNCTION, AND THE ROLE IS RE-CHECKED HERE SO A DIRECT
      * TRANSACTION START CANNOT BYPASS THE MENU.
       COPY 'OPERREC'.

      * CARRIES THE SIGNED-ON OPERATOR ID (SET BY DCJB8PGM) SO EVERY
      * DECISION CAN BE TRACED BACK TO WHO MADE IT.
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

       01 WS-BR-STATUS          PIC S9(4) COMP.
       01 WS-RFP-STATUS         PIC S9(4) COMP.
       01 WS-OPER-STATUS        PIC S9(4) COMP.

      * CARRIES THE PAGE ON SCREEN ACROSS THE PSEUDO-CONVERSATIONAL
      * TURN - WHERE IT STARTED (SO A DECISION REDRAWS THE SAME PAGE)
      * AND WHERE THE NEXT ONE STARTS FOR PF8, THE WAY DCJB8PHM
      * CARRIES ITS CONTINUATION KEY.
       01 WS-RFD-DATA.
           05 WS-RFD-OPERID     PIC X(8).
           05 WS-RFD-PAGE-KEY   PIC X(12).
           05 WS-RFD-NEXT-KEY   PIC X(12).
           05 WS-RFD-MORE       PIC X(1).
               88 WS-RFD-MORE-PAGES    VALUE 'Y'.
       01 WS-RFD-DATA-LEN       PIC S9(4) COMP VALUE 33.

       01 WS-ROW                PIC 9(2) VALUE 0.
       01 WS-ROW-TEXT.
           05 WS-ROW-STUNUM     PIC X(7).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-ROW-TERM       PIC X(5).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-ROW-AMT        PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-ROW-PAY-OPER   PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-ROW-RECEIPT    PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-ROW-DATE       PIC 9(7).
           05 FILLER            PIC X(2) VALUE SPACES.

       01 WS-DECIDED-MSG.
           05 FILLER            PIC X(7) VALUE 'REFUND '.
           05 WS-DECIDED-STUNUM PIC X(7).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DECIDED-TERM   PIC X(5).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DECIDED-WHAT   PIC X(8).

      * THE BELOW FILLER VARIABLE MUST BE PRESENT BETWEEN DFHBMSCA
      * AND ALL OTHER VARIABLES
       01 FILLER             PIC X(1024)
           VALUE SPACES.

       COPY DFHBMSCA.

      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(33).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.

           IF (EIBCALEN = WS-RFD-DATA-LEN) THEN
                MOVE DFHCOMMAREA TO WS-RFD-DATA
                MOVE WS-RFD-OPERID TO WS-OPERID
                EXEC CICS HANDLE CONDITION
                     MAPFAIL(100-FIRST-TIME)
                END-EXEC
                EXEC CICS HANDLE AID
                     PF1(077-POP-HELP)
                     PF4(100-FIRST-TIME)
                     PF8(250-NEXT-PAGE)
                     PF9(999-EXIT)
                END-EXEC
                EXEC CICS RECEIVE
                     MAP('MAP1')
                     MAPSET('DCJB8NQ')
                END-EXEC
                GO TO 200-MAIN-LOGIC
           END-IF.

      * UPON UNSUCCESSFUL MAP RECEIVE, ASSUME THIS IS THE INITIAL RUN
           EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
           END-EXEC.

           EXEC CICS HANDLE AID
                PF1(077-POP-HELP)
                PF4(100-FIRST-TIME)
                PF9(999-EXIT)
           END-EXEC.

           IF (EIBCALEN = 8) THEN
                MOVE DFHCOMMAREA TO WS-OPERID
           END-IF.

           EXEC CICS RECEIVE
                MAP('MAP1')
                MAPSET('DCJB8NQ')
           END-EXEC.

           GO TO 200-MAIN-LOGIC.

      * THE QUEUE IS SHOWN FROM THE TOP AS SOON AS THE SCREEN IS
      * ENTERED - THERE IS NOTHING TO KEY BEFORE IT IS WORTH SEEING.
       100-FIRST-TIME.

           MOVE LOW-VALUES TO WS-RFD-PAGE-KEY.
           MOVE SPACES TO WS-MSG.
           GO TO 600-BUILD-PAGE.

       200-MAIN-LOGIC.

      * NO DECISION KEYED - ENTER JUST REDRAWS THE PAGE, PICKING UP
      * ANY ROWS A NIGHTLY RUN HAS ADDED.
           IF (DECISNL = 0)
                MOVE SPACES TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.

           GO TO 700-DECIDE-REFUND.

       250-NEXT-PAGE.

           IF WS-RFD-MORE-PAGES
                MOVE WS-RFD-NEXT-KEY TO WS-RFD-PAGE-KEY
                MOVE SPACES TO WS-MSG
           ELSE
                MOVE 'NO FURTHER PAGES' TO WS-MSG
           END-IF.
           GO TO 600-BUILD-PAGE.

      *--------------------------------------------------------------
      * ONE PAGE OF THE QUEUE - A BROWSE FROM THE PAGE KEY KEEPS SIX
      * PENDING ROWS AND REMEMBERS WHERE THE NEXT PAGE STARTS.
      * ROWS ALREADY DECIDED OR PAID ARE PASSED OVER.
      *--------------------------------------------------------------
       600-BUILD-PAGE.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "R E F U N D   A P P R O V A L" TO TITLEO.

           MOVE 0 TO WS-ROW.
           MOVE 'N' TO WS-RFD-MORE.

           MOVE WS-RFD-PAGE-KEY TO RFP-KEY.

           EXEC CICS STARTBR
                FILE('RFPFILE')
                RIDFLD(RFP-KEY)
                GTEQ
                RESP(WS-BR-STATUS)
           END-EXEC.

           IF (WS-BR-STATUS = DFHRESP(NORMAL))
                PERFORM 610-FETCH-ONE-ROW THRU 610-FETCH-EXIT
                     UNTIL (WS-BR-STATUS NOT = DFHRESP(NORMAL))
                        OR (WS-RFD-MORE-PAGES)
                EXEC CICS ENDBR
                     FILE('RFPFILE')
                END-EXEC
           END-IF.

           IF (WS-MSG NOT = SPACES)
                MOVE WS-MSG TO MSGO
           ELSE
                IF (WS-ROW = 0)
                     MOVE 'NO REFUNDS ARE WAITING FOR A DECISION'
                          TO MSGO
                ELSE
                     MOVE
       'KEY STUDENT, TERM AND A=APPROVE OR R=REJECT (WITH REASON)'
                          TO MSGO
                END-IF
           END-IF.

           IF WS-RFD-MORE-PAGES
                MOVE 'PF4=TOP  PF8=NEXT PAGE  PF9=EXIT' TO FOOTERO
           ELSE
                MOVE 'PF4=TOP  PF9=EXIT' TO FOOTERO
           END-IF.

           MOVE -1 TO STUNUML.
           MOVE WS-OPERID TO WS-RFD-OPERID.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCJB8NQ')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('JC24')
                COMMAREA(WS-RFD-DATA)
                LENGTH(WS-RFD-DATA-LEN)
           END-EXEC.

       610-FETCH-ONE-ROW.

           EXEC CICS READNEXT
                FILE('RFPFILE')
                INTO(RFPFILE-RECORD)
                LENGTH(RFPFILE-LENGTH)
                RIDFLD(RFP-KEY)
                RESP(WS-BR-STATUS)
           END-EXEC.

           IF (WS-BR-STATUS NOT = DFHRESP(NORMAL))
                GO TO 610-FETCH-EXIT
           END-IF.

           IF NOT RFP-PENDING
                GO TO 610-FETCH-EXIT
           END-IF.

      * A SEVENTH PENDING ROW MEANS ANOTHER PAGE - REMEMBER WHERE IT
      * STARTS AND STOP HERE.
           IF (WS-ROW = 6)
                MOVE 'Y' TO WS-RFD-MORE
                MOVE RFP-KEY TO WS-RFD-NEXT-KEY
                GO TO 610-FETCH-EXIT
           END-IF.

           ADD 1 TO WS-ROW.
           MOVE RFP-STU-NUMBER TO WS-ROW-STUNUM.
           MOVE RFP-TERM TO WS-ROW-TERM.
           MOVE RFP-AMOUNT TO WS-ROW-AMT.
           MOVE RFP-PAY-OPERID TO WS-ROW-PAY-OPER.
           MOVE RFP-PAY-RECEIPT TO WS-ROW-RECEIPT.
           COMPUTE WS-ROW-DATE = RFP-QUEUED-DATE + 1900000.
           PERFORM 620-MOVE-ROW-OUT.

       610-FETCH-EXIT.
           EXIT.

       620-MOVE-ROW-OUT.

           EVALUATE WS-ROW
               WHEN 1
                   MOVE WS-ROW-TEXT TO LINE1O
               WHEN 2
                   MOVE WS-ROW-TEXT TO LINE2O
               WHEN 3
                   MOVE WS-ROW-TEXT TO LINE3O
               WHEN 4
                   MOVE WS-ROW-TEXT TO LINE4O
               WHEN 5
                   MOVE WS-ROW-TEXT TO LINE5O
               WHEN 6
                   MOVE WS-ROW-TEXT TO LINE6O
           END-EVALUATE.

      *--------------------------------------------------------------
      * APPROVES OR REJECTS ONE PENDING REFUND. SUPERVISORS ONLY, AND
      * NEVER THE OPERATOR WHOSE PAYMENT CREATED THE CREDIT - THE
      * SAME PERSON MAY NOT BOTH KEY THE MONEY IN AND LET IT OUT.
      * AN APPROVED ROW IS PAID BY THE NEXT DCJB8BDB RUN; A REJECTED
      * ONE STAYS UNPAID UNTIL THE ACCOUNT IS CORRECTED.
      *--------------------------------------------------------------
       700-DECIDE-REFUND.

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
                MOVE 'REFUND DECISIONS ARE A SUPERVISOR FUNCTION'
                     TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.

           IF (STUNUML = 0) OR (STUNUMI IS NOT NUMERIC)
                MOVE 'KEY THE STUDENT NUMBER OF THE REFUND TO DECIDE'
                     TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.

           IF (RFDTRML = 0)
                MOVE 'KEY THE TERM OF THE REFUND TO DECIDE' TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.

           IF (DECISNI NOT = 'A') AND (DECISNI NOT = 'R')
                MOVE 'DECISION MUST BE A (APPROVE) OR R (REJECT)'
                     TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.

           IF (DECISNI = 'R') AND (REASONL = 0)
                MOVE 'A REJECTION NEEDS A REASON CODE' TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.

           MOVE STUNUMI TO RFP-STU-NUMBER.
           MOVE RFDTRMI TO RFP-TERM.
           EXEC CICS READ
                FILE('RFPFILE')
                INTO(RFPFILE-RECORD)
                LENGTH(RFPFILE-LENGTH)
                RIDFLD(RFP-KEY)
                UPDATE
                RESP(WS-RFP-STATUS)
           END-EXEC.

           IF (WS-RFP-STATUS NOT = DFHRESP(NORMAL))
                MOVE 'NO QUEUED REFUND FOR THAT STUDENT AND TERM'
                     TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.

           IF NOT RFP-PENDING
                EXEC CICS UNLOCK
                     FILE('RFPFILE')
                END-EXEC
                MOVE 'THAT REFUND IS NOT WAITING FOR A DECISION'
                     TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.

           IF (RFP-PAY-OPERID = WS-OPERID)
                EXEC CICS UNLOCK
                     FILE('RFPFILE')
                END-EXEC
                MOVE
                'PAYMENT WAS YOURS - ANOTHER SUPERVISOR MUST DECIDE'
                     TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.

           MOVE DECISNI TO RFP-STATUS.
           MOVE WS-OPERID TO RFP-DECIDE-OPERID.
           MOVE EIBDATE TO RFP-DECIDE-DATE.
           MOVE EIBTIME TO RFP-DECIDE-TIME.
           IF (DECISNI = 'R')
                MOVE REASONI TO RFP-REASON
           ELSE
                MOVE SPACES TO RFP-REASON
           END-IF.

           EXEC CICS REWRITE
                FILE('RFPFILE')
                FROM(RFPFILE-RECORD)
                LENGTH(RFPFILE-LENGTH)
           END-EXEC.

           PERFORM 740-JOURNAL-DECISION.

           MOVE RFP-STU-NUMBER TO WS-DECIDED-STUNUM.
           MOVE RFP-TERM TO WS-DECIDED-TERM.
           IF RFP-APPROVED
                MOVE 'APPROVED' TO WS-DECIDED-WHAT
           ELSE
                MOVE 'REJECTED' TO WS-DECIDED-WHAT
           END-IF.
           MOVE WS-DECIDED-MSG TO WS-MSG.
           GO TO 600-BUILD-PAGE.

      *--------------------------------------------------------------
      * ONE RFDJRNL ENTRY PER DECISION - APPENDED THE WAY PAYMENT
      * REVERSALS HIT PAYJRNL.
      *--------------------------------------------------------------
       740-JOURNAL-DECISION.

           MOVE RFP-STU-NUMBER TO RFJ-STU-NUMBER.
           MOVE RFP-TERM TO RFJ-TERM.
           MOVE RFP-AMOUNT TO RFJ-AMOUNT.
           MOVE RFP-STATUS TO RFJ-DECISION.
           MOVE RFP-REASON TO RFJ-REASON.
           MOVE RFP-PAY-OPERID TO RFJ-PAY-OPERID.
           MOVE WS-OPERID TO RFJ-OPERID.
           MOVE EIBDATE TO RFJ-DATE.
           MOVE EIBTIME TO RFJ-TIME.

           EXEC CICS WRITE
                FILE('RFDJRNL')
                FROM(RFDJRNL-RECORD)
                LENGTH(RFDJRNL-LENGTH)
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
           MOVE 'DCJB8NQ' TO HRQ-MAPSET.
           MOVE SPACES TO HRQ-FIELD.
           MOVE 'DCJB8PHR' TO HRQ-RETURN.

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

           MOVE 'DCJB8PHR' TO ERL-PROGRAM.
           MOVE WS-OPERID TO ERL-OPERID.
           MOVE 'T' TO ERL-CHANNEL.

           EXEC CICS LINK
                PROGRAM('DCJB8PIA')
                COMMAREA(ERRLOG-RECORD)
                LENGTH(ERRLOG-LENGTH)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8PHR.
