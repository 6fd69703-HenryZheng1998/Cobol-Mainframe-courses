       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCJB8PIC.
       AUTHOR. HENRY ZHENG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY SCHOLARSHIP NOMINATION MAP LAYOUT
       COPY 'DCJB8NZ'.

      * PF1 HANDS THE OPERATOR TO THE DCJB8PHO HELP PAGE FOR THIS
      * SCREEN - SEE HELPREC FOR WHERE THE TEXT LIVES.
       COPY 'HLPRQREC'.

      * THE NOMINATIONS DCJB8BSE QUEUES, AND THE AWARD FILE AN
      * APPROVED ONE IS POSTED TO.
       COPY 'NOMREC'.
       COPY 'AWRDREC'.

      * THE OPERATOR RECORD - DECIDING A NOMINATION IS A SUPERVISOR
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
       01 WS-NOM-STATUS         PIC S9(4) COMP.
       01 WS-AWD-STATUS         PIC S9(4) COMP.
       01 WS-OPER-STATUS        PIC S9(4) COMP.

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

      * SET WHEN THE STUDENT ALREADY HOLDS AN AWARD FOR THE TERM.
       01 WS-HELD-SW            PIC X(1) VALUE 'N'.
           88 WS-AWARD-HELD              VALUE 'Y'.

      * CARRIES THE PAGE ON SCREEN ACROSS THE PSEUDO-CONVERSATIONAL
      * TURN - WHERE IT STARTED (SO A DECISION REDRAWS THE SAME PAGE)
      * AND WHERE THE NEXT ONE STARTS FOR PF8, THE WAY DCJB8PHR
      * CARRIES ITS CONTINUATION KEY.
       01 WS-NOM-DATA.
           05 WS-NOM-OPERID     PIC X(8).
           05 WS-NOM-PAGE-KEY   PIC X(16).
           05 WS-NOM-NEXT-KEY   PIC X(16).
           05 WS-NOM-MORE       PIC X(1).
               88 WS-NOM-MORE-PAGES    VALUE 'Y'.
       01 WS-NOM-DATA-LEN       PIC S9(4) COMP VALUE 41.

       01 WS-ROW                PIC 9(2) VALUE 0.
       01 WS-ROW-TEXT.
           05 WS-ROW-CODE       PIC X(4).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-ROW-TERM       PIC X(5).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-ROW-RANK       PIC ZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-ROW-STUNUM     PIC X(7).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-ROW-NAME       PIC X(20).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-ROW-GPA        PIC 9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-ROW-AMT        PIC Z,ZZZ,ZZ9.99.

       01 WS-DECIDED-MSG.
           05 FILLER            PIC X(11) VALUE 'NOMINATION '.
           05 WS-DECIDED-CODE   PIC X(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DECIDED-STUNUM PIC X(7).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DECIDED-WHAT   PIC X(24).

      * THE BELOW FILLER VARIABLE MUST BE PRESENT BETWEEN DFHBMSCA
      * AND ALL OTHER VARIABLES
       01 FILLER             PIC X(1024)
           VALUE SPACES.

       COPY DFHBMSCA.

      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(41).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.

           IF (EIBCALEN = WS-NOM-DATA-LEN) THEN
                MOVE DFHCOMMAREA TO WS-NOM-DATA
                MOVE WS-NOM-OPERID TO WS-OPERID
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
                     MAPSET('DCJB8NZ')
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
                MAPSET('DCJB8NZ')
           END-EXEC.

           GO TO 200-MAIN-LOGIC.

      * THE NOMINATIONS ARE SHOWN FROM THE TOP AS SOON AS THE SCREEN
      * IS ENTERED - THERE IS NOTHING TO KEY BEFORE IT IS WORTH
      * SEEING.
       100-FIRST-TIME.

           MOVE LOW-VALUES TO WS-NOM-PAGE-KEY.
           MOVE SPACES TO WS-MSG.
           GO TO 600-BUILD-PAGE.

       200-MAIN-LOGIC.

      * NO DECISION KEYED - ENTER JUST REDRAWS THE PAGE, PICKING UP
      * ANY ROWS A SELECTION RUN HAS ADDED.
           IF (DECISNL = 0)
                MOVE SPACES TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.

           GO TO 700-DECIDE-NOMINATION.

       250-NEXT-PAGE.

           IF WS-NOM-MORE-PAGES
                MOVE WS-NOM-NEXT-KEY TO WS-NOM-PAGE-KEY
                MOVE SPACES TO WS-MSG
           ELSE
                MOVE 'NO FURTHER PAGES' TO WS-MSG
           END-IF.
           GO TO 600-BUILD-PAGE.

      *--------------------------------------------------------------
      * ONE PAGE OF NOMINATIONS - A BROWSE FROM THE PAGE KEY KEEPS
      * SIX PENDING ROWS AND REMEMBERS WHERE THE NEXT PAGE STARTS.
      * ROWS ALREADY APPROVED OR DROPPED ARE PASSED OVER. THE FILE IS
      * IN TERM, SCHOLARSHIP, STUDENT ORDER, SO EACH SCHOLARSHIP'S
      * NOMINEES LIST TOGETHER WITH THEIR RANK ALONGSIDE.
      *--------------------------------------------------------------
       600-BUILD-PAGE.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "S C H O L A R S H I P S" TO TITLEO.

           MOVE 0 TO WS-ROW.
           MOVE 'N' TO WS-NOM-MORE.

           MOVE WS-NOM-PAGE-KEY TO NOM-KEY.

           EXEC CICS STARTBR
                FILE('NOMFILE')
                RIDFLD(NOM-KEY)
                GTEQ
                RESP(WS-BR-STATUS)
           END-EXEC.

           IF (WS-BR-STATUS = DFHRESP(NORMAL))
                PERFORM 610-FETCH-ONE-ROW THRU 610-FETCH-EXIT
                     UNTIL (WS-BR-STATUS NOT = DFHRESP(NORMAL))
                        OR (WS-NOM-MORE-PAGES)
                EXEC CICS ENDBR
                     FILE('NOMFILE')
                END-EXEC
           END-IF.

           IF (WS-MSG NOT = SPACES)
                MOVE WS-MSG TO MSGO
           ELSE
                IF (WS-ROW = 0)
                     MOVE 'NO NOMINATIONS ARE WAITING FOR A DECISION'
                          TO MSGO
                ELSE
                     MOVE
       'KEY TERM, AWARD CODE, STUDENT AND A=APPROVE OR D=DROP'
                          TO MSGO
                END-IF
           END-IF.

           IF WS-NOM-MORE-PAGES
                MOVE 'PF4=TOP  PF8=NEXT PAGE  PF9=EXIT' TO FOOTERO
           ELSE
                MOVE 'PF4=TOP  PF9=EXIT' TO FOOTERO
           END-IF.

           MOVE -1 TO NOMTRML.
           MOVE WS-OPERID TO WS-NOM-OPERID.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCJB8NZ')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('JC33')
                COMMAREA(WS-NOM-DATA)
                LENGTH(WS-NOM-DATA-LEN)
           END-EXEC.

       610-FETCH-ONE-ROW.

           EXEC CICS READNEXT
                FILE('NOMFILE')
                INTO(NOMFILE-RECORD)
                LENGTH(NOMFILE-LENGTH)
                RIDFLD(NOM-KEY)
                RESP(WS-BR-STATUS)
           END-EXEC.

           IF (WS-BR-STATUS NOT = DFHRESP(NORMAL))
                GO TO 610-FETCH-EXIT
           END-IF.

           IF NOT NOM-PENDING
                GO TO 610-FETCH-EXIT
           END-IF.

      * A SEVENTH PENDING ROW MEANS ANOTHER PAGE - REMEMBER WHERE IT
      * STARTS AND STOP HERE.
           IF (WS-ROW = 6)
                MOVE 'Y' TO WS-NOM-MORE
                MOVE NOM-KEY TO WS-NOM-NEXT-KEY
                GO TO 610-FETCH-EXIT
           END-IF.

           ADD 1 TO WS-ROW.
           MOVE NOM-CODE TO WS-ROW-CODE.
           MOVE NOM-TERM TO WS-ROW-TERM.
           MOVE NOM-RANK TO WS-ROW-RANK.
           MOVE NOM-STU-NUMBER TO WS-ROW-STUNUM.
           MOVE NOM-STU-NAME TO WS-ROW-NAME.
           MOVE NOM-GPA TO WS-ROW-GPA.
           MOVE NOM-AMOUNT TO WS-ROW-AMT.
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
      * APPROVES OR DROPS ONE PENDING NOMINATION. SUPERVISORS ONLY.
      * APPROVAL POSTS THE AWARD TO AWDFILE EXACTLY AS DCJB8PHA
      * WOULD - SAME PERIOD LOCKOUT, STAMPED WITH THIS OPERATOR AND
      * TODAY - AND ONLY THEN DOES BILLING SEE IT. A STUDENT WHO HAS
      * PICKED UP AN AWARD FOR THE TERM SINCE THE SELECTION RUN IS
      * REFUSED, THE SAME AS THE RUN ITSELF WOULD HAVE PASSED THEM
      * OVER. A DROPPED ROW STAYS ON FILE SO THE STUDENT IS NOT
      * NOMINATED FOR THE SAME SCHOLARSHIP AGAIN.
      *--------------------------------------------------------------
       700-DECIDE-NOMINATION.

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
                MOVE 'NOMINATION DECISIONS ARE A SUPERVISOR FUNCTION'
                     TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.

           IF (NOMTRML = 0)
                MOVE 'KEY THE TERM OF THE NOMINATION TO DECIDE'
                     TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.

           IF (NOMCDEL = 0)
                MOVE 'KEY THE AWARD CODE OF THE NOMINATION TO DECIDE'
                     TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.

           IF (STUNUML = 0) OR (STUNUMI IS NOT NUMERIC)
                MOVE 'KEY THE STUDENT NUMBER OF THE NOMINATION'
                     TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.

           IF (DECISNI NOT = 'A') AND (DECISNI NOT = 'D')
                MOVE 'DECISION MUST BE A (APPROVE) OR D (DROP)'
                     TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.

      * AN APPROVAL POSTS TODAY - REFUSE IT UP FRONT WHEN THE TERM'S
      * PERIOD IS CLOSED, BEFORE ANYTHING IS LOCKED.
           IF (DECISNI = 'A')
                MOVE NOMTRMI TO WS-PRD-CHK-TERM
                MOVE EIBDATE TO WS-PRD-CHK-DATE
                PERFORM 090-CHECK-PERIOD THRU 090-EXIT
                IF WS-PRD-IS-CLOSED
                     MOVE
                'PERIOD CLOSED - POST AN ADJUSTMENT IN THE OPEN PERIOD'
                          TO WS-MSG
                     GO TO 600-BUILD-PAGE
                END-IF
           END-IF.

           MOVE NOMTRMI TO NOM-TERM.
           MOVE NOMCDEI TO NOM-CODE.
           MOVE STUNUMI TO NOM-STU-NUMBER.
           EXEC CICS READ
                FILE('NOMFILE')
                INTO(NOMFILE-RECORD)
                LENGTH(NOMFILE-LENGTH)
                RIDFLD(NOM-KEY)
                UPDATE
                RESP(WS-NOM-STATUS)
           END-EXEC.

           IF (WS-NOM-STATUS NOT = DFHRESP(NORMAL))
                MOVE 'NO NOMINATION FOR THAT TERM, AWARD AND STUDENT'
                     TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.

           IF NOT NOM-PENDING
                EXEC CICS UNLOCK
                     FILE('NOMFILE')
                END-EXEC
                MOVE 'THAT NOMINATION IS NOT WAITING FOR A DECISION'
                     TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.

           IF (DECISNI = 'A')
                PERFORM 760-CHECK-AWARD-HELD THRU 760-EXIT
                IF WS-AWARD-HELD
                     EXEC CICS UNLOCK
                          FILE('NOMFILE')
                     END-EXEC
                     MOVE
                     'STUDENT ALREADY HOLDS AN AWARD FOR THE TERM'
                          TO WS-MSG
                     GO TO 600-BUILD-PAGE
                END-IF
                PERFORM 740-POST-AWARD
           END-IF.

           MOVE DECISNI TO NOM-STATUS.
           MOVE WS-OPERID TO NOM-DECIDE-OPERID.
           MOVE EIBDATE TO NOM-DECIDE-DATE.
           MOVE EIBTIME TO NOM-DECIDE-TIME.

           EXEC CICS REWRITE
                FILE('NOMFILE')
                FROM(NOMFILE-RECORD)
                LENGTH(NOMFILE-LENGTH)
           END-EXEC.

           MOVE NOM-CODE TO WS-DECIDED-CODE.
           MOVE NOM-STU-NUMBER TO WS-DECIDED-STUNUM.
           IF NOM-APPROVED
                MOVE 'APPROVED - AWARD POSTED' TO WS-DECIDED-WHAT
           ELSE
                MOVE 'DROPPED' TO WS-DECIDED-WHAT
           END-IF.
           MOVE WS-DECIDED-MSG TO WS-MSG.
           GO TO 600-BUILD-PAGE.

      *--------------------------------------------------------------
      * THE AWDFILE ROW FOR AN APPROVED NOMINATION - DESCRIPTION AND
      * AMOUNT AS THE SELECTION RUN COPIED THEM FROM SCHFILE.
      *--------------------------------------------------------------
       740-POST-AWARD.

           MOVE NOM-STU-NUMBER TO AWD-STU-NUMBER.
           MOVE NOM-TERM TO AWD-TERM.
           MOVE NOM-CODE TO AWD-CODE.
           MOVE NOM-DESC TO AWD-DESC.
           MOVE NOM-AMOUNT TO AWD-AMOUNT.
           MOVE WS-OPERID TO AWD-OPERID.
           MOVE EIBDATE TO AWD-POST-DATE.

           EXEC CICS WRITE
                FILE('AWDFILE')
                FROM(AWDFILE-RECORD)
                RIDFLD(AWD-KEY)
           END-EXEC.

      *--------------------------------------------------------------
      * ANY AWDFILE ROW UNDER THE STUDENT AND TERM MEANS AN AWARD IS
      * ALREADY HELD - POSITION AT THE FRONT OF THE STUDENT'S TERM
      * AND LOOK AT THE FIRST ROW THERE.
      *--------------------------------------------------------------
       760-CHECK-AWARD-HELD.

           MOVE 'N' TO WS-HELD-SW.
           MOVE NOM-STU-NUMBER TO AWD-STU-NUMBER.
           MOVE NOM-TERM TO AWD-TERM.
           MOVE LOW-VALUES TO AWD-CODE.

           EXEC CICS STARTBR
                FILE('AWDFILE')
                RIDFLD(AWD-KEY)
                GTEQ
                RESP(WS-AWD-STATUS)
           END-EXEC.

           IF (WS-AWD-STATUS NOT = DFHRESP(NORMAL))
                GO TO 760-EXIT
           END-IF.

           EXEC CICS READNEXT
                FILE('AWDFILE')
                INTO(AWDFILE-RECORD)
                LENGTH(AWDFILE-LENGTH)
                RIDFLD(AWD-KEY)
                RESP(WS-AWD-STATUS)
           END-EXEC.

           IF (WS-AWD-STATUS = DFHRESP(NORMAL)) AND
              (AWD-STU-NUMBER = NOM-STU-NUMBER) AND
              (AWD-TERM = NOM-TERM)
                MOVE 'Y' TO WS-HELD-SW
           END-IF.

           EXEC CICS ENDBR
                FILE('AWDFILE')
           END-EXEC.

       760-EXIT.
           EXIT.

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
           MOVE 'DCJB8NZ' TO HRQ-MAPSET.
           MOVE SPACES TO HRQ-FIELD.
           MOVE 'DCJB8PIC' TO HRQ-RETURN.

           EXEC CICS XCTL
                PROGRAM('DCJB8PHO')
                COMMAREA(HELP-REQUEST)
                LENGTH(HELP-REQUEST-LENGTH)
           END-EXEC.

      *--------------------------------------------------------------
      * FINANCIAL PERIOD LOCKOUT. A DATE IS LOCKED FOR A TERM WHEN
      * THE TERM'S PERIOD THAT TAKES IT IN HAS BEEN CLOSED, OR WHEN
      * IT FALLS PAST THE END OF EVERY PERIOD OF THE TERM AND THE
      * LAST OF THEM HAS BEEN CLOSED (THE TERM'S BOOKS ARE SHUT). A
      * TERM WITH NO PERIODS DEFINED IS NEVER LOCKED. THE SAME TEST
      * DCJB8PHA APPLIES TO AN AWARD KEYED BY HAND.
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

           MOVE 'DCJB8PIC' TO ERL-PROGRAM.
           MOVE WS-OPERID TO ERL-OPERID.
           MOVE NOM-STU-NUMBER TO ERL-STU-NUMBER.
           MOVE 'T' TO ERL-CHANNEL.

           EXEC CICS LINK
                PROGRAM('DCJB8PIA')
                COMMAREA(ERRLOG-RECORD)
                LENGTH(ERRLOG-LENGTH)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8PIC.
