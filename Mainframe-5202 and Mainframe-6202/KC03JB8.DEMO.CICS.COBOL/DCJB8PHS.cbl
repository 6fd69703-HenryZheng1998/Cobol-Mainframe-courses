       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCJB8PHS.
       AUTHOR. HENRY ZHENG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY FINANCIAL PERIOD CONTROL MAP LAYOUT
       COPY 'DCJB8NR'.

      * PF1 HANDS THE OPERATOR TO THE DCJB8PHO HELP PAGE FOR THIS
      * SCREEN - SEE HELPREC FOR WHERE THE TEXT LIVES.
       COPY 'HLPRQREC'.

      * THE PERIOD CONTROL FILE THE POSTING SCREENS CHECK BEFORE
      * THEY TAKE MONEY OR AWARDS.
       COPY 'PRDREC'.

      * THE OPERATOR RECORD - DEFINING AND CLOSING PERIODS IS A
      * SUPERVISOR FUNCTION, AND THE ROLE IS RE-CHECKED HERE SO A
      * DIRECT TRANSACTION START CANNOT BYPASS THE MENU.
       COPY 'OPERREC'.

      * CARRIES THE SIGNED-ON OPERATOR ID (SET BY DCJB8PGM) SO EVERY
      * CLOSE CAN BE TRACED BACK TO WHO MADE IT.
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
       01 WS-PRD-STATUS         PIC S9(4) COMP.
       01 WS-OPER-STATUS        PIC S9(4) COMP.

      * CARRIES THE TERM ON SCREEN ACROSS THE PSEUDO-CONVERSATIONAL
      * TURN, SO ENTER WITH NOTHING KEYED REDRAWS THE SAME LIST.
       01 WS-PRD-DATA.
           05 WS-PRD-OPERID     PIC X(8).
           05 WS-PRD-TERM       PIC X(5).
       01 WS-PRD-DATA-LEN       PIC S9(4) COMP VALUE 13.

      * THE LIST STARTS AT THE FISCAL MONTH KEYED (OR 01).
       01 WS-LIST-KEY.
           05 WS-LIST-TERM      PIC X(5).
           05 WS-LIST-FMONTH    PIC 9(2).

      * THE PERIOD BEING DEFINED, IN CYYDDD, AND THE OVERLAP CHECK
      * AGAINST THE TERM'S OTHER PERIODS.
       01 WS-NEW-FMONTH         PIC 9(2).
       01 WS-NEW-START          PIC 9(7).
       01 WS-NEW-END            PIC 9(7).
       01 WS-OVERLAP            PIC X(1) VALUE 'N'.
           88 WS-OVERLAPS                VALUE 'Y'.
       01 WS-YYYYDDD            PIC 9(7).
       01 WS-YYYYDDD-X REDEFINES WS-YYYYDDD.
           05 WS-YYYY           PIC 9(4).
           05 WS-DDD            PIC 9(3).
       01 WS-TODAY              PIC 9(7).

       01 WS-ROW                PIC 9(2) VALUE 0.
       01 WS-ROW-TEXT.
           05 FILLER            PIC X(3) VALUE 'FM '.
           05 WS-ROW-FMONTH     PIC 9(2).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-ROW-START      PIC 9(7).
           05 FILLER            PIC X(3) VALUE ' - '.
           05 WS-ROW-END        PIC 9(7).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-ROW-STATUS     PIC X(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-ROW-CLOSE-OPER PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-ROW-CLOSE-DATE PIC X(7).
           05 FILLER            PIC X(5) VALUE SPACES.
       01 WS-ROW-DATE           PIC 9(7).

       01 WS-DONE-MSG.
           05 FILLER            PIC X(7) VALUE 'PERIOD '.
           05 WS-DONE-TERM      PIC X(5).
           05 FILLER            PIC X(4) VALUE ' FM '.
           05 WS-DONE-FMONTH    PIC 9(2).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DONE-WHAT      PIC X(40).

      * THE BELOW FILLER VARIABLE MUST BE PRESENT BETWEEN DFHBMSCA
      * AND ALL OTHER VARIABLES
       01 FILLER             PIC X(1024)
           VALUE SPACES.

       COPY DFHBMSCA.

      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(13).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.

           IF (EIBCALEN = WS-PRD-DATA-LEN) THEN
                MOVE DFHCOMMAREA TO WS-PRD-DATA
                MOVE WS-PRD-OPERID TO WS-OPERID
                EXEC CICS HANDLE CONDITION
                     MAPFAIL(100-FIRST-TIME)
                END-EXEC
                EXEC CICS HANDLE AID
                     PF1(077-POP-HELP)
                     PF4(100-FIRST-TIME)
                     PF9(999-EXIT)
                END-EXEC
                EXEC CICS RECEIVE
                     MAP('MAP1')
                     MAPSET('DCJB8NR')
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
                MAPSET('DCJB8NR')
           END-EXEC.

           GO TO 200-MAIN-LOGIC.

       100-FIRST-TIME.

           MOVE SPACES TO WS-PRD-TERM.
           MOVE SPACES TO WS-MSG.
           MOVE 1 TO WS-LIST-FMONTH.
           GO TO 600-BUILD-PAGE.

       200-MAIN-LOGIC.

           MOVE SPACES TO WS-MSG.

           IF (PRDTRML NOT = 0)
                MOVE PRDTRMI TO WS-PRD-TERM
           END-IF.

           IF (FMONTHL NOT = 0) AND (FMONTHI IS NUMERIC)
                MOVE FMONTHI TO WS-LIST-FMONTH
           ELSE
                MOVE 1 TO WS-LIST-FMONTH
           END-IF.

      * NO ACTION KEYED - ENTER JUST LISTS THE TERM'S PERIODS.
           IF (ACTIONL = 0) OR (ACTIONI = SPACE)
                GO TO 600-BUILD-PAGE
           END-IF.

           IF (ACTIONI NOT = 'D') AND (ACTIONI NOT = 'C')
                MOVE 'ACTION MUST BE D (DEFINE) OR C (CLOSE)' TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.

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
                MOVE 'PERIOD CONTROL IS A SUPERVISOR FUNCTION'
                     TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.

           IF (PRDTRML = 0)
                MOVE 'KEY THE TERM OF THE PERIOD' TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.

           IF (FMONTHL = 0) OR (FMONTHI IS NOT NUMERIC)
                MOVE 'FISCAL MONTH MUST BE 01 THRU 12' TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.

           MOVE FMONTHI TO WS-NEW-FMONTH.
           IF (WS-NEW-FMONTH < 1) OR (WS-NEW-FMONTH > 12)
                MOVE 'FISCAL MONTH MUST BE 01 THRU 12' TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.

           IF (ACTIONI = 'D')
                GO TO 700-DEFINE-PERIOD
           END-IF.

           GO TO 750-CLOSE-PERIOD.

      *--------------------------------------------------------------
      * THE TERM'S PERIODS FROM THE FISCAL MONTH ON THE SCREEN, SIX
      * TO A PAGE - KEY A LATER MONTH TO SEE THE REST OF THE YEAR.
      *--------------------------------------------------------------
       600-BUILD-PAGE.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "P E R I O D   C L O S E" TO TITLEO.

           MOVE 0 TO WS-ROW.

           IF (WS-PRD-TERM NOT = SPACES)
                MOVE WS-PRD-TERM TO PRDTRMO
                MOVE WS-PRD-TERM TO WS-LIST-TERM
                MOVE WS-LIST-KEY TO PRD-KEY
                EXEC CICS STARTBR
                     FILE('PRDFILE')
                     RIDFLD(PRD-KEY)
                     GTEQ
                     RESP(WS-BR-STATUS)
                END-EXEC
                IF (WS-BR-STATUS = DFHRESP(NORMAL))
                     PERFORM 610-FETCH-ONE-ROW THRU 610-FETCH-EXIT
                          UNTIL (WS-BR-STATUS NOT = DFHRESP(NORMAL))
                             OR (WS-ROW = 6)
                     EXEC CICS ENDBR
                          FILE('PRDFILE')
                     END-EXEC
                END-IF
           END-IF.

           IF (WS-MSG NOT = SPACES)
                MOVE WS-MSG TO MSGO
           ELSE
                IF (WS-PRD-TERM = SPACES)
                     MOVE 'KEY A TERM TO LIST ITS FINANCIAL PERIODS'
                          TO MSGO
                ELSE
                     IF (WS-ROW = 0)
                          MOVE 'NO PERIODS DEFINED FOR THAT TERM'
                               TO MSGO
                     ELSE
                          MOVE
       'KEY FISCAL MONTH AND D=DEFINE (START/END YYYYDDD) OR C=CLOSE'
                               TO MSGO
                     END-IF
                END-IF
           END-IF.

           MOVE 'PF4=CLEAR  PF9=EXIT' TO FOOTERO.

           MOVE -1 TO PRDTRML.
           MOVE WS-OPERID TO WS-PRD-OPERID.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCJB8NR')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('JC25')
                COMMAREA(WS-PRD-DATA)
                LENGTH(WS-PRD-DATA-LEN)
           END-EXEC.

       610-FETCH-ONE-ROW.

           EXEC CICS READNEXT
                FILE('PRDFILE')
                INTO(PRDFILE-RECORD)
                LENGTH(PRDFILE-LENGTH)
                RIDFLD(PRD-KEY)
                RESP(WS-BR-STATUS)
           END-EXEC.

           IF (WS-BR-STATUS NOT = DFHRESP(NORMAL))
                GO TO 610-FETCH-EXIT
           END-IF.

      * PAST THE LAST PERIOD OF THE TERM - TREAT AS END OF FILE.
           IF (PRD-TERM NOT = WS-PRD-TERM)
                MOVE DFHRESP(ENDFILE) TO WS-BR-STATUS
                GO TO 610-FETCH-EXIT
           END-IF.

           ADD 1 TO WS-ROW.
           MOVE PRD-FMONTH TO WS-ROW-FMONTH.
           COMPUTE WS-ROW-START = PRD-START-DATE + 1900000.
           COMPUTE WS-ROW-END = PRD-END-DATE + 1900000.
           IF PRD-CLOSED
                MOVE 'CLOSED' TO WS-ROW-STATUS
                MOVE PRD-CLOSE-OPERID TO WS-ROW-CLOSE-OPER
                COMPUTE WS-ROW-DATE = PRD-CLOSE-DATE + 1900000
                MOVE WS-ROW-DATE TO WS-ROW-CLOSE-DATE
           ELSE
                MOVE 'OPEN' TO WS-ROW-STATUS
                MOVE SPACES TO WS-ROW-CLOSE-OPER
                MOVE SPACES TO WS-ROW-CLOSE-DATE
           END-IF.
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
      * DEFINES A PERIOD, OR MOVES THE DATES OF ONE STILL OPEN. THE
      * DATES ARE KEYED YYYYDDD AND HELD CYYDDD LIKE EIBDATE. A
      * PERIOD MAY NOT OVERLAP ANOTHER OF THE SAME TERM - A POSTING
      * DATE MUST FALL IN ONE PERIOD ONLY - AND A CLOSED PERIOD'S
      * DATES ARE FROZEN WITH IT.
      *--------------------------------------------------------------
       700-DEFINE-PERIOD.

           IF (STARTDL = 0) OR (STARTDI IS NOT NUMERIC) OR
              (ENDDL = 0) OR (ENDDI IS NOT NUMERIC)
                MOVE 'KEY THE START AND END DATES AS YYYYDDD' TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.

           MOVE STARTDI TO WS-YYYYDDD.
           IF (WS-YYYY < 1900) OR (WS-DDD < 1) OR (WS-DDD > 366)
                MOVE 'START DATE IS NOT A VALID YYYYDDD DATE' TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.
           COMPUTE WS-NEW-START = WS-YYYYDDD - 1900000.

           MOVE ENDDI TO WS-YYYYDDD.
           IF (WS-YYYY < 1900) OR (WS-DDD < 1) OR (WS-DDD > 366)
                MOVE 'END DATE IS NOT A VALID YYYYDDD DATE' TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.
           COMPUTE WS-NEW-END = WS-YYYYDDD - 1900000.

           IF (WS-NEW-END < WS-NEW-START)
                MOVE 'END DATE IS BEFORE THE START DATE' TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.

           PERFORM 720-CHECK-OVERLAP THRU 720-EXIT.
           IF WS-OVERLAPS
                MOVE 'DATES OVERLAP ANOTHER PERIOD OF THE SAME TERM'
                     TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.

           MOVE WS-PRD-TERM TO PRD-TERM.
           MOVE WS-NEW-FMONTH TO PRD-FMONTH.
           EXEC CICS READ
                FILE('PRDFILE')
                INTO(PRDFILE-RECORD)
                LENGTH(PRDFILE-LENGTH)
                RIDFLD(PRD-KEY)
                UPDATE
                RESP(WS-PRD-STATUS)
           END-EXEC.

           IF (WS-PRD-STATUS = DFHRESP(NORMAL))
                IF PRD-CLOSED
                     EXEC CICS UNLOCK
                          FILE('PRDFILE')
                     END-EXEC
                     MOVE 'PERIOD IS CLOSED - ITS DATES CANNOT CHANGE'
                          TO WS-MSG
                     GO TO 600-BUILD-PAGE
                END-IF
                MOVE WS-NEW-START TO PRD-START-DATE
                MOVE WS-NEW-END TO PRD-END-DATE
                MOVE WS-OPERID TO PRD-DEFINE-OPERID
                EXEC CICS REWRITE
                     FILE('PRDFILE')
                     FROM(PRDFILE-RECORD)
                     LENGTH(PRDFILE-LENGTH)
                END-EXEC
                MOVE 'DATES CHANGED' TO WS-DONE-WHAT
           ELSE
                MOVE SPACES TO PRDFILE-RECORD
                MOVE WS-PRD-TERM TO PRD-TERM
                MOVE WS-NEW-FMONTH TO PRD-FMONTH
                MOVE WS-NEW-START TO PRD-START-DATE
                MOVE WS-NEW-END TO PRD-END-DATE
                MOVE 'O' TO PRD-STATUS
                MOVE WS-OPERID TO PRD-DEFINE-OPERID
                MOVE 0 TO PRD-CLOSE-DATE
                MOVE 0 TO PRD-CLOSE-TIME
                MOVE 0 TO PRD-REPORT-DATE
                MOVE 0 TO PRD-REPORT-FIRST
                MOVE 0 TO PRD-REPORT-LAST
                MOVE 0 TO PRD-CLOSE-ACCOUNTS
                MOVE 0 TO PRD-CLOSE-BALANCE
                EXEC CICS WRITE
                     FILE('PRDFILE')
                     FROM(PRDFILE-RECORD)
                     LENGTH(PRDFILE-LENGTH)
                     RIDFLD(PRD-KEY)
                END-EXEC
                MOVE 'DEFINED' TO WS-DONE-WHAT
           END-IF.

           MOVE WS-PRD-TERM TO WS-DONE-TERM.
           MOVE WS-NEW-FMONTH TO WS-DONE-FMONTH.
           MOVE WS-DONE-MSG TO WS-MSG.
           GO TO 600-BUILD-PAGE.

      * WALKS THE TERM'S PERIODS LOOKING FOR ONE, OTHER THAN THE
      * MONTH BEING DEFINED, WHOSE DATES TOUCH THE NEW RANGE.
       720-CHECK-OVERLAP.

           MOVE 'N' TO WS-OVERLAP.
           MOVE WS-PRD-TERM TO PRD-TERM.
           MOVE 0 TO PRD-FMONTH.

           EXEC CICS STARTBR
                FILE('PRDFILE')
                RIDFLD(PRD-KEY)
                GTEQ
                RESP(WS-BR-STATUS)
           END-EXEC.

           IF (WS-BR-STATUS NOT = DFHRESP(NORMAL))
                GO TO 720-EXIT
           END-IF.

           PERFORM 730-CHECK-ONE-PERIOD THRU 730-EXIT
                UNTIL (WS-BR-STATUS NOT = DFHRESP(NORMAL))
                   OR (WS-OVERLAPS).

           EXEC CICS ENDBR
                FILE('PRDFILE')
           END-EXEC.

       720-EXIT.
           EXIT.

       730-CHECK-ONE-PERIOD.

           EXEC CICS READNEXT
                FILE('PRDFILE')
                INTO(PRDFILE-RECORD)
                LENGTH(PRDFILE-LENGTH)
                RIDFLD(PRD-KEY)
                RESP(WS-BR-STATUS)
           END-EXEC.

           IF (WS-BR-STATUS NOT = DFHRESP(NORMAL))
                GO TO 730-EXIT
           END-IF.

           IF (PRD-TERM NOT = WS-PRD-TERM)
                MOVE DFHRESP(ENDFILE) TO WS-BR-STATUS
                GO TO 730-EXIT
           END-IF.

           IF (PRD-FMONTH = WS-NEW-FMONTH)
                GO TO 730-EXIT
           END-IF.

           IF (PRD-START-DATE NOT > WS-NEW-END) AND
              (PRD-END-DATE NOT < WS-NEW-START)
                MOVE 'Y' TO WS-OVERLAP
           END-IF.

       730-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * CLOSES A PERIOD. ONLY ONCE ITS LAST DAY HAS PASSED, SO NOTHING
      * LEGITIMATELY DATED INSIDE IT CAN STILL BE ON ITS WAY IN. FROM
      * HERE ON THE POSTING SCREENS REFUSE ANYTHING DATED INSIDE IT,
      * AND THE NEXT DCJB8BPC RUN FREEZES ITS CLOSING BALANCES INTO
      * RPTFILE. A CLOSE IS FINAL - THERE IS NO REOPEN.
      *--------------------------------------------------------------
       750-CLOSE-PERIOD.

           MOVE WS-PRD-TERM TO PRD-TERM.
           MOVE WS-NEW-FMONTH TO PRD-FMONTH.
           EXEC CICS READ
                FILE('PRDFILE')
                INTO(PRDFILE-RECORD)
                LENGTH(PRDFILE-LENGTH)
                RIDFLD(PRD-KEY)
                UPDATE
                RESP(WS-PRD-STATUS)
           END-EXEC.

           IF (WS-PRD-STATUS NOT = DFHRESP(NORMAL))
                MOVE 'NO SUCH PERIOD - DEFINE IT FIRST' TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.

           IF PRD-CLOSED
                EXEC CICS UNLOCK
                     FILE('PRDFILE')
                END-EXEC
                MOVE 'THAT PERIOD IS ALREADY CLOSED' TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.

           MOVE EIBDATE TO WS-TODAY.
           IF (PRD-END-DATE NOT < WS-TODAY)
                EXEC CICS UNLOCK
                     FILE('PRDFILE')
                END-EXEC
                MOVE 'PERIOD HAS NOT ENDED YET - IT CANNOT BE CLOSED'
                     TO WS-MSG
                GO TO 600-BUILD-PAGE
           END-IF.

           MOVE 'C' TO PRD-STATUS.
           MOVE WS-OPERID TO PRD-CLOSE-OPERID.
           MOVE EIBDATE TO PRD-CLOSE-DATE.
           MOVE EIBTIME TO PRD-CLOSE-TIME.
           MOVE 0 TO PRD-REPORT-DATE.

           EXEC CICS REWRITE
                FILE('PRDFILE')
                FROM(PRDFILE-RECORD)
                LENGTH(PRDFILE-LENGTH)
           END-EXEC.

           MOVE WS-PRD-TERM TO WS-DONE-TERM.
           MOVE WS-NEW-FMONTH TO WS-DONE-FMONTH.
           MOVE 'CLOSED - REPORT FREEZES ON NEXT DCJB8BPC'
                TO WS-DONE-WHAT.
           MOVE WS-DONE-MSG TO WS-MSG.
           GO TO 600-BUILD-PAGE.

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
           MOVE 'DCJB8NR' TO HRQ-MAPSET.
           MOVE SPACES TO HRQ-FIELD.
           MOVE 'DCJB8PHS' TO HRQ-RETURN.

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

           MOVE 'DCJB8PHS' TO ERL-PROGRAM.
           MOVE WS-OPERID TO ERL-OPERID.
           MOVE 'T' TO ERL-CHANNEL.

           EXEC CICS LINK
                PROGRAM('DCJB8PIA')
                COMMAREA(ERRLOG-RECORD)
                LENGTH(ERRLOG-LENGTH)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8PHS.
