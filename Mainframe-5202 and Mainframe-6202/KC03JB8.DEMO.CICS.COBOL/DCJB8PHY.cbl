       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCJB8PHY.
       AUTHOR. HENRY ZHENG.

      * SCHEDULE PLANNER - THE OPERATOR KEYS UP TO SIX BASE COURSE
      * CODES AND A CAMPUS (AND, FOR A STUDENT ALREADY ON FILE, THE
      * STUDENT NUMBER) AND PAGES THROUGH EVERY COMBINATION OF ONE
      * SECTION PER COURSE THAT HAS SEATS FREE AND NO TIMETABLE
      * CLASH. A COMBINATION THAT BREAKS A PREREQUISITE OR
      * CO-REQUISITE RULE IS STILL LISTED, FLAGGED, SO THE OPERATOR
      * CAN SEE WHY. KEYING A LINE NUMBER IN PICK CARRIES THAT
      * COMBINATION TO THE REGISTRATION SCREEN (NO STUDENT NUMBER) OR
      * THE UPDATE SCREEN (STUDENT NUMBER) ALREADY FILLED IN - SEE
      * PLANXFER. NOTHING IS WRITTEN HERE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY SCHEDULE PLANNER MAP LAYOUT
       COPY 'DCJB8NX'.

      * PF1 HANDS THE OPERATOR TO THE DCJB8PHO HELP PAGE FOR THIS
      * SCREEN - SEE HELPREC FOR WHERE THE TEXT LIVES.
       COPY 'HLPRQREC'.

      * THE STUDENT BEING PLANNED FOR, WHEN ONE IS KEYED - THEIR TERM
      * AND HOME CAMPUS ARE THE DEFAULTS, AND THEIR GRADES DECIDE THE
      * PREREQUISITE FLAG.
       COPY 'STUREC'.
       01 WS-STU-STATUS          PIC S9(4) COMP.
       01 WS-STU-FOUND-SW        PIC X(1) VALUE 'N'.
           88 WS-STU-FOUND              VALUE 'Y'.

      * THE COURSE MASTER - BROWSED END TO END FOR THE SECTIONS OF
      * EACH BASE CODE KEYED (THERE IS NO BASE-CODE PATH).
       COPY 'CRSREC'.
       01 WS-CRS-STATUS          PIC S9(4) COMP.

      * THE SECTION'S CO-REQUISITES LIVE ON THE CRSX COMPANION FILE.
       COPY 'CRSXREC'.
       01 WS-CRX-STATUS          PIC S9(4) COMP.

      * A PREREQUISITE IS MET THE WAY DCJB8PGE MEETS IT - A PASSING
      * GRADE ON FILE OR A TRANSFER-CREDIT EQUIVALENCY. A PERMISSION
      * CODE IS ONLY KEYED AT REGISTRATION, SO THE PLANNER FLAGS THE
      * COMBINATION AND LEAVES THE WAIVER TO THAT SCREEN.
       COPY 'GRADEREC'.
       COPY 'TRCRREC'.
       01 WS-TRC-STATUS          PIC S9(4) COMP.
       01 WS-PRQ-BR-STATUS       PIC S9(4) COMP.
       01 WS-PRQ-IDX             PIC 9(1).
       01 WS-PRQ-COURSE          PIC X(8).
       01 WS-PRQ-MET-SW          PIC X(1).
           88 WS-PRQ-MET                VALUE 'Y'.
       01 WS-PRQ-SCAN-DONE-SW    PIC X(1).
           88 WS-PRQ-SCAN-DONE          VALUE 'Y'.

      * THE OPERATOR RECORD - PLANNING HANDS OFF TO REGISTRATION AND
      * UPDATE, SO AN INQUIRY-ONLY OPERATOR IS TURNED AWAY. THE ROLE
      * IS RE-CHECKED ON EVERY TURN SO A DIRECT TRANSACTION START
      * CANNOT BYPASS THE MENU.
       COPY 'OPERREC'.
       01 WS-OPER-STATUS         PIC S9(4) COMP.

      * THE HAND-OFF TO DCJB8PGC / DCJB8PGU.
       COPY 'PLANXFER'.

      * CARRIES THE SIGNED-ON OPERATOR ID (SET BY DCJB8PGM).
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

      * A NEW STUDENT REGISTERS INTO THE CURRENT TERM - THE SAME TERM
      * DCJB8PGC STAMPS ON A NEW REGISTRATION. A STUDENT ON FILE IS
      * PLANNED IN THEIR OWN STU-TERM.
       01 WS-CURRENT-TERM        PIC X(5) VALUE '2026F'.

      * CARRIES THE SEARCH ACROSS THE PSEUDO-CONVERSATIONAL TURN, SO
      * PF7/PF8 CAN PAGE IT AND PICK CAN HAND OFF A COMBINATION THE
      * OPERATOR IS LOOKING AT WITHOUT REBUILDING IT.
       01 WS-PLAN-DATA.
           05 WS-PLAN-OPERID     PIC X(8).
           05 WS-PLAN-STUNUM     PIC X(7).
           05 WS-PLAN-CAMPUS     PIC X(3).
           05 WS-PLAN-TERM       PIC X(5).
           05 WS-PLAN-BASE       PIC X(8) OCCURS 6 TIMES.
      * THE NUMBER (COUNTING FROM 1) OF THE FIRST COMBINATION ON THE
      * PAGE, AND THE COMBINATIONS THE PAGE SHOWED.
           05 WS-PLAN-TOP        PIC 9(4).
           05 WS-PLAN-SHOWN      PIC 9(1).
           05 WS-PLAN-LINE OCCURS 8 TIMES.
               10 WS-PLAN-LINE-SECT PIC X(8) OCCURS 6 TIMES.
               10 WS-PLAN-LINE-FLAG PIC X(1).
                   88 WS-LINE-PRQ-ONLY       VALUE 'P'.
                   88 WS-LINE-CRQ-ONLY       VALUE 'C'.
                   88 WS-LINE-PRQ-CRQ        VALUE 'B'.
       01 WS-PLAN-DATA-LEN       PIC S9(4) COMP VALUE 468.

      * THE OPEN SECTIONS OF EACH BASE COURSE, WITH WHAT THE
      * COMBINATION CHECKS NEED - MEETING PATTERN, WHETHER THE
      * STUDENT HAS ITS PREREQUISITES, AND ITS CO-REQUISITES. TEN
      * OPEN SECTIONS OF ONE COURSE ARE AS MANY AS A SCREEN OF
      * COMBINATIONS CAN USEFULLY SHOW; ANY MORE ARE LEFT OUT AND THE
      * OPERATOR IS TOLD TO NARROW BY CAMPUS.
       01 WS-CAND-AREA.
           05 WS-CAND-BASE OCCURS 6 TIMES.
               10 WS-CAND-COUNT      PIC 9(2).
               10 WS-CAND-ON-FILE-SW PIC X(1).
                   88 WS-CAND-ON-FILE        VALUE 'Y'.
               10 WS-CAND-SECT OCCURS 10 TIMES.
                   15 WS-CAND-CODE   PIC X(8).
                   15 WS-CAND-DAYS   PIC X(7).
                   15 WS-CAND-START  PIC X(4).
                   15 WS-CAND-END    PIC X(4).
                   15 WS-CAND-PRQ-SW PIC X(1).
                       88 WS-CAND-PRQ-MET    VALUE 'Y'.
                   15 WS-CAND-COREQ  PIC X(8) OCCURS 2 TIMES.
       01 WS-CAND-MAX            PIC 9(2) VALUE 10.
       01 WS-CAND-IDX            PIC 9(2).
       01 WS-CAND-OVER-SW        PIC X(1) VALUE 'N'.
           88 WS-CAND-OVER              VALUE 'Y'.
       01 WS-BASE-COUNT          PIC 9(1) VALUE 0.
       01 WS-BASE-IDX            PIC 9(1).
       01 WS-BASE-IDX2           PIC 9(1).
       01 WS-BR-STATUS           PIC S9(4) COMP.
       01 WS-BR-DONE-SW          PIC X(1).
           88 WS-BR-DONE                VALUE 'Y'.
       01 WS-THIS-BASE           PIC X(8).

      * THE STUDENT'S CURRENT SCHEDULE WITH EACH SLOT'S BASE CODE - A
      * CO-REQUISITE ALREADY ON IT NEED NOT BE IN THE COMBINATION.
       01 WS-HAVE-AREA.
           05 WS-HAVE-CODE       PIC X(8) OCCURS 10 TIMES.
           05 WS-HAVE-BASE       PIC X(8) OCCURS 10 TIMES.
       01 WS-HAVE-IDX            PIC 9(2).

      * THE COMBINATION ODOMETER - ONE SECTION POSITION PER BASE
      * COURSE, THE LAST TURNING FASTEST. A CAP ON THE COMBINATIONS
      * TRIED KEEPS ONE SCREEN TURN FROM RUNNING AWAY WITH THE REGION.
       01 WS-ODO-AREA.
           05 WS-ODO-POS         PIC 9(2) OCCURS 6 TIMES.
       01 WS-ODO-IDX             PIC 9(1).
       01 WS-ODO-DONE-SW         PIC X(1).
           88 WS-ODO-DONE               VALUE 'Y'.
       01 WS-ODO-CARRY-SW        PIC X(1).
           88 WS-ODO-CARRY              VALUE 'Y'.
       01 WS-TRIED               PIC 9(5) VALUE 0.
       01 WS-TRIED-MAX           PIC 9(5) VALUE 20000.
       01 WS-COMBO-TOTAL         PIC 9(4) VALUE 0.
       01 WS-COMBO-LAST          PIC 9(4) VALUE 0.

      * MEETING PATTERN OF THE COMBINATION BEING TRIED, FOR THE
      * PAIRWISE CLASH CHECK - THE SAME TEST DCJB8PGE APPLIES.
      * BLANK DAYS (OR NON-NUMERIC TIMES ON AN OLDER CATALOG RECORD)
      * MEANS NO TIMETABLE, WHICH NEVER CONFLICTS.
       01 WS-MEET-SAVE.
           05 WS-MEET-ENTRY OCCURS 6 TIMES.
               10 WS-MEET-DAYS   PIC X(7).
               10 WS-MEET-START  PIC X(4).
               10 WS-MEET-END    PIC X(4).
       01 WS-CONF-IDX            PIC 9(1).
       01 WS-CONF-IDX2           PIC 9(1).
       01 WS-CONF-DAY            PIC 9(1).
       01 WS-CONF-DAY2           PIC 9(1).
       01 WS-CONF-HIT-SW         PIC X(1).
           88 WS-CONF-HIT               VALUE 'Y'.

      * THE RULE FLAGS OF A COMBINATION BEING SHOWN.
       01 WS-FLAG-PRQ-SW         PIC X(1).
           88 WS-FLAG-PRQ               VALUE 'Y'.
       01 WS-FLAG-CRQ-SW         PIC X(1).
           88 WS-FLAG-CRQ               VALUE 'Y'.
       01 WS-CRQ-SLOT            PIC 9(1).
       01 WS-CRQ-SCAN            PIC 9(2).
       01 WS-CRQ-NEEDED          PIC X(8).
       01 WS-CRQ-MET-SW          PIC X(1).
           88 WS-CRQ-MET                VALUE 'Y'.

      * ONE LINE OF THE PAGE.
       01 WS-LINE-OUT.
           05 WS-LO-NUMBER       PIC 9(1).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 WS-LO-SECT-GROUP OCCURS 6 TIMES.
               10 WS-LO-SECT     PIC X(8).
               10 FILLER         PIC X(1).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-LO-FLAG         PIC X(16).
       01 WS-LINE-IDX            PIC 9(1).

       01 WS-PICK-NUM            PIC 9(1).
       01 WS-PICK-MSG            PIC X(60) VALUE SPACES.
       01 WS-MSG-TOP             PIC Z,ZZ9.
       01 WS-MSG-LAST            PIC Z,ZZ9.
       01 WS-MSG-TOTAL           PIC Z,ZZ9.

      * WHICH FIELD THE CURSOR GOES BACK TO WHEN A SEARCH IS TURNED
      * AWAY.
       01 WS-CURSOR-SW           PIC X(1) VALUE 'B'.
           88 WS-CURSOR-STUNUM          VALUE 'S'.
           88 WS-CURSOR-BASE            VALUE 'B'.
           88 WS-CURSOR-PICK            VALUE 'P'.
       01 WS-CURSOR-BASE-IDX     PIC 9(1) VALUE 1.

      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(468).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.

      * A CONTINUATION TURN - A NEW SEARCH KEYED, A PICK, OR PF7/PF8
      * PAGING THROUGH THE COMBINATIONS ALREADY FOUND.
           IF (EIBCALEN = WS-PLAN-DATA-LEN) THEN
                MOVE DFHCOMMAREA TO WS-PLAN-DATA
                MOVE WS-PLAN-OPERID TO WS-OPERID
                EXEC CICS HANDLE CONDITION
                     MAPFAIL(100-FIRST-TIME)
                END-EXEC
                EXEC CICS HANDLE AID
                     PF1(077-POP-HELP)
                     PF4(100-FIRST-TIME)
                     PF7(300-PAGE-BACK)
                     PF8(400-PAGE-FORWARD)
                     PF9(999-EXIT)
                END-EXEC
                EXEC CICS RECEIVE
                     MAP('MAP1')
                     MAPSET('DCJB8NX')
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
                MOVE DFHCOMMAREA(1:8) TO WS-OPERID
           END-IF.
           PERFORM 150-CLEAR-PLAN.

           EXEC CICS RECEIVE
                MAP('MAP1')
                MAPSET('DCJB8NX')
           END-EXEC.

           GO TO 200-MAIN-LOGIC.

       100-FIRST-TIME.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "S C H E D U L E   P L A N N E R" TO TITLEO.
           MOVE
           'KEY UP TO SIX BASE COURSE CODES AND A CAMPUS' TO MSGO.
           MOVE -1 TO BASESL(1).

           MOVE 'PF4=RESET  PF7=BACK  PF8=FWD  PF9=EXIT' TO FOOTERO.
           EXEC CICS SEND
               MAP('MAP1')
               MAPSET('DCJB8NX')
               ERASE
               CURSOR
           END-EXEC.

           EXEC CICS RETURN
               TRANSID('JC31')
               COMMAREA(WS-OPERID)
               LENGTH(WS-OPERID-LEN)
           END-EXEC.

       150-CLEAR-PLAN.

           MOVE SPACES TO WS-PLAN-DATA.
           MOVE WS-OPERID TO WS-PLAN-OPERID.
           MOVE 1 TO WS-PLAN-TOP.
           MOVE 0 TO WS-PLAN-SHOWN.

       200-MAIN-LOGIC.

           PERFORM 060-CHECK-ROLE THRU 060-EXIT.

      * ANY SEARCH FIELD KEYED STARTS A NEW SEARCH FROM THE FIRST
      * COMBINATION; A FIELD LEFT ALONE KEEPS WHAT IS ON SCREEN.
           IF (STUNUML NOT = 0) OR (CAMPUSL NOT = 0) OR
              (BASESL(1) NOT = 0) OR (BASESL(2) NOT = 0) OR
              (BASESL(3) NOT = 0) OR (BASESL(4) NOT = 0) OR
              (BASESL(5) NOT = 0) OR (BASESL(6) NOT = 0)
                GO TO 210-NEW-SEARCH
           END-IF.

           IF (PICKL NOT = 0)
                GO TO 600-PICK
           END-IF.

      * NOTHING NEW KEYED - SHOW THE SAME PAGE AGAIN, REBUILT, SINCE
      * SEATS MAY HAVE GONE SINCE IT WAS LAST SHOWN.
           GO TO 250-SEARCH.

      *--------------------------------------------------------------
      * DOUBLE-CHECKS THE ROLE BEHIND THE COMMAREA OPERATOR ID. A
      * BLANK ROLE PREDATES THE FIELD AND COUNTS AS SUPERVISOR - SEE
      * OPERREC.
      *--------------------------------------------------------------
       060-CHECK-ROLE.

           MOVE WS-OPERID TO OPER-ID.
           EXEC CICS READ
                FILE('OPERFILE')
                INTO(OPERFILE-RECORD)
                RIDFLD(OPER-KEY)
                RESP(WS-OPER-STATUS)
           END-EXEC.
           IF (WS-OPER-STATUS NOT = DFHRESP(NORMAL)) OR
              OPER-ROLE-INQUIRY
                GO TO 065-ROLE-REFUSED
           END-IF.

       060-EXIT.
           EXIT.

       065-ROLE-REFUSED.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "S C H E D U L E   P L A N N E R" TO TITLEO.
           MOVE 'SCHEDULE PLANNING IS A REGISTRATION FUNCTION'
                TO MSGO.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCJB8NX')
                ERASE
           END-EXEC.

      * NO TRANSID - THE PSEUDO-CONVERSATION ENDS HERE, THE SAME WAY
      * DCJB8PGC'S REFUSAL ENDS ONE.
           EXEC CICS RETURN
           END-EXEC.

      *--------------------------------------------------------------
      * TAKES THE KEYED SEARCH FIELDS OVER THE ONES CARRIED FROM THE
      * LAST TURN, CLOSES UP THE BASE CODES SO THE BLANKS FALL TO THE
      * END, AND STARTS AGAIN FROM THE FIRST COMBINATION.
      *--------------------------------------------------------------
       210-NEW-SEARCH.

           IF (STUNUML NOT = 0)
                MOVE STUNUMI TO WS-PLAN-STUNUM
           END-IF.
           IF (CAMPUSL NOT = 0)
                MOVE CAMPUSI TO WS-PLAN-CAMPUS
           END-IF.
           PERFORM 215-TAKE-ONE-BASE
                VARYING WS-BASE-IDX FROM 1 BY 1
                UNTIL (WS-BASE-IDX > 6).

           MOVE 0 TO WS-BASE-COUNT.
           PERFORM 220-CLOSE-UP-BASE
                VARYING WS-BASE-IDX FROM 1 BY 1
                UNTIL (WS-BASE-IDX > 6).
           PERFORM 225-BLANK-TAIL-BASE
                VARYING WS-BASE-IDX FROM 1 BY 1
                UNTIL (WS-BASE-IDX > 6).

           MOVE SPACES TO WS-PLAN-TERM.
           MOVE 1 TO WS-PLAN-TOP.
           GO TO 250-SEARCH.

       215-TAKE-ONE-BASE.

           IF (BASESL(WS-BASE-IDX) NOT = 0)
                MOVE BASESI(WS-BASE-IDX) TO WS-PLAN-BASE(WS-BASE-IDX)
           END-IF.
           IF (WS-PLAN-BASE(WS-BASE-IDX) = LOW-VALUES)
                MOVE SPACES TO WS-PLAN-BASE(WS-BASE-IDX)
           END-IF.

       220-CLOSE-UP-BASE.

           IF (WS-PLAN-BASE(WS-BASE-IDX) NOT = SPACES)
                ADD 1 TO WS-BASE-COUNT
                MOVE WS-PLAN-BASE(WS-BASE-IDX)
                     TO WS-PLAN-BASE(WS-BASE-COUNT)
           END-IF.

       225-BLANK-TAIL-BASE.

           IF (WS-BASE-IDX > WS-BASE-COUNT)
                MOVE SPACES TO WS-PLAN-BASE(WS-BASE-IDX)
           END-IF.

      *--------------------------------------------------------------
      * EDITS THE SEARCH, GATHERS THE OPEN SECTIONS OF EACH COURSE,
      * AND BUILDS THE PAGE OF COMBINATIONS STARTING AT WS-PLAN-TOP.
      *--------------------------------------------------------------
       250-SEARCH.

           MOVE 0 TO WS-PLAN-SHOWN.
           MOVE 0 TO WS-BASE-COUNT.
           PERFORM 255-COUNT-BASE
                VARYING WS-BASE-IDX FROM 1 BY 1
                UNTIL (WS-BASE-IDX > 6).

           IF (WS-BASE-COUNT = 0)
                MOVE 'PLEASE KEY AT LEAST ONE BASE COURSE CODE'
                     TO WS-MSG
                GO TO 800-SHOW-PAGE
           END-IF.

           PERFORM 257-CHECK-DUP-BASE
                VARYING WS-BASE-IDX FROM 2 BY 1
                UNTIL (WS-BASE-IDX > WS-BASE-COUNT).
           IF (WS-MSG NOT = SPACES)
                GO TO 800-SHOW-PAGE
           END-IF.

      * A STUDENT ON FILE SETS THE TERM, THE CAMPUS WHEN NONE IS
      * KEYED, AND THE SCHEDULE THE CO-REQUISITES ARE CHECKED WITH.
           MOVE SPACES TO WS-HAVE-AREA.
           IF (WS-PLAN-STUNUM = SPACES) OR
              (WS-PLAN-STUNUM = LOW-VALUES)
                MOVE SPACES TO WS-PLAN-STUNUM
                MOVE WS-CURRENT-TERM TO WS-PLAN-TERM
           ELSE
                IF (WS-PLAN-STUNUM IS NOT NUMERIC)
                     MOVE 'STUDENT NUMBER MUST BE NUMERIC' TO WS-MSG
                     SET WS-CURSOR-STUNUM TO TRUE
                     GO TO 800-SHOW-PAGE
                END-IF
                MOVE WS-PLAN-STUNUM TO STU-NUMBER
                EXEC CICS READ
                     FILE('STUFILE')
                     INTO(STUFILE-RECORD)
                     RIDFLD(STU-KEY)
                     RESP(WS-STU-STATUS)
                END-EXEC
                IF (WS-STU-STATUS NOT = DFHRESP(NORMAL)) OR
                   STU-WITHDRAWN
                     MOVE 'STUDENT NOT FOUND' TO WS-MSG
                     SET WS-CURSOR-STUNUM TO TRUE
                     GO TO 800-SHOW-PAGE
                END-IF
                MOVE 'Y' TO WS-STU-FOUND-SW
                MOVE STU-TERM TO WS-PLAN-TERM
                IF (WS-PLAN-CAMPUS = SPACES) OR
                   (WS-PLAN-CAMPUS = LOW-VALUES)
                     MOVE STU-CAMPUS TO WS-PLAN-CAMPUS
                END-IF
                PERFORM 260-LOAD-HAVE-SLOT
                     VARYING WS-HAVE-IDX FROM 1 BY 1
                     UNTIL (WS-HAVE-IDX > 10)
           END-IF.
           IF (WS-PLAN-CAMPUS = LOW-VALUES)
                MOVE SPACES TO WS-PLAN-CAMPUS
           END-IF.

           PERFORM 270-LOAD-SECTIONS THRU 270-EXIT.

           PERFORM 290-CHECK-ONE-BASE
                VARYING WS-BASE-IDX FROM 1 BY 1
                UNTIL (WS-BASE-IDX > WS-BASE-COUNT)
                   OR (WS-MSG NOT = SPACES).
           IF (WS-MSG NOT = SPACES)
                GO TO 800-SHOW-PAGE
           END-IF.

           PERFORM 500-BUILD-PAGE THRU 500-EXIT.

      * PAGED PAST THE LAST COMBINATION - SHOW THE LAST PAGE.
           IF (WS-PLAN-SHOWN = 0) AND (WS-COMBO-TOTAL > 0)
                SUBTRACT 1 FROM WS-COMBO-TOTAL GIVING WS-COMBO-LAST
                DIVIDE WS-COMBO-LAST BY 8 GIVING WS-PLAN-TOP
                COMPUTE WS-PLAN-TOP = (WS-PLAN-TOP * 8) + 1
                PERFORM 500-BUILD-PAGE THRU 500-EXIT
           END-IF.

           IF (WS-COMBO-TOTAL = 0)
                MOVE 'EVERY COMBINATION OF OPEN SECTIONS CLASHES'
                     TO WS-MSG
                GO TO 800-SHOW-PAGE
           END-IF.

           COMPUTE WS-COMBO-LAST = WS-PLAN-TOP + WS-PLAN-SHOWN - 1.
           MOVE WS-PLAN-TOP TO WS-MSG-TOP.
           MOVE WS-COMBO-LAST TO WS-MSG-LAST.
           MOVE WS-COMBO-TOTAL TO WS-MSG-TOTAL.
           MOVE SPACES TO WS-MSG.
           IF (WS-TRIED NOT < WS-TRIED-MAX) OR WS-CAND-OVER
                STRING WS-MSG-TOP ' TO ' WS-MSG-LAST
                     ' SHOWN - TOO MANY SECTIONS, KEY A CAMPUS'
                     DELIMITED BY SIZE INTO WS-MSG
           ELSE
                STRING WS-MSG-TOP ' TO ' WS-MSG-LAST ' OF '
                     WS-MSG-TOTAL ' - KEY A LINE NUMBER IN PICK'
                     DELIMITED BY SIZE INTO WS-MSG
           END-IF.
      * A PICK THAT NAMED NO LINE ON THE PAGE SHOWS THE PAGE AGAIN
      * WITH THE REASON.
           IF (WS-PICK-MSG NOT = SPACES)
                MOVE WS-PICK-MSG TO WS-MSG
           END-IF.
           SET WS-CURSOR-PICK TO TRUE.
           GO TO 800-SHOW-PAGE.

       255-COUNT-BASE.

           IF (WS-PLAN-BASE(WS-BASE-IDX) NOT = SPACES)
                ADD 1 TO WS-BASE-COUNT
           END-IF.

       257-CHECK-DUP-BASE.

           PERFORM 258-MATCH-DUP-BASE
                VARYING WS-BASE-IDX2 FROM 1 BY 1
                UNTIL (WS-BASE-IDX2 >= WS-BASE-IDX).

       258-MATCH-DUP-BASE.

           IF (WS-PLAN-BASE(WS-BASE-IDX2) = WS-PLAN-BASE(WS-BASE-IDX))
              AND (WS-MSG = SPACES)
                STRING WS-PLAN-BASE(WS-BASE-IDX) ' IS KEYED TWICE'
                     DELIMITED BY SIZE INTO WS-MSG
                MOVE WS-BASE-IDX TO WS-CURSOR-BASE-IDX
           END-IF.

      * ONE SLOT OF THE STUDENT'S SCHEDULE AND ITS BASE CODE. A BLANK
      * BASE ON FILE MEANS THE SECTION IS ITS OWN COURSE.
       260-LOAD-HAVE-SLOT.

           MOVE STU-COURSE-TABLE(WS-HAVE-IDX)
                TO WS-HAVE-CODE(WS-HAVE-IDX).
           IF (WS-HAVE-CODE(WS-HAVE-IDX) = SPACES) OR
              (WS-HAVE-CODE(WS-HAVE-IDX) = LOW-VALUES)
                MOVE SPACES TO WS-HAVE-CODE(WS-HAVE-IDX)
           ELSE
                MOVE WS-HAVE-CODE(WS-HAVE-IDX) TO CRS-CODE
                EXEC CICS READ
                     FILE('CRSFILE')
                     INTO(CRSFILE-RECORD)
                     RIDFLD(CRS-KEY)
                     RESP(WS-CRS-STATUS)
                END-EXEC
                IF (WS-CRS-STATUS = DFHRESP(NORMAL)) AND
                   (CRS-BASE-CODE NOT = SPACES) AND
                   (CRS-BASE-CODE NOT = LOW-VALUES)
                     MOVE CRS-BASE-CODE TO WS-HAVE-BASE(WS-HAVE-IDX)
                ELSE
                     MOVE WS-HAVE-CODE(WS-HAVE-IDX)
                          TO WS-HAVE-BASE(WS-HAVE-IDX)
                END-IF
           END-IF.

      *--------------------------------------------------------------
      * ONE PASS OF CRSFILE, FILING EACH SECTION UNDER THE BASE CODE
      * IT BELONGS TO. A SECTION IS A CANDIDATE WHEN IT IS IN THE
      * PLANNING TERM (BLANK TERM = LEGACY ROW, ANY TERM), OFFERED
      * AT THE CAMPUS (BLANK ON EITHER SIDE = ANY CAMPUS), AND HAS A
      * SEAT FREE.
      *--------------------------------------------------------------
       270-LOAD-SECTIONS.

           MOVE 'N' TO WS-CAND-OVER-SW.
           PERFORM 272-CLEAR-ONE-BASE
                VARYING WS-BASE-IDX FROM 1 BY 1
                UNTIL (WS-BASE-IDX > 6).

           MOVE LOW-VALUES TO CRS-CODE.
           EXEC CICS STARTBR
                FILE('CRSFILE')
                RIDFLD(CRS-KEY)
                GTEQ
                RESP(WS-BR-STATUS)
           END-EXEC.
           IF (WS-BR-STATUS NOT = DFHRESP(NORMAL))
                GO TO 270-EXIT
           END-IF.

           MOVE 'N' TO WS-BR-DONE-SW.
           PERFORM 275-READ-ONE-SECTION THRU 275-EXIT
                UNTIL WS-BR-DONE.

           EXEC CICS ENDBR
                FILE('CRSFILE')
           END-EXEC.

       270-EXIT.
           EXIT.

       272-CLEAR-ONE-BASE.

           MOVE 0 TO WS-CAND-COUNT(WS-BASE-IDX).
           MOVE 'N' TO WS-CAND-ON-FILE-SW(WS-BASE-IDX).

       275-READ-ONE-SECTION.

           EXEC CICS READNEXT
                FILE('CRSFILE')
                INTO(CRSFILE-RECORD)
                RIDFLD(CRS-KEY)
                RESP(WS-BR-STATUS)
           END-EXEC.
           IF (WS-BR-STATUS NOT = DFHRESP(NORMAL))
                MOVE 'Y' TO WS-BR-DONE-SW
                GO TO 275-EXIT
           END-IF.

           IF (CRS-BASE-CODE = SPACES) OR (CRS-BASE-CODE = LOW-VALUES)
                MOVE CRS-CODE TO WS-THIS-BASE
           ELSE
                MOVE CRS-BASE-CODE TO WS-THIS-BASE
           END-IF.

           PERFORM 280-FILE-UNDER-BASE THRU 280-EXIT
                VARYING WS-BASE-IDX FROM 1 BY 1
                UNTIL (WS-BASE-IDX > WS-BASE-COUNT).

       275-EXIT.
           EXIT.

       280-FILE-UNDER-BASE.

           IF (WS-THIS-BASE NOT = WS-PLAN-BASE(WS-BASE-IDX))
                GO TO 280-EXIT
           END-IF.
           MOVE 'Y' TO WS-CAND-ON-FILE-SW(WS-BASE-IDX).

           IF (CRS-TERM NOT = SPACES) AND
              (CRS-TERM NOT = LOW-VALUES) AND
              (CRS-TERM NOT = WS-PLAN-TERM)
                GO TO 280-EXIT
           END-IF.
           IF (WS-PLAN-CAMPUS NOT = SPACES) AND
              (CRS-CAMPUS NOT = SPACES) AND
              (CRS-CAMPUS NOT = LOW-VALUES) AND
              (CRS-CAMPUS NOT = WS-PLAN-CAMPUS)
                GO TO 280-EXIT
           END-IF.
           IF (CRS-SEATS-USED NOT < CRS-CAPACITY)
                GO TO 280-EXIT
           END-IF.

           IF (WS-CAND-COUNT(WS-BASE-IDX) NOT < WS-CAND-MAX)
                MOVE 'Y' TO WS-CAND-OVER-SW
                GO TO 280-EXIT
           END-IF.

           ADD 1 TO WS-CAND-COUNT(WS-BASE-IDX).
           MOVE WS-CAND-COUNT(WS-BASE-IDX) TO WS-CAND-IDX.
           MOVE CRS-CODE TO
                WS-CAND-CODE(WS-BASE-IDX, WS-CAND-IDX).
           MOVE CRS-MEET-DAYS TO
                WS-CAND-DAYS(WS-BASE-IDX, WS-CAND-IDX).
           MOVE CRS-MEET-START TO
                WS-CAND-START(WS-BASE-IDX, WS-CAND-IDX).
           MOVE CRS-MEET-END TO
                WS-CAND-END(WS-BASE-IDX, WS-CAND-IDX).

      * PREREQUISITES ARE ONLY JUDGED FOR A STUDENT ON FILE - A NEW
      * STUDENT'S WAIVERS ARE KEYED ON THE REGISTRATION SCREEN.
           MOVE 'Y' TO WS-PRQ-MET-SW.
           IF (WS-PLAN-STUNUM NOT = SPACES)
                PERFORM 285-CHECK-ONE-PREREQ THRU 285-EXIT
                     VARYING WS-PRQ-IDX FROM 1 BY 1
                     UNTIL (WS-PRQ-IDX > 3) OR (NOT WS-PRQ-MET)
           END-IF.
           MOVE WS-PRQ-MET-SW TO
                WS-CAND-PRQ-SW(WS-BASE-IDX, WS-CAND-IDX).

           MOVE SPACES TO
                WS-CAND-COREQ(WS-BASE-IDX, WS-CAND-IDX, 1)
                WS-CAND-COREQ(WS-BASE-IDX, WS-CAND-IDX, 2).
           MOVE CRS-CODE TO CRX-COURSE.
           EXEC CICS READ
                FILE('CRSXFILE')
                INTO(CRSXFILE-RECORD)
                LENGTH(CRSXFILE-LENGTH)
                RIDFLD(CRX-KEY)
                RESP(WS-CRX-STATUS)
           END-EXEC.
           IF (WS-CRX-STATUS = DFHRESP(NORMAL))
                MOVE CRX-COREQ-TABLE(1) TO
                     WS-CAND-COREQ(WS-BASE-IDX, WS-CAND-IDX, 1)
                MOVE CRX-COREQ-TABLE(2) TO
                     WS-CAND-COREQ(WS-BASE-IDX, WS-CAND-IDX, 2)
           END-IF.

       280-EXIT.
           EXIT.

      * ONE PREREQUISITE OF THE SECTION IN CRSFILE-RECORD - A PASSING
      * GRADE ON FILE ('F', 'I', 'W' AND 'AU' DON'T COUNT) OR A
      * TRANSFER-CREDIT EQUIVALENCY MEETS IT, AS IN DCJB8PGE.
       285-CHECK-ONE-PREREQ.

           MOVE CRS-PREREQ-TABLE(WS-PRQ-IDX) TO WS-PRQ-COURSE.
           IF (WS-PRQ-COURSE = SPACES) OR (WS-PRQ-COURSE = LOW-VALUES)
                GO TO 285-EXIT
           END-IF.

           MOVE 'N' TO WS-PRQ-MET-SW.
           MOVE 'N' TO WS-PRQ-SCAN-DONE-SW.
           MOVE WS-PLAN-STUNUM TO GRD-STU-NUMBER.
           MOVE LOW-VALUES TO GRD-TERM.
           MOVE LOW-VALUES TO GRD-COURSE.

           EXEC CICS STARTBR
                FILE('GRADFILE')
                RIDFLD(GRD-KEY)
                GTEQ
                RESP(WS-PRQ-BR-STATUS)
           END-EXEC.
           IF (WS-PRQ-BR-STATUS = DFHRESP(NORMAL))
                PERFORM 287-SCAN-ONE-GRADE
                     UNTIL WS-PRQ-SCAN-DONE
                EXEC CICS ENDBR
                     FILE('GRADFILE')
                END-EXEC
           END-IF.

           IF NOT WS-PRQ-MET
                MOVE WS-PLAN-STUNUM TO TRC-STU-NUMBER
                MOVE WS-PRQ-COURSE TO TRC-EQUIV-COURSE
                EXEC CICS READ
                     FILE('TRCFILE')
                     INTO(TRCFILE-RECORD)
                     LENGTH(TRCFILE-LENGTH)
                     RIDFLD(TRC-KEY)
                     RESP(WS-TRC-STATUS)
                END-EXEC
                IF (WS-TRC-STATUS = DFHRESP(NORMAL))
                     MOVE 'Y' TO WS-PRQ-MET-SW
                END-IF
           END-IF.

       285-EXIT.
           EXIT.

       287-SCAN-ONE-GRADE.

           EXEC CICS READNEXT
                FILE('GRADFILE')
                INTO(GRADFILE-RECORD)
                LENGTH(GRADFILE-LENGTH)
                RIDFLD(GRD-KEY)
                RESP(WS-PRQ-BR-STATUS)
           END-EXEC.

           IF (WS-PRQ-BR-STATUS NOT = DFHRESP(NORMAL)) OR
              (GRD-STU-NUMBER NOT = WS-PLAN-STUNUM)
                MOVE 'Y' TO WS-PRQ-SCAN-DONE-SW
           ELSE
                IF (GRD-COURSE = WS-PRQ-COURSE) AND
                   (NOT GRD-NO-POINTS) AND
                   (GRD-GRADE NOT = 'F ')
                     MOVE 'Y' TO WS-PRQ-MET-SW
                     MOVE 'Y' TO WS-PRQ-SCAN-DONE-SW
                END-IF
           END-IF.

      * EVERY COURSE KEYED NEEDS AN OPEN SECTION - SAY WHICH ONE HAS
      * NONE, AND WHETHER IT IS UNKNOWN OR JUST FULL / ELSEWHERE.
       290-CHECK-ONE-BASE.

           IF NOT WS-CAND-ON-FILE(WS-BASE-IDX)
                STRING 'NO SECTION OF ' WS-PLAN-BASE(WS-BASE-IDX)
                     ' IS ON FILE' DELIMITED BY SIZE INTO WS-MSG
                MOVE WS-BASE-IDX TO WS-CURSOR-BASE-IDX
           ELSE
                IF (WS-CAND-COUNT(WS-BASE-IDX) = 0)
                     STRING 'NO SECTION OF ' WS-PLAN-BASE(WS-BASE-IDX)
                          ' HAS A SEAT THIS TERM AT THIS CAMPUS'
                          DELIMITED BY SIZE INTO WS-MSG
                     MOVE WS-BASE-IDX TO WS-CURSOR-BASE-IDX
                END-IF
           END-IF.

      *--------------------------------------------------------------
      * WALKS EVERY COMBINATION OF ONE CANDIDATE SECTION PER COURSE,
      * COUNTING THE CLASH-FREE ONES AND KEEPING THE EIGHT FROM
      * WS-PLAN-TOP FOR THE PAGE.
      *--------------------------------------------------------------
       500-BUILD-PAGE.

           MOVE 0 TO WS-PLAN-SHOWN.
           MOVE 0 TO WS-COMBO-TOTAL.
           MOVE 0 TO WS-TRIED.
           MOVE SPACES TO WS-MEET-SAVE.
           PERFORM 505-RESET-ONE-POS
                VARYING WS-ODO-IDX FROM 1 BY 1
                UNTIL (WS-ODO-IDX > 6).

           MOVE 'N' TO WS-ODO-DONE-SW.
           PERFORM 510-TRY-ONE-COMBO THRU 510-EXIT
                UNTIL WS-ODO-DONE.

       500-EXIT.
           EXIT.

       505-RESET-ONE-POS.

           MOVE 1 TO WS-ODO-POS(WS-ODO-IDX).

       510-TRY-ONE-COMBO.

           ADD 1 TO WS-TRIED.
           PERFORM 515-LOAD-MEETING
                VARYING WS-ODO-IDX FROM 1 BY 1
                UNTIL (WS-ODO-IDX > WS-BASE-COUNT).

           MOVE 'N' TO WS-CONF-HIT-SW.
           PERFORM 520-CHECK-CONFLICTS THRU 520-EXIT
                VARYING WS-CONF-IDX FROM 2 BY 1
                UNTIL (WS-CONF-IDX > WS-BASE-COUNT) OR WS-CONF-HIT.

           IF NOT WS-CONF-HIT
                ADD 1 TO WS-COMBO-TOTAL
                IF (WS-COMBO-TOTAL NOT < WS-PLAN-TOP) AND
                   (WS-PLAN-SHOWN < 8)
                     PERFORM 550-KEEP-COMBO
                END-IF
           END-IF.

           IF (WS-TRIED NOT < WS-TRIED-MAX) OR
              (WS-COMBO-TOTAL NOT < 9999)
                MOVE 'Y' TO WS-ODO-DONE-SW
                GO TO 510-EXIT
           END-IF.

      * TURN THE ODOMETER - THE LAST COURSE FASTEST, CARRYING LEFT.
           MOVE 'Y' TO WS-ODO-CARRY-SW.
           MOVE WS-BASE-COUNT TO WS-ODO-IDX.
           PERFORM 540-TURN-ONE-POS
                UNTIL (NOT WS-ODO-CARRY) OR (WS-ODO-IDX = 0).
           IF WS-ODO-CARRY
                MOVE 'Y' TO WS-ODO-DONE-SW
           END-IF.

       510-EXIT.
           EXIT.

       515-LOAD-MEETING.

           MOVE WS-CAND-DAYS(WS-ODO-IDX, WS-ODO-POS(WS-ODO-IDX))
                TO WS-MEET-DAYS(WS-ODO-IDX).
           MOVE WS-CAND-START(WS-ODO-IDX, WS-ODO-POS(WS-ODO-IDX))
                TO WS-MEET-START(WS-ODO-IDX).
           MOVE WS-CAND-END(WS-ODO-IDX, WS-ODO-POS(WS-ODO-IDX))
                TO WS-MEET-END(WS-ODO-IDX).

      * PAIRWISE TIMETABLE-CONFLICT CHECK - COURSE WS-CONF-IDX AGAINST
      * EVERY EARLIER ONE IN THE COMBINATION.
       520-CHECK-CONFLICTS.

           IF (WS-MEET-DAYS(WS-CONF-IDX) = SPACES) OR
              (WS-MEET-START(WS-CONF-IDX) IS NOT NUMERIC) OR
              (WS-MEET-END(WS-CONF-IDX) IS NOT NUMERIC)
                GO TO 520-EXIT
           END-IF.

           PERFORM 525-CHECK-ONE-PAIR THRU 525-EXIT
                VARYING WS-CONF-IDX2 FROM 1 BY 1
                UNTIL (WS-CONF-IDX2 >= WS-CONF-IDX) OR WS-CONF-HIT.

       520-EXIT.
           EXIT.

       525-CHECK-ONE-PAIR.

           IF (WS-MEET-DAYS(WS-CONF-IDX2) = SPACES) OR
              (WS-MEET-START(WS-CONF-IDX2) IS NOT NUMERIC) OR
              (WS-MEET-END(WS-CONF-IDX2) IS NOT NUMERIC)
                GO TO 525-EXIT
           END-IF.

      * TIME RANGES MUST OVERLAP FOR A CONFLICT - HHMM AS ZERO-PADDED
      * TEXT COMPARES CORRECTLY.
           IF (WS-MEET-START(WS-CONF-IDX) NOT <
               WS-MEET-END(WS-CONF-IDX2)) OR
              (WS-MEET-START(WS-CONF-IDX2) NOT <
               WS-MEET-END(WS-CONF-IDX))
                GO TO 525-EXIT
           END-IF.

      * TIMES OVERLAP - A SHARED DAY LETTER MAKES IT A REAL CLASH.
           PERFORM 527-CHECK-DAY-LETTER
                VARYING WS-CONF-DAY FROM 1 BY 1
                UNTIL (WS-CONF-DAY > 7) OR (WS-CONF-HIT).

       525-EXIT.
           EXIT.

       527-CHECK-DAY-LETTER.

           IF (WS-MEET-DAYS(WS-CONF-IDX)(WS-CONF-DAY:1) NOT = SPACE)
                PERFORM 528-MATCH-DAY-LETTER
                     VARYING WS-CONF-DAY2 FROM 1 BY 1
                     UNTIL (WS-CONF-DAY2 > 7) OR (WS-CONF-HIT)
           END-IF.

       528-MATCH-DAY-LETTER.

           IF (WS-MEET-DAYS(WS-CONF-IDX)(WS-CONF-DAY:1) =
               WS-MEET-DAYS(WS-CONF-IDX2)(WS-CONF-DAY2:1))
                MOVE 'Y' TO WS-CONF-HIT-SW
           END-IF.

       540-TURN-ONE-POS.

           ADD 1 TO WS-ODO-POS(WS-ODO-IDX).
           IF (WS-ODO-POS(WS-ODO-IDX) > WS-CAND-COUNT(WS-ODO-IDX))
                MOVE 1 TO WS-ODO-POS(WS-ODO-IDX)
                SUBTRACT 1 FROM WS-ODO-IDX
           ELSE
                MOVE 'N' TO WS-ODO-CARRY-SW
           END-IF.

      * A CLASH-FREE COMBINATION THAT FALLS ON THE PAGE - REMEMBER
      * ITS SECTIONS FOR PICK AND WORK OUT ITS RULE FLAGS.
       550-KEEP-COMBO.

           ADD 1 TO WS-PLAN-SHOWN.
           MOVE 'N' TO WS-FLAG-PRQ-SW.
           MOVE 'N' TO WS-FLAG-CRQ-SW.
           PERFORM 555-KEEP-ONE-SECTION
                VARYING WS-ODO-IDX FROM 1 BY 1
                UNTIL (WS-ODO-IDX > 6).
           EVALUATE TRUE
               WHEN WS-FLAG-PRQ AND WS-FLAG-CRQ
                    MOVE 'B' TO WS-PLAN-LINE-FLAG(WS-PLAN-SHOWN)
               WHEN WS-FLAG-PRQ
                    MOVE 'P' TO WS-PLAN-LINE-FLAG(WS-PLAN-SHOWN)
               WHEN WS-FLAG-CRQ
                    MOVE 'C' TO WS-PLAN-LINE-FLAG(WS-PLAN-SHOWN)
               WHEN OTHER
                    MOVE SPACE TO WS-PLAN-LINE-FLAG(WS-PLAN-SHOWN)
           END-EVALUATE.

       555-KEEP-ONE-SECTION.

           IF (WS-ODO-IDX > WS-BASE-COUNT)
                MOVE SPACES TO
                     WS-PLAN-LINE-SECT(WS-PLAN-SHOWN, WS-ODO-IDX)
           ELSE
                MOVE WS-CAND-CODE(WS-ODO-IDX, WS-ODO-POS(WS-ODO-IDX))
                     TO WS-PLAN-LINE-SECT(WS-PLAN-SHOWN, WS-ODO-IDX)
                IF NOT WS-CAND-PRQ-MET(WS-ODO-IDX,
                                       WS-ODO-POS(WS-ODO-IDX))
                     MOVE 'Y' TO WS-FLAG-PRQ-SW
                END-IF
                PERFORM 560-CHECK-ONE-COREQ THRU 560-EXIT
                     VARYING WS-CRQ-SLOT FROM 1 BY 1
                     UNTIL (WS-CRQ-SLOT > 2)
           END-IF.

      * A CO-REQUISITE IS MET BY ANY SECTION OF THE COURSE - IN THE
      * COMBINATION (BY SECTION OR BY THE BASE CODE KEYED) OR ALREADY
      * ON THE STUDENT'S SCHEDULE.
       560-CHECK-ONE-COREQ.

           MOVE WS-CAND-COREQ(WS-ODO-IDX, WS-ODO-POS(WS-ODO-IDX),
                              WS-CRQ-SLOT) TO WS-CRQ-NEEDED.
           IF (WS-CRQ-NEEDED = SPACES) OR (WS-CRQ-NEEDED = LOW-VALUES)
                GO TO 560-EXIT
           END-IF.

           MOVE 'N' TO WS-CRQ-MET-SW.
           PERFORM 565-SCAN-COMBO-FOR-COREQ
                VARYING WS-BASE-IDX FROM 1 BY 1
                UNTIL (WS-BASE-IDX > WS-BASE-COUNT) OR WS-CRQ-MET.
           PERFORM 567-SCAN-HAVE-FOR-COREQ
                VARYING WS-CRQ-SCAN FROM 1 BY 1
                UNTIL (WS-CRQ-SCAN > 10) OR WS-CRQ-MET.

           IF NOT WS-CRQ-MET
                MOVE 'Y' TO WS-FLAG-CRQ-SW
           END-IF.

       560-EXIT.
           EXIT.

       565-SCAN-COMBO-FOR-COREQ.

           IF (WS-PLAN-BASE(WS-BASE-IDX) = WS-CRQ-NEEDED) OR
              (WS-CAND-CODE(WS-BASE-IDX, WS-ODO-POS(WS-BASE-IDX)) =
               WS-CRQ-NEEDED)
                MOVE 'Y' TO WS-CRQ-MET-SW
           END-IF.

       567-SCAN-HAVE-FOR-COREQ.

           IF (WS-HAVE-CODE(WS-CRQ-SCAN) NOT = SPACES) AND
              ((WS-HAVE-CODE(WS-CRQ-SCAN) = WS-CRQ-NEEDED) OR
               (WS-HAVE-BASE(WS-CRQ-SCAN) = WS-CRQ-NEEDED))
                MOVE 'Y' TO WS-CRQ-MET-SW
           END-IF.

      *--------------------------------------------------------------
      * PICK - THE LINE NUMBER KEYED NAMES ONE OF THE COMBINATIONS ON
      * THE PAGE. IT GOES TO REGISTRATION FOR A NEW STUDENT OR TO
      * UPDATE FOR ONE ON FILE, FILLED IN BUT NOT YET APPLIED.
      *--------------------------------------------------------------
       600-PICK.

           IF (PICKI IS NOT NUMERIC)
                MOVE 'PICK MUST BE A LINE NUMBER FROM THE PAGE'
                     TO WS-PICK-MSG
                GO TO 250-SEARCH
           END-IF.
           MOVE PICKI TO WS-PICK-NUM.
           IF (WS-PICK-NUM = 0) OR (WS-PICK-NUM > WS-PLAN-SHOWN)
                MOVE 'PICK MUST BE A LINE NUMBER FROM THE PAGE'
                     TO WS-PICK-MSG
                GO TO 250-SEARCH
           END-IF.

           MOVE SPACES TO PLN-DATA.
           MOVE WS-OPERID TO PLN-OPERID.
           MOVE WS-PLAN-STUNUM TO PLN-STUNUM.
           MOVE WS-PLAN-CAMPUS TO PLN-CAMPUS.
           MOVE WS-PLAN-TERM TO PLN-TERM.
           PERFORM 610-PASS-ONE-SECTION
                VARYING WS-BASE-IDX FROM 1 BY 1
                UNTIL (WS-BASE-IDX > 6).
           MOVE 'PLN' TO PLN-MARKER.

           IF (PLN-STUNUM = SPACES)
                EXEC CICS XCTL
                     PROGRAM('DCJB8PGC')
                     COMMAREA(PLN-DATA)
                     LENGTH(PLN-DATA-LEN)
                END-EXEC
           ELSE
                EXEC CICS XCTL
                     PROGRAM('DCJB8PGU')
                     COMMAREA(PLN-DATA)
                     LENGTH(PLN-DATA-LEN)
                END-EXEC
           END-IF.

       610-PASS-ONE-SECTION.

           MOVE WS-PLAN-LINE-SECT(WS-PICK-NUM, WS-BASE-IDX)
                TO PLN-SECTION(WS-BASE-IDX).

      *--------------------------------------------------------------
      * SHOWS THE SEARCH AND THE PAGE OF COMBINATIONS IN HAND, OR
      * JUST THE SEARCH WITH THE MESSAGE WHEN IT WAS TURNED AWAY.
      *--------------------------------------------------------------
       800-SHOW-PAGE.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "S C H E D U L E   P L A N N E R" TO TITLEO.
           MOVE WS-PLAN-STUNUM TO STUNUMO.
           IF WS-STU-FOUND
                MOVE STU-NAME TO STUNAMEO
           END-IF.
           MOVE WS-PLAN-CAMPUS TO CAMPUSO.
           MOVE WS-PLAN-TERM TO TERMO.
           PERFORM 810-SHOW-ONE-BASE
                VARYING WS-BASE-IDX FROM 1 BY 1
                UNTIL (WS-BASE-IDX > 6).
           PERFORM 820-SHOW-ONE-LINE
                VARYING WS-LINE-IDX FROM 1 BY 1
                UNTIL (WS-LINE-IDX > WS-PLAN-SHOWN).
           MOVE WS-MSG TO MSGO.

           EVALUATE TRUE
               WHEN WS-CURSOR-STUNUM
                    MOVE -1 TO STUNUML
               WHEN WS-CURSOR-PICK
                    MOVE -1 TO PICKL
               WHEN OTHER
                    MOVE -1 TO BASESL(WS-CURSOR-BASE-IDX)
           END-EVALUATE.

           MOVE WS-OPERID TO WS-PLAN-OPERID.

           MOVE 'PF4=RESET  PF7=BACK  PF8=FWD  PF9=EXIT' TO FOOTERO.
           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCJB8NX')
                ERASE
                CURSOR
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('JC31')
                COMMAREA(WS-PLAN-DATA)
                LENGTH(WS-PLAN-DATA-LEN)
           END-EXEC.

       810-SHOW-ONE-BASE.

           MOVE WS-PLAN-BASE(WS-BASE-IDX) TO BASESO(WS-BASE-IDX).

      * ONE LINE OF THE PAGE, FROM THE COMBINATION KEPT FOR PICK.
       820-SHOW-ONE-LINE.

           MOVE SPACES TO WS-LINE-OUT.
           MOVE WS-LINE-IDX TO WS-LO-NUMBER.
           PERFORM 825-SHOW-ONE-SECTION
                VARYING WS-BASE-IDX FROM 1 BY 1
                UNTIL (WS-BASE-IDX > 6).
           EVALUATE TRUE
               WHEN WS-LINE-PRQ-CRQ(WS-LINE-IDX)
                    MOVE 'PREREQ + COREQ' TO WS-LO-FLAG
               WHEN WS-LINE-PRQ-ONLY(WS-LINE-IDX)
                    MOVE 'PREREQ NOT MET' TO WS-LO-FLAG
               WHEN WS-LINE-CRQ-ONLY(WS-LINE-IDX)
                    MOVE 'COREQ MISSING' TO WS-LO-FLAG
               WHEN OTHER
                    MOVE SPACES TO WS-LO-FLAG
           END-EVALUATE.
           MOVE WS-LINE-OUT TO LINESO(WS-LINE-IDX).

       825-SHOW-ONE-SECTION.

           MOVE WS-PLAN-LINE-SECT(WS-LINE-IDX, WS-BASE-IDX)
                TO WS-LO-SECT(WS-BASE-IDX).

       300-PAGE-BACK.

           PERFORM 060-CHECK-ROLE THRU 060-EXIT.
           IF (WS-PLAN-TOP > 8)
                SUBTRACT 8 FROM WS-PLAN-TOP
           ELSE
                MOVE 1 TO WS-PLAN-TOP
           END-IF.
           GO TO 250-SEARCH.

       400-PAGE-FORWARD.

           PERFORM 060-CHECK-ROLE THRU 060-EXIT.
           ADD 8 TO WS-PLAN-TOP.
           GO TO 250-SEARCH.

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
           MOVE 'DCJB8NX' TO HRQ-MAPSET.
           MOVE SPACES TO HRQ-FIELD.
           MOVE 'DCJB8PHY' TO HRQ-RETURN.

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

           MOVE 'DCJB8PHY' TO ERL-PROGRAM.
           MOVE WS-OPERID TO ERL-OPERID.
           MOVE STU-NUMBER OF STUFILE-RECORD TO ERL-STU-NUMBER.
           MOVE CRS-CODE OF CRSFILE-RECORD TO ERL-CRS-CODE.
           MOVE 'T' TO ERL-CHANNEL.

           EXEC CICS LINK
                PROGRAM('DCJB8PIA')
                COMMAREA(ERRLOG-RECORD)
                LENGTH(ERRLOG-LENGTH)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8PHY.
