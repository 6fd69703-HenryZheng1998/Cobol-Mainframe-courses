      * PROGRAM (PGB/PGC/PGR/PGU) SO EACH ONE KNOWS WHO IS RUNNING IT.
       01 WS-COMMAREA.
           05 WS-OPERID          PIC X(8).
      * THE SUB-MENU ON SHOW (1-5, SEE WS-MENU-GROUPS) - ONLY EVER
      * HANDED BACK TO US, ON THE LONGER WS-SUBMENU-LEN COMMAREA. THE
      * CHILDREN STILL GET THE PLAIN 8-BYTE OPERATOR ID.
           05 WS-MENU-GROUP      PIC 9(1) VALUE 0.
               88 WS-ON-SUBMENU           VALUE 1 THRU 5.
           05 FILLER             PIC X(11) VALUE SPACES.
       01 WS-COMMAREA-LEN PIC S9(4) COMP VALUE 8.
       01 WS-SUBMENU-LEN  PIC S9(4) COMP VALUE 10.
      * LENGTH OF THE COMMAREA ON OUR OWN MENU'S RETURN - 8 ON THE
      * MAIN MENU, WS-SUBMENU-LEN WHILE A SUB-MENU IS SHOWING.
       01 WS-MENU-LEN     PIC S9(4) COMP VALUE 8.

      * PGB/PGC/PGD/PGL/PGN/PGO/PGQ/PGR/PGU ALL XCTL BACK TO US ON
      * PF9 OR "DONE" WITH THIS MARKED 9-BYTE COMMAREA RATHER THAN THE
       01 WS-OPER-RANK       PIC 9(1) VALUE 0.
       01 WS-AUTH-STATUS     PIC S9(4) COMP.

      * THE FIVE SUB-MENUS - THE TWO-CHARACTER CODE THE OPERATOR
      * KEYS TO OPEN ONE, AND ITS TITLE. THE FASTPATH CODES ARE ALL
      * ONE CHARACTER, SO THE TWO NEVER COLLIDE.
       01 WS-MENU-GROUPS.
           05 FILLER PIC X(22) VALUE 'RGREGISTRATION'.
           05 FILLER PIC X(22) VALUE 'ARACADEMIC RECORDS'.
           05 FILLER PIC X(22) VALUE 'SFSTUDENT FINANCE'.
           05 FILLER PIC X(22) VALUE 'CCCOURSE & CALENDAR'.
           05 FILLER PIC X(22) VALUE 'ADADMINISTRATION'.
       01 WS-MENU-GROUP-TABLE REDEFINES WS-MENU-GROUPS.
           05 WS-MGRP-ENTRY      OCCURS 5 TIMES.
               10 WS-MGRP-CODE   PIC X(2).
               10 WS-MGRP-TITLE  PIC X(20).

      * EVERY MENU FUNCTION - FASTPATH CODE, SUB-MENU IT LISTS UNDER,
      * RANK IT NEEDS, AND ITS MENU TEXT. A SUB-MENU LISTS ONLY THE
      * ROWS THE OPERATOR'S RANK REACHES. THE RANKS HERE MUST MATCH
      * THE WS-NEED-RANK EACH CHOICE PARAGRAPH BELOW SETS.
       01 WS-MENU-OPTIONS.
           05 FILLER PIC X(30) VALUE '112ADD A STUDENT'.
           05 FILLER PIC X(30) VALUE '211STUDENT INQUIRY'.
           05 FILLER PIC X(30) VALUE '312UPDATE A STUDENT'.
           05 FILLER PIC X(30) VALUE '411BROWSE STUDENTS BY NAME'.
           05 FILLER PIC X(30) VALUE '911STUDENT SEARCH'.
           05 FILLER PIC X(30) VALUE 'W12FORMAL WITHDRAWAL'.
           05 FILLER PIC X(30) VALUE 'I12PERMISSION CODES'.
           05 FILLER PIC X(30) VALUE 'U12ENROLLMENT BASIS (AUDIT)'.
           05 FILLER PIC X(30) VALUE '+12ADMISSIONS APPLICATIONS'.
           05 FILLER PIC X(30) VALUE '-12REQUIRED DOCUMENTS'.
           05 FILLER PIC X(30) VALUE 'H13REGISTRATION HOLDS'.
           05 FILLER PIC X(30) VALUE '613DELETE A STUDENT'.
           05 FILLER PIC X(30) VALUE 'M13MERGE DUPLICATE STUDENTS'.
           05 FILLER PIC X(30) VALUE 'R13REINSTATE ARCHIVED STUDENT'.
           05 FILLER PIC X(30) VALUE 'G22GRADE ENTRY'.
           05 FILLER PIC X(30) VALUE 'E22GRADE CHANGES'.
           05 FILLER PIC X(30) VALUE 'Y22ATTENDANCE ROSTERS'.
           05 FILLER PIC X(30) VALUE 'Q22GRADUATION APPLICATIONS'.
           05 FILLER PIC X(30) VALUE 'X23TRANSFER CREDIT'.
           05 FILLER PIC X(30) VALUE 'Z23CONFIDENTIALITY FLAGS'.
           05 FILLER PIC X(30) VALUE '=23ACADEMIC INTEGRITY CASES'.
           05 FILLER PIC X(30) VALUE '*23EXAM ACCOMMODATIONS'.
           05 FILLER PIC X(30) VALUE 'P32PAYMENT POSTING'.
           05 FILLER PIC X(30) VALUE 'S32PAYMENT PLAN SETUP'.
           05 FILLER PIC X(30) VALUE 'F32FINANCIAL AID AWARDS'.
           05 FILLER PIC X(30) VALUE 'D32CASHIER DRAWER BALANCE'.
           05 FILLER PIC X(30) VALUE 'N32SPONSOR LINKS'.
           05 FILLER PIC X(30) VALUE '$32MISCELLANEOUS CHARGES'.
           05 FILLER PIC X(30) VALUE '#33LARGE-REFUND APPROVALS'.
           05 FILLER PIC X(30) VALUE '@33FINANCIAL PERIOD CLOSE'.
           05 FILLER PIC X(30) VALUE '!33SCHOLARSHIP NOMINATIONS'.
           05 FILLER PIC X(30) VALUE 'C41COURSE CATALOG'.
           05 FILLER PIC X(30) VALUE '741COURSE ROSTER BROWSE'.
           05 FILLER PIC X(30) VALUE '&41ROOM BOOKINGS'.
           05 FILLER PIC X(30) VALUE '%42SCHEDULE PLANNER'.
           05 FILLER PIC X(30) VALUE '843COURSE MAINTENANCE'.
           05 FILLER PIC X(30) VALUE 'T43TERM CALENDAR'.
           05 FILLER PIC X(30) VALUE 'J51BATCH JOB STATUS'.
           05 FILLER PIC X(30) VALUE 'V51REPORT VIEWER'.
           05 FILLER PIC X(30) VALUE '051CORRESPONDENCE REGISTER'.
           05 FILLER PIC X(30) VALUE '553SUBMIT BATCH REPORTS'.
           05 FILLER PIC X(30) VALUE 'A53AUDIT-TRAIL INQUIRY'.
           05 FILLER PIC X(30) VALUE 'B53BROADCAST MESSAGES'.
           05 FILLER PIC X(30) VALUE '/53HELP TEXT MAINTENANCE'.
           05 FILLER PIC X(30) VALUE 'O54OPERATOR ADMINISTRATION'.
           05 FILLER PIC X(30) VALUE 'K54OPERATIONS CONSOLE'.
           05 FILLER PIC X(30) VALUE 'L54SYSTEM PARAMETERS'.
       01 WS-MENU-OPTION-TABLE REDEFINES WS-MENU-OPTIONS.
           05 WS-MOPT-ENTRY      OCCURS 47 TIMES.
               10 WS-MOPT-CODE   PIC X(1).
               10 WS-MOPT-GROUP  PIC 9(1).
               10 WS-MOPT-RANK   PIC 9(1).
               10 WS-MOPT-TEXT   PIC X(27).
       01 WS-MOPT-COUNT      PIC S9(4) COMP VALUE 47.
       01 WS-MOPT-IDX        PIC S9(4) COMP VALUE 0.
       01 WS-MGRP-IDX        PIC S9(4) COMP VALUE 0.
       01 WS-MGRP-FOUND      PIC S9(4) COMP VALUE 0.
       01 WS-MGRP-OPTIONS    PIC S9(4) COMP VALUE 0.
       01 WS-MENU-LINE       PIC S9(4) COMP VALUE 0.

      * INVALID-MENU-ENTRY LOCKOUT THRESHOLD - ONCE OPER-BADCOUNT
      * REACHES THIS MANY CONSECUTIVE BAD CHOICES THE OPERATOR ID IS
      * LOCKED UNTIL A SUPERVISOR CLEARS OPERFILE. THE VALUE HERE IS
       01 WS-EIBDATE-X       PIC 9(7) VALUE 0.
       01 WS-SESSION-STATUS  PIC S9(4) COMP.

      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(10).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.

      * SNAP THE TASK'S START CLOCK FOR THE RESPONSE-TIME CAPTURE.
           MOVE EIBTIME TO WS-PRF-START.

                PF7 (780-CHOICE-SEVEN)
                PF8 (790-CHOICE-EIGHT)
                PF10 (098-ACK-BROADCAST)
                PF11 (101-MAIN-MENU)
                PF12 (100-FIRST-TIME)
                PF9 (999-EXIT)
           END-EXEC.
           PERFORM 910-LOG-USAGE THRU 910-EXIT.

      * NOTE: TYPING "9" AND PRESSING ENTER NOW PICKS THE CONSOLIDATED
      * SEARCH BELOW RATHER THAN EXITING, SINCE CHOICEI WAS ONLY ONE
      * DIGIT WIDE AND OPTIONS 1-8 WERE ALREADY TAKEN - THE PF9 KEY
      * ABOVE STILL EXITS THE APPLICATION EITHER WAY.

      * FROM OUR OWN PRIOR TURN (A CHILD HANDING BACK CONTROL IS
      * CAUGHT ABOVE BY ITS OWN DISTINCT 9-BYTE LENGTH). ANYTHING ELSE
      * (INCLUDING A FRESH ATTACH, WHERE EIBCALEN = 0) SENDS THE
      * SIGN-ON SCREEN FIRST. THE 10-BYTE COMMAREA IS THE SAME SIGNED-
      * ON TURN WITH A SUB-MENU SHOWING.
           IF (EIBCALEN NOT = 8) AND
              (EIBCALEN NOT = WS-SUBMENU-LEN) THEN
                GO TO 050-SIGNON-FIRST
           END-IF.

           MOVE DFHCOMMAREA TO WS-COMMAREA.
           IF (EIBCALEN = WS-SUBMENU-LEN) AND
              (WS-MENU-GROUP IS NUMERIC) AND
              (WS-ON-SUBMENU)
                MOVE WS-SUBMENU-LEN TO WS-MENU-LEN
           ELSE
                MOVE 0 TO WS-MENU-GROUP
           END-IF.

      * IDLE-SESSION CONTROL - A WALKED-AWAY TERMINAL EXPIRES AND
      * MUST SIGN ON AGAIN; A LIVE ONE GETS ITS ACTIVITY RESTAMPED.

      * RE-DERIVE THE OPERATOR'S LANGUAGE EVERY MENU DISPLAY - AN
      * XCTL RETURN FROM A CHILD ARRIVES WITHOUT ANY OPERFILE READ.
      * THE SAME READ GIVES THE RANK THE MENU LINES ARE CUT TO.
           PERFORM 212-GET-RANK THRU 212-EXIT.
           PERFORM 102-FILL-MENU-LINES THRU 102-EXIT.

      * BROADCAST LINE UNDER THE TITLE, AND A PF10 PROMPT ON THE
      * MESSAGE LINE WHILE AN URGENT MESSAGE IS STILL UNACKNOWLEDGED.
                RETURN
                TRANSID('JB80')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-MENU-LEN)
           END-EXEC.

      * PF11 - BACK FROM A SUB-MENU TO THE MAIN MENU.
       101-MAIN-MENU.

           MOVE 0 TO WS-MENU-GROUP.
           MOVE WS-COMMAREA-LEN TO WS-MENU-LEN.
           GO TO 100-FIRST-TIME.

      *--------------------------------------------------------------
      * THE MENU LINES - ON THE MAIN MENU, THE SUB-MENUS THAT HOLD
      * AT LEAST ONE FUNCTION THE OPERATOR'S RANK REACHES; ON A
      * SUB-MENU, JUST THOSE FUNCTIONS WITH THEIR FASTPATH CODES.
      *--------------------------------------------------------------
       102-FILL-MENU-LINES.

           MOVE 0 TO WS-MENU-LINE.

           IF WS-ON-SUBMENU
                MOVE WS-MENU-GROUP TO WS-MGRP-IDX
                MOVE SPACES TO MENUHDO
                STRING WS-MGRP-TITLE(WS-MGRP-IDX) DELIMITED BY '  '
                       ' - KEY AN OPTION CODE' DELIMITED BY SIZE
                     INTO MENUHDO
                PERFORM 104-LIST-OPTION THRU 104-EXIT
                     VARYING WS-MOPT-IDX FROM 1 BY 1
                     UNTIL WS-MOPT-IDX > WS-MOPT-COUNT
                GO TO 102-EXIT
           END-IF.

           MOVE 11 TO WS-TXT-MSGNO.
           MOVE 'MAIN MENU - KEY A MENU OR FASTPATH CODE'
                TO WS-TXT-FALLBACK.
           PERFORM 091-GET-TEXT THRU 091-EXIT.
           MOVE WS-TXT-OUT TO MENUHDO.

           PERFORM 103-LIST-GROUP THRU 103-EXIT
                VARYING WS-MGRP-IDX FROM 1 BY 1
                UNTIL WS-MGRP-IDX > 5.

       102-EXIT.
           EXIT.

       103-LIST-GROUP.

           PERFORM 105-COUNT-GROUP THRU 105-EXIT.
           IF WS-MGRP-OPTIONS = 0
                GO TO 103-EXIT
           END-IF.

           ADD 1 TO WS-MENU-LINE.
           MOVE SPACES TO OPTSO(WS-MENU-LINE).
           STRING WS-MGRP-CODE(WS-MGRP-IDX) '  '
                  WS-MGRP-TITLE(WS-MGRP-IDX)
                DELIMITED BY SIZE INTO OPTSO(WS-MENU-LINE).

       103-EXIT.
           EXIT.

       104-LIST-OPTION.

           IF (WS-MOPT-GROUP(WS-MOPT-IDX) NOT = WS-MGRP-IDX) OR
              (WS-MOPT-RANK(WS-MOPT-IDX) > WS-OPER-RANK) OR
              (WS-MENU-LINE NOT < 14)
                GO TO 104-EXIT
           END-IF.

           ADD 1 TO WS-MENU-LINE.
           MOVE SPACES TO OPTSO(WS-MENU-LINE).
           STRING WS-MOPT-CODE(WS-MOPT-IDX) '   '
                  WS-MOPT-TEXT(WS-MOPT-IDX)
                DELIMITED BY SIZE INTO OPTSO(WS-MENU-LINE).

       104-EXIT.
           EXIT.

      * HOW MANY OF SUB-MENU WS-MGRP-IDX'S FUNCTIONS THE OPERATOR'S
      * RANK REACHES.
       105-COUNT-GROUP.

           MOVE 0 TO WS-MGRP-OPTIONS.
           PERFORM 106-COUNT-ONE THRU 106-EXIT
                VARYING WS-MOPT-IDX FROM 1 BY 1
                UNTIL WS-MOPT-IDX > WS-MOPT-COUNT.

       105-EXIT.
           EXIT.

       106-COUNT-ONE.

           IF (WS-MOPT-GROUP(WS-MOPT-IDX) = WS-MGRP-IDX) AND
              (WS-MOPT-RANK(WS-MOPT-IDX) NOT > WS-OPER-RANK)
                ADD 1 TO WS-MGRP-OPTIONS
           END-IF.

       106-EXIT.
           EXIT.

       200-MAIN-LOGIC.

           IF CHOICEL < 1 THEN
                GO TO 800-NO-INPUT
           END-IF.
      * TWO CHARACTERS OPEN A SUB-MENU; ONE IS A FASTPATH CODE, AND
      * WORKS FROM THE MAIN MENU OR ANY SUB-MENU ALIKE.
           IF (CHOICEL > 1) AND (CHOICEI(2:1) NOT = SPACE)
                GO TO 220-CHOOSE-GROUP
           END-IF.
           MOVE SPACE TO CHOICEI(2:1).
           IF CHOICEI = '1'
      * EXECUTE PARAGRAPH FOR OPTION 1
                GO TO 300-CHOICE-ONE
      * EXECUTE PARAGRAPH FOR OPTION / - HELP TEXT MAINTENANCE.
           ELSE IF CHOICEI = '/'
                GO TO 926-CHOICE-HELPTXT
      * EXECUTE PARAGRAPH FOR OPTION $ - MISCELLANEOUS CHARGES.
           ELSE IF CHOICEI = '$'
                GO TO 927-CHOICE-CHARGES
      * EXECUTE PARAGRAPH FOR OPTION # - LARGE-REFUND APPROVALS.
           ELSE IF CHOICEI = '#'
                GO TO 928-CHOICE-REFUNDS
      * EXECUTE PARAGRAPH FOR OPTION @ - FINANCIAL PERIOD CLOSE.
           ELSE IF CHOICEI = '@'
                GO TO 929-CHOICE-PERIODS
      * EXECUTE PARAGRAPH FOR OPTION + - ADMISSIONS APPLICATIONS.
           ELSE IF CHOICEI = '+'
                GO TO 930-CHOICE-APPLICATIONS
      * EXECUTE PARAGRAPH FOR OPTION - - REQUIRED-DOCUMENT CHECKLIST.
           ELSE IF CHOICEI = '-'
                GO TO 931-CHOICE-DOCUMENTS
      * EXECUTE PARAGRAPH FOR OPTION = - ACADEMIC INTEGRITY CASES.
           ELSE IF CHOICEI = '='
                GO TO 932-CHOICE-INTEGRITY
      * EXECUTE PARAGRAPH FOR OPTION * - EXAM ACCOMMODATIONS.
           ELSE IF CHOICEI = '*'
                GO TO 933-CHOICE-ACCOMMODATE
      * EXECUTE PARAGRAPH FOR OPTION % - SCHEDULE PLANNER.
           ELSE IF CHOICEI = '%'
                GO TO 934-CHOICE-PLANNER
      * EXECUTE PARAGRAPH FOR OPTION & - ROOM BOOKINGS.
           ELSE IF CHOICEI = '&'
                GO TO 935-CHOICE-ROOMS
      * EXECUTE PARAGRAPH FOR OPTION ! - SCHOLARSHIP NOMINATIONS.
           ELSE IF CHOICEI = '!'
                GO TO 936-CHOICE-SCHOLARSHIPS
           ELSE IF CHOICEI IS ALPHABETIC
                GO TO 950-CHOICE-NONNUMERIC
           ELSE
                LENGTH(WS-COMMAREA-LEN)
           END-EXEC.

       927-CHOICE-CHARGES.

           MOVE 2 TO WS-NEED-RANK.
           PERFORM 210-CHECK-AUTHORITY THRU 210-EXIT.

           EXEC CICS XCTL
                PROGRAM('DCJB8PHQ')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LEN)
           END-EXEC.

       928-CHOICE-REFUNDS.

           MOVE 3 TO WS-NEED-RANK.
           PERFORM 210-CHECK-AUTHORITY THRU 210-EXIT.

           EXEC CICS XCTL
                PROGRAM('DCJB8PHR')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LEN)
           END-EXEC.

       929-CHOICE-PERIODS.

           MOVE 3 TO WS-NEED-RANK.
           PERFORM 210-CHECK-AUTHORITY THRU 210-EXIT.

           EXEC CICS XCTL
                PROGRAM('DCJB8PHS')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LEN)
           END-EXEC.

       930-CHOICE-APPLICATIONS.

           MOVE 2 TO WS-NEED-RANK.
           PERFORM 210-CHECK-AUTHORITY THRU 210-EXIT.

           EXEC CICS XCTL
                PROGRAM('DCJB8PHU')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LEN)
           END-EXEC.

       931-CHOICE-DOCUMENTS.

           MOVE 2 TO WS-NEED-RANK.
           PERFORM 210-CHECK-AUTHORITY THRU 210-EXIT.

           EXEC CICS XCTL
                PROGRAM('DCJB8PHV')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LEN)
           END-EXEC.

       932-CHOICE-INTEGRITY.

           MOVE 3 TO WS-NEED-RANK.
           PERFORM 210-CHECK-AUTHORITY THRU 210-EXIT.

           EXEC CICS XCTL
                PROGRAM('DCJB8PHW')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LEN)
           END-EXEC.

       933-CHOICE-ACCOMMODATE.

           MOVE 3 TO WS-NEED-RANK.
           PERFORM 210-CHECK-AUTHORITY THRU 210-EXIT.

           EXEC CICS XCTL
                PROGRAM('DCJB8PHX')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LEN)
           END-EXEC.

       934-CHOICE-PLANNER.

           MOVE 2 TO WS-NEED-RANK.
           PERFORM 210-CHECK-AUTHORITY THRU 210-EXIT.

           EXEC CICS XCTL
                PROGRAM('DCJB8PHY')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LEN)
           END-EXEC.

       935-CHOICE-ROOMS.

           MOVE 1 TO WS-NEED-RANK.
           PERFORM 210-CHECK-AUTHORITY THRU 210-EXIT.

           EXEC CICS XCTL
                PROGRAM('DCJB8PHZ')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LEN)
           END-EXEC.

       936-CHOICE-SCHOLARSHIPS.

           MOVE 3 TO WS-NEED-RANK.
           PERFORM 210-CHECK-AUTHORITY THRU 210-EXIT.

           EXEC CICS XCTL
                PROGRAM('DCJB8PIC')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LEN)
           END-EXEC.

      *--------------------------------------------------------------
      * READS THE ONLINE KNOBS OFF PARMFILE - LOCKOUT THRESHOLD,
      * IDLE LIMIT, AND PASSWORD AGE. A MISSING OR NON-NUMERIC ROW

       210-CHECK-AUTHORITY.

      * AN OPERATOR NOT ON OPERFILE COMES BACK RANK 0 AND IS REFUSED
      * EVERYTHING.
           PERFORM 212-GET-RANK THRU 212-EXIT.

           IF WS-OPER-RANK < WS-NEED-RANK
                GO TO 905-NOT-AUTHORIZED
           END-IF.

       210-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * THE SIGNED-ON OPERATOR'S RANK, FRESH OFF OPERFILE (0 WHEN THE
      * RECORD IS GONE), WITH THE SCREEN LANGUAGE PICKED UP ON THE
      * SAME READ.
      *--------------------------------------------------------------
       212-GET-RANK.

           MOVE WS-OPERID TO OPER-ID.

           EXEC CICS READ

           IF (WS-AUTH-STATUS NOT = DFHRESP(NORMAL))
                MOVE 0 TO WS-OPER-RANK
                GO TO 212-EXIT
           END-IF.

           PERFORM 089-SET-LANG THRU 089-EXIT.
                   MOVE 3 TO WS-OPER-RANK
           END-EVALUATE.

       212-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * A TWO-CHARACTER ENTRY - OPENS THAT SUB-MENU. AN UNKNOWN CODE
      * COUNTS AS A BAD CHOICE LIKE ANY OTHER; A SUB-MENU WITH
      * NOTHING IN IT FOR THIS ROLE IS REFUSED.
      *--------------------------------------------------------------
       220-CHOOSE-GROUP.

           MOVE 0 TO WS-MGRP-FOUND.
           PERFORM 221-FIND-GROUP THRU 221-EXIT
                VARYING WS-MGRP-IDX FROM 1 BY 1
                UNTIL WS-MGRP-IDX > 5.

           IF WS-MGRP-FOUND = 0
                GO TO 900-CHOICE-INVALID
           END-IF.

           PERFORM 212-GET-RANK THRU 212-EXIT.
           MOVE WS-MGRP-FOUND TO WS-MGRP-IDX.
           PERFORM 105-COUNT-GROUP THRU 105-EXIT.

           IF WS-MGRP-OPTIONS = 0
                GO TO 905-NOT-AUTHORIZED
           END-IF.

           MOVE WS-MGRP-FOUND TO WS-MENU-GROUP.
           MOVE WS-SUBMENU-LEN TO WS-MENU-LEN.
           GO TO 100-FIRST-TIME.

       221-FIND-GROUP.

           IF CHOICEI = WS-MGRP-CODE(WS-MGRP-IDX)
                MOVE WS-MGRP-IDX TO WS-MGRP-FOUND
           END-IF.

       221-EXIT.
           EXIT.

       905-NOT-AUTHORIZED.
           EXEC CICS RETURN
                TRANSID('JB80')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-MENU-LEN)
           END-EXEC.

       800-NO-INPUT.
           EXEC CICS RETURN
                TRANSID('JB80')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-MENU-LEN)
           END-EXEC.

       900-CHOICE-INVALID.
           EXEC CICS RETURN
                TRANSID('JB80')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-MENU-LEN)
           END-EXEC.

       950-CHOICE-NONNUMERIC.
           EXEC CICS RETURN
                TRANSID('JB80')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-MENU-LEN)
           END-EXEC.

      * COUNTS THIS BAD MENU ENTRY AGAINST THE SIGNED-ON OPERATOR ID AND
           MOVE 1 TO WS-TXT-MSGNO.
           MOVE 'PF1-8=MENU OPTIONS  PF9=EXIT  PF12=REFRESH'
                TO WS-TXT-FALLBACK.
      * A SUB-MENU ADVERTISES THE WAY BACK INSTEAD.
           IF WS-ON-SUBMENU
                MOVE 12 TO WS-TXT-MSGNO
                MOVE 'PF11=MAIN MENU  PF9=EXIT  PF12=REFRESH'
                     TO WS-TXT-FALLBACK
           END-IF.
           PERFORM 091-GET-TEXT THRU 091-EXIT.
           MOVE WS-TXT-OUT TO WS-MENU-FOOTER.

       089-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * ONE LITERAL - THE ENGLISH FALLBACK IS RETURNED AS-IS FOR AN
      * ENGLISH OPERATOR; FOR FRENCH THE MSGTXT ROW REPLACES IT WHEN

       917-EXIT.
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

           MOVE 'DCJB8PGM' TO ERL-PROGRAM.
           MOVE WS-OPERID TO ERL-OPERID.
           MOVE 'T' TO ERL-CHANNEL.

           EXEC CICS LINK
                PROGRAM('DCJB8PIA')
                COMMAREA(ERRLOG-RECORD)
                LENGTH(ERRLOG-LENGTH)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8PGM.
