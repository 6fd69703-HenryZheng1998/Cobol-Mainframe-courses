       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCJB8PHZ.
       AUTHOR. HENRY ZHENG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY ROOM BOOKINGS MAP LAYOUT
       COPY 'DCJB8NY'.

      * PF1 HANDS THE OPERATOR TO THE DCJB8PHO HELP PAGE FOR THIS
      * SCREEN - SEE HELPREC FOR WHERE THE TEXT LIVES.
       COPY 'HLPRQREC'.

      * THE ROOM MASTER - A BOOKING MUST NAME A REAL ROOM, SHOWN BY
      * ITS DESCRIPTION SO THE OPERATOR CATCHES A MISKEYED ID.
       COPY 'ROOMREC'.
       01 WS-ROM-STATUS         PIC S9(4) COMP.

      * THE RESERVATIONS FILE ITSELF.
       COPY 'RSVREC'.
       01 WS-RSV-STATUS         PIC S9(4) COMP.
       01 WS-RSV-BR-STATUS      PIC S9(4) COMP.
       01 WS-RSV-DONE-SW        PIC X(1) VALUE 'N'.
           88 WS-RSV-DONE                 VALUE 'Y'.

      * THE CLASSES IN THE ROOM - A SECTION MEETS ON THE DAY WHEN THE
      * DATE FALLS IN ITS TERM AND THE WEEKDAY'S LETTER IS IN ITS
      * MEETING PATTERN.
       COPY 'CRSREC'.
       01 WS-CRS-BR-STATUS      PIC S9(4) COMP.
       COPY 'TERMREC'.
       01 WS-TRM-BR-STATUS      PIC S9(4) COMP.

      * THE TERMS WHOSE START..END RANGE HOLDS THE DATE - USUALLY ONE,
      * MORE WHERE A SHORT SESSION SITS INSIDE A FULL TERM.
       01 WS-TERM-COUNT         PIC S9(2) COMP VALUE 0.
       01 WS-TERM-TABLE.
           05 WS-TERM-CODE      PIC X(5) OCCURS 6 TIMES.
       01 WS-TERM-IDX           PIC S9(2) COMP VALUE 0.
       01 WS-TERM-HIT-SW        PIC X(1) VALUE 'N'.
           88 WS-TERM-HIT                 VALUE 'Y'.
       01 WS-LETTER-HITS        PIC S9(2) COMP VALUE 0.

      * THE OPERATOR RECORD - ANYONE SIGNED ON MAY LOOK AT A ROOM'S
      * DAY, BUT BOOKING, CHANGING AND CANCELLING ARE REFUSED TO THE
      * INQUIRY ROLE. RE-CHECKED ON EVERY TURN SO A DIRECT
      * TRANSACTION START CANNOT BYPASS THE MENU.
       COPY 'OPERREC'.
       01 WS-OPER-STATUS        PIC S9(4) COMP.

      * CARRIES THE SIGNED-ON OPERATOR ID (SET BY DCJB8PGM) SO EVERY
      * BOOKING CAN BE TRACED BACK TO WHO MADE IT.
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

      * CARRIES THE ROOM AND DAY ON SCREEN ACROSS THE PSEUDO-
      * CONVERSATIONAL TURN SO THE OPERATOR CAN BOOK INTO THE DAY
      * JUST SHOWN WITHOUT KEYING THEM AGAIN.
       01 WS-RSV-DATA.
           05 WS-RSV-OPERID     PIC X(8).
           05 WS-RSV-ROOM       PIC X(6).
           05 WS-RSV-DATE       PIC 9(7).
           05 FILLER            PIC X(1) VALUE SPACE.
       01 WS-RSV-DATA-LEN       PIC S9(4) COMP VALUE 22.

      * TODAY AS CYYDDD - NOTHING IS BOOKED, CHANGED OR CANCELLED ON
      * A DAY ALREADY GONE.
       01 WS-TODAY              PIC 9(7) VALUE 0.

      * DATES ARE KEYED YYYYDDD, THE WAY THEY ARE SHOWN, AND KEPT AS
      * CYYDDD.
       01 WS-DATE-IN            PIC X(7).
       01 WS-DATE-NUM REDEFINES WS-DATE-IN PIC 9(7).
       01 WS-DATE-PARTS REDEFINES WS-DATE-IN.
           05 WS-DATE-YYYY      PIC 9(4).
           05 WS-DATE-DDD       PIC 9(3).
       01 WS-DATE-OK-SW         PIC X(1) VALUE 'N'.
           88 WS-DATE-OK                  VALUE 'Y'.

      * TIMES ARE KEYED HHMM ON THE 24-HOUR CLOCK.
       01 WS-TIME-IN            PIC X(4).
       01 WS-TIME-PARTS REDEFINES WS-TIME-IN.
           05 WS-TIME-HH        PIC 9(2).
           05 WS-TIME-MM        PIC 9(2).
       01 WS-TIME-OK-SW         PIC X(1) VALUE 'N'.
           88 WS-TIME-OK                  VALUE 'Y'.

      * THE WEEKDAY OF THE DATE ON SCREEN - DAYS SINCE 31 DEC 1 BC ON
      * THE GREGORIAN CALENDAR, MOD 7, GIVES 0 FOR SUNDAY THROUGH 6
      * FOR SATURDAY. THE LETTER IS THE ONE DCJB8PGN KEYS MEETING
      * PATTERNS WITH.
       01 WS-DOW-CYY            PIC 9(3) VALUE 0.
       01 WS-DOW-DDD            PIC 9(3) VALUE 0.
       01 WS-DOW-YEARS          PIC 9(4) VALUE 0.
       01 WS-DOW-Q4             PIC 9(4) VALUE 0.
       01 WS-DOW-Q100           PIC 9(4) VALUE 0.
       01 WS-DOW-Q400           PIC 9(4) VALUE 0.
       01 WS-DOW-ABS            PIC 9(7) VALUE 0.
       01 WS-DOW-WEEKS          PIC 9(7) VALUE 0.
       01 WS-DOW                PIC 9(1) VALUE 0.
       01 WS-DOW-IDX            PIC S9(2) COMP VALUE 0.
       01 WS-DAY-LETTER         PIC X(1) VALUE SPACE.
       01 WS-DOW-LETTERS        PIC X(7) VALUE 'UMTWRFS'.
       01 WS-DOW-LETTER-TABLE REDEFINES WS-DOW-LETTERS.
           05 WS-DOW-LETTER     PIC X(1) OCCURS 7 TIMES.
       01 WS-DOW-NAMES.
           05 FILLER            PIC X(9) VALUE 'SUNDAY'.
           05 FILLER            PIC X(9) VALUE 'MONDAY'.
           05 FILLER            PIC X(9) VALUE 'TUESDAY'.
           05 FILLER            PIC X(9) VALUE 'WEDNESDAY'.
           05 FILLER            PIC X(9) VALUE 'THURSDAY'.
           05 FILLER            PIC X(9) VALUE 'FRIDAY'.
           05 FILLER            PIC X(9) VALUE 'SATURDAY'.
       01 WS-DOW-NAME-TABLE REDEFINES WS-DOW-NAMES.
           05 WS-DOW-NAME       PIC X(9) OCCURS 7 TIMES.

      * THE BOOKING IN HAND - AS KEYED, AS READ, OR AS JUST SAVED.
       01 WS-ACTION             PIC X(1) VALUE SPACE.
       01 WS-BOOKING.
           05 WS-BK-START       PIC X(4).
           05 WS-BK-END         PIC X(4).
           05 WS-BK-TYPE        PIC X(1).
           05 WS-BK-DEPT        PIC X(4).
           05 WS-BK-DESC        PIC X(30).
           05 WS-BK-CONTACT     PIC X(20).
           05 WS-BK-STAT        PIC X(40).

      * WHICH RESERVATION THE CLASH CHECK STEPS OVER - THE ONE BEING
      * CHANGED - AND WHAT IT FOUND.
       01 WS-OWN-START          PIC X(4) VALUE SPACES.
       01 WS-CHECK-SW           PIC X(1) VALUE 'N'.
           88 WS-CHECK-CLASH              VALUE 'Y'.
       01 WS-CLASH-SW           PIC X(1) VALUE 'N'.
           88 WS-CLASH                    VALUE 'Y'.

      * WHICH FIELD THE CURSOR GOES BACK TO WHEN A BOOKING IS TURNED
      * AWAY.
       01 WS-CURSOR-SW          PIC X(1) VALUE 'R'.
           88 WS-CURSOR-ROOM              VALUE 'R'.
           88 WS-CURSOR-DATE              VALUE 'D'.
           88 WS-CURSOR-START             VALUE 'S'.
           88 WS-CURSOR-END               VALUE 'E'.
           88 WS-CURSOR-TYPE              VALUE 'T'.
           88 WS-CURSOR-DESC              VALUE 'X'.
           88 WS-CURSOR-ACTION            VALUE 'A'.

      * THE ROOM'S DAY - EVERY CLASS AND EVENT IN THE ROOM ON THE
      * DATE, PUT IN START-TIME ORDER FOR THE EIGHT LINES ON SCREEN.
      * A ROOM HOLDS FAR FEWER THAN TWENTY IN A DAY.
       01 WS-DAY-COUNT          PIC S9(3) COMP VALUE 0.
       01 WS-DAY-STORED         PIC S9(3) COMP VALUE 0.
       01 WS-DAY-TABLE.
           05 WS-DE-ENTRY OCCURS 20 TIMES.
               10 WS-DE-START   PIC X(4).
               10 WS-DE-LINE    PIC X(60).
       01 WS-DE-HOLD.
           05 WS-DE-HOLD-START  PIC X(4).
           05 WS-DE-HOLD-LINE   PIC X(60).
       01 WS-DE-IDX             PIC S9(3) COMP VALUE 0.
       01 WS-DE-NEXT            PIC S9(3) COMP VALUE 0.
       01 WS-DE-SWAP-SW         PIC X(1) VALUE 'N'.
           88 WS-DE-SWAPPED               VALUE 'Y'.
       01 WS-DE-MORE            PIC ZZ9.

       01 WS-CLASS-LINE.
           05 WS-CL-START       PIC X(4).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-CL-END         PIC X(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 FILLER            PIC X(8) VALUE 'CLASS'.
           05 WS-CL-CODE        PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-CL-TITLE       PIC X(20).
           05 FILLER            PIC X(13) VALUE SPACES.

       01 WS-EVENT-LINE.
           05 WS-EV-START       PIC X(4).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-EV-END         PIC X(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-EV-TYPE        PIC X(8).
           05 WS-EV-DEPT        PIC X(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-EV-DESC        PIC X(30).
           05 FILLER            PIC X(7) VALUE SPACES.

       01 WS-STATUS-LINE.
           05 FILLER            PIC X(10) VALUE 'BOOKED BY '.
           05 WS-STAT-OPERID    PIC X(8).
           05 FILLER            PIC X(4) VALUE ' ON '.
           05 WS-STAT-DATE      PIC X(7).
           05 FILLER            PIC X(11) VALUE SPACES.

      * THE BELOW FILLER VARIABLE MUST BE PRESENT BETWEEN DFHBMSCA
      * AND ALL OTHER VARIABLES
       01 FILLER             PIC X(1024)
           VALUE SPACES.

       COPY DFHBMSCA.

      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(22).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.

           IF (EIBCALEN = WS-RSV-DATA-LEN) THEN
                MOVE DFHCOMMAREA TO WS-RSV-DATA
                MOVE WS-RSV-OPERID TO WS-OPERID
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
                     MAPSET('DCJB8NY')
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

           MOVE SPACES TO WS-RSV-ROOM.
           MOVE 0 TO WS-RSV-DATE.
           IF (EIBCALEN = 8) THEN
                MOVE DFHCOMMAREA(1:8) TO WS-OPERID
           END-IF.

           EXEC CICS RECEIVE
                MAP('MAP1')
                MAPSET('DCJB8NY')
           END-EXEC.

           GO TO 200-MAIN-LOGIC.

       100-FIRST-TIME.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "R O O M   B O O K I N G S" TO TITLEO.
           MOVE
           'ENTER A ROOM AND A DATE (YYYYDDD) TO SEE OR BOOK THE DAY'
                TO MSGO.

           MOVE 'PF4=RESET  PF9=EXIT' TO FOOTERO.
           EXEC CICS SEND
               MAP('MAP1')
               MAPSET('DCJB8NY')
               ERASE
           END-EXEC.

           EXEC CICS RETURN
               TRANSID('JC32')
               COMMAREA(WS-OPERID)
               LENGTH(WS-OPERID-LEN)
           END-EXEC.

       200-MAIN-LOGIC.

           MOVE WS-OPERID TO OPER-ID.
           EXEC CICS READ
                FILE('OPERFILE')
                INTO(OPERFILE-RECORD)
                RIDFLD(OPER-KEY)
                RESP(WS-OPER-STATUS)
           END-EXEC.
           IF (WS-OPER-STATUS NOT = DFHRESP(NORMAL))
                MOVE 'OPERATOR NOT ON FILE - SIGN ON THROUGH THE MENU'
                     TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           MOVE EIBDATE TO WS-TODAY.

      * THE ROOM AND DATE COME FROM THE SCREEN WHEN KEYED, OTHERWISE
      * FROM THE DAY ALREADY ON DISPLAY (CARRIED IN THE COMMAREA).
           IF (ROOML NOT = 0)
                MOVE ROOMI TO WS-RSV-ROOM
           END-IF.

           IF (DATEL NOT = 0)
                MOVE DATEI TO WS-DATE-IN
                PERFORM 280-EDIT-DATE
                IF NOT WS-DATE-OK
                     MOVE 'DATE MUST BE KEYED AS YYYYDDD' TO WS-MSG
                     SET WS-CURSOR-DATE TO TRUE
                     GO TO 500-ERROR-RETURN
                END-IF
                COMPUTE WS-RSV-DATE = WS-DATE-NUM - 1900000
           END-IF.

           IF (WS-RSV-ROOM = SPACES) OR (WS-RSV-ROOM = LOW-VALUES)
                MOVE 'PLEASE ENTER A ROOM (BUILDING + ROOM)' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           IF (WS-RSV-DATE = 0)
                MOVE 'PLEASE ENTER A DATE AS YYYYDDD' TO WS-MSG
                SET WS-CURSOR-DATE TO TRUE
                GO TO 500-ERROR-RETURN
           END-IF.

           MOVE WS-RSV-ROOM TO ROM-ID.
           EXEC CICS READ
                FILE('ROOMFILE')
                INTO(ROOMFILE-RECORD)
                LENGTH(ROOMFILE-LENGTH)
                RIDFLD(ROM-KEY)
                RESP(WS-ROM-STATUS)
           END-EXEC.
           IF (WS-ROM-STATUS NOT = DFHRESP(NORMAL))
                MOVE 'ROOM NOT ON ROOM MASTER' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           PERFORM 300-FIND-WEEKDAY.
           MOVE SPACES TO WS-BOOKING.

           IF (ACTIONL NOT = 0)
                MOVE ACTIONI TO WS-ACTION
           END-IF.

           IF (WS-ACTION NOT = SPACE) AND (WS-ACTION NOT = LOW-VALUE)
              AND OPER-ROLE-INQUIRY
                MOVE 'ROOM BOOKING IS A REGISTRATION FUNCTION'
                     TO WS-MSG
                SET WS-CURSOR-ACTION TO TRUE
                GO TO 800-SHOW-DAY
           END-IF.

           EVALUATE WS-ACTION
               WHEN 'A'
                    GO TO 600-BOOK-EVENT
               WHEN 'C'
                    GO TO 650-CHANGE-EVENT
               WHEN 'D'
                    GO TO 700-CANCEL-EVENT
               WHEN SPACE
               WHEN LOW-VALUE
                    CONTINUE
               WHEN OTHER
                    MOVE
           'ACTION MUST BE A (BOOK), C (CHANGE) OR D (CANCEL)'
                         TO WS-MSG
                    SET WS-CURSOR-ACTION TO TRUE
                    GO TO 800-SHOW-DAY
           END-EVALUATE.

      * NO ACTION - SHOW THE DAY, AND THE BOOKING STARTING AT THE
      * KEYED TIME WHEN ONE IS KEYED.
           IF (STARTL NOT = 0)
                MOVE STARTI TO WS-BK-START
                PERFORM 250-READ-BOOKING
                IF (WS-RSV-STATUS = DFHRESP(NORMAL))
                     MOVE
           'BOOKING SHOWN - KEY C TO CHANGE IT OR D TO CANCEL IT'
                          TO WS-MSG
                ELSE
                     MOVE 'NO BOOKING STARTS AT THAT TIME IN THIS ROOM'
                          TO WS-MSG
                     SET WS-CURSOR-START TO TRUE
                END-IF
           ELSE
                MOVE
           'ROOM DAY SHOWN - KEY A BOOKING WITH ACTION A TO RESERVE IT'
                     TO WS-MSG
                SET WS-CURSOR-START TO TRUE
           END-IF.
           GO TO 800-SHOW-DAY.

      *--------------------------------------------------------------
      * READS THE RESERVATION AT WS-BK-START ON THE DAY IN HAND INTO
      * WS-BOOKING. WS-RSV-STATUS TELLS THE CALLER WHETHER IT IS
      * THERE.
      *--------------------------------------------------------------
       250-READ-BOOKING.

           MOVE WS-RSV-ROOM TO RSV-ROOM.
           MOVE WS-RSV-DATE TO RSV-DATE.
           MOVE WS-BK-START TO RSV-START.
           EXEC CICS READ
                FILE('RSVFILE')
                INTO(RSVFILE-RECORD)
                LENGTH(RSVFILE-LENGTH)
                RIDFLD(RSV-KEY)
                RESP(WS-RSV-STATUS)
           END-EXEC.
           IF (WS-RSV-STATUS = DFHRESP(NORMAL))
                PERFORM 255-MOVE-BOOKING
           END-IF.

       255-MOVE-BOOKING.

           MOVE RSV-START TO WS-BK-START.
           MOVE RSV-END TO WS-BK-END.
           MOVE RSV-TYPE TO WS-BK-TYPE.
           MOVE RSV-DEPT TO WS-BK-DEPT.
           MOVE RSV-DESC TO WS-BK-DESC.
           MOVE RSV-CONTACT TO WS-BK-CONTACT.
           MOVE RSV-BOOKED-OPERID TO WS-STAT-OPERID.
           COMPUTE WS-DATE-NUM = RSV-BOOKED-DATE + 1900000.
           MOVE WS-DATE-IN TO WS-STAT-DATE.
           MOVE WS-STATUS-LINE TO WS-BK-STAT.

      *--------------------------------------------------------------
      * LAYS THE KEYED BOOKING FIELDS OVER WS-BOOKING - A FIELD NOT
      * KEYED KEEPS WHAT IS THERE.
      *--------------------------------------------------------------
       260-TAKE-KEYED.

           IF (STARTL NOT = 0)
                MOVE STARTI TO WS-BK-START
           END-IF.
           IF (ENDL NOT = 0)
                MOVE ENDI TO WS-BK-END
           END-IF.
           IF (TYPEL NOT = 0)
                MOVE TYPEI TO WS-BK-TYPE
           END-IF.
           IF (DEPTL NOT = 0)
                MOVE DEPTI TO WS-BK-DEPT
           END-IF.
           IF (DESCL NOT = 0)
                MOVE DESCI TO WS-BK-DESC
           END-IF.
           IF (CONTACTL NOT = 0)
                MOVE CONTACTI TO WS-BK-CONTACT
           END-IF.

      *--------------------------------------------------------------
      * EDITS A KEYED YYYYDDD DATE IN WS-DATE-IN - FOUR-DIGIT YEAR
      * FROM 1900 AND A DAY OF THE YEAR FROM 001 TO 366.
      *--------------------------------------------------------------
       280-EDIT-DATE.

           MOVE 'N' TO WS-DATE-OK-SW.
           IF (WS-DATE-IN IS NUMERIC)
                IF (WS-DATE-YYYY NOT < 1900) AND
                   (WS-DATE-DDD > 0) AND (WS-DATE-DDD < 367)
                     MOVE 'Y' TO WS-DATE-OK-SW
                END-IF
           END-IF.

      *--------------------------------------------------------------
      * EDITS A KEYED HHMM TIME IN WS-TIME-IN - 0000 THROUGH 2359.
      *--------------------------------------------------------------
       285-EDIT-TIME.

           MOVE 'N' TO WS-TIME-OK-SW.
           IF (WS-TIME-IN IS NUMERIC)
                IF (WS-TIME-HH < 24) AND (WS-TIME-MM < 60)
                     MOVE 'Y' TO WS-TIME-OK-SW
                END-IF
           END-IF.

      *--------------------------------------------------------------
      * EDITS THE BOOKING IN HAND FOR A BOOK OR A CHANGE. WS-MSG
      * COMES BACK NON-BLANK, WITH THE CURSOR SWITCH SET, WHEN IT IS
      * TURNED AWAY.
      *--------------------------------------------------------------
       290-EDIT-BOOKING.

           IF (WS-RSV-DATE < WS-TODAY)
                MOVE 'THAT DATE HAS ALREADY PASSED' TO WS-MSG
                SET WS-CURSOR-DATE TO TRUE
                GO TO 290-EXIT
           END-IF.

           MOVE WS-BK-START TO WS-TIME-IN.
           PERFORM 285-EDIT-TIME.
           IF NOT WS-TIME-OK
                MOVE 'START TIME MUST BE HHMM, 0000 TO 2359' TO WS-MSG
                SET WS-CURSOR-START TO TRUE
                GO TO 290-EXIT
           END-IF.

           MOVE WS-BK-END TO WS-TIME-IN.
           PERFORM 285-EDIT-TIME.
           IF NOT WS-TIME-OK
                MOVE 'END TIME MUST BE HHMM, 0000 TO 2359' TO WS-MSG
                SET WS-CURSOR-END TO TRUE
                GO TO 290-EXIT
           END-IF.

           IF (WS-BK-START NOT < WS-BK-END)
                MOVE 'START TIME MUST BE BEFORE END TIME' TO WS-MSG
                SET WS-CURSOR-END TO TRUE
                GO TO 290-EXIT
           END-IF.

           MOVE WS-BK-TYPE TO RSV-TYPE.
           IF NOT RSV-TYPE-VALID
                MOVE
           'TYPE MUST BE E (EXAM), D (DEFENCE), M (MEETING), O (OTHER)'
                     TO WS-MSG
                SET WS-CURSOR-TYPE TO TRUE
                GO TO 290-EXIT
           END-IF.

           IF (WS-BK-DESC = SPACES) OR (WS-BK-DESC = LOW-VALUES)
                MOVE 'PLEASE DESCRIBE THE EVENT' TO WS-MSG
                SET WS-CURSOR-DESC TO TRUE
                GO TO 290-EXIT
           END-IF.

       290-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * WORKS OUT THE WEEKDAY OF WS-RSV-DATE - THE DAYS FROM THE START
      * OF THE CALENDAR TO THE DATE, MOD 7, COUNT FROM SUNDAY.
      *--------------------------------------------------------------
       300-FIND-WEEKDAY.

           DIVIDE WS-RSV-DATE BY 1000 GIVING WS-DOW-CYY
                REMAINDER WS-DOW-DDD.
      * WS-DOW-YEARS IS THE WHOLE YEARS BEFORE THE DATE'S OWN, WITH
      * A LEAP DAY IN EVERY FOURTH BUT NOT THE CENTURIES NOT
      * DIVISIBLE BY 400.
           COMPUTE WS-DOW-YEARS = 1900 + WS-DOW-CYY - 1.
           DIVIDE WS-DOW-YEARS BY 4 GIVING WS-DOW-Q4.
           DIVIDE WS-DOW-YEARS BY 100 GIVING WS-DOW-Q100.
           DIVIDE WS-DOW-YEARS BY 400 GIVING WS-DOW-Q400.
           COMPUTE WS-DOW-ABS = (WS-DOW-YEARS * 365) + WS-DOW-Q4
                - WS-DOW-Q100 + WS-DOW-Q400 + WS-DOW-DDD.
           DIVIDE WS-DOW-ABS BY 7 GIVING WS-DOW-WEEKS
                REMAINDER WS-DOW.
           COMPUTE WS-DOW-IDX = WS-DOW + 1.
           MOVE WS-DOW-LETTER(WS-DOW-IDX) TO WS-DAY-LETTER.

      *--------------------------------------------------------------
      * LOADS THE ROOM'S DAY INTO WS-DAY-TABLE - THE CLASSES MEETING
      * IN IT ON THE WEEKDAY IN A TERM THE DATE FALLS IN, THEN THE
      * EVENTS RESERVED - AND PUTS THEM IN START-TIME ORDER. WITH
      * WS-CHECK-CLASH ON, A CLASS OR EVENT OVERLAPPING THE BOOKING
      * IN HAND (OTHER THAN THE RESERVATION AT WS-OWN-START ITSELF)
      * SETS WS-CLASH AND NAMES ITSELF IN WS-MSG.
      *--------------------------------------------------------------
       400-LOAD-DAY.

           MOVE 0 TO WS-DAY-COUNT.
           MOVE 0 TO WS-DAY-STORED.
           MOVE 'N' TO WS-CLASH-SW.
           MOVE SPACES TO WS-DAY-TABLE.

           PERFORM 410-FIND-TERMS THRU 410-EXIT.

           IF (WS-TERM-COUNT > 0)
                MOVE LOW-VALUES TO CRS-CODE
                EXEC CICS STARTBR
                     FILE('CRSFILE')
                     RIDFLD(CRS-CODE)
                     GTEQ
                     RESP(WS-CRS-BR-STATUS)
                END-EXEC
                IF (WS-CRS-BR-STATUS = DFHRESP(NORMAL))
                     PERFORM 420-SCAN-ONE-SECTION THRU 420-EXIT
                          UNTIL (WS-CRS-BR-STATUS NOT = DFHRESP(NORMAL))
                     EXEC CICS ENDBR
                          FILE('CRSFILE')
                     END-EXEC
                END-IF
           END-IF.

           MOVE WS-RSV-ROOM TO RSV-ROOM.
           MOVE WS-RSV-DATE TO RSV-DATE.
           MOVE LOW-VALUES TO RSV-START.
           MOVE 'N' TO WS-RSV-DONE-SW.
           EXEC CICS STARTBR
                FILE('RSVFILE')
                RIDFLD(RSV-KEY)
                GTEQ
                RESP(WS-RSV-BR-STATUS)
           END-EXEC.
           IF (WS-RSV-BR-STATUS = DFHRESP(NORMAL))
                PERFORM 440-SCAN-ONE-EVENT THRU 440-EXIT
                     UNTIL WS-RSV-DONE
                EXEC CICS ENDBR
                     FILE('RSVFILE')
                END-EXEC
           END-IF.

           MOVE 'Y' TO WS-DE-SWAP-SW.
           PERFORM 460-SORT-PASS THRU 460-EXIT
                UNTIL NOT WS-DE-SWAPPED.

      *--------------------------------------------------------------
      * COLLECTS THE TERMS WHOSE DATES HOLD THE DAY IN HAND. A DATE
      * OUTSIDE EVERY TERM HAS NO CLASSES TO CLASH WITH.
      *--------------------------------------------------------------
       410-FIND-TERMS.

           MOVE 0 TO WS-TERM-COUNT.
           MOVE LOW-VALUES TO TRM-CODE.
           EXEC CICS STARTBR
                FILE('TERMFILE')
                RIDFLD(TRM-KEY)
                GTEQ
                RESP(WS-TRM-BR-STATUS)
           END-EXEC.
           IF (WS-TRM-BR-STATUS NOT = DFHRESP(NORMAL))
                GO TO 410-EXIT
           END-IF.

           PERFORM 415-SCAN-ONE-TERM
                UNTIL (WS-TRM-BR-STATUS NOT = DFHRESP(NORMAL)).

           EXEC CICS ENDBR
                FILE('TERMFILE')
           END-EXEC.

       410-EXIT.
           EXIT.

       415-SCAN-ONE-TERM.

           EXEC CICS READNEXT
                FILE('TERMFILE')
                INTO(TERMFILE-RECORD)
                LENGTH(TERMFILE-LENGTH)
                RIDFLD(TRM-KEY)
                RESP(WS-TRM-BR-STATUS)
           END-EXEC.

           IF (WS-TRM-BR-STATUS = DFHRESP(NORMAL))
                IF (TRM-START-DATE NOT > WS-RSV-DATE) AND
                   (TRM-END-DATE NOT < WS-RSV-DATE) AND
                   (WS-TERM-COUNT < 6)
                     ADD 1 TO WS-TERM-COUNT
                     MOVE TRM-CODE TO WS-TERM-CODE(WS-TERM-COUNT)
                END-IF
           END-IF.

       420-SCAN-ONE-SECTION.

           EXEC CICS READNEXT
                FILE('CRSFILE')
                INTO(CRSFILE-RECORD)
                LENGTH(CRSFILE-LENGTH)
                RIDFLD(CRS-CODE)
                RESP(WS-CRS-BR-STATUS)
           END-EXEC.

           IF (WS-CRS-BR-STATUS NOT = DFHRESP(NORMAL))
                GO TO 420-EXIT
           END-IF.

           IF (CRS-ROOM NOT = WS-RSV-ROOM) OR
              (CRS-MEET-DAYS = SPACES) OR
              (CRS-MEET-START IS NOT NUMERIC) OR
              (CRS-MEET-END IS NOT NUMERIC)
                GO TO 420-EXIT
           END-IF.

           MOVE 0 TO WS-LETTER-HITS.
           INSPECT CRS-MEET-DAYS TALLYING WS-LETTER-HITS
                FOR ALL WS-DAY-LETTER.
           IF (WS-LETTER-HITS = 0)
                GO TO 420-EXIT
           END-IF.

           MOVE 'N' TO WS-TERM-HIT-SW.
           PERFORM 425-MATCH-ONE-TERM
                VARYING WS-TERM-IDX FROM 1 BY 1
                UNTIL (WS-TERM-IDX > WS-TERM-COUNT) OR (WS-TERM-HIT).
           IF NOT WS-TERM-HIT
                GO TO 420-EXIT
           END-IF.

           MOVE CRS-MEET-START TO WS-CL-START.
           MOVE CRS-MEET-END TO WS-CL-END.
           MOVE CRS-CODE TO WS-CL-CODE.
           MOVE CRS-TITLE TO WS-CL-TITLE.
           MOVE CRS-MEET-START TO WS-DE-HOLD-START.
           MOVE WS-CLASS-LINE TO WS-DE-HOLD-LINE.
           PERFORM 450-ADD-TO-DAY.

      * TIME RANGES MUST OVERLAP - HHMM AS ZERO-PADDED TEXT COMPARES
      * CORRECTLY, THE SAME TEST DCJB8PGN MAKES FOR A ROOM.
           IF WS-CHECK-CLASH AND NOT WS-CLASH
                IF (WS-BK-START < CRS-MEET-END) AND
                   (CRS-MEET-START < WS-BK-END)
                     MOVE 'Y' TO WS-CLASH-SW
                     MOVE SPACES TO WS-MSG
                     STRING 'ROOM HAS CLASS ' CRS-CODE ' '
                          CRS-MEET-START '-' CRS-MEET-END
                          ' THAT DAY'
                          DELIMITED BY SIZE INTO WS-MSG
                END-IF
           END-IF.

       420-EXIT.
           EXIT.

       425-MATCH-ONE-TERM.

           IF (CRS-TERM(1:5) = WS-TERM-CODE(WS-TERM-IDX))
                MOVE 'Y' TO WS-TERM-HIT-SW
           END-IF.

       440-SCAN-ONE-EVENT.

           EXEC CICS READNEXT
                FILE('RSVFILE')
                INTO(RSVFILE-RECORD)
                LENGTH(RSVFILE-LENGTH)
                RIDFLD(RSV-KEY)
                RESP(WS-RSV-BR-STATUS)
           END-EXEC.

           IF (WS-RSV-BR-STATUS NOT = DFHRESP(NORMAL)) OR
              (RSV-ROOM NOT = WS-RSV-ROOM) OR
              (RSV-DATE NOT = WS-RSV-DATE)
                MOVE 'Y' TO WS-RSV-DONE-SW
                GO TO 440-EXIT
           END-IF.

           MOVE RSV-START TO WS-EV-START.
           MOVE RSV-END TO WS-EV-END.
           EVALUATE TRUE
               WHEN RSV-TYPE-EXAM
                    MOVE 'EXAM' TO WS-EV-TYPE
               WHEN RSV-TYPE-DEFENCE
                    MOVE 'DEFENCE' TO WS-EV-TYPE
               WHEN RSV-TYPE-MEETING
                    MOVE 'MEETING' TO WS-EV-TYPE
               WHEN OTHER
                    MOVE 'EVENT' TO WS-EV-TYPE
           END-EVALUATE.
           MOVE RSV-DEPT TO WS-EV-DEPT.
           MOVE RSV-DESC TO WS-EV-DESC.
           MOVE RSV-START TO WS-DE-HOLD-START.
           MOVE WS-EVENT-LINE TO WS-DE-HOLD-LINE.
           PERFORM 450-ADD-TO-DAY.

           IF WS-CHECK-CLASH AND NOT WS-CLASH AND
              (RSV-START NOT = WS-OWN-START)
                IF (WS-BK-START < RSV-END) AND
                   (RSV-START < WS-BK-END)
                     MOVE 'Y' TO WS-CLASH-SW
                     MOVE SPACES TO WS-MSG
                     STRING 'ROOM ALREADY RESERVED ' RSV-START '-'
                          RSV-END ': ' RSV-DESC
                          DELIMITED BY SIZE INTO WS-MSG
                END-IF
           END-IF.

       440-EXIT.
           EXIT.

       450-ADD-TO-DAY.

           ADD 1 TO WS-DAY-COUNT.
           IF (WS-DAY-STORED < 20)
                ADD 1 TO WS-DAY-STORED
                MOVE WS-DE-HOLD TO WS-DE-ENTRY(WS-DAY-STORED)
           END-IF.

      *--------------------------------------------------------------
      * ONE PASS OF THE NEIGHBOUR-SWAP SORT ON START TIME - REPEATED
      * UNTIL A PASS SWAPS NOTHING.
      *--------------------------------------------------------------
       460-SORT-PASS.

           MOVE 'N' TO WS-DE-SWAP-SW.
           PERFORM 465-SORT-PAIR
                VARYING WS-DE-IDX FROM 1 BY 1
                UNTIL (WS-DE-IDX NOT < WS-DAY-STORED).

       460-EXIT.
           EXIT.

       465-SORT-PAIR.

           COMPUTE WS-DE-NEXT = WS-DE-IDX + 1.
           IF (WS-DE-START(WS-DE-IDX) > WS-DE-START(WS-DE-NEXT))
                MOVE WS-DE-ENTRY(WS-DE-IDX) TO WS-DE-HOLD
                MOVE WS-DE-ENTRY(WS-DE-NEXT) TO WS-DE-ENTRY(WS-DE-IDX)
                MOVE WS-DE-HOLD TO WS-DE-ENTRY(WS-DE-NEXT)
                MOVE 'Y' TO WS-DE-SWAP-SW
           END-IF.

       500-ERROR-RETURN.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "R O O M   B O O K I N G S" TO TITLEO.
           MOVE WS-MSG TO MSGO.
           IF WS-CURSOR-DATE
                MOVE -1 TO DATEL
           ELSE
                MOVE -1 TO ROOML
           END-IF.

           MOVE 'PF4=RESET  PF9=EXIT' TO FOOTERO.
           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCJB8NY')
                ERASE
                CURSOR
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('JC32')
                COMMAREA(WS-OPERID)
                LENGTH(WS-OPERID-LEN)
           END-EXEC.

      *--------------------------------------------------------------
      * BOOKS A NEW EVENT INTO THE DAY ON SCREEN. REFUSED WHEN IT
      * OVERLAPS A CLASS OR ANOTHER EVENT, OR WHEN ANOTHER EVENT
      * ALREADY STARTS AT THE SAME TIME.
      *--------------------------------------------------------------
       600-BOOK-EVENT.

           PERFORM 260-TAKE-KEYED.
           PERFORM 290-EDIT-BOOKING THRU 290-EXIT.
           IF (WS-MSG NOT = SPACES)
                GO TO 800-SHOW-DAY
           END-IF.

           MOVE SPACES TO WS-OWN-START.
           MOVE 'Y' TO WS-CHECK-SW.
           PERFORM 400-LOAD-DAY.
           MOVE 'N' TO WS-CHECK-SW.
           IF WS-CLASH
                SET WS-CURSOR-START TO TRUE
                GO TO 800-SHOW-DAY
           END-IF.

           MOVE SPACES TO RSVFILE-RECORD.
           MOVE WS-RSV-ROOM TO RSV-ROOM.
           MOVE WS-RSV-DATE TO RSV-DATE.
           MOVE WS-BK-START TO RSV-START.
           PERFORM 670-MOVE-TO-RECORD.

           EXEC CICS WRITE
                FILE('RSVFILE')
                FROM(RSVFILE-RECORD)
                LENGTH(RSVFILE-LENGTH)
                RIDFLD(RSV-KEY)
                RESP(WS-RSV-STATUS)
           END-EXEC.
           IF (WS-RSV-STATUS NOT = DFHRESP(NORMAL))
                MOVE 'ANOTHER BOOKING ALREADY STARTS AT THAT TIME'
                     TO WS-MSG
                SET WS-CURSOR-START TO TRUE
                GO TO 800-SHOW-DAY
           END-IF.

           PERFORM 255-MOVE-BOOKING.
           MOVE 'ROOM BOOKED' TO WS-MSG.
           MOVE SPACE TO WS-ACTION.
           GO TO 800-SHOW-DAY.

      *--------------------------------------------------------------
      * CHANGES THE EVENT STARTING AT THE KEYED TIME - ITS END TIME,
      * TYPE, DEPARTMENT, DESCRIPTION OR CONTACT. THE START TIME IS
      * THE KEY; MOVING IT IS A CANCEL AND A NEW BOOKING.
      *--------------------------------------------------------------
       650-CHANGE-EVENT.

           IF (STARTL = 0)
                MOVE 'KEY THE START TIME OF THE BOOKING TO CHANGE'
                     TO WS-MSG
                SET WS-CURSOR-START TO TRUE
                GO TO 800-SHOW-DAY
           END-IF.

           MOVE STARTI TO WS-BK-START.
           PERFORM 250-READ-BOOKING.
           IF (WS-RSV-STATUS NOT = DFHRESP(NORMAL))
                MOVE 'NO BOOKING STARTS AT THAT TIME IN THIS ROOM'
                     TO WS-MSG
                SET WS-CURSOR-START TO TRUE
                GO TO 800-SHOW-DAY
           END-IF.

           PERFORM 260-TAKE-KEYED.
           PERFORM 290-EDIT-BOOKING THRU 290-EXIT.
           IF (WS-MSG NOT = SPACES)
                GO TO 800-SHOW-DAY
           END-IF.

           MOVE WS-BK-START TO WS-OWN-START.
           MOVE 'Y' TO WS-CHECK-SW.
           PERFORM 400-LOAD-DAY.
           MOVE 'N' TO WS-CHECK-SW.
           IF WS-CLASH
                SET WS-CURSOR-END TO TRUE
                GO TO 800-SHOW-DAY
           END-IF.

           MOVE WS-RSV-ROOM TO RSV-ROOM.
           MOVE WS-RSV-DATE TO RSV-DATE.
           MOVE WS-BK-START TO RSV-START.
           EXEC CICS READ
                FILE('RSVFILE')
                INTO(RSVFILE-RECORD)
                LENGTH(RSVFILE-LENGTH)
                RIDFLD(RSV-KEY)
                UPDATE
                RESP(WS-RSV-STATUS)
           END-EXEC.
           IF (WS-RSV-STATUS NOT = DFHRESP(NORMAL))
                MOVE 'BOOKING CANCELLED WHILE KEYING - PLEASE CHECK'
                     TO WS-MSG
                MOVE SPACES TO WS-BOOKING
                GO TO 800-SHOW-DAY
           END-IF.

           PERFORM 670-MOVE-TO-RECORD.
           EXEC CICS REWRITE
                FILE('RSVFILE')
                FROM(RSVFILE-RECORD)
                LENGTH(RSVFILE-LENGTH)
           END-EXEC.

           PERFORM 255-MOVE-BOOKING.
           MOVE 'BOOKING CHANGED' TO WS-MSG.
           MOVE SPACE TO WS-ACTION.
           GO TO 800-SHOW-DAY.

       670-MOVE-TO-RECORD.

           MOVE WS-BK-END TO RSV-END.
           MOVE WS-BK-TYPE TO RSV-TYPE.
           MOVE WS-BK-DEPT TO RSV-DEPT.
           MOVE WS-BK-DESC TO RSV-DESC.
           MOVE WS-BK-CONTACT TO RSV-CONTACT.
           INSPECT RSV-DEPT REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT RSV-CONTACT REPLACING ALL LOW-VALUE BY SPACE.
           MOVE WS-OPERID TO RSV-BOOKED-OPERID.
           MOVE WS-TODAY TO RSV-BOOKED-DATE.

      *--------------------------------------------------------------
      * CANCELS THE EVENT STARTING AT THE KEYED TIME. AN EVENT ON A
      * DAY ALREADY GONE STAYS ON FILE AS THE RECORD OF THE ROOM'S
      * USE.
      *--------------------------------------------------------------
       700-CANCEL-EVENT.

           IF (STARTL = 0)
                MOVE 'KEY THE START TIME OF THE BOOKING TO CANCEL'
                     TO WS-MSG
                SET WS-CURSOR-START TO TRUE
                GO TO 800-SHOW-DAY
           END-IF.

           IF (WS-RSV-DATE < WS-TODAY)
                MOVE 'THAT DATE HAS ALREADY PASSED' TO WS-MSG
                SET WS-CURSOR-DATE TO TRUE
                GO TO 800-SHOW-DAY
           END-IF.

           MOVE WS-RSV-ROOM TO RSV-ROOM.
           MOVE WS-RSV-DATE TO RSV-DATE.
           MOVE STARTI TO RSV-START.
           EXEC CICS DELETE
                FILE('RSVFILE')
                RIDFLD(RSV-KEY)
                RESP(WS-RSV-STATUS)
           END-EXEC.
           IF (WS-RSV-STATUS NOT = DFHRESP(NORMAL))
                MOVE 'NO BOOKING STARTS AT THAT TIME IN THIS ROOM'
                     TO WS-MSG
                SET WS-CURSOR-START TO TRUE
                GO TO 800-SHOW-DAY
           END-IF.

           MOVE 'BOOKING CANCELLED' TO WS-MSG.
           MOVE SPACE TO WS-ACTION.
           GO TO 800-SHOW-DAY.

      *--------------------------------------------------------------
      * SHOWS THE ROOM'S DAY WITH THE BOOKING IN HAND BELOW IT - AS ON
      * FILE, AS JUST SAVED, OR AS KEYED WHEN IT WAS TURNED AWAY, WITH
      * THE CURSOR ON THE FIELD IN ERROR.
      *--------------------------------------------------------------
       800-SHOW-DAY.

           PERFORM 400-LOAD-DAY.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "R O O M   B O O K I N G S" TO TITLEO.
           MOVE WS-RSV-ROOM TO ROOMO.
           MOVE ROM-DESC TO ROOMDSCO.
           COMPUTE WS-DATE-NUM = WS-RSV-DATE + 1900000.
           MOVE WS-DATE-IN TO DATEO.
           MOVE WS-DOW-NAME(WS-DOW-IDX) TO DAYNMO.

           MOVE WS-BK-START TO STARTO.
           MOVE WS-BK-END TO ENDO.
           MOVE WS-BK-TYPE TO TYPEO.
           MOVE WS-BK-DEPT TO DEPTO.
           MOVE WS-BK-DESC TO DESCO.
           MOVE WS-BK-CONTACT TO CONTACTO.
           MOVE WS-BK-STAT TO STATO.
           MOVE WS-ACTION TO ACTIONO.

      * A BOOKING ON SCREEN COMES BACK WHOLE ON THE NEXT ENTER, SO A
      * TURNED-AWAY BOOKING NEEDS ONLY THE BAD FIELD REKEYED AND A
      * SHOWN ONE CAN BE CHANGED OR CANCELLED BY KEYING THE ACTION.
           IF (WS-BK-START NOT = SPACES) OR (WS-ACTION NOT = SPACE)
                MOVE DFHBMFSE TO STARTA ENDA TYPEA DEPTA DESCA
                     CONTACTA
           END-IF.
           IF (WS-ACTION NOT = SPACE)
                MOVE DFHBMFSE TO ACTIONA
           END-IF.

           PERFORM 810-SHOW-ONE-LINE
                VARYING WS-DE-IDX FROM 1 BY 1
                UNTIL (WS-DE-IDX > 8) OR (WS-DE-IDX > WS-DAY-STORED).

      * MORE THAN THE SCREEN HOLDS - THE LAST LINE SAYS HOW MANY MORE;
      * THE DCJB8BRW CALENDAR LISTS THEM ALL.
           IF (WS-DAY-COUNT > 8)
                COMPUTE WS-DE-MORE = WS-DAY-COUNT - 7
                MOVE SPACES TO LINESO(8)
                STRING '... AND' WS-DE-MORE ' MORE LATER IN THE DAY'
                     DELIMITED BY SIZE INTO LINESO(8)
           END-IF.

           IF (WS-DAY-COUNT = 0)
                MOVE 'NOTHING IN THIS ROOM ON THIS DAY' TO LINESO(1)
           END-IF.

           MOVE WS-MSG TO MSGO.

           EVALUATE TRUE
               WHEN WS-CURSOR-DATE
                    MOVE -1 TO DATEL
               WHEN WS-CURSOR-START
                    MOVE -1 TO STARTL
               WHEN WS-CURSOR-END
                    MOVE -1 TO ENDL
               WHEN WS-CURSOR-TYPE
                    MOVE -1 TO TYPEL
               WHEN WS-CURSOR-DESC
                    MOVE -1 TO DESCL
               WHEN WS-CURSOR-ACTION
                    MOVE -1 TO ACTIONL
               WHEN OTHER
                    MOVE -1 TO ROOML
           END-EVALUATE.

           MOVE WS-OPERID TO WS-RSV-OPERID.

           MOVE 'PF4=RESET  PF9=EXIT' TO FOOTERO.
           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCJB8NY')
                ERASE
                CURSOR
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('JC32')
                COMMAREA(WS-RSV-DATA)
                LENGTH(WS-RSV-DATA-LEN)
           END-EXEC.

       810-SHOW-ONE-LINE.

           MOVE WS-DE-LINE(WS-DE-IDX) TO LINESO(WS-DE-IDX).

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
           MOVE 'DCJB8NY' TO HRQ-MAPSET.
           MOVE SPACES TO HRQ-FIELD.
           MOVE 'DCJB8PHZ' TO HRQ-RETURN.

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

           MOVE 'DCJB8PHZ' TO ERL-PROGRAM.
           MOVE WS-OPERID TO ERL-OPERID.
           MOVE CRS-CODE OF CRSFILE-RECORD TO ERL-CRS-CODE.
           MOVE 'T' TO ERL-CHANNEL.

           EXEC CICS LINK
                PROGRAM('DCJB8PIA')
                COMMAREA(ERRLOG-RECORD)
                LENGTH(ERRLOG-LENGTH)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8PHZ.
