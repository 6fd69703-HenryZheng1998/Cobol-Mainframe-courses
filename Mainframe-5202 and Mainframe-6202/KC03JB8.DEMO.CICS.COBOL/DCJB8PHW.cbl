       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCJB8PHW.
       AUTHOR. HENRY ZHENG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY ACADEMIC INTEGRITY CASE MAP LAYOUT
       COPY 'DCJB8NV'.

      * PF1 HANDS THE OPERATOR TO THE DCJB8PHO HELP PAGE FOR THIS
      * SCREEN - SEE HELPREC FOR WHERE THE TEXT LIVES.
       COPY 'HLPRQREC'.

      * THE STUDENT WHOSE CASES ARE ON SCREEN - SHOWN BY NAME SO THE
      * OPERATOR CATCHES A MISKEYED NUMBER. A SUSPENSION REWRITES THE
      * STANDING AND JOURNALS IT LIKE ANY OTHER STUFILE CHANGE.
       COPY 'STUREC'.
       COPY 'STUJRNL'.

      * CHAINED JOURNAL WRITES GO THROUGH DCJB8PIB.
       COPY 'JRNCHAIN'.

      * THE CASE FILE ITSELF.
       COPY 'INTGREC'.

      * THE REGISTRATION HOLD - A SUSPENSION PLACES THE DISCIPLINE
      * ('C') HOLD, AND THE SUMMARY LINE SHOWS WHAT IS ON FILE.
       COPY 'HOLDREC'.

      * A SUSPENSION TERM MUST BE ON THE CALENDAR.
       COPY 'TERMREC'.

      * A GRADE PENALTY IS EDITED AGAINST THE GRADFILE GRADE SCALE.
       COPY 'GRADEREC'.

      * THE OPERATOR RECORD - THE CASE FILE IS CONFIDENTIAL TO THE
      * DEAN'S OFFICE AND THE SCREEN IS A SUPERVISOR FUNCTION. THE
      * ROLE IS RE-CHECKED ON EVERY TURN SO A DIRECT TRANSACTION START
      * CANNOT BYPASS THE MENU.
       COPY 'OPERREC'.

      * CARRIES THE SIGNED-ON OPERATOR ID (SET BY DCJB8PGM) SO EVERY
      * CHANGE CAN BE TRACED BACK TO WHO MADE IT.
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
       01 WS-ITG-STATUS         PIC S9(4) COMP.
       01 WS-HLD-STATUS         PIC S9(4) COMP.
       01 WS-TRM-STATUS         PIC S9(4) COMP.
       01 WS-OPER-STATUS        PIC S9(4) COMP.

      * CARRIES THE STUDENT ON SCREEN ACROSS THE PSEUDO-CONVERSATIONAL
      * TURN SO THE UPDATING TURN DOESN'T DEPEND ON THE UNPROTECTED
      * FIELDS BEING RETRANSMITTED.
       01 WS-ITG-DATA.
           05 WS-ITG-OPERID     PIC X(8).
           05 WS-ITG-STUNUM     PIC X(7).
           05 FILLER            PIC X(1) VALUE SPACE.
       01 WS-ITG-DATA-LEN       PIC S9(4) COMP VALUE 16.

      * TODAY AS CYYDDD, FOR THE STAMPS.
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

      * TERM CODES (YYYYS) PUT IN CALENDAR ORDER - THE SEASON LETTER
      * ALONE DOES NOT SORT (SPRING, SUMMER, THEN FALL).
       01 WS-TERM-IN            PIC X(5).
       01 WS-TERM-PARTS REDEFINES WS-TERM-IN.
           05 WS-TERM-YYYY      PIC X(4).
           05 WS-TERM-SEASON    PIC X(1).
       01 WS-TERM-YEAR          PIC 9(4) VALUE 0.
       01 WS-TERM-ORDER         PIC 9(5) VALUE 0.
       01 WS-TERM-OK-SW         PIC X(1) VALUE 'N'.
           88 WS-TERM-OK                  VALUE 'Y'.
       01 WS-SUSP-ORDER         PIC 9(5) VALUE 0.

      * WHICH FIELD THE CURSOR GOES BACK TO WHEN A KEYED CASE IS
      * TURNED AWAY - THE CASE LIST STAYS ON SCREEN.
       01 WS-CURSOR-SW          PIC X(1) VALUE 'N'.
           88 WS-CURSOR-CASENO            VALUE 'N'.
           88 WS-CURSOR-CRS               VALUE 'C'.
           88 WS-CURSOR-TERM              VALUE 'T'.
           88 WS-CURSOR-ALLEG             VALUE 'A'.
           88 WS-CURSOR-HEARDT            VALUE 'H'.
           88 WS-CURSOR-OUTCM             VALUE 'O'.
           88 WS-CURSOR-GRDPEN            VALUE 'G'.
           88 WS-CURSOR-SUSPTM            VALUE 'S'.
           88 WS-CURSOR-NOTATN            VALUE 'Y'.

      * WHAT THE SAVE WAS, AND WHAT THE CASE LOOKED LIKE BEFORE IT -
      * A SUSPENSION IS APPLIED ONCE, WHEN IT FIRST STANDS, AND THE
      * REPEAT-OFFENCE WARNING FIRES ON A NEW CASE OR A NEW FINDING.
       01 WS-SAVE-SW            PIC X(1) VALUE SPACE.
           88 WS-ADDING                   VALUE 'A'.
           88 WS-UPDATING                 VALUE 'U'.
       01 WS-OLD-OUTCOME        PIC X(1) VALUE SPACE.
       01 WS-OLD-SUSP-TERM      PIC X(5) VALUE SPACES.
       01 WS-CASE-NO            PIC 9(3) VALUE 0.
       01 WS-CASE-FINDING-SW    PIC X(1) VALUE 'N'.
           88 WS-CASE-IS-FINDING          VALUE 'Y'.
       01 WS-OTHER-FINDINGS     PIC 9(3) VALUE 0.
       01 WS-SUSP-RESULT        PIC X(1) VALUE SPACE.
           88 WS-SUSP-NONE                VALUE ' '.
           88 WS-SUSP-HOLD-PLACED         VALUE 'P'.
           88 WS-SUSP-HOLD-KEPT           VALUE 'K'.
           88 WS-SUSP-BALANCE-HOLD        VALUE 'B'.

       01 WS-CASE-COUNT         PIC 9(3) VALUE 0.
       01 WS-FINDING-COUNT      PIC 9(3) VALUE 0.
       01 WS-LAST-CASE          PIC 9(3) VALUE 0.

       01 WS-SUMMARY.
           05 FILLER            PIC X(6) VALUE 'CASES '.
           05 WS-SUM-CASES      PIC ZZ9.
           05 FILLER            PIC X(11) VALUE '  FINDINGS '.
           05 WS-SUM-FINDINGS   PIC ZZ9.
           05 FILLER            PIC X(7) VALUE '  HOLD '.
           05 WS-SUM-HOLD       PIC X(10).

      * THE STUDENT'S CASES AS SHOWN ON SCREEN - THE FIRST EIGHT IN
      * CASE-NUMBER ORDER.
       01 WS-ROW                PIC 9(2) VALUE 0.
       01 WS-ROW-TABLE.
           05 WS-ROW-LINE       PIC X(60) OCCURS 8 TIMES.
       01 WS-ROW-TEXT.
           05 WS-ROW-CASE       PIC 9(3).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-ROW-TERM       PIC X(5).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-ROW-COURSE     PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-ROW-ALLEG      PIC X(5).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-ROW-HEARING    PIC X(7).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-ROW-OUTCOME    PIC X(7).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-ROW-PENALTY    PIC X(2).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-ROW-SUSP       PIC X(5).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-ROW-NOTE       PIC X(4).
           05 FILLER            PIC X(5) VALUE SPACES.

       01 WS-MORE-MSG.
           05 WS-MORE-COUNT     PIC ZZ9.
           05 FILLER            PIC X(30)
                VALUE ' CASES ON FILE - FIRST 8 SHOWN'.

       01 WS-SAVED-MSG.
           05 FILLER            PIC X(5) VALUE 'CASE '.
           05 WS-SAVED-CASE     PIC 9(3).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-SAVED-TEXT     PIC X(51).

       01 WS-REPEAT-MSG.
           05 FILLER            PIC X(5) VALUE 'CASE '.
           05 WS-REPEAT-CASE    PIC 9(3).
           05 FILLER            PIC X(27)
                VALUE ' SAVED - REPEAT OFFENCE: '.
           05 WS-REPEAT-COUNT   PIC ZZ9.
           05 FILLER            PIC X(22)
                VALUE ' EARLIER FINDING(S)'.

      * THE BELOW FILLER VARIABLE MUST BE PRESENT BETWEEN DFHBMSCA
      * AND ALL OTHER VARIABLES
       01 FILLER             PIC X(1024)
           VALUE SPACES.

       COPY DFHBMSCA.

      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(16).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.

           IF (EIBCALEN = WS-ITG-DATA-LEN) THEN
                MOVE DFHCOMMAREA TO WS-ITG-DATA
                MOVE WS-ITG-OPERID TO WS-OPERID
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
                     MAPSET('DCJB8NV')
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
                MOVE SPACES TO WS-ITG-STUNUM
           END-IF.

           EXEC CICS RECEIVE
                MAP('MAP1')
                MAPSET('DCJB8NV')
           END-EXEC.

           GO TO 200-MAIN-LOGIC.

       100-FIRST-TIME.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "I N T E G R I T Y   C A S E S" TO TITLEO.
           MOVE
       'ENTER STUDENT NUMBER; KEY A CASE (NUMBER BLANK OPENS A NEW ONE)'
                TO MSGO.

           MOVE 'PF4=RESET  PF9=EXIT' TO FOOTERO.
           EXEC CICS SEND
               MAP('MAP1')
               MAPSET('DCJB8NV')
               ERASE
           END-EXEC.

           EXEC CICS RETURN
               TRANSID('JC29')
               COMMAREA(WS-OPERID)
               LENGTH(WS-OPERID-LEN)
           END-EXEC.

       200-MAIN-LOGIC.

      * A BLANK ROLE PREDATES THE FIELD AND COUNTS AS SUPERVISOR -
      * SEE OPERREC.
           EXEC CICS READ
                FILE('OPERFILE')
                INTO(OPERFILE-RECORD)
                RIDFLD(WS-OPERID)
                RESP(WS-OPER-STATUS)
           END-EXEC.
           IF (WS-OPER-STATUS NOT = DFHRESP(NORMAL)) OR
              (NOT OPER-ROLE-SUPERVISOR AND
               NOT OPER-ROLE-ADMIN AND
               OPER-ROLE NOT = SPACE)
                MOVE SPACES TO WS-ITG-STUNUM
                MOVE 'INTEGRITY CASES ARE A SUPERVISOR FUNCTION'
                     TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

      * THE STUDENT COMES FROM THE SCREEN WHEN KEYED, OTHERWISE FROM
      * THE ONE ALREADY ON DISPLAY (CARRIED IN THE COMMAREA).
           IF (STUNUML NOT = 0)
                MOVE STUNUMI TO WS-ITG-STUNUM
           END-IF.

           IF (WS-ITG-STUNUM = SPACES)
                MOVE 'PLEASE ENTER A STUDENT NUMBER' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           IF (WS-ITG-STUNUM IS NOT NUMERIC)
                MOVE 'STUDENT NUMBER MUST BE NUMERIC' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           MOVE WS-ITG-STUNUM TO STU-NUMBER.

           EXEC CICS READ
                FILE('STUFILE')
                INTO(STUFILE-RECORD)
                RIDFLD(STU-KEY)
           END-EXEC.

           MOVE EIBDATE TO WS-TODAY.

           IF (CASENOL NOT = 0) OR (CRSL NOT = 0) OR
              (TERML NOT = 0) OR (ALLEGL NOT = 0) OR
              (HEARDTL NOT = 0) OR (OUTCML NOT = 0) OR
              (GRDPENL NOT = 0) OR (SUSPTML NOT = 0) OR
              (NOTATNL NOT = 0)
                GO TO 600-SAVE-CASE
           END-IF.

           PERFORM 250-LOAD-CASES.
           IF (WS-CASE-COUNT = 0)
                MOVE 'NO CASES ON FILE - KEY THE SECTION TO OPEN ONE'
                     TO WS-MSG
           ELSE
                IF (WS-CASE-COUNT > 8)
                     MOVE WS-CASE-COUNT TO WS-MORE-COUNT
                     MOVE WS-MORE-MSG TO WS-MSG
                ELSE
                     MOVE
           'CASES SHOWN - KEY A CASE NUMBER TO UPDATE IT'
                          TO WS-MSG
                END-IF
           END-IF.
           GO TO 800-SHOW-CASES.

      *--------------------------------------------------------------
      * LOADS THE STUDENT'S CASES FOR DISPLAY, COUNTS THEM AND THE
      * FINDINGS AMONG THEM, AND NOTES THE HIGHEST CASE NUMBER USED
      * SO A NEW CASE TAKES THE NEXT ONE.
      *--------------------------------------------------------------
       250-LOAD-CASES.

           MOVE 0 TO WS-CASE-COUNT.
           MOVE 0 TO WS-FINDING-COUNT.
           MOVE 0 TO WS-LAST-CASE.
           MOVE 0 TO WS-ROW.
           MOVE SPACES TO WS-ROW-TABLE.
           MOVE WS-ITG-STUNUM TO ITG-STU-NUMBER.
           MOVE 0 TO ITG-CASE-NO.

           EXEC CICS STARTBR
                FILE('INTGFILE')
                RIDFLD(ITG-KEY)
                GTEQ
                RESP(WS-BR-STATUS)
           END-EXEC.

           IF (WS-BR-STATUS = DFHRESP(NORMAL))
                PERFORM 270-LOAD-ONE-CASE THRU 270-EXIT
                     UNTIL (WS-BR-STATUS NOT = DFHRESP(NORMAL))
                EXEC CICS ENDBR
                     FILE('INTGFILE')
                END-EXEC
           END-IF.

           MOVE WS-ITG-STUNUM TO HLD-STU-NUMBER.
           EXEC CICS READ
                FILE('HOLDFILE')
                INTO(HOLDFILE-RECORD)
                LENGTH(HOLDFILE-LENGTH)
                RIDFLD(HLD-KEY)
                RESP(WS-HLD-STATUS)
           END-EXEC.

           MOVE WS-CASE-COUNT TO WS-SUM-CASES.
           MOVE WS-FINDING-COUNT TO WS-SUM-FINDINGS.
           IF (WS-HLD-STATUS = DFHRESP(NORMAL))
                EVALUATE TRUE
                    WHEN HLD-DISCIPLINE
                         MOVE 'DISCIPLINE' TO WS-SUM-HOLD
                    WHEN HLD-UNPAID
                         MOVE 'BALANCE' TO WS-SUM-HOLD
                    WHEN HLD-DOCUMENTS
                         MOVE 'DOCUMENTS' TO WS-SUM-HOLD
                    WHEN OTHER
                         MOVE HLD-TYPE TO WS-SUM-HOLD
                END-EVALUATE
           ELSE
                MOVE 'NONE' TO WS-SUM-HOLD
           END-IF.

       270-LOAD-ONE-CASE.

           EXEC CICS READNEXT
                FILE('INTGFILE')
                INTO(INTGFILE-RECORD)
                LENGTH(INTGFILE-LENGTH)
                RIDFLD(ITG-KEY)
                RESP(WS-BR-STATUS)
           END-EXEC.

           IF (WS-BR-STATUS NOT = DFHRESP(NORMAL))
                GO TO 270-EXIT
           END-IF.

           IF (ITG-STU-NUMBER NOT = WS-ITG-STUNUM)
                MOVE DFHRESP(ENDFILE) TO WS-BR-STATUS
                GO TO 270-EXIT
           END-IF.

           ADD 1 TO WS-CASE-COUNT.
           MOVE ITG-CASE-NO TO WS-LAST-CASE.
           IF ITG-FINDING
                ADD 1 TO WS-FINDING-COUNT
           END-IF.

           IF (WS-ROW NOT < 8)
                GO TO 270-EXIT
           END-IF.

           MOVE ITG-CASE-NO TO WS-ROW-CASE.
           MOVE ITG-TERM TO WS-ROW-TERM.
           MOVE ITG-COURSE TO WS-ROW-COURSE.
           EVALUATE TRUE
               WHEN ITG-PLAGIARISM
                    MOVE 'PLAG' TO WS-ROW-ALLEG
               WHEN ITG-CHEATING
                    MOVE 'CHEAT' TO WS-ROW-ALLEG
               WHEN ITG-FABRICATION
                    MOVE 'FABR' TO WS-ROW-ALLEG
               WHEN ITG-COLLUSION
                    MOVE 'COLL' TO WS-ROW-ALLEG
               WHEN ITG-MISREPRESENT
                    MOVE 'MISR' TO WS-ROW-ALLEG
               WHEN OTHER
                    MOVE 'OTHER' TO WS-ROW-ALLEG
           END-EVALUATE.
           IF (ITG-HEARING-DATE = 0)
                MOVE SPACES TO WS-ROW-HEARING
           ELSE
                COMPUTE WS-DATE-NUM = ITG-HEARING-DATE + 1900000
                MOVE WS-DATE-IN TO WS-ROW-HEARING
           END-IF.
           EVALUATE TRUE
               WHEN ITG-FINDING
                    MOVE 'FINDING' TO WS-ROW-OUTCOME
               WHEN ITG-NOT-RESPONSIBLE
                    MOVE 'CLEARED' TO WS-ROW-OUTCOME
               WHEN ITG-WITHDRAWN
                    MOVE 'WITHDRN' TO WS-ROW-OUTCOME
               WHEN OTHER
                    MOVE 'PENDING' TO WS-ROW-OUTCOME
           END-EVALUATE.
           MOVE ITG-GRADE-PENALTY TO WS-ROW-PENALTY.
           MOVE ITG-SUSP-TERM TO WS-ROW-SUSP.
           IF ITG-NOTATION-ON
                MOVE 'NOTE' TO WS-ROW-NOTE
           ELSE
                MOVE SPACES TO WS-ROW-NOTE
           END-IF.
           ADD 1 TO WS-ROW.
           MOVE WS-ROW-TEXT TO WS-ROW-LINE(WS-ROW).

       270-EXIT.
           EXIT.

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
      * EDITS A TERM CODE IN WS-TERM-IN (YYYYS, S = S/U/F) AND PUTS
      * IT IN CALENDAR ORDER IN WS-TERM-ORDER.
      *--------------------------------------------------------------
       290-TERM-ORDER.

           MOVE 'N' TO WS-TERM-OK-SW.
           MOVE 0 TO WS-TERM-ORDER.
           IF (WS-TERM-YYYY IS NOT NUMERIC)
                GO TO 290-EXIT
           END-IF.
           MOVE WS-TERM-YYYY TO WS-TERM-YEAR.
           COMPUTE WS-TERM-ORDER = WS-TERM-YEAR * 10.
           EVALUATE WS-TERM-SEASON
               WHEN 'S'
                    ADD 1 TO WS-TERM-ORDER
               WHEN 'U'
                    ADD 2 TO WS-TERM-ORDER
               WHEN 'F'
                    ADD 3 TO WS-TERM-ORDER
               WHEN OTHER
                    GO TO 290-EXIT
           END-EVALUATE.
           MOVE 'Y' TO WS-TERM-OK-SW.

       290-EXIT.
           EXIT.

       300-STU-NOTFND.

           MOVE 'STUDENT NOT FOUND' TO WS-MSG.
           GO TO 500-ERROR-RETURN.

       500-ERROR-RETURN.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "I N T E G R I T Y   C A S E S" TO TITLEO.
           MOVE WS-MSG TO MSGO.
           MOVE -1 TO STUNUML.

           MOVE 'PF4=RESET  PF9=EXIT' TO FOOTERO.
           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCJB8NV')
                ERASE
                CURSOR
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('JC29')
                COMMAREA(WS-OPERID)
                LENGTH(WS-OPERID-LEN)
           END-EXEC.

      *--------------------------------------------------------------
      * A KEYED CASE TURNED AWAY - THE STUDENT'S CASES STAY ON SCREEN
      * WITH THE CURSOR ON THE FIELD IN ERROR.
      *--------------------------------------------------------------
       550-CASE-ERROR.

           PERFORM 250-LOAD-CASES.
           GO TO 800-SHOW-CASES.

      *--------------------------------------------------------------
      * OPENS OR UPDATES ONE CASE. A BLANK CASE NUMBER OPENS THE NEXT
      * ONE FOR THE STUDENT AND NEEDS THE SECTION, ITS TERM AND THE
      * ALLEGATION; A KEYED NUMBER CHANGES ONLY THE FIELDS KEYED. A
      * HEARING DATE OF ZEROS CLEARS IT. A SANCTION MAY ONLY STAND
      * AGAINST A FINDING.
      *--------------------------------------------------------------
       600-SAVE-CASE.

           IF (CASENOL NOT = 0) AND (CASENOI NOT = SPACES)
                IF (CASENOI IS NOT NUMERIC) OR (CASENOI = '000')
                     MOVE 'CASE NUMBER MUST BE 001-999' TO WS-MSG
                     SET WS-CURSOR-CASENO TO TRUE
                     GO TO 550-CASE-ERROR
                END-IF
                MOVE CASENOI TO WS-CASE-NO
                MOVE WS-ITG-STUNUM TO ITG-STU-NUMBER
                MOVE WS-CASE-NO TO ITG-CASE-NO
                EXEC CICS READ
                     FILE('INTGFILE')
                     INTO(INTGFILE-RECORD)
                     LENGTH(INTGFILE-LENGTH)
                     RIDFLD(ITG-KEY)
                     UPDATE
                     RESP(WS-ITG-STATUS)
                END-EXEC
                IF (WS-ITG-STATUS NOT = DFHRESP(NORMAL))
                     MOVE
           'CASE NOT ON FILE - LEAVE THE NUMBER BLANK TO OPEN ONE'
                          TO WS-MSG
                     SET WS-CURSOR-CASENO TO TRUE
                     GO TO 550-CASE-ERROR
                END-IF
                SET WS-UPDATING TO TRUE
                MOVE ITG-OUTCOME TO WS-OLD-OUTCOME
                MOVE ITG-SUSP-TERM TO WS-OLD-SUSP-TERM
           ELSE
                PERFORM 250-LOAD-CASES
                IF (WS-LAST-CASE = 999)
                     MOVE 'CASE NUMBERS EXHAUSTED FOR THIS STUDENT'
                          TO WS-MSG
                     SET WS-CURSOR-CASENO TO TRUE
                     GO TO 550-CASE-ERROR
                END-IF
                COMPUTE WS-CASE-NO = WS-LAST-CASE + 1
                SET WS-ADDING TO TRUE
                MOVE SPACE TO WS-OLD-OUTCOME
                MOVE SPACES TO WS-OLD-SUSP-TERM
                MOVE SPACES TO INTGFILE-RECORD
                MOVE WS-ITG-STUNUM TO ITG-STU-NUMBER
                MOVE WS-CASE-NO TO ITG-CASE-NO
                MOVE 0 TO ITG-HEARING-DATE
                MOVE WS-TODAY TO ITG-OPENED-DATE
           END-IF.

      * THE KEYED FIELDS GO OVER WHAT IS ON FILE, THEN THE CASE AS A
      * WHOLE IS EDITED.
           IF (CRSL NOT = 0)
                MOVE CRSI TO ITG-COURSE
           END-IF.
           IF (TERML NOT = 0)
                MOVE TERMI TO ITG-TERM
           END-IF.
           IF (ALLEGL NOT = 0)
                MOVE ALLEGI TO ITG-ALLEGATION
           END-IF.
           IF (OUTCML NOT = 0)
                MOVE OUTCMI TO ITG-OUTCOME
           END-IF.
           IF (GRDPENL NOT = 0)
                MOVE GRDPENI TO ITG-GRADE-PENALTY
           END-IF.
           IF (SUSPTML NOT = 0)
                MOVE SUSPTMI TO ITG-SUSP-TERM
           END-IF.
           IF (NOTATNL NOT = 0)
                MOVE NOTATNI TO ITG-NOTATION
           END-IF.

           IF (HEARDTL NOT = 0)
                IF (HEARDTI = '0000000')
                     MOVE 0 TO ITG-HEARING-DATE
                ELSE
                     MOVE HEARDTI TO WS-DATE-IN
                     PERFORM 280-EDIT-DATE
                     IF NOT WS-DATE-OK
                          MOVE 'HEARING DATE MUST BE YYYYDDD' TO WS-MSG
                          SET WS-CURSOR-HEARDT TO TRUE
                          GO TO 550-CASE-ERROR
                     END-IF
                     COMPUTE ITG-HEARING-DATE = WS-DATE-NUM - 1900000
                END-IF
           END-IF.

           IF (ITG-COURSE = SPACES)
                MOVE 'COURSE SECTION IS REQUIRED' TO WS-MSG
                SET WS-CURSOR-CRS TO TRUE
                GO TO 550-CASE-ERROR
           END-IF.

           MOVE ITG-TERM TO WS-TERM-IN.
           PERFORM 290-TERM-ORDER THRU 290-EXIT.
           IF NOT WS-TERM-OK
                MOVE 'TERM MUST BE YYYYS (S, U OR F)' TO WS-MSG
                SET WS-CURSOR-TERM TO TRUE
                GO TO 550-CASE-ERROR
           END-IF.

           IF NOT ITG-ALLEGATION-VALID
                MOVE
           'ALLEGATION MUST BE P, C, F, U, M OR O - SEE PF1'
                     TO WS-MSG
                SET WS-CURSOR-ALLEG TO TRUE
                GO TO 550-CASE-ERROR
           END-IF.

           IF NOT ITG-OUTCOME-VALID
                MOVE
           'OUTCOME MUST BE R (FINDING), N (NOT RESP), W OR BLANK'
                     TO WS-MSG
                SET WS-CURSOR-OUTCM TO TRUE
                GO TO 550-CASE-ERROR
           END-IF.

           IF NOT ITG-NOTATION-VALID
                MOVE 'TRANSCRIPT NOTATION MUST BE Y OR N' TO WS-MSG
                SET WS-CURSOR-NOTATN TO TRUE
                GO TO 550-CASE-ERROR
           END-IF.

           IF (NOT ITG-FINDING) AND
              (ITG-GRADE-PENALTY NOT = SPACES OR
               ITG-SUSP-TERM NOT = SPACES OR
               ITG-NOTATION-ON)
                MOVE 'A SANCTION NEEDS A FINDING - OUTCOME R' TO WS-MSG
                SET WS-CURSOR-OUTCM TO TRUE
                GO TO 550-CASE-ERROR
           END-IF.

           IF (ITG-GRADE-PENALTY NOT = SPACES)
                MOVE ITG-GRADE-PENALTY TO GRD-GRADE
                IF (NOT GRD-VALID-GRADE) OR GRD-NO-POINTS
                     MOVE 'GRADE PENALTY MUST BE A LETTER GRADE, E.G. F'
                          TO WS-MSG
                     SET WS-CURSOR-GRDPEN TO TRUE
                     GO TO 550-CASE-ERROR
                END-IF
           END-IF.

      * A NEW OR CHANGED SUSPENSION TERM MUST BE ON THE CALENDAR AND
      * NOT ALREADY BEHIND THE STUDENT.
           IF (ITG-SUSP-TERM NOT = SPACES) AND
              (ITG-SUSP-TERM NOT = WS-OLD-SUSP-TERM)
                MOVE ITG-SUSP-TERM TO WS-TERM-IN
                PERFORM 290-TERM-ORDER THRU 290-EXIT
                IF NOT WS-TERM-OK
                     MOVE 'SUSPENSION TERM MUST BE YYYYS (S, U OR F)'
                          TO WS-MSG
                     SET WS-CURSOR-SUSPTM TO TRUE
                     GO TO 550-CASE-ERROR
                END-IF
                MOVE WS-TERM-ORDER TO WS-SUSP-ORDER
                MOVE ITG-SUSP-TERM TO TRM-CODE
                EXEC CICS READ
                     FILE('TERMFILE')
                     INTO(TERMFILE-RECORD)
                     LENGTH(TERMFILE-LENGTH)
                     RIDFLD(TRM-KEY)
                     RESP(WS-TRM-STATUS)
                END-EXEC
                IF (WS-TRM-STATUS NOT = DFHRESP(NORMAL))
                     MOVE 'SUSPENSION TERM IS NOT ON THE CALENDAR'
                          TO WS-MSG
                     SET WS-CURSOR-SUSPTM TO TRUE
                     GO TO 550-CASE-ERROR
                END-IF
                MOVE STU-TERM TO WS-TERM-IN
                PERFORM 290-TERM-ORDER THRU 290-EXIT
                IF WS-TERM-OK AND (WS-SUSP-ORDER < WS-TERM-ORDER)
                     MOVE 'SUSPENSION TERM IS ALREADY PAST' TO WS-MSG
                     SET WS-CURSOR-SUSPTM TO TRUE
                     GO TO 550-CASE-ERROR
                END-IF
           END-IF.

           MOVE WS-OPERID TO ITG-LASTCHG-OPERID.
           MOVE WS-TODAY TO ITG-LASTCHG-DATE.

           IF WS-ADDING
                EXEC CICS WRITE
                     FILE('INTGFILE')
                     FROM(INTGFILE-RECORD)
                     LENGTH(INTGFILE-LENGTH)
                     RIDFLD(ITG-KEY)
                     RESP(WS-ITG-STATUS)
                END-EXEC
                IF (WS-ITG-STATUS NOT = DFHRESP(NORMAL))
                     MOVE
           'CASE FILE CHANGED WHILE KEYING - PLEASE KEY AGAIN'
                          TO WS-MSG
                     SET WS-CURSOR-CASENO TO TRUE
                     GO TO 550-CASE-ERROR
                END-IF
           ELSE
                EXEC CICS REWRITE
                     FILE('INTGFILE')
                     FROM(INTGFILE-RECORD)
                     LENGTH(INTGFILE-LENGTH)
                END-EXEC
           END-IF.

      * A SUSPENSION IS APPLIED WHEN IT FIRST STANDS - A NEW FINDING
      * CARRYING ONE, OR A NEW SUSPENSION TERM ON A FINDING.
           MOVE SPACE TO WS-SUSP-RESULT.
           IF ITG-FINDING AND (ITG-SUSP-TERM NOT = SPACES) AND
              (WS-OLD-OUTCOME NOT = 'R' OR
               ITG-SUSP-TERM NOT = WS-OLD-SUSP-TERM)
                PERFORM 700-APPLY-SUSPENSION
           END-IF.

           MOVE 'N' TO WS-CASE-FINDING-SW.
           IF ITG-FINDING
                MOVE 'Y' TO WS-CASE-FINDING-SW
           END-IF.

           PERFORM 250-LOAD-CASES.

      * THE REPEAT-OFFENCE CHECK - ANY OTHER FINDING ON FILE WHEN A
      * CASE IS OPENED OR A FINDING IS FIRST RECORDED.
           MOVE WS-FINDING-COUNT TO WS-OTHER-FINDINGS.
           IF WS-CASE-IS-FINDING
                SUBTRACT 1 FROM WS-OTHER-FINDINGS
           END-IF.

           MOVE WS-CASE-NO TO WS-SAVED-CASE.
           EVALUATE TRUE
               WHEN WS-SUSP-HOLD-PLACED
                    MOVE
           'SAVED - DISCIPLINE HOLD PLACED, STUDENT SUSPENDED'
                         TO WS-SAVED-TEXT
               WHEN WS-SUSP-HOLD-KEPT
                    MOVE 'SAVED - STUDENT SUSPENDED, HOLD ALREADY ON'
                         TO WS-SAVED-TEXT
               WHEN WS-SUSP-BALANCE-HOLD
                    MOVE 'SAVED - SUSPENDED; BALANCE HOLD LEFT IN PLACE'
                         TO WS-SAVED-TEXT
               WHEN WS-ADDING
                    MOVE 'OPENED' TO WS-SAVED-TEXT
               WHEN OTHER
                    MOVE 'UPDATED' TO WS-SAVED-TEXT
           END-EVALUATE.
           MOVE WS-SAVED-MSG TO WS-MSG.

           IF (WS-OTHER-FINDINGS > 0) AND
              (WS-ADDING OR
               (WS-CASE-IS-FINDING AND WS-OLD-OUTCOME NOT = 'R'))
                MOVE WS-CASE-NO TO WS-REPEAT-CASE
                MOVE WS-OTHER-FINDINGS TO WS-REPEAT-COUNT
                MOVE WS-REPEAT-MSG TO WS-MSG
           END-IF.

           GO TO 800-SHOW-CASES.

      *--------------------------------------------------------------
      * A SUSPENSION SANCTION - THE STUDENT'S STANDING GOES TO
      * SUSPENDED, SO THE REGISTRATION SCREENS REFUSE COURSE CHANGES
      * FOR THE SUSPENSION TERM, AND THE DISCIPLINE HOLD GOES ON.
      * DCJB8BGP KEEPS THE STANDING SUSPENDED FOR AS LONG AS THE
      * DISCIPLINE HOLD STANDS; THE DEAN'S OFFICE RELEASES THE HOLD
      * ON DCJB8PGH WHEN THE SUSPENSION HAS BEEN SERVED. THE FILE
      * HOLDS ONE HOLD PER STUDENT - DISCIPLINE TAKES THE PLACE OF A
      * DOCUMENTS HOLD (DCJB8BDC PUTS THAT BACK IF IT IS STILL DUE)
      * BUT AN UNPAID-BALANCE HOLD IS LEFT WHERE IT IS.
      *--------------------------------------------------------------
       700-APPLY-SUSPENSION.

           MOVE WS-ITG-STUNUM TO STU-NUMBER.
           EXEC CICS READ
                FILE('STUFILE')
                INTO(STUFILE-RECORD)
                RIDFLD(STU-KEY)
                UPDATE
           END-EXEC.

           MOVE 'S' TO STU-STANDING.
           MOVE EIBDATE TO STU-LASTCHG-DATE.
           MOVE EIBTIME TO STU-LASTCHG-TIME.

           EXEC CICS REWRITE
                FILE('STUFILE')
                FROM(STUFILE-RECORD)
           END-EXEC.

           PERFORM 750-JOURNAL-REWRITE.

           MOVE WS-ITG-STUNUM TO HLD-STU-NUMBER.
           EXEC CICS READ
                FILE('HOLDFILE')
                INTO(HOLDFILE-RECORD)
                LENGTH(HOLDFILE-LENGTH)
                RIDFLD(HLD-KEY)
                UPDATE
                RESP(WS-HLD-STATUS)
           END-EXEC.

           IF (WS-HLD-STATUS = DFHRESP(NORMAL))
                IF HLD-DISCIPLINE
                     SET WS-SUSP-HOLD-KEPT TO TRUE
                     EXEC CICS UNLOCK
                          FILE('HOLDFILE')
                     END-EXEC
                     GO TO 700-EXIT
                END-IF
                IF HLD-UNPAID
                     SET WS-SUSP-BALANCE-HOLD TO TRUE
                     EXEC CICS UNLOCK
                          FILE('HOLDFILE')
                     END-EXEC
                     GO TO 700-EXIT
                END-IF
           END-IF.

           MOVE WS-ITG-STUNUM TO HLD-STU-NUMBER.
           MOVE 'C' TO HLD-TYPE.
           MOVE WS-OPERID TO HLD-PLACED-BY.
           MOVE EIBDATE TO HLD-DATE.
           MOVE EIBTIME TO HLD-TIME.

           IF (WS-HLD-STATUS = DFHRESP(NORMAL))
                EXEC CICS REWRITE
                     FILE('HOLDFILE')
                     FROM(HOLDFILE-RECORD)
                     LENGTH(HOLDFILE-LENGTH)
                END-EXEC
           ELSE
                EXEC CICS WRITE
                     FILE('HOLDFILE')
                     FROM(HOLDFILE-RECORD)
                     LENGTH(HOLDFILE-LENGTH)
                     RIDFLD(HLD-KEY)
                END-EXEC
           END-IF.
           SET WS-SUSP-HOLD-PLACED TO TRUE.

       700-EXIT.
           EXIT.

       750-JOURNAL-REWRITE.

           MOVE STU-NUMBER TO JRN-STU-NUMBER.
           MOVE 'R' TO JRN-OPERATION.
           MOVE EIBTRNID TO JRN-TRANSID.
           MOVE WS-OPERID TO JRN-OPERID.
           MOVE EIBDATE TO JRN-DATE.
           MOVE EIBTIME TO JRN-TIME.
           MOVE STUFILE-RECORD TO JRN-RECORD-IMAGE.

           MOVE 'STUJRNL' TO JCA-JOURNAL.
           MOVE STUJRNL-LENGTH TO JCA-LENGTH.
           MOVE STUJRNL-RECORD TO JCA-IMAGE.
           MOVE 'Y' TO JCA-ABEND-SW.
           EXEC CICS LINK
                PROGRAM('DCJB8PIB')
                COMMAREA(JRNL-CHAIN-AREA)
                LENGTH(JRNL-CHAIN-AREA-LEN)
           END-EXEC.

       800-SHOW-CASES.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "I N T E G R I T Y   C A S E S" TO TITLEO.
           MOVE WS-ITG-STUNUM TO STUNUMO.
           MOVE STU-NAME TO STUNAMEO.
           MOVE WS-SUMMARY TO SUMRYO.

           MOVE WS-ROW-LINE(1) TO LINE1O.
           MOVE WS-ROW-LINE(2) TO LINE2O.
           MOVE WS-ROW-LINE(3) TO LINE3O.
           MOVE WS-ROW-LINE(4) TO LINE4O.
           MOVE WS-ROW-LINE(5) TO LINE5O.
           MOVE WS-ROW-LINE(6) TO LINE6O.
           MOVE WS-ROW-LINE(7) TO LINE7O.
           MOVE WS-ROW-LINE(8) TO LINE8O.

           MOVE WS-MSG TO MSGO.

           EVALUATE TRUE
               WHEN WS-CURSOR-CRS
                    MOVE -1 TO CRSL
               WHEN WS-CURSOR-TERM
                    MOVE -1 TO TERML
               WHEN WS-CURSOR-ALLEG
                    MOVE -1 TO ALLEGL
               WHEN WS-CURSOR-HEARDT
                    MOVE -1 TO HEARDTL
               WHEN WS-CURSOR-OUTCM
                    MOVE -1 TO OUTCML
               WHEN WS-CURSOR-GRDPEN
                    MOVE -1 TO GRDPENL
               WHEN WS-CURSOR-SUSPTM
                    MOVE -1 TO SUSPTML
               WHEN WS-CURSOR-NOTATN
                    MOVE -1 TO NOTATNL
               WHEN OTHER
                    MOVE -1 TO CASENOL
           END-EVALUATE.

           MOVE WS-OPERID TO WS-ITG-OPERID.

           MOVE 'PF4=RESET  PF9=EXIT' TO FOOTERO.
           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCJB8NV')
                ERASE
                CURSOR
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('JC29')
                COMMAREA(WS-ITG-DATA)
                LENGTH(WS-ITG-DATA-LEN)
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
           MOVE 'DCJB8NV' TO HRQ-MAPSET.
           MOVE SPACES TO HRQ-FIELD.
           MOVE 'DCJB8PHW' TO HRQ-RETURN.

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

           MOVE 'DCJB8PHW' TO ERL-PROGRAM.
           MOVE WS-OPERID TO ERL-OPERID.
           MOVE STU-NUMBER OF STUFILE-RECORD TO ERL-STU-NUMBER.
           MOVE 'T' TO ERL-CHANNEL.

           EXEC CICS LINK
                PROGRAM('DCJB8PIA')
                COMMAREA(ERRLOG-RECORD)
                LENGTH(ERRLOG-LENGTH)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8PHW.
