       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCJB8PHV.
       AUTHOR. HENRY ZHENG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY REQUIRED-DOCUMENT CHECKLIST MAP LAYOUT
       COPY 'DCJB8NU'.

      * PF1 HANDS THE OPERATOR TO THE DCJB8PHO HELP PAGE FOR THIS
      * SCREEN - SEE HELPREC FOR WHERE THE TEXT LIVES.
       COPY 'HLPRQREC'.

      * THE STUDENT WHOSE CHECKLIST IS ON SCREEN - SHOWN BY NAME SO
      * THE OPERATOR CATCHES A MISKEYED NUMBER.
       COPY 'STUREC'.

      * THE CHECKLIST ITSELF.
       COPY 'DOCREC'.

      * THE REGISTRATION HOLD - SHOWN ON THE SUMMARY LINE SO THE
      * OPERATOR CAN SEE WHETHER THE NIGHTLY RUN HAS PLACED ONE.
       COPY 'HOLDREC'.

      * THE OPERATOR RECORD - WAIVING OR REMOVING A REQUIRED DOCUMENT
      * IS A SUPERVISOR FUNCTION, AND THE ROLE IS RE-CHECKED HERE SO
      * A DIRECT TRANSACTION START CANNOT BYPASS THE MENU.
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
       01 WS-DOC-STATUS         PIC S9(4) COMP.
       01 WS-HLD-STATUS         PIC S9(4) COMP.
       01 WS-OPER-STATUS        PIC S9(4) COMP.

      * CARRIES THE STUDENT ON SCREEN ACROSS THE PSEUDO-CONVERSATIONAL
      * TURN SO THE UPDATING TURN DOESN'T DEPEND ON THE UNPROTECTED
      * FIELDS BEING RETRANSMITTED.
       01 WS-DOC-DATA.
           05 WS-DOC-OPERID     PIC X(8).
           05 WS-DOC-STUNUM     PIC X(7).
           05 FILLER            PIC X(1) VALUE SPACE.
       01 WS-DOC-DATA-LEN       PIC S9(4) COMP VALUE 16.

      * TODAY AS CYYDDD, FOR THE OVERDUE TEST AND THE STAMPS.
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
       01 WS-REQUIRED-DATE      PIC 9(7) VALUE 0.
       01 WS-RECEIVED-DATE      PIC 9(7) VALUE 0.

      * WHICH FIELD THE CURSOR GOES BACK TO WHEN A KEYED DOCUMENT IS
      * TURNED AWAY - THE CHECKLIST STAYS ON SCREEN.
       01 WS-CURSOR-SW          PIC X(1) VALUE 'C'.
           88 WS-CURSOR-CODE              VALUE 'C'.
           88 WS-CURSOR-DESC              VALUE 'D'.
           88 WS-CURSOR-REQBY             VALUE 'Q'.
           88 WS-CURSOR-RCVD              VALUE 'R'.
           88 WS-CURSOR-ACTION            VALUE 'A'.

       01 WS-OUTSTANDING        PIC 9(2) VALUE 0.
       01 WS-OVERDUE            PIC 9(2) VALUE 0.
       01 WS-DOC-COUNT          PIC 9(3) VALUE 0.

       01 WS-SUMMARY.
           05 FILLER            PIC X(13) VALUE 'OUTSTANDING '.
           05 WS-SUM-OUT        PIC Z9.
           05 FILLER            PIC X(11) VALUE '  OVERDUE '.
           05 WS-SUM-LATE       PIC Z9.
           05 FILLER            PIC X(7) VALUE '  HOLD '.
           05 WS-SUM-HOLD       PIC X(5).

      * THE STUDENT'S DOCUMENTS AS SHOWN ON SCREEN - THE FIRST EIGHT
      * IN CODE ORDER.
       01 WS-ROW                PIC 9(2) VALUE 0.
       01 WS-ROW-TABLE.
           05 WS-ROW-LINE       PIC X(60) OCCURS 8 TIMES.
       01 WS-ROW-TEXT.
           05 WS-ROW-CODE       PIC X(4).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-ROW-DESC       PIC X(30).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-ROW-REQBY      PIC 9(7).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-ROW-RCVD       PIC X(7).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-ROW-FLAG       PIC X(8).

       01 WS-MORE-MSG.
           05 WS-MORE-COUNT     PIC ZZ9.
           05 FILLER            PIC X(35)
                VALUE ' DOCUMENTS ON FILE - FIRST 8 SHOWN'.

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

           IF (EIBCALEN = WS-DOC-DATA-LEN) THEN
                MOVE DFHCOMMAREA TO WS-DOC-DATA
                MOVE WS-DOC-OPERID TO WS-OPERID
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
                     MAPSET('DCJB8NU')
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
                MOVE SPACES TO WS-DOC-STUNUM
           END-IF.

           EXEC CICS RECEIVE
                MAP('MAP1')
                MAPSET('DCJB8NU')
           END-EXEC.

           GO TO 200-MAIN-LOGIC.

       100-FIRST-TIME.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "D O C U M E N T S" TO TITLEO.
           MOVE
       'ENTER STUDENT NUMBER; KEY A DOCUMENT CODE TO ADD OR UPDATE IT'
                TO MSGO.

           MOVE 'PF4=RESET  PF9=EXIT' TO FOOTERO.
           EXEC CICS SEND
               MAP('MAP1')
               MAPSET('DCJB8NU')
               ERASE
           END-EXEC.

           EXEC CICS RETURN
               TRANSID('JC28')
               COMMAREA(WS-OPERID)
               LENGTH(WS-OPERID-LEN)
           END-EXEC.

       200-MAIN-LOGIC.

      * THE STUDENT COMES FROM THE SCREEN WHEN KEYED, OTHERWISE FROM
      * THE ONE ALREADY ON DISPLAY (CARRIED IN THE COMMAREA).
           IF (STUNUML NOT = 0)
                MOVE STUNUMI TO WS-DOC-STUNUM
           END-IF.

           IF (WS-DOC-STUNUM = SPACES)
                MOVE 'PLEASE ENTER A STUDENT NUMBER' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           IF (WS-DOC-STUNUM IS NOT NUMERIC)
                MOVE 'STUDENT NUMBER MUST BE NUMERIC' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           MOVE WS-DOC-STUNUM TO STU-NUMBER.

           EXEC CICS READ
                FILE('STUFILE')
                INTO(STUFILE-RECORD)
                RIDFLD(STU-KEY)
           END-EXEC.

           MOVE EIBDATE TO WS-TODAY.

           IF (DOCCDEL NOT = 0)
                GO TO 600-SAVE-DOCUMENT
           END-IF.

           PERFORM 250-LOAD-CHECKLIST.
           IF (WS-DOC-COUNT = 0)
                MOVE 'NO DOCUMENTS ON THE CHECKLIST - KEY A CODE TO ADD'
                     TO WS-MSG
           ELSE
                IF (WS-DOC-COUNT > 8)
                     MOVE WS-DOC-COUNT TO WS-MORE-COUNT
                     MOVE WS-MORE-MSG TO WS-MSG
                ELSE
                     MOVE
           'CHECKLIST SHOWN - KEY A DOCUMENT CODE TO ADD OR UPDATE'
                          TO WS-MSG
                END-IF
           END-IF.
           GO TO 800-SHOW-CHECKLIST.

      *--------------------------------------------------------------
      * LOADS THE STUDENT'S CHECKLIST FOR DISPLAY AND COUNTS WHAT IS
      * STILL OUTSTANDING AND WHAT OF THAT IS PAST ITS REQUIRED-BY
      * DATE - THE SAME TEST THE NIGHTLY DCJB8BDC RUN MAKES.
      *--------------------------------------------------------------
       250-LOAD-CHECKLIST.

           MOVE 0 TO WS-OUTSTANDING.
           MOVE 0 TO WS-OVERDUE.
           MOVE 0 TO WS-DOC-COUNT.
           MOVE 0 TO WS-ROW.
           MOVE SPACES TO WS-ROW-TABLE.
           MOVE WS-DOC-STUNUM TO DOC-STU-NUMBER.
           MOVE LOW-VALUES TO DOC-CODE.

           EXEC CICS STARTBR
                FILE('DOCFILE')
                RIDFLD(DOC-KEY)
                GTEQ
                RESP(WS-BR-STATUS)
           END-EXEC.

           IF (WS-BR-STATUS = DFHRESP(NORMAL))
                PERFORM 270-LOAD-ONE-DOCUMENT THRU 270-EXIT
                     UNTIL (WS-BR-STATUS NOT = DFHRESP(NORMAL))
                EXEC CICS ENDBR
                     FILE('DOCFILE')
                END-EXEC
           END-IF.

           MOVE WS-DOC-STUNUM TO HLD-STU-NUMBER.
           EXEC CICS READ
                FILE('HOLDFILE')
                INTO(HOLDFILE-RECORD)
                LENGTH(HOLDFILE-LENGTH)
                RIDFLD(HLD-KEY)
                RESP(WS-HLD-STATUS)
           END-EXEC.

           MOVE WS-OUTSTANDING TO WS-SUM-OUT.
           MOVE WS-OVERDUE TO WS-SUM-LATE.
           IF (WS-HLD-STATUS = DFHRESP(NORMAL))
                MOVE HLD-TYPE TO WS-SUM-HOLD
           ELSE
                MOVE 'NONE' TO WS-SUM-HOLD
           END-IF.

       270-LOAD-ONE-DOCUMENT.

           EXEC CICS READNEXT
                FILE('DOCFILE')
                INTO(DOCFILE-RECORD)
                LENGTH(DOCFILE-LENGTH)
                RIDFLD(DOC-KEY)
                RESP(WS-BR-STATUS)
           END-EXEC.

           IF (WS-BR-STATUS NOT = DFHRESP(NORMAL))
                GO TO 270-EXIT
           END-IF.

           IF (DOC-STU-NUMBER NOT = WS-DOC-STUNUM)
                MOVE DFHRESP(ENDFILE) TO WS-BR-STATUS
                GO TO 270-EXIT
           END-IF.

           ADD 1 TO WS-DOC-COUNT.
           MOVE SPACES TO WS-ROW-FLAG.
           MOVE SPACES TO WS-ROW-RCVD.
           EVALUATE TRUE
               WHEN DOC-RECEIVED
                    MOVE 'RECEIVED' TO WS-ROW-FLAG
                    COMPUTE WS-DATE-NUM = DOC-RECEIVED-DATE + 1900000
                    MOVE WS-DATE-IN TO WS-ROW-RCVD
               WHEN DOC-WAIVED
                    MOVE 'WAIVED' TO WS-ROW-FLAG
               WHEN OTHER
                    ADD 1 TO WS-OUTSTANDING
                    IF (DOC-REQUIRED-DATE < WS-TODAY)
                         ADD 1 TO WS-OVERDUE
                         MOVE 'OVERDUE' TO WS-ROW-FLAG
                    END-IF
           END-EVALUATE.

           IF (WS-ROW NOT < 8)
                GO TO 270-EXIT
           END-IF.

           MOVE DOC-CODE TO WS-ROW-CODE.
           MOVE DOC-DESCRIPTION TO WS-ROW-DESC.
           COMPUTE WS-ROW-REQBY = DOC-REQUIRED-DATE + 1900000.
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

       300-STU-NOTFND.

           MOVE 'STUDENT NOT FOUND' TO WS-MSG.
           GO TO 500-ERROR-RETURN.

       500-ERROR-RETURN.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "D O C U M E N T S" TO TITLEO.
           MOVE WS-MSG TO MSGO.
           MOVE -1 TO STUNUML.

           MOVE 'PF4=RESET  PF9=EXIT' TO FOOTERO.
           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCJB8NU')
                ERASE
                CURSOR
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('JC28')
                COMMAREA(WS-OPERID)
                LENGTH(WS-OPERID-LEN)
           END-EXEC.

      *--------------------------------------------------------------
      * A KEYED DOCUMENT TURNED AWAY - THE STUDENT'S CHECKLIST STAYS
      * ON SCREEN WITH THE CURSOR ON THE FIELD IN ERROR.
      *--------------------------------------------------------------
       550-DOCUMENT-ERROR.

           PERFORM 250-LOAD-CHECKLIST.
           GO TO 800-SHOW-CHECKLIST.

      *--------------------------------------------------------------
      * ADDS OR UPDATES ONE DOCUMENT. A NEW CODE NEEDS A DESCRIPTION
      * (THE USUAL CODES FILL THEIR OWN) AND A REQUIRED-BY DATE; ON AN
      * EXISTING ONE ONLY THE FIELDS KEYED CHANGE. THE ACTION MARKS
      * IT RECEIVED TODAY (R), WAIVES IT (W) OR TAKES IT OFF THE
      * CHECKLIST (D) - THE LAST TWO FOR SUPERVISORS ONLY. A RECEIVED
      * DATE OF ZEROS PUTS A DOCUMENT BACK TO OUTSTANDING.
      *--------------------------------------------------------------
       600-SAVE-DOCUMENT.

           IF (DOCCDEI = SPACES)
                MOVE 'DOCUMENT CODE IS REQUIRED' TO WS-MSG
                SET WS-CURSOR-CODE TO TRUE
                GO TO 550-DOCUMENT-ERROR
           END-IF.

           IF (ACTNL NOT = 0) AND
              (ACTNI NOT = 'R') AND (ACTNI NOT = 'W') AND
              (ACTNI NOT = 'D') AND (ACTNI NOT = SPACE)
                MOVE
           'ACTION MUST BE R (RECEIVED), W (WAIVE) OR D (DROP)'
                     TO WS-MSG
                SET WS-CURSOR-ACTION TO TRUE
                GO TO 550-DOCUMENT-ERROR
           END-IF.

           IF (ACTNL NOT = 0) AND
              (ACTNI = 'W' OR ACTNI = 'D')
                EXEC CICS READ
                     FILE('OPERFILE')
                     INTO(OPERFILE-RECORD)
                     RIDFLD(WS-OPERID)
                     RESP(WS-OPER-STATUS)
                END-EXEC
      * A BLANK ROLE PREDATES THE FIELD AND COUNTS AS SUPERVISOR -
      * SEE OPERREC.
                IF (WS-OPER-STATUS NOT = DFHRESP(NORMAL)) OR
                   (NOT OPER-ROLE-SUPERVISOR AND
                    NOT OPER-ROLE-ADMIN AND
                    OPER-ROLE NOT = SPACE)
                     MOVE 'WAIVING OR REMOVING IS A SUPERVISOR FUNCTION'
                          TO WS-MSG
                     SET WS-CURSOR-ACTION TO TRUE
                     GO TO 550-DOCUMENT-ERROR
                END-IF
           END-IF.

           MOVE 0 TO WS-REQUIRED-DATE.
           IF (REQBYL NOT = 0)
                MOVE REQBYI TO WS-DATE-IN
                PERFORM 280-EDIT-DATE
                IF NOT WS-DATE-OK
                     MOVE 'REQUIRED-BY DATE MUST BE YYYYDDD' TO WS-MSG
                     SET WS-CURSOR-REQBY TO TRUE
                     GO TO 550-DOCUMENT-ERROR
                END-IF
                COMPUTE WS-REQUIRED-DATE = WS-DATE-NUM - 1900000
           END-IF.

           MOVE 0 TO WS-RECEIVED-DATE.
           IF (RCVDTL NOT = 0) AND (RCVDTI NOT = '0000000')
                MOVE RCVDTI TO WS-DATE-IN
                PERFORM 280-EDIT-DATE
                IF NOT WS-DATE-OK
                     MOVE 'RECEIVED DATE MUST BE YYYYDDD' TO WS-MSG
                     SET WS-CURSOR-RCVD TO TRUE
                     GO TO 550-DOCUMENT-ERROR
                END-IF
                COMPUTE WS-RECEIVED-DATE = WS-DATE-NUM - 1900000
                IF (WS-RECEIVED-DATE > WS-TODAY)
                     MOVE 'RECEIVED DATE CANNOT BE IN THE FUTURE'
                          TO WS-MSG
                     SET WS-CURSOR-RCVD TO TRUE
                     GO TO 550-DOCUMENT-ERROR
                END-IF
           END-IF.

           MOVE WS-DOC-STUNUM TO DOC-STU-NUMBER.
           MOVE DOCCDEI TO DOC-CODE.
           EXEC CICS READ
                FILE('DOCFILE')
                INTO(DOCFILE-RECORD)
                LENGTH(DOCFILE-LENGTH)
                RIDFLD(DOC-KEY)
                UPDATE
                RESP(WS-DOC-STATUS)
           END-EXEC.

           IF (WS-DOC-STATUS = DFHRESP(NORMAL))
                GO TO 650-UPDATE-DOCUMENT
           END-IF.

           IF (ACTNL NOT = 0) AND (ACTNI = 'W' OR ACTNI = 'D')
                MOVE 'THAT DOCUMENT IS NOT ON THE CHECKLIST' TO WS-MSG
                SET WS-CURSOR-CODE TO TRUE
                GO TO 550-DOCUMENT-ERROR
           END-IF.

           MOVE SPACES TO DOCFILE-RECORD.
           MOVE WS-DOC-STUNUM TO DOC-STU-NUMBER.
           MOVE DOCCDEI TO DOC-CODE.
           IF (DOCDSCL NOT = 0) AND (DOCDSCI NOT = SPACES)
                MOVE DOCDSCI TO DOC-DESCRIPTION
           ELSE
                EVALUATE DOC-CODE
                    WHEN 'HSTR'
                         MOVE 'FINAL HIGH-SCHOOL TRANSCRIPT'
                              TO DOC-DESCRIPTION
                    WHEN 'PSTR'
                         MOVE 'POST-SECONDARY TRANSCRIPT'
                              TO DOC-DESCRIPTION
                    WHEN 'IDNT'
                         MOVE 'PROOF OF IDENTITY' TO DOC-DESCRIPTION
                    WHEN 'IMMG'
                         MOVE 'IMMIGRATION DOCUMENTS'
                              TO DOC-DESCRIPTION
                    WHEN 'LANG'
                         MOVE 'LANGUAGE PROFICIENCY RESULTS'
                              TO DOC-DESCRIPTION
                    WHEN OTHER
                         MOVE 'DESCRIPTION IS REQUIRED FOR A NEW CODE'
                              TO WS-MSG
                         SET WS-CURSOR-DESC TO TRUE
                         GO TO 550-DOCUMENT-ERROR
                END-EVALUATE
           END-IF.

           IF (WS-REQUIRED-DATE = 0)
                MOVE 'REQUIRED-BY DATE IS REQUIRED FOR A NEW DOCUMENT'
                     TO WS-MSG
                SET WS-CURSOR-REQBY TO TRUE
                GO TO 550-DOCUMENT-ERROR
           END-IF.

           MOVE WS-REQUIRED-DATE TO DOC-REQUIRED-DATE.
           MOVE WS-RECEIVED-DATE TO DOC-RECEIVED-DATE.
           MOVE SPACE TO DOC-STATUS.
           IF (WS-RECEIVED-DATE NOT = 0)
                MOVE 'R' TO DOC-STATUS
           END-IF.
           IF (ACTNL NOT = 0) AND (ACTNI = 'R')
                MOVE WS-TODAY TO DOC-RECEIVED-DATE
                MOVE 'R' TO DOC-STATUS
           END-IF.
           MOVE 0 TO DOC-REMIND-DATE.
           MOVE WS-OPERID TO DOC-LASTCHG-OPERID.
           MOVE WS-TODAY TO DOC-LASTCHG-DATE.

           EXEC CICS WRITE
                FILE('DOCFILE')
                FROM(DOCFILE-RECORD)
                LENGTH(DOCFILE-LENGTH)
                RIDFLD(DOC-KEY)
                RESP(WS-DOC-STATUS)
           END-EXEC.

           IF (WS-DOC-STATUS NOT = DFHRESP(NORMAL))
                MOVE 'CHECKLIST CHANGED WHILE KEYING - PLEASE KEY AGAIN'
                     TO WS-MSG
                SET WS-CURSOR-CODE TO TRUE
                GO TO 550-DOCUMENT-ERROR
           END-IF.

           PERFORM 250-LOAD-CHECKLIST.
           MOVE 'DOCUMENT ADDED TO THE CHECKLIST' TO WS-MSG.
           GO TO 800-SHOW-CHECKLIST.

      *--------------------------------------------------------------
      * THE DOCUMENT IS ON FILE AND HELD FOR UPDATE.
      *--------------------------------------------------------------
       650-UPDATE-DOCUMENT.

           IF (ACTNL NOT = 0) AND (ACTNI = 'D')
                EXEC CICS DELETE
                     FILE('DOCFILE')
                END-EXEC
                PERFORM 250-LOAD-CHECKLIST
                MOVE 'DOCUMENT REMOVED FROM THE CHECKLIST' TO WS-MSG
                GO TO 800-SHOW-CHECKLIST
           END-IF.

           IF (DOCDSCL NOT = 0) AND (DOCDSCI NOT = SPACES)
                MOVE DOCDSCI TO DOC-DESCRIPTION
           END-IF.

           IF (WS-REQUIRED-DATE NOT = 0)
                MOVE WS-REQUIRED-DATE TO DOC-REQUIRED-DATE
           END-IF.

           IF (RCVDTL NOT = 0)
                MOVE WS-RECEIVED-DATE TO DOC-RECEIVED-DATE
                IF (WS-RECEIVED-DATE = 0)
                     MOVE SPACE TO DOC-STATUS
                ELSE
                     MOVE 'R' TO DOC-STATUS
                END-IF
           END-IF.

           IF (ACTNL NOT = 0) AND (ACTNI = 'R')
                MOVE WS-TODAY TO DOC-RECEIVED-DATE
                MOVE 'R' TO DOC-STATUS
           END-IF.

           IF (ACTNL NOT = 0) AND (ACTNI = 'W')
                MOVE 'W' TO DOC-STATUS
           END-IF.

           MOVE WS-OPERID TO DOC-LASTCHG-OPERID.
           MOVE WS-TODAY TO DOC-LASTCHG-DATE.

           EXEC CICS REWRITE
                FILE('DOCFILE')
                FROM(DOCFILE-RECORD)
                LENGTH(DOCFILE-LENGTH)
           END-EXEC.

           PERFORM 250-LOAD-CHECKLIST.
           MOVE 'DOCUMENT UPDATED' TO WS-MSG.
           GO TO 800-SHOW-CHECKLIST.

       800-SHOW-CHECKLIST.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "D O C U M E N T S" TO TITLEO.
           MOVE WS-DOC-STUNUM TO STUNUMO.
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
               WHEN WS-CURSOR-DESC
                    MOVE -1 TO DOCDSCL
               WHEN WS-CURSOR-REQBY
                    MOVE -1 TO REQBYL
               WHEN WS-CURSOR-RCVD
                    MOVE -1 TO RCVDTL
               WHEN WS-CURSOR-ACTION
                    MOVE -1 TO ACTNL
               WHEN OTHER
                    MOVE -1 TO DOCCDEL
           END-EVALUATE.

           MOVE WS-OPERID TO WS-DOC-OPERID.

           MOVE 'PF4=RESET  PF9=EXIT' TO FOOTERO.
           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCJB8NU')
                ERASE
                CURSOR
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('JC28')
                COMMAREA(WS-DOC-DATA)
                LENGTH(WS-DOC-DATA-LEN)
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
           MOVE 'DCJB8NU' TO HRQ-MAPSET.
           MOVE SPACES TO HRQ-FIELD.
           MOVE 'DCJB8PHV' TO HRQ-RETURN.

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

           MOVE 'DCJB8PHV' TO ERL-PROGRAM.
           MOVE WS-OPERID TO ERL-OPERID.
           MOVE STU-NUMBER OF STUFILE-RECORD TO ERL-STU-NUMBER.
           MOVE 'T' TO ERL-CHANNEL.

           EXEC CICS LINK
                PROGRAM('DCJB8PIA')
                COMMAREA(ERRLOG-RECORD)
                LENGTH(ERRLOG-LENGTH)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8PHV.
