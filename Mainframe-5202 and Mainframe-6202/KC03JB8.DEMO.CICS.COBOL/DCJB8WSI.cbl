       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCJB8WSI.
       AUTHOR. HENRY ZHENG.

      * INSTRUCTOR SELF-SERVICE FOR THE INSTRUCTOR PORTAL - RETURNS
      * THE LIVE ROSTER AND WAITLIST OF THE SECTIONS AN INSTRUCTOR
      * TEACHES (CRS-INSTR-ID), AND POSTS A DAY'S ATTENDANCE MARKS
      * FOR ONE OF THEM TO ATTFILE UNDER THE SAME RULES AS THE
      * DCJB8PHG SCREEN. EVERY CALL IS WRITTEN TO INSLOG UNDER THE
      * INSTRUCTOR ID (SEE INSLREC).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * REGISTERED-CALLER CHECK WORK - EVERY DCJB8WS* SERVICE GATES
      * ON CALLFILE, THIS ONE UNDER ITS OWN CAL-ALLOW-WSI GRANT.
       COPY 'CALLREC'.
       COPY 'CALLCNT'.
       01 WS-CAL-STATUS          PIC S9(4) COMP.
       01 WS-CCN-STATUS          PIC S9(4) COMP.
       01 WS-CCN-HOUR            PIC 9(2) VALUE 0.

       COPY 'WSIREQ'.
       COPY 'WSIRESP'.
       COPY 'INSTREC'.
       COPY 'CRSREC'.
       COPY 'STUREC'.
       COPY 'ATTDREC'.
       COPY 'INSLREC'.

       01 WS-INS-STATUS          PIC S9(4) COMP.
       01 WS-READ-STATUS         PIC S9(4) COMP.
       01 WS-BROWSE-STATUS       PIC S9(4) COMP.
       01 WS-ATT-STATUS          PIC S9(4) COMP.
       01 WS-LOG-STATUS          PIC S9(4) COMP.

      * MEETING DATE AS KEYED (YYYYDDD) - ATTFILE HOLDS IT AS CYYDDD.
       01 WS-MEET-DATE           PIC 9(7) VALUE 0.

       01 WS-SECT-COUNT          PIC 9(2) VALUE 0.
       01 WS-SECT-IDX            PIC 9(2).
       01 WS-ROST-COUNT          PIC 9(3) VALUE 0.
       01 WS-HELD-COUNT          PIC 9(3) VALUE 0.
       01 WS-SLOT                PIC 9(2).
       01 WS-WAIT-IDX            PIC 9(2).
       01 WS-MARK-IDX            PIC 9(2).

      * ONE ROSTER LINE BEING ADDED BY 340-ADD-ROW - THE STUDENT
      * ITSELF IS WHATEVER STUFILE-RECORD HOLDS.
       01 WS-ROW-COURSE          PIC X(8).
       01 WS-ROW-BASIS           PIC X(1).
       01 WS-ROW-WAITPOS         PIC 9(2).

       01 WS-FOUND-SW            PIC X(1) VALUE 'N'.
           88 WS-FOUND                   VALUE 'Y'.
       01 WS-MARK-ERROR-SW       PIC X(1) VALUE 'N'.
           88 WS-MARK-ERROR              VALUE 'Y'.

       01 WS-POSTED-COUNT        PIC 9(3) VALUE 0.
       01 WS-POSTED-EDIT         PIC ZZ9.

      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(4600).

       PROCEDURE DIVISION.
      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.

           MOVE DFHCOMMAREA TO WSIINS-REQ.
           MOVE LOW-VALUES TO DFHCOMMAREA.

       000-START-LOGIC.

           MOVE LOW-VALUES TO WSI-RESP.

           PERFORM 050-CHECK-CALLER THRU 050-EXIT.

           GO TO 200-MAIN-LOGIC.

      *--------------------------------------------------------------
      * REGISTERED-CALLER CHECK - EVERY CALL MUST CARRY A KNOWN,
      * ACTIVE CALLER ID AND ITS SECRET, AND THE CALLER MUST BE
      * GRANTED THIS PARTICULAR SERVICE. EACH ACCEPTED CALL BUMPS
      * THE CALLER'S HOURLY VOLUME COUNTER FOR DCJB8BTU'S REPORT.
      * A REJECTED CALL IS STILL WRITTEN TO INSLOG.
      *--------------------------------------------------------------
       050-CHECK-CALLER.

           MOVE WSI-CALLERID-REQ TO CAL-ID.

           EXEC CICS READ
                FILE('CALLFILE')
                INTO(CALLFILE-RECORD)
                LENGTH(CALLFILE-LENGTH)
                RIDFLD(CAL-KEY)
                RESP(WS-CAL-STATUS)
           END-EXEC.

           IF (WS-CAL-STATUS NOT = DFHRESP(NORMAL)) OR
              (WSI-CALLSECRET-REQ NOT = CAL-SECRET) OR
              (NOT CAL-IS-ACTIVE) OR
              (CAL-ALLOW-WSI NOT = 'Y')
                MOVE LOW-VALUES TO WSI-RESP
                MOVE 'CALLER NOT AUTHORIZED FOR THIS SERVICE'
                     TO WSI-MSG
                MOVE "9" TO WSI-STATUS-CODE
                GO TO 800-SEND-RESPONSE
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

           MOVE LOW-VALUES TO WSI-RESP.

           IF (WSI-INSTR-REQ = SPACES OR LOW-VALUES)
                MOVE 'PLEASE ENTER AN INSTRUCTOR ID' TO WSI-MSG
                MOVE "1" TO WSI-STATUS-CODE
                GO TO 800-SEND-RESPONSE
           END-IF.

           IF (NOT WSI-ACTION-ROSTER) AND (NOT WSI-ACTION-ATTEND)
                MOVE 'ACTION MUST BE R (ROSTER) OR A (ATTENDANCE)'
                     TO WSI-MSG
                MOVE "1" TO WSI-STATUS-CODE
                GO TO 800-SEND-RESPONSE
           END-IF.

      * MEETING DATE DEFAULTS TO TODAY WHEN NOT KEYED.
           IF (WSI-DATE-REQ = SPACES OR LOW-VALUES)
                COMPUTE WS-MEET-DATE = EIBDATE + 1900000
           ELSE
                IF (WSI-DATE-REQ IS NOT NUMERIC)
                     MOVE 'MEETING DATE MUST BE KEYED AS YYYYDDD'
                          TO WSI-MSG
                     MOVE "1" TO WSI-STATUS-CODE
                     GO TO 800-SEND-RESPONSE
                END-IF
                MOVE WSI-DATE-REQ TO WS-MEET-DATE
           END-IF.
           MOVE WS-MEET-DATE TO WSI-MEET-DATE.

           IF WSI-ACTION-ATTEND
                IF (WSI-COURSE-REQ = SPACES OR LOW-VALUES)
                     MOVE 'PLEASE ENTER A COURSE CODE' TO WSI-MSG
                     MOVE "1" TO WSI-STATUS-CODE
                     GO TO 800-SEND-RESPONSE
                END-IF
                IF (WSI-MARK-COUNT-REQ IS NOT NUMERIC) OR
                   (WSI-MARK-COUNT-REQ = 0) OR
                   (WSI-MARK-COUNT-REQ > 40)
                     MOVE 'MARK COUNT MUST BE 1 TO 40' TO WSI-MSG
                     MOVE "1" TO WSI-STATUS-CODE
                     GO TO 800-SEND-RESPONSE
                END-IF
           END-IF.

           MOVE WSI-INSTR-REQ TO INS-ID.

           EXEC CICS READ
                FILE('INSTFILE')
                INTO(INSTFILE-RECORD)
                LENGTH(INSTFILE-LENGTH)
                RIDFLD(INS-KEY)
                RESP(WS-INS-STATUS)
           END-EXEC.

           IF (WS-INS-STATUS NOT = DFHRESP(NORMAL))
                MOVE 'INSTRUCTOR NOT ON FILE' TO WSI-MSG
                MOVE "2" TO WSI-STATUS-CODE
                GO TO 800-SEND-RESPONSE
           END-IF.

           MOVE INS-NAME TO WSI-INSTR-NAME.
           MOVE 0 TO WS-SECT-COUNT.

           IF (WSI-COURSE-REQ = SPACES OR LOW-VALUES)
                PERFORM 220-FIND-SECTIONS THRU 220-EXIT
           ELSE
                PERFORM 210-ONE-SECTION THRU 210-EXIT
           END-IF.

           MOVE WS-SECT-COUNT TO sectArray-num.

           IF WSI-ACTION-ATTEND
                GO TO 400-POST-ATTENDANCE
           END-IF.

           GO TO 300-BUILD-ROSTER.

      *--------------------------------------------------------------
      * THE ONE SECTION ASKED FOR - IT MUST BE IN THE CATALOG AND
      * ASSIGNED TO THIS INSTRUCTOR.
      *--------------------------------------------------------------
       210-ONE-SECTION.

           MOVE WSI-COURSE-REQ TO CRS-CODE.

           EXEC CICS READ
                FILE('CRSFILE')
                INTO(CRSFILE-RECORD)
                LENGTH(CRSFILE-LENGTH)
                RIDFLD(CRS-CODE)
                RESP(WS-READ-STATUS)
           END-EXEC.

           IF (WS-READ-STATUS NOT = DFHRESP(NORMAL))
                MOVE 'COURSE CODE NOT FOUND IN CATALOG' TO WSI-MSG
                MOVE "2" TO WSI-STATUS-CODE
                GO TO 800-SEND-RESPONSE
           END-IF.

           IF (CRS-INSTR-ID NOT = WSI-INSTR-REQ)
                MOVE 'SECTION IS NOT TAUGHT BY THIS INSTRUCTOR'
                     TO WSI-MSG
                MOVE "3" TO WSI-STATUS-CODE
                GO TO 800-SEND-RESPONSE
           END-IF.

           PERFORM 230-ADD-SECTION THRU 230-EXIT.

       210-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * EVERY SECTION ASSIGNED TO THE INSTRUCTOR - BROWSES THE WHOLE
      * CATALOG, SINCE CRS-INSTR-ID IS NOT A KEY, KEEPING ONLY THE
      * REQUESTED TERM WHEN ONE WAS KEYED.
      *--------------------------------------------------------------
       220-FIND-SECTIONS.

           MOVE LOW-VALUES TO CRS-CODE.

           EXEC CICS STARTBR
                FILE('CRSFILE')
                RIDFLD(CRS-CODE)
                GTEQ
                RESP(WS-BROWSE-STATUS)
           END-EXEC.

           IF (WS-BROWSE-STATUS = DFHRESP(NORMAL))
                PERFORM 225-NEXT-SECTION THRU 225-EXIT
                     UNTIL (WS-BROWSE-STATUS NOT = DFHRESP(NORMAL))
                EXEC CICS ENDBR
                     FILE('CRSFILE')
                END-EXEC
           END-IF.

           IF (WS-SECT-COUNT = 0)
                MOVE 'NO SECTIONS ASSIGNED TO THIS INSTRUCTOR'
                     TO WSI-MSG
                MOVE "0" TO WSI-STATUS-CODE
                GO TO 800-SEND-RESPONSE
           END-IF.

       220-EXIT.
           EXIT.

       225-NEXT-SECTION.

           EXEC CICS READNEXT
                FILE('CRSFILE')
                INTO(CRSFILE-RECORD)
                LENGTH(CRSFILE-LENGTH)
                RIDFLD(CRS-CODE)
                RESP(WS-BROWSE-STATUS)
           END-EXEC.

           IF (WS-BROWSE-STATUS NOT = DFHRESP(NORMAL))
                GO TO 225-EXIT
           END-IF.

           IF (CRS-INSTR-ID NOT = WSI-INSTR-REQ)
                GO TO 225-EXIT
           END-IF.

           IF (WSI-TERM-REQ NOT = SPACES AND LOW-VALUES) AND
              (CRS-TERM NOT = WSI-TERM-REQ)
                GO TO 225-EXIT
           END-IF.

           PERFORM 230-ADD-SECTION THRU 230-EXIT.

       225-EXIT.
           EXIT.

       230-ADD-SECTION.

           IF (WS-SECT-COUNT = 10)
                MOVE 'Y' TO WSI-MORE-FLAG
                GO TO 230-EXIT
           END-IF.

           ADD 1 TO WS-SECT-COUNT.
           MOVE CRS-CODE TO WSI-SECT-CODE(WS-SECT-COUNT).
           MOVE CRS-TITLE TO WSI-SECT-TITLE(WS-SECT-COUNT).
           MOVE CRS-TERM TO WSI-SECT-TERM(WS-SECT-COUNT).
           MOVE CRS-CAPACITY TO WSI-SECT-CAPACITY(WS-SECT-COUNT).
           MOVE CRS-SEATS-USED TO WSI-SECT-USED(WS-SECT-COUNT).
           MOVE CRS-WAIT-COUNT TO WSI-SECT-WAITING(WS-SECT-COUNT).

       230-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * BUILDS THE ROSTER - SCANS THE STUNAME ALTERNATE INDEX ONCE
      * AND KEEPS EVERY STUDENT WHOSE COURSE TABLE CARRIES ONE OF THE
      * SECTIONS, THE SAME JOIN DCJB8PHG AND DCJB8PGL USE, THEN
      * LISTS EACH SECTION'S WAITLIST IN QUEUE ORDER.
      *--------------------------------------------------------------
       300-BUILD-ROSTER.

           MOVE 0 TO WS-ROST-COUNT.
           MOVE 0 TO WS-HELD-COUNT.
           MOVE LOW-VALUES TO STU-NAME.

           EXEC CICS STARTBR
                FILE('STUNAME')
                RIDFLD(STU-NAME)
                RESP(WS-BROWSE-STATUS)
           END-EXEC.

           IF (WS-BROWSE-STATUS = DFHRESP(NORMAL))
                PERFORM 310-SCAN-STUDENT THRU 310-EXIT
                     UNTIL (WS-BROWSE-STATUS NOT = DFHRESP(NORMAL))
                EXEC CICS ENDBR
                     FILE('STUNAME')
                END-EXEC
           END-IF.

           PERFORM 330-LIST-WAITLIST THRU 330-EXIT
                VARYING WS-SECT-IDX FROM 1 BY 1
                UNTIL WS-SECT-IDX > WS-SECT-COUNT.

           MOVE WS-ROST-COUNT TO rostArray-num.
           MOVE WS-HELD-COUNT TO WSI-HELD-COUNT.

           IF (WSI-MORE-FLAG = 'Y')
                MOVE 'ROSTER INCOMPLETE - ASK FOR ONE SECTION AT A TIME'
                     TO WSI-MSG
           ELSE
                MOVE 'ROSTER RETURNED' TO WSI-MSG
           END-IF.
           MOVE "0" TO WSI-STATUS-CODE.
           GO TO 800-SEND-RESPONSE.

       310-SCAN-STUDENT.

           EXEC CICS READNEXT
                FILE('STUNAME')
                INTO(STUFILE-RECORD)
                LENGTH(STUFILE-LENGTH)
                RIDFLD(STU-NAME)
                RESP(WS-BROWSE-STATUS)
           END-EXEC.

      * TWO STUDENTS SHARING A NAME COME BACK AS DUPKEY - STILL A
      * GOOD READ, AND THE SCAN MUST NOT STOP ON IT.
           IF (WS-BROWSE-STATUS = DFHRESP(DUPKEY))
                MOVE DFHRESP(NORMAL) TO WS-BROWSE-STATUS
           END-IF.

           IF (WS-BROWSE-STATUS NOT = DFHRESP(NORMAL))
                GO TO 310-EXIT
           END-IF.

           PERFORM 320-CHECK-SLOT
                VARYING WS-SLOT FROM 1 BY 1
                UNTIL (WS-SLOT > STU-COURSE-COUNT)
                   OR (WS-SLOT > 10).

       310-EXIT.
           EXIT.

      * ONE COURSE SLOT - A SLOT ON ONE OF THE SECTIONS BECOMES A
      * ROSTER LINE CARRYING THE SLOT'S CREDIT/AUDIT BASIS.
       320-CHECK-SLOT.

           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 325-MATCH-SECTION
                VARYING WS-SECT-IDX FROM 1 BY 1
                UNTIL (WS-SECT-IDX > WS-SECT-COUNT)
                   OR (WS-FOUND).

           IF WS-FOUND
                MOVE STU-COURSE-TABLE(WS-SLOT) TO WS-ROW-COURSE
                IF (STU-BASIS-TABLE(WS-SLOT) = 'A')
                     MOVE 'A' TO WS-ROW-BASIS
                ELSE
                     MOVE 'C' TO WS-ROW-BASIS
                END-IF
                MOVE 0 TO WS-ROW-WAITPOS
                PERFORM 340-ADD-ROW THRU 340-EXIT
           END-IF.

       325-MATCH-SECTION.

           IF (STU-COURSE-TABLE(WS-SLOT) = WSI-SECT-CODE(WS-SECT-IDX))
                MOVE 'Y' TO WS-FOUND-SW
           END-IF.

      * ONE SECTION'S WAITLIST - RE-READ FOR ITS WAIT TABLE, SINCE
      * ONLY THE SUMMARY WAS KEPT WHEN THE SECTION WAS FOUND.
       330-LIST-WAITLIST.

           MOVE WSI-SECT-CODE(WS-SECT-IDX) TO CRS-CODE.

           EXEC CICS READ
                FILE('CRSFILE')
                INTO(CRSFILE-RECORD)
                LENGTH(CRSFILE-LENGTH)
                RIDFLD(CRS-CODE)
                RESP(WS-READ-STATUS)
           END-EXEC.

           IF (WS-READ-STATUS NOT = DFHRESP(NORMAL))
                GO TO 330-EXIT
           END-IF.

           PERFORM 335-LIST-WAITER
                VARYING WS-WAIT-IDX FROM 1 BY 1
                UNTIL (WS-WAIT-IDX > CRS-WAIT-COUNT)
                   OR (WS-WAIT-IDX > 10).

       330-EXIT.
           EXIT.

       335-LIST-WAITER.

           MOVE CRS-WAIT-TABLE(WS-WAIT-IDX) TO STU-NUMBER.

           EXEC CICS READ
                FILE('STUFILE')
                INTO(STUFILE-RECORD)
                LENGTH(STUFILE-LENGTH)
                RIDFLD(STU-KEY)
                RESP(WS-READ-STATUS)
           END-EXEC.

      * A WAITLISTED NUMBER NO LONGER ON STUFILE IS STILL LISTED IN
      * ITS PLACE, WITHOUT A NAME, SO THE POSITIONS STAY TRUE.
           IF (WS-READ-STATUS NOT = DFHRESP(NORMAL))
                MOVE SPACES TO STUFILE-RECORD
                MOVE CRS-WAIT-TABLE(WS-WAIT-IDX) TO STU-NUMBER
           END-IF.

           MOVE CRS-CODE TO WS-ROW-COURSE.
           MOVE SPACE TO WS-ROW-BASIS.
           MOVE WS-WAIT-IDX TO WS-ROW-WAITPOS.
           PERFORM 340-ADD-ROW THRU 340-EXIT.

      * ONE ROSTER LINE FOR THE STUDENT IN STUFILE-RECORD. A
      * CONFIDENTIAL STUDENT GOES OUT AS THE NUMBER ONLY, FLAGGED,
      * AND IS COUNTED.
       340-ADD-ROW.

           IF (WS-ROST-COUNT = 100)
                MOVE 'Y' TO WSI-MORE-FLAG
                GO TO 340-EXIT
           END-IF.

           ADD 1 TO WS-ROST-COUNT.
           MOVE WS-ROW-COURSE TO WSI-ROST-COURSE(WS-ROST-COUNT).
           MOVE STU-NUMBER TO WSI-ROST-STUNUM(WS-ROST-COUNT).
           MOVE WS-ROW-BASIS TO WSI-ROST-BASIS(WS-ROST-COUNT).
           MOVE WS-ROW-WAITPOS TO WSI-ROST-WAITPOS(WS-ROST-COUNT).

           IF STU-IS-CONFIDENTIAL
                MOVE SPACES TO WSI-ROST-NAME(WS-ROST-COUNT)
                MOVE 'Y' TO WSI-ROST-HELD(WS-ROST-COUNT)
                ADD 1 TO WS-HELD-COUNT
           ELSE
                MOVE STU-NAME TO WSI-ROST-NAME(WS-ROST-COUNT)
                MOVE 'N' TO WSI-ROST-HELD(WS-ROST-COUNT)
           END-IF.

           MOVE SPACE TO WSI-ROST-MARK(WS-ROST-COUNT).
           IF (WS-ROW-WAITPOS NOT = 0)
                GO TO 340-EXIT
           END-IF.

           MOVE WS-ROW-COURSE TO ATT-COURSE.
           COMPUTE ATT-DATE = WS-MEET-DATE - 1900000.
           MOVE STU-NUMBER TO ATT-STU-NUMBER.

           EXEC CICS READ
                FILE('ATTFILE')
                INTO(ATTFILE-RECORD)
                LENGTH(ATTFILE-LENGTH)
                RIDFLD(ATT-KEY)
                RESP(WS-ATT-STATUS)
           END-EXEC.

           IF (WS-ATT-STATUS = DFHRESP(NORMAL))
                MOVE ATT-MARK TO WSI-ROST-MARK(WS-ROST-COUNT)
           END-IF.

       340-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * POSTS A DAY'S MARKS FOR THE ONE SECTION - EVERY ENTRY IS
      * CHECKED FIRST (P/A/L ONLY, AND THE STUDENT MUST BE ENROLLED
      * IN THE SECTION, AS ONLY ROSTER ROWS CAN BE MARKED ON
      * DCJB8PHG). ANY BAD ENTRY REFUSES THE WHOLE DAY, SO THE
      * PORTAL NEVER LEAVES A HALF-POSTED SHEET BEHIND. A MARK
      * ALREADY ON FILE IS CORRECTED, AND EVERY MARK IS STAMPED
      * WITH THE INSTRUCTOR ID IN PLACE OF THE OPERATOR ID.
      *--------------------------------------------------------------
       400-POST-ATTENDANCE.

           MOVE 'N' TO WS-MARK-ERROR-SW.
           MOVE 0 TO WS-POSTED-COUNT.

           PERFORM 410-CHECK-MARK THRU 410-EXIT
                VARYING WS-MARK-IDX FROM 1 BY 1
                UNTIL WS-MARK-IDX > WSI-MARK-COUNT-REQ.

           IF WS-MARK-ERROR
                MOVE 'NO MARKS POSTED - SEE THE RESULT FOR EACH ENTRY'
                     TO WSI-MSG
                MOVE "4" TO WSI-STATUS-CODE
                GO TO 800-SEND-RESPONSE
           END-IF.

           PERFORM 420-POST-MARK THRU 420-EXIT
                VARYING WS-MARK-IDX FROM 1 BY 1
                UNTIL WS-MARK-IDX > WSI-MARK-COUNT-REQ.

           MOVE WS-POSTED-COUNT TO WSI-POSTED-COUNT.
           MOVE WS-POSTED-COUNT TO WS-POSTED-EDIT.
           MOVE SPACES TO WSI-MSG.
           STRING WS-POSTED-EDIT ' MARK(S) POSTED'
                DELIMITED BY SIZE INTO WSI-MSG.
           MOVE "0" TO WSI-STATUS-CODE.
           GO TO 800-SEND-RESPONSE.

       410-CHECK-MARK.

           MOVE SPACE TO WSI-MARK-RESULT(WS-MARK-IDX).

           IF (WSI-MARK-CODE-REQ(WS-MARK-IDX) = SPACE OR LOW-VALUE)
                GO TO 410-EXIT
           END-IF.

           MOVE WSI-MARK-CODE-REQ(WS-MARK-IDX) TO ATT-MARK.
           IF NOT ATT-VALID-MARK
                MOVE 'I' TO WSI-MARK-RESULT(WS-MARK-IDX)
                MOVE 'Y' TO WS-MARK-ERROR-SW
                GO TO 410-EXIT
           END-IF.

           MOVE WSI-MARK-STU-REQ(WS-MARK-IDX) TO STU-NUMBER.

           EXEC CICS READ
                FILE('STUFILE')
                INTO(STUFILE-RECORD)
                LENGTH(STUFILE-LENGTH)
                RIDFLD(STU-KEY)
                RESP(WS-READ-STATUS)
           END-EXEC.

           MOVE 'N' TO WS-FOUND-SW.
           IF (WS-READ-STATUS = DFHRESP(NORMAL))
                PERFORM 415-CHECK-ENROLLED
                     VARYING WS-SLOT FROM 1 BY 1
                     UNTIL (WS-SLOT > STU-COURSE-COUNT)
                        OR (WS-SLOT > 10)
                        OR (WS-FOUND)
           END-IF.

           IF (NOT WS-FOUND)
                MOVE 'N' TO WSI-MARK-RESULT(WS-MARK-IDX)
                MOVE 'Y' TO WS-MARK-ERROR-SW
           END-IF.

       410-EXIT.
           EXIT.

       415-CHECK-ENROLLED.

           IF (STU-COURSE-TABLE(WS-SLOT) = CRS-CODE)
                MOVE 'Y' TO WS-FOUND-SW
           END-IF.

       420-POST-MARK.

           IF (WSI-MARK-CODE-REQ(WS-MARK-IDX) = SPACE OR LOW-VALUE)
                GO TO 420-EXIT
           END-IF.

           MOVE CRS-CODE TO ATT-COURSE.
           COMPUTE ATT-DATE = WS-MEET-DATE - 1900000.
           MOVE WSI-MARK-STU-REQ(WS-MARK-IDX) TO ATT-STU-NUMBER.

           MOVE WSI-MARK-CODE-REQ(WS-MARK-IDX) TO ATT-MARK.
           MOVE WSI-INSTR-REQ TO ATT-OPERID.
           MOVE EIBTIME TO ATT-TIME.

           EXEC CICS READ
                FILE('ATTFILE')
                INTO(ATTFILE-RECORD)
                LENGTH(ATTFILE-LENGTH)
                RIDFLD(ATT-KEY)
                UPDATE
                RESP(WS-ATT-STATUS)
           END-EXEC.

           IF (WS-ATT-STATUS = DFHRESP(NORMAL))
      * A MARK ALREADY ON FILE IS BEING CORRECTED - THE READ FOR
      * UPDATE REFRESHED ATTFILE-RECORD, SO RESTAMP EVERY FIELD.
                MOVE WSI-MARK-CODE-REQ(WS-MARK-IDX) TO ATT-MARK
                MOVE WSI-INSTR-REQ TO ATT-OPERID
                MOVE EIBTIME TO ATT-TIME
                EXEC CICS REWRITE
                     FILE('ATTFILE')
                     FROM(ATTFILE-RECORD)
                     LENGTH(ATTFILE-LENGTH)
                END-EXEC
           ELSE
                EXEC CICS WRITE
                     FILE('ATTFILE')
                     FROM(ATTFILE-RECORD)
                     RIDFLD(ATT-KEY)
                END-EXEC
           END-IF.

           MOVE 'P' TO WSI-MARK-RESULT(WS-MARK-IDX).
           ADD 1 TO WS-POSTED-COUNT.

       420-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * EVERY CALL ENDS HERE - THE INSLOG ENTRY IS WRITTEN UNDER THE
      * INSTRUCTOR ID BEFORE THE RESPONSE GOES BACK. A FAILED LOG
      * WRITE ABENDS THE CALL, SO NOTHING IS RETURNED OR POSTED
      * WITHOUT A TRACE.
      *--------------------------------------------------------------
       800-SEND-RESPONSE.

           PERFORM 810-BUILD-LOG.

           EXEC CICS WRITE
                FILE('INSLOG')
                FROM(INSLOG-RECORD)
                LENGTH(INSLOG-LENGTH)
           END-EXEC.

           MOVE WSI-RESP TO DFHCOMMAREA.
           EXEC CICS RETURN END-EXEC.

       810-BUILD-LOG.

           MOVE SPACES TO INSLOG-RECORD.
           MOVE WSI-INSTR-REQ TO INL-INSTR-ID.
           MOVE WSI-CALLERID-REQ TO INL-CALLER.
           MOVE WSI-ACTION-REQ TO INL-ACTION.
           MOVE WSI-COURSE-REQ TO INL-COURSE.
           MOVE WS-MEET-DATE TO INL-MEET-DATE.
           MOVE WSI-STATUS-CODE TO INL-STATUS.
           IF WSI-ACTION-ATTEND
                MOVE WS-POSTED-COUNT TO INL-COUNT
           ELSE
                MOVE WS-ROST-COUNT TO INL-COUNT
           END-IF.
           MOVE WS-HELD-COUNT TO INL-HELD.
           MOVE EIBDATE TO INL-DATE.
           MOVE EIBTIME TO INL-TIME.

      *--------------------------------------------------------------
      * ABEND EXIT - REGISTERED AT START-UP. THE LAST CICS COMMAND
      * AND ITS RESOURCE COME OFF THE EIB FIRST, BEFORE ANY OTHER
      * COMMAND OVERWRITES THEM. DCJB8PIA BACKS OUT THE UNIT OF
      * WORK, LOGS THE ERROR TO ERRLOG AND HANDS BACK THE
      * REFERENCE, WHICH GOES BACK TO THE CALLER AS STATUS 'X'. THE
      * CALL IS STILL WRITTEN TO INSLOG, AS FAR AS INSLOG ALLOWS.
      *--------------------------------------------------------------
       099-ABEND-EXIT.

           MOVE SPACES TO ERRLOG-RECORD.
           MOVE EIBFN TO ERL-LAST-FN.
           MOVE EIBRSRCE TO ERL-LAST-RSRCE.
           MOVE EIBRESP TO ERL-EIBRESP.
           MOVE EIBRESP2 TO ERL-EIBRESP2.

           EXEC CICS HANDLE ABEND CANCEL END-EXEC.

           MOVE 'DCJB8WSI' TO ERL-PROGRAM.
           MOVE CAL-ID TO ERL-OPERID.
           MOVE STU-NUMBER OF STUFILE-RECORD TO ERL-STU-NUMBER.
           MOVE CRS-CODE OF CRSFILE-RECORD TO ERL-CRS-CODE.
           MOVE 'W' TO ERL-CHANNEL.

           EXEC CICS LINK
                PROGRAM('DCJB8PIA')
                COMMAREA(ERRLOG-RECORD)
                LENGTH(ERRLOG-LENGTH)
           END-EXEC.

           MOVE LOW-VALUES TO WSI-RESP.
           MOVE 'X' TO WSI-STATUS-CODE.
           STRING 'SYSTEM ERROR - NOTHING WAS SAVED. REFERENCE '
                  ERL-REFERENCE DELIMITED BY SIZE
                  INTO WSI-MSG.

           MOVE 0 TO WS-POSTED-COUNT.
           MOVE 0 TO WS-ROST-COUNT.
           PERFORM 810-BUILD-LOG.

           EXEC CICS WRITE
                FILE('INSLOG')
                FROM(INSLOG-RECORD)
                LENGTH(INSLOG-LENGTH)
                RESP(WS-LOG-STATUS)
           END-EXEC.

           MOVE WSI-RESP TO DFHCOMMAREA.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8WSI.
