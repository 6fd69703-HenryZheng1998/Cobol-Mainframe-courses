      * 950-WRITE-JOURNAL.
       COPY 'STUJRNL'.

      * CHAINED JOURNAL WRITES GO THROUGH DCJB8PIB.
       COPY 'JRNCHAIN'.

      * ONE UPDATE IS ONE UNIT OF WORK - THE STUFILE REWRITE, EVERY
      * CRSFILE SEAT IT FREES OR TAKES, EACH WAITLISTER IT PROMOTES
      * AND THE STUXTRCT, STUJRNL AND CRSJRNL ENTRIES ARE COMMITTED
      * TOGETHER BY THE SYNCPOINT AT THE END OF 250-UPDATE (OR OF
      * 980-FUTURE-UPDATE), OR ALL BACKED OUT BY 995-BACK-OUT WHEN
      * ANY ONE OF THEM FAILS. AN ABEND PART WAY THROUGH IS BACKED
      * OUT BY CICS THE SAME WAY - THE FILES ARE DEFINED RECOVERABLE.
      * WS-UOW-FILE NAMES WHAT FAILED.
       01 WS-UOW-RESP            PIC S9(4) COMP.
       01 WS-UOW-FILE            PIC X(8) VALUE SPACES.

      * SET BY 945-WRITE-EXTRACT TO SAY WHICH PARTS OF THE JUST-AUDITED
      * UPDATE ACTUALLY CHANGED, SO THE EXTRACT RECORD ONLY FLAGS WHAT
      * FINANCE NEEDS TO KNOW ABOUT.
      * STRAIGHT HERE WITH A STUDENT NUMBER IN HAND.
       COPY 'FPATHREC'.

      * A COMBINATION PICKED ON THE DCJB8PHY SCHEDULE PLANNER FOR A
      * STUDENT ON FILE - LAID OVER THE STUDENT'S SCHEDULE ON THE
      * INQUIRY TURN, SEE 990-OVERLAY-PLAN. A PLANNED SECTION TAKES
      * THE SLOT HOLDING ANOTHER SECTION OF THE SAME COURSE, ELSE THE
      * FIRST EMPTY SLOT.
       COPY 'PLANXFER'.
       01 WS-PLAN-IN-SW          PIC X(1) VALUE 'N'.
           88 WS-PLAN-IN                VALUE 'Y'.
       01 WS-PLAN-SLOT-AREA.
           05 WS-PLAN-SLOT       PIC X(8) OCCURS 10 TIMES.
       01 WS-PLAN-IDX            PIC 9(1).
       01 WS-PLAN-SCAN           PIC 9(2).
       01 WS-PLAN-TARGET         PIC 9(2).
       01 WS-PLAN-EMPTY          PIC 9(2).
       01 WS-PLAN-BASE           PIC X(8).
       01 WS-PLAN-STATUS         PIC S9(4) COMP.
       01 WS-PLAN-UNPLACED       PIC X(8) VALUE SPACES.

      * ROLE DOUBLE-CHECK WORK FIELDS - SEE 060-CHECK-ROLE.
       COPY 'OPERREC'.
       01 WS-NEED-RANK       PIC 9(1) VALUE 2.

       COPY DFHBMSCA.

      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(242).

       000-START-LOGIC.

      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.

      * SNAP THE TASK'S START CLOCK FOR THE RESPONSE-TIME CAPTURE.
           MOVE EIBTIME TO WS-PRF-START.

                GO TO 212-FASTPATH-IN
           END-IF.

      * A SCHEDULE-PLANNER PICK - LOAD THE CARRIED STUDENT THE SAME
      * WAY, THEN LAY THE PLANNED SECTIONS OVER THE SCHEDULE.
           IF (EIBCALEN = PLN-DATA-LEN) THEN
                MOVE DFHCOMMAREA(1:74) TO PLN-DATA
                GO TO 214-PLAN-IN
           END-IF.

      * FRESH ENTRY FROM DCJB8PGM'S MENU CARRIES ONLY THE SIGNED-ON
      * OPERATOR ID - CAPTURE IT BEFORE SHOWING THE BLANK SCREEN.
           IF (EIBCALEN = 8) THEN
      *         JUMPS TO THE FREE-FORM NOTES SCREEN FOR THE STUDENT
      *         ON DISPLAY
                PF6(645-XFER-NOTES)
      *         JUMPS TO THE PROFILE SCREEN (BIRTH DATE, RESIDENCY,
      *         EMAIL, MOBILE) FOR THE STUDENT ON DISPLAY
                PF7(650-XFER-PROFILE)
      *         EXITS THE PROGRAM
                PF9(999-EXIT)
           END-EXEC.
                LENGTH(FP-DATA-LEN)
           END-EXEC.

      * PF7 - HANDS THE STUDENT ON DISPLAY TO THE DCJB8PHT PROFILE
      * SCREEN, THE SAME FASTPATH SHAPE AS PF5 AND PF6.
       650-XFER-PROFILE.

           MOVE WS-OPERID TO FP-OPERID.
           MOVE WS-STU-NUMBER TO FP-STUNUM.
           MOVE 'FP ' TO FP-MARKER.

           EXEC CICS XCTL
                PROGRAM('DCJB8PHT')
                COMMAREA(FP-DATA)
                LENGTH(FP-DATA-LEN)
           END-EXEC.

       100-FIRST-TIME.

           PERFORM 400-PREP-INQUIRY.

           GO TO 225-INQUIRY.

       214-PLAN-IN.
           PERFORM 400-PREP-INQUIRY.

           MOVE PLN-OPERID TO WS-OPERID.
           PERFORM 060-CHECK-ROLE THRU 060-EXIT.
           MOVE 'Y' TO WS-PLAN-IN-SW.
           MOVE 1 TO WS-BATCH-COUNT.
           MOVE PLN-STUNUM TO WS-BATCH-LIST(1).
           MOVE 1 TO WS-BATCH-INDEX.

           PERFORM 220-LOAD-BATCH-STUDENT.

           GO TO 225-INQUIRY.

       220-LOAD-BATCH-STUDENT.
      *    PULLS THE STUDENT NUMBER AT WS-BATCH-INDEX OUT OF THE LIST
      *    DCJB8PGB HANDED OVER AND FEEDS IT INTO INQUIRY, JUST LIKE
                END-IF
           END-IF.

      *    A PLANNER PICK SHOWS THE PLANNED SCHEDULE INSTEAD - THE
      *    SAVED COURSE FIELDS STILL HOLD WHAT IS ON FILE, SO ENTER
      *    GOES THROUGH THE ORDINARY CHANGE LIST AND CONFIRMATION.
           IF WS-PLAN-IN
                PERFORM 990-OVERLAY-PLAN THRU 990-EXIT
           END-IF.

           MOVE -1 TO STUCR1AL.

           MOVE 'PF4=RESET  PF9=EXIT' TO FOOTERO.
                      FILE('STUFILE')
                      FROM(STUFILE-RECORD)
                      LENGTH(STUFILE-LENGTH)
                      RESP(WS-UOW-RESP)
                 END-EXEC
                 IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                      MOVE 'STUFILE' TO WS-UOW-FILE
                      GO TO 995-BACK-OUT
                 END-IF

      *          ADJUST CRS-SEATS-USED FOR EVERY COURSE SLOT THAT
      *          ACTUALLY CHANGED - FREE THE OLD COURSE'S SEAT AND
                      PERFORM 970-SET-STUDENT-PIN THRU 970-EXIT
                 END-IF

      *          EVERY PART OF THE UPDATE IS IN - COMMIT THEM AS ONE
      *          UNIT BEFORE THE OPERATOR IS TOLD IT WORKED.
                 EXEC CICS SYNCPOINT
                      RESP(WS-UOW-RESP)
                 END-EXEC
                 IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                      MOVE 'COMMIT' TO WS-UOW-FILE
                      GO TO 995-BACK-OUT
                 END-IF

                PERFORM 400-PREP-INQUIRY
                MOVE "RECORD UPDATED. PLEASE ENTER STUDENT NUMBER"
                     TO MSGO
                     LENGTH(CRSFILE-LENGTH)
                     RIDFLD(WS-OLD-COURSE-T(WS-CAP-IDX))
                     UPDATE
                     RESP(WS-UOW-RESP)
                END-EXEC
                IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                     MOVE 'CRSFILE' TO WS-UOW-FILE
                     GO TO 995-BACK-OUT
                END-IF
                IF (CRS-SEATS-USED > 0)
                     SUBTRACT 1 FROM CRS-SEATS-USED
                END-IF
                     FILE('CRSFILE')
                     FROM(CRSFILE-RECORD)
                     LENGTH(CRSFILE-LENGTH)
                     RESP(WS-UOW-RESP)
                END-EXEC
                IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                     MOVE 'CRSFILE' TO WS-UOW-FILE
                     GO TO 995-BACK-OUT
                END-IF
                MOVE 'R' TO CJR-OPERATION
                PERFORM 955-JOURNAL-COURSE
           END-IF.
                     LENGTH(CRSFILE-LENGTH)
                     RIDFLD(STU-COURSE-TABLE(WS-CAP-IDX))
                     UPDATE
                     RESP(WS-UOW-RESP)
                END-EXEC
                IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                     MOVE 'CRSFILE' TO WS-UOW-FILE
                     GO TO 995-BACK-OUT
                END-IF
                ADD 1 TO CRS-SEATS-USED
                EXEC CICS REWRITE
                     FILE('CRSFILE')
                     FROM(CRSFILE-RECORD)
                     LENGTH(CRSFILE-LENGTH)
                     RESP(WS-UOW-RESP)
                END-EXEC
                IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                     MOVE 'CRSFILE' TO WS-UOW-FILE
                     GO TO 995-BACK-OUT
                END-IF
                MOVE 'R' TO CJR-OPERATION
                PERFORM 955-JOURNAL-COURSE
           END-IF.
                          FILE('STUFILE')
                          FROM(STUFILE-RECORD)
                          LENGTH(STUFILE-LENGTH)
                          RESP(WS-UOW-RESP)
                     END-EXEC
                     IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                          MOVE 'STUFILE' TO WS-UOW-FILE
                          GO TO 995-BACK-OUT
                     END-IF
                ELSE
                     EXEC CICS UNLOCK
                          FILE('STUFILE')
                FILE('STUXTRCT')
                FROM(STUXTRCT-RECORD)
                LENGTH(STUXTRCT-LENGTH)
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'STUXTRCT' TO WS-UOW-FILE
                GO TO 995-BACK-OUT
           END-IF.

      *    APPEND THIS PROMOTION TO THE UNIFIED STUFILE JOURNAL TOO.
           PERFORM 950-WRITE-JOURNAL.
                FILE('STUXTRCT')
                FROM(STUXTRCT-RECORD)
                LENGTH(STUXTRCT-LENGTH)
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'STUXTRCT' TO WS-UOW-FILE
                GO TO 995-BACK-OUT
           END-IF.

       945-EXIT.
           EXIT.
           MOVE AUD-TIME   TO JRN-TIME.
           MOVE STUFILE-RECORD TO JRN-RECORD-IMAGE.

           MOVE 'STUJRNL' TO JCA-JOURNAL.
           MOVE STUJRNL-LENGTH TO JCA-LENGTH.
           MOVE STUJRNL-RECORD TO JCA-IMAGE.
           MOVE 'N' TO JCA-ABEND-SW.
           EXEC CICS LINK
                PROGRAM('DCJB8PIB')
                COMMAREA(JRNL-CHAIN-AREA)
                LENGTH(JRNL-CHAIN-AREA-LEN)
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP = DFHRESP(NORMAL))
                MOVE JCA-RESP TO WS-UOW-RESP
           END-IF.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'STUJRNL' TO WS-UOW-FILE
                GO TO 995-BACK-OUT
           END-IF.

       950-EXIT.
           EXIT.
           MOVE EIBTIME TO CJR-TIME.
           MOVE CRSFILE-RECORD TO CJR-RECORD-IMAGE.

           MOVE 'CRSJRNL' TO JCA-JOURNAL.
           MOVE CRSJRNL-LENGTH TO JCA-LENGTH.
           MOVE CRSJRNL-RECORD TO JCA-IMAGE.
           MOVE 'N' TO JCA-ABEND-SW.
           EXEC CICS LINK
                PROGRAM('DCJB8PIB')
                COMMAREA(JRNL-CHAIN-AREA)
                LENGTH(JRNL-CHAIN-AREA-LEN)
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP = DFHRESP(NORMAL))
                MOVE JCA-RESP TO WS-UOW-RESP
           END-IF.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'CRSJRNL' TO WS-UOW-FILE
                GO TO 995-BACK-OUT
           END-IF.

      *--------------------------------------------------------------
      * FUTURE-TERM COURSE UPDATE - THE TERM FIELD NAMES A TERM THAT
                     FILE('STUFUT')
                     FROM(STUFUT-RECORD)
                     RIDFLD(FUT-KEY)
                     RESP(WS-UOW-RESP)
                END-EXEC
                IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                     MOVE 'STUFUT' TO WS-UOW-FILE
                     GO TO 995-BACK-OUT
                END-IF
           ELSE
                EXEC CICS READ
                     FILE('STUFUT')
                     FILE('STUFUT')
                     FROM(STUFUT-RECORD)
                     LENGTH(STUFUT-LENGTH)
                     RESP(WS-UOW-RESP)
                END-EXEC
                IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                     MOVE 'STUFUT' TO WS-UOW-FILE
                     GO TO 995-BACK-OUT
                END-IF
           END-IF.

      *    THE FUTURE SCHEDULE AND ITS SEAT COUNTERS GO IN TOGETHER.
           EXEC CICS SYNCPOINT
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'COMMIT' TO WS-UOW-FILE
                GO TO 995-BACK-OUT
           END-IF.

           PERFORM 400-PREP-INQUIRY.
                FILE('CRSFILE')
                FROM(CRSFILE-RECORD)
                LENGTH(CRSFILE-LENGTH)
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'CRSFILE' TO WS-UOW-FILE
                GO TO 995-BACK-OUT
           END-IF.
           MOVE 'R' TO CJR-OPERATION.
           PERFORM 955-JOURNAL-COURSE.

                FILE('CRSFILE')
                FROM(CRSFILE-RECORD)
                LENGTH(CRSFILE-LENGTH)
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'CRSFILE' TO WS-UOW-FILE
                GO TO 995-BACK-OUT
           END-IF.
           MOVE 'R' TO CJR-OPERATION.
           PERFORM 955-JOURNAL-COURSE.

       989A-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * LAYS THE PLANNER'S SECTIONS OVER THE STUDENT'S SCHEDULE IN THE
      * COURSE FIELDS. THE FIELDS ARE SENT MODIFIED SO THEY COME BACK
      * ON THE NEXT ENTER, WHICH THEN RUNS AS AN ORDINARY UPDATE. A
      * SECTION THAT FINDS NO SLOT IS NAMED ON THE MESSAGE LINE.
      *--------------------------------------------------------------
       990-OVERLAY-PLAN.

           PERFORM 991-LOAD-ONE-SLOT
                VARYING WS-PLAN-SCAN FROM 1 BY 1
                UNTIL (WS-PLAN-SCAN > 10).

           MOVE SPACES TO WS-PLAN-UNPLACED.
           PERFORM 992-PLACE-ONE-SECTION THRU 992-EXIT
                VARYING WS-PLAN-IDX FROM 1 BY 1
                UNTIL (WS-PLAN-IDX > 6).

           MOVE WS-PLAN-SLOT(1)(1:4) TO STUCR1AO.
           MOVE WS-PLAN-SLOT(1)(5:4) TO STUCR1BO.
           MOVE WS-PLAN-SLOT(2)(1:4) TO STUCR2AO.
           MOVE WS-PLAN-SLOT(2)(5:4) TO STUCR2BO.
           MOVE WS-PLAN-SLOT(3)(1:4) TO STUCR3AO.
           MOVE WS-PLAN-SLOT(3)(5:4) TO STUCR3BO.
           MOVE WS-PLAN-SLOT(4)(1:4) TO STUCR4AO.
           MOVE WS-PLAN-SLOT(4)(5:4) TO STUCR4BO.
           MOVE WS-PLAN-SLOT(5)(1:4) TO STUCR5AO.
           MOVE WS-PLAN-SLOT(5)(5:4) TO STUCR5BO.
           MOVE WS-PLAN-SLOT(6)(1:4) TO STUCR6AO.
           MOVE WS-PLAN-SLOT(6)(5:4) TO STUCR6BO.
           MOVE WS-PLAN-SLOT(7)(1:4) TO STUCR7AO.
           MOVE WS-PLAN-SLOT(7)(5:4) TO STUCR7BO.
           MOVE WS-PLAN-SLOT(8)(1:4) TO STUCR8AO.
           MOVE WS-PLAN-SLOT(8)(5:4) TO STUCR8BO.
           MOVE WS-PLAN-SLOT(9)(1:4) TO STUCR9AO.
           MOVE WS-PLAN-SLOT(9)(5:4) TO STUCR9BO.
           MOVE WS-PLAN-SLOT(10)(1:4) TO STUCR10AO.
           MOVE WS-PLAN-SLOT(10)(5:4) TO STUCR10BO.
           MOVE DFHBMFSE TO STUCR1AA STUCR1BA STUCR2AA STUCR2BA
                STUCR3AA STUCR3BA STUCR4AA STUCR4BA STUCR5AA STUCR5BA
                STUCR6AA STUCR6BA STUCR7AA STUCR7BA STUCR8AA STUCR8BA
                STUCR9AA STUCR9BA STUCR10AA STUCR10BA.

           MOVE SPACES TO MSGO.
           IF (WS-PLAN-UNPLACED = SPACES)
                MOVE 'PLANNED SECTIONS FILLED IN - PRESS ENTER TO APPLY'
                     TO MSGO
           ELSE
                STRING 'NO FREE COURSE SLOT FOR ' WS-PLAN-UNPLACED
                     ' - THE REST ARE FILLED IN'
                     DELIMITED BY SIZE INTO MSGO
           END-IF.

       990-EXIT.
           EXIT.

       991-LOAD-ONE-SLOT.

           MOVE STU-COURSE-TABLE(WS-PLAN-SCAN)
                TO WS-PLAN-SLOT(WS-PLAN-SCAN).
           IF (WS-PLAN-SLOT(WS-PLAN-SCAN) = LOW-VALUES)
                MOVE SPACES TO WS-PLAN-SLOT(WS-PLAN-SCAN)
           END-IF.

      * ONE PLANNED SECTION - ITS BASE CODE DECIDES WHICH SLOT IT
      * REPLACES. A BLANK BASE MEANS THE SECTION IS ITS OWN COURSE.
       992-PLACE-ONE-SECTION.

           IF (PLN-SECTION(WS-PLAN-IDX) = SPACES)
                GO TO 992-EXIT
           END-IF.

           MOVE PLN-SECTION(WS-PLAN-IDX) TO CRS-CODE.
           PERFORM 994-READ-BASE THRU 994-EXIT.
           MOVE WS-FUT-SEAT-CRS TO WS-PLAN-BASE.

           MOVE 0 TO WS-PLAN-TARGET.
           MOVE 0 TO WS-PLAN-EMPTY.
           PERFORM 993-MATCH-ONE-SLOT THRU 993-EXIT
                VARYING WS-PLAN-SCAN FROM 1 BY 1
                UNTIL (WS-PLAN-SCAN > 10) OR (WS-PLAN-TARGET NOT = 0).

           IF (WS-PLAN-TARGET = 0)
                MOVE WS-PLAN-EMPTY TO WS-PLAN-TARGET
           END-IF.
           IF (WS-PLAN-TARGET = 0)
                IF (WS-PLAN-UNPLACED = SPACES)
                     MOVE PLN-SECTION(WS-PLAN-IDX) TO WS-PLAN-UNPLACED
                END-IF
           ELSE
                MOVE PLN-SECTION(WS-PLAN-IDX)
                     TO WS-PLAN-SLOT(WS-PLAN-TARGET)
           END-IF.

       992-EXIT.
           EXIT.

       993-MATCH-ONE-SLOT.

           IF (WS-PLAN-SLOT(WS-PLAN-SCAN) = SPACES)
                IF (WS-PLAN-EMPTY = 0)
                     MOVE WS-PLAN-SCAN TO WS-PLAN-EMPTY
                END-IF
                GO TO 993-EXIT
           END-IF.

           MOVE WS-PLAN-SLOT(WS-PLAN-SCAN) TO CRS-CODE.
           PERFORM 994-READ-BASE THRU 994-EXIT.
           IF (WS-FUT-SEAT-CRS = WS-PLAN-BASE)
                MOVE WS-PLAN-SCAN TO WS-PLAN-TARGET
           END-IF.

       993-EXIT.
           EXIT.

      * THE BASE CODE OF THE SECTION IN CRS-CODE, LEFT IN
      * WS-FUT-SEAT-CRS. A SECTION NO LONGER ON FILE IS TAKEN AS ITS
      * OWN COURSE.
       994-READ-BASE.

           MOVE CRS-CODE TO WS-FUT-SEAT-CRS.
           EXEC CICS READ
                FILE('CRSFILE')
                INTO(CRSFILE-RECORD)
                RIDFLD(CRS-KEY)
                RESP(WS-PLAN-STATUS)
           END-EXEC.
           IF (WS-PLAN-STATUS = DFHRESP(NORMAL)) AND
              (CRS-BASE-CODE NOT = SPACES) AND
              (CRS-BASE-CODE NOT = LOW-VALUES)
                MOVE CRS-BASE-CODE TO WS-FUT-SEAT-CRS
           END-IF.

       994-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * ONE PART OF THE UPDATE FAILED - BACK OUT EVERYTHING THIS TASK
      * HAS CHANGED SO FAR, SO THE STUDENT, THEIR SEATS AND ANY
      * WAITLISTER ARE LEFT AS THEY WERE, AND TELL THE OPERATOR IT
      * WAS NOT APPLIED.
      *--------------------------------------------------------------
       995-BACK-OUT.

           EXEC CICS SYNCPOINT ROLLBACK
                RESP(WS-UOW-RESP)
           END-EXEC.

           MOVE SPACES TO WS-MSG.
           STRING 'NOT APPLIED, ' DELIMITED BY SIZE
                  WS-UOW-FILE DELIMITED BY SPACE
                  ' ERROR - NO CHANGE' DELIMITED BY SIZE
                  INTO WS-MSG.

           GO TO 600-ERROR-RETURN.

       999-EXIT.
      *Lab 13: Instead of exiting program we have to go to menu now
           MOVE WS-OPERID TO WS-MENU-XCTL-OPERID.
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

           MOVE 'DCJB8PGU' TO ERL-PROGRAM.
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

       END PROGRAM DCJB8PGU.
