      * REWRITE HERE IS APPENDED TO THE ESDS CRSJRNL FOR THE
      * DCJB8BRX RESTORE-AND-REPLAY JOB. SEE CRSJRNL.
       COPY 'CRSJRNL'.

      * CHAINED JOURNAL WRITES GO THROUGH DCJB8PIB.
       COPY 'JRNCHAIN'.

       01 WS-CAP-IDX             PIC 9(2).
       01 WS-CAP-STATUS          PIC S9(4) COMP.
       01 WS-CAP-FULL-CODE       PIC X(8).
      * 950-WRITE-JOURNAL.
       COPY 'STUJRNL'.

      * ONE REGISTRATION IS ONE UNIT OF WORK - THE STUFILE WRITE, THE
      * CRSFILE SEAT AND WAITLIST REWRITES AND THE STUXTRCT, STUJRNL
      * AND CRSJRNL ENTRIES ARE COMMITTED TOGETHER BY THE SYNCPOINT IN
      * 900-CONFIRM-WRITE/920-CONFIRM-WAITLIST, OR ALL BACKED OUT BY
      * 960-BACK-OUT WHEN ANY ONE OF THEM FAILS. AN ABEND PART WAY
      * THROUGH IS BACKED OUT BY CICS THE SAME WAY - THE FILES ARE
      * DEFINED RECOVERABLE. WS-UOW-FILE NAMES WHAT FAILED.
       01 WS-UOW-RESP            PIC S9(4) COMP.
       01 WS-UOW-FILE            PIC X(8) VALUE SPACES.

      * COPY INQUIRY MAP LAYOUT
       COPY 'DCJB8MC'.

      * A COMBINATION PICKED ON THE DCJB8PHY SCHEDULE PLANNER ARRIVES
      * IN THIS SHAPE - SEE 105-PLAN-IN.
       COPY 'PLANXFER'.

      * COPY ACCTFILE RECORD LAYOUT
       COPY 'STUREC'.

       01 WS-PRF-NOW         PIC S9(7) COMP VALUE 0.
       01 WS-PRF-ELAPSED     PIC S9(7) COMP VALUE 0.

      * THE BELOW FILLER VARIABLE MUST BE PRESENT BETWEEN DFHBMSCA
      * AND ALL OTHER VARIABLES
       01 FILLER             PIC X(1024)
           VALUE SPACES.

       COPY DFHBMSCA.

      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.


       000-START-LOGIC.

      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.

      * SNAP THE TASK'S START CLOCK FOR THE RESPONSE-TIME CAPTURE.
           MOVE EIBTIME TO WS-PRF-START.

                GO TO 100-FIRST-TIME
           END-IF.

      * A COMBINATION PICKED ON THE SCHEDULE PLANNER FOR A NEW
      * STUDENT - OPEN THE ENTRY SCREEN WITH ITS SECTIONS IN PLACE.
           IF (EIBCALEN = PLN-DATA-LEN) THEN
                MOVE DFHCOMMAREA(1:74) TO PLN-DATA
                MOVE PLN-OPERID TO WS-OPERID
                PERFORM 060-CHECK-ROLE THRU 060-EXIT
                GO TO 105-PLAN-IN
           END-IF.

      * UPON UNSUCCESSFUL MAP RECEIVE, ASSUME THIS IS THE INITIAL RUN
      * TODO: ADD CONDITION FOR RECORD NOT FOUND IN STUFILE
           EXEC CICS HANDLE CONDITION
               LENGTH(WS-OPERID-LEN)
           END-EXEC.

      *--------------------------------------------------------------
      * THE ENTRY SCREEN WITH THE PLANNED SECTIONS IN COURSE SLOTS 1-6
      * AND THE PLANNED CAMPUS IN THE CAMPUS FIELD. THEY ARE SENT
      * MODIFIED SO THEY COME BACK WITH THE REST OF THE ENTRY, AND
      * FROM THERE THE REGISTRATION RUNS THE ORDINARY WAY - EDITS,
      * REVIEW SCREEN, AND ALL.
      *--------------------------------------------------------------
       105-PLAN-IN.

           MOVE LOW-VALUES TO MAP1O.

           MOVE PLN-SECTION(1)(1:4) TO STUCR1AO.
           MOVE PLN-SECTION(1)(5:4) TO STUCR1BO.
           MOVE PLN-SECTION(2)(1:4) TO STUCR2AO.
           MOVE PLN-SECTION(2)(5:4) TO STUCR2BO.
           MOVE PLN-SECTION(3)(1:4) TO STUCR3AO.
           MOVE PLN-SECTION(3)(5:4) TO STUCR3BO.
           MOVE PLN-SECTION(4)(1:4) TO STUCR4AO.
           MOVE PLN-SECTION(4)(5:4) TO STUCR4BO.
           MOVE PLN-SECTION(5)(1:4) TO STUCR5AO.
           MOVE PLN-SECTION(5)(5:4) TO STUCR5BO.
           MOVE PLN-SECTION(6)(1:4) TO STUCR6AO.
           MOVE PLN-SECTION(6)(5:4) TO STUCR6BO.
           MOVE DFHBMFSE TO STUCR1AA STUCR1BA STUCR2AA STUCR2BA
                STUCR3AA STUCR3BA STUCR4AA STUCR4BA STUCR5AA STUCR5BA
                STUCR6AA STUCR6BA.

           IF (PLN-CAMPUS NOT = SPACES)
                MOVE PLN-CAMPUS TO STUCAMPO
                MOVE DFHBMFSE TO STUCAMPA
           END-IF.

           MOVE 'PLANNED SECTIONS FILLED IN - KEY THE STUDENT DETAILS'
                TO MSGO.
           MOVE -1 TO STUNAMEL.

           MOVE 'PF4=BACK/RESET  PF9=EXIT' TO FOOTERO.
           EXEC CICS SEND
               MAP('MAP1')
               MAPSET('DCJB8MC')
               ERASE
               CURSOR
           END-EXEC.

           PERFORM 915-LOG-RESPONSE THRU 915-EXIT
           EXEC CICS RETURN
               TRANSID('JB82')
               COMMAREA(WS-OPERID)
               LENGTH(WS-OPERID-LEN)
           END-EXEC.

       150-NEXT-STUNUM.

      * BROWSE STUFILE BACKWARD FROM THE TOP OF THE KEY RANGE TO FIND
                FILE('STUFILE')
                FROM(STUFILE-RECORD)
                RIDFLD(STU-KEY)
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP = DFHRESP(DUPREC))
                GO TO 300-DUPREC
           END-IF.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'STUFILE' TO WS-UOW-FILE
                GO TO 960-BACK-OUT
           END-IF.

           PERFORM 910-TAKE-SEAT THRU 910-TAKE-SEAT-EXIT
                VARYING WS-CAP-IDX FROM 1 BY 1
           PERFORM 940-WRITE-EXTRACT.
           PERFORM 950-WRITE-JOURNAL.

      * EVERY PART OF THE REGISTRATION IS IN - COMMIT THEM AS ONE
      * UNIT BEFORE THE OPERATOR IS TOLD IT WORKED.
           EXEC CICS SYNCPOINT
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'COMMIT' TO WS-UOW-FILE
                GO TO 960-BACK-OUT
           END-IF.

           MOVE LOW-VALUES TO MAP1O.
           MOVE 'RECORD WRITTEN - WAITLISTED FOR FULL COURSE' TO MSGO.

                FILE('STUFILE')
                FROM(STUFILE-RECORD)
                RIDFLD(STU-KEY)
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP = DFHRESP(DUPREC))
                GO TO 300-DUPREC
           END-IF.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'STUFILE' TO WS-UOW-FILE
                GO TO 960-BACK-OUT
           END-IF.

      * A SEAT IS ONLY SPENT ONCE THE STUDENT IS ACTUALLY ON FILE -
      * INCREMENT CRS-SEATS-USED FOR EVERY COURSE SLOT THIS STUDENT
                END-EXEC
           END-IF.

      * EVERY PART OF THE REGISTRATION IS IN - COMMIT THEM AS ONE
      * UNIT BEFORE THE OPERATOR IS TOLD IT WORKED.
           EXEC CICS SYNCPOINT
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'COMMIT' TO WS-UOW-FILE
                GO TO 960-BACK-OUT
           END-IF.

      * RECORD FOUND, MOVE VALUES TO MAP OUTPUTS
           MOVE LOW-VALUES TO MAP1O.
           MOVE "RECORD SUCCESSFULLY WRITTEN!" TO MSGO.
                LENGTH(CRSFILE-LENGTH)
                RIDFLD(STU-COURSE-TABLE(WS-CAP-IDX))
                UPDATE
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'CRSFILE' TO WS-UOW-FILE
                GO TO 960-BACK-OUT
           END-IF.

           ADD 1 TO CRS-SEATS-USED.

                FILE('CRSFILE')
                FROM(CRSFILE-RECORD)
                LENGTH(CRSFILE-LENGTH)
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'CRSFILE' TO WS-UOW-FILE
                GO TO 960-BACK-OUT
           END-IF.
           MOVE 'R' TO CJR-OPERATION.
           PERFORM 955-JOURNAL-COURSE.

                LENGTH(CRSFILE-LENGTH)
                RIDFLD(WS-WAIT-COURSE)
                UPDATE
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'CRSFILE' TO WS-UOW-FILE
                GO TO 960-BACK-OUT
           END-IF.

           IF (CRS-WAIT-COUNT < 10)
                ADD 1 TO CRS-WAIT-COUNT
                FILE('CRSFILE')
                FROM(CRSFILE-RECORD)
                LENGTH(CRSFILE-LENGTH)
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'CRSFILE' TO WS-UOW-FILE
                GO TO 960-BACK-OUT
           END-IF.
           MOVE 'R' TO CJR-OPERATION.
           PERFORM 955-JOURNAL-COURSE.

                FILE('STUXTRCT')
                FROM(STUXTRCT-RECORD)
                LENGTH(STUXTRCT-LENGTH)
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'STUXTRCT' TO WS-UOW-FILE
                GO TO 960-BACK-OUT
           END-IF.

      * APPENDS THIS NEW REGISTRATION TO THE UNIFIED STUFILE JOURNAL
      * SO A COMPLIANCE REQUEST FOR THIS STUDENT DOESN'T REQUIRE
           MOVE EIBTIME     TO JRN-TIME.
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
                GO TO 960-BACK-OUT
           END-IF.

       120-BACK-TO-EDIT.

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
                GO TO 960-BACK-OUT
           END-IF.

      *--------------------------------------------------------------
      * ONE PART OF THE REGISTRATION FAILED - BACK OUT EVERYTHING THIS
      * TASK HAS CHANGED SO FAR, SO NO SEAT, WAITLIST ENTRY, JOURNAL OR
      * EXTRACT ROW IS LEFT BEHIND WITHOUT ITS STUDENT, AND TELL THE
      * OPERATOR THE REGISTRATION WAS NOT APPLIED.
      *--------------------------------------------------------------
       960-BACK-OUT.

           EXEC CICS SYNCPOINT ROLLBACK
                RESP(WS-UOW-RESP)
           END-EXEC.

           MOVE LOW-VALUES TO MAP1O.
           STRING 'NOT APPLIED - ' DELIMITED BY SIZE
                  WS-UOW-FILE DELIMITED BY SPACE
                  ' FAILED, NOTHING WAS CHANGED' DELIMITED BY SIZE
                  INTO MSGO.

           MOVE 'PF4=BACK/RESET  PF9=EXIT' TO FOOTERO.
           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCJB8MC')
                ERASE
           END-EXEC.

           PERFORM 915-LOG-RESPONSE THRU 915-EXIT
           EXEC CICS RETURN
                TRANSID('JB82')
                COMMAREA(WS-OPERID)
                LENGTH(WS-OPERID-LEN)
           END-EXEC.

       999-EXIT.

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

           MOVE 'DCJB8PGC' TO ERL-PROGRAM.
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

       END PROGRAM DCJB8PGC.
