

       01 WS-STATUS                 PIC S9(4) COMP.

      * ONE CALL IS ONE UNIT OF WORK - THE STUFILE REWRITE, THE
      * CRSFILE SEATS AND WAITLISTS IT MOVES, EACH WAITLISTER IT
      * PROMOTES AND THE STUXTRCT, STUJRNL AND CRSJRNL ENTRIES ARE
      * COMMITTED TOGETHER BY THE SYNCPOINT IN 990-RETURN, OR ALL
      * BACKED OUT BY 985-BACK-OUT WHEN ANY ONE OF THEM FAILS. AN
      * ABEND PART WAY THROUGH IS BACKED OUT BY CICS THE SAME WAY -
      * THE FILES ARE DEFINED RECOVERABLE. WS-UOW-FILE NAMES WHAT
      * FAILED.
       01 WS-UOW-RESP               PIC S9(4) COMP.
       01 WS-UOW-FILE               PIC X(8) VALUE SPACES.
       01 WS-CRS-STATUS             PIC S9(4) COMP.
       01 WS-HLD-STATUS             PIC S9(4) COMP.
       01 WS-TRM-STATUS             PIC S9(4) COMP.
      * REWRITE HERE IS APPENDED TO THE ESDS CRSJRNL FOR THE
      * DCJB8BRX RESTORE-AND-REPLAY JOB. SEE CRSJRNL.
       COPY 'CRSJRNL'.

      * CHAINED JOURNAL WRITES GO THROUGH DCJB8PIB.
       COPY 'JRNCHAIN'.

       COPY 'HOLDREC'.
       COPY 'GRADEREC'.
      * TRANSFER-CREDIT EQUIVALENCIES COUNT TOWARD PREREQUISITES -
       COPY 'STUJRNL'.
       COPY 'STUXTRCT'.

      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(200).

       PROCEDURE DIVISION.
      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.


           MOVE DFHCOMMAREA TO WSEENR-REQ.
           MOVE LOW-VALUES TO DFHCOMMAREA.
                FILE('STUFILE')
                FROM(STUFILE-RECORD)
                LENGTH(STUFILE-LENGTH)
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'STUFILE' TO WS-UOW-FILE
                GO TO 985-BACK-OUT
           END-IF.

           PERFORM 900-WRITE-JOURNAL THRU 900-EXIT.
           PERFORM 910-WRITE-EXTRACT THRU 910-EXIT.
                LENGTH(CRSFILE-LENGTH)
                RIDFLD(WSE-COURSE-REQ)
                UPDATE
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'CRSFILE' TO WS-UOW-FILE
                GO TO 985-BACK-OUT
           END-IF.
           ADD 1 TO CRS-SEATS-USED.
           EXEC CICS REWRITE
                FILE('CRSFILE')
                FROM(CRSFILE-RECORD)
                LENGTH(CRSFILE-LENGTH)
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'CRSFILE' TO WS-UOW-FILE
                GO TO 985-BACK-OUT
           END-IF.
           MOVE 'R' TO CJR-OPERATION.
           PERFORM 955-JOURNAL-COURSE.

                LENGTH(CRSFILE-LENGTH)
                RIDFLD(WSE-COURSE-REQ)
                UPDATE
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'CRSFILE' TO WS-UOW-FILE
                GO TO 985-BACK-OUT
           END-IF.

           IF (CRS-WAIT-COUNT IS NOT NUMERIC)
                MOVE 0 TO CRS-WAIT-COUNT
                     FILE('CRSFILE')
                     FROM(CRSFILE-RECORD)
                     LENGTH(CRSFILE-LENGTH)
                     RESP(WS-UOW-RESP)
                END-EXEC
                IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                     MOVE 'CRSFILE' TO WS-UOW-FILE
                     GO TO 985-BACK-OUT
                END-IF
                MOVE 'R' TO CJR-OPERATION
                PERFORM 955-JOURNAL-COURSE
                MOVE 'COURSE AND WAITLIST BOTH FULL' TO WSE-MSG
                FILE('CRSFILE')
                FROM(CRSFILE-RECORD)
                LENGTH(CRSFILE-LENGTH)
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'CRSFILE' TO WS-UOW-FILE
                GO TO 985-BACK-OUT
           END-IF.
           MOVE 'R' TO CJR-OPERATION.
           PERFORM 955-JOURNAL-COURSE.

                FILE('STUFILE')
                FROM(STUFILE-RECORD)
                LENGTH(STUFILE-LENGTH)
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'STUFILE' TO WS-UOW-FILE
                GO TO 985-BACK-OUT
           END-IF.

           PERFORM 900-WRITE-JOURNAL THRU 900-EXIT.
           PERFORM 910-WRITE-EXTRACT THRU 910-EXIT.
                RESP(WS-CRS-STATUS)
           END-EXEC.

      * A SECTION SINCE DROPPED FROM THE CATALOG HAS NO SEAT TO GIVE
      * BACK - ANY OTHER FAILURE UNDOES THE WHOLE CHANGE.
           IF (WS-CRS-STATUS NOT = DFHRESP(NORMAL)) AND
              (WS-CRS-STATUS NOT = DFHRESP(NOTFND))
                MOVE 'CRSFILE' TO WS-UOW-FILE
                GO TO 985-BACK-OUT
           END-IF.
           IF (WS-CRS-STATUS = DFHRESP(NORMAL))
                IF (CRS-SEATS-USED > 0)
                     SUBTRACT 1 FROM CRS-SEATS-USED
                     FILE('CRSFILE')
                     FROM(CRSFILE-RECORD)
                     LENGTH(CRSFILE-LENGTH)
                     RESP(WS-UOW-RESP)
                END-EXEC
                IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                     MOVE 'CRSFILE' TO WS-UOW-FILE
                     GO TO 985-BACK-OUT
                END-IF
                MOVE 'R' TO CJR-OPERATION
                PERFORM 955-JOURNAL-COURSE
           END-IF.
                FILE('CRSFILE')
                FROM(CRSFILE-RECORD)
                LENGTH(CRSFILE-LENGTH)
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'CRSFILE' TO WS-UOW-FILE
                GO TO 985-BACK-OUT
           END-IF.
           MOVE 'R' TO CJR-OPERATION.
           PERFORM 955-JOURNAL-COURSE.

                FILE('STUFILE')
                FROM(STUFILE-RECORD)
                LENGTH(STUFILE-LENGTH)
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'STUFILE' TO WS-UOW-FILE
                GO TO 985-BACK-OUT
           END-IF.

           PERFORM 900-WRITE-JOURNAL THRU 900-EXIT.
           PERFORM 910-WRITE-EXTRACT THRU 910-EXIT.
                UPDATE
                RESP(WS-CRS-STATUS)
           END-EXEC.
      * A SECTION SINCE DROPPED FROM THE CATALOG HAS NO SEAT TO GIVE
      * BACK - ANY OTHER FAILURE UNDOES THE WHOLE CHANGE.
           IF (WS-CRS-STATUS NOT = DFHRESP(NORMAL)) AND
              (WS-CRS-STATUS NOT = DFHRESP(NOTFND))
                MOVE 'CRSFILE' TO WS-UOW-FILE
                GO TO 985-BACK-OUT
           END-IF.
           IF (WS-CRS-STATUS = DFHRESP(NORMAL))
                IF (CRS-SEATS-USED > 0)
                     SUBTRACT 1 FROM CRS-SEATS-USED
                     FILE('CRSFILE')
                     FROM(CRSFILE-RECORD)
                     LENGTH(CRSFILE-LENGTH)
                     RESP(WS-UOW-RESP)
                END-EXEC
                IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                     MOVE 'CRSFILE' TO WS-UOW-FILE
                     GO TO 985-BACK-OUT
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
                          GO TO 985-BACK-OUT
                     END-IF
                     PERFORM 900-WRITE-JOURNAL THRU 900-EXIT
                ELSE
                     EXEC CICS UNLOCK
           MOVE EIBTIME TO JRN-TIME.
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
                GO TO 985-BACK-OUT
           END-IF.

       900-EXIT.
           EXIT.
                FILE('STUXTRCT')
                FROM(STUXTRCT-RECORD)
                LENGTH(STUXTRCT-LENGTH)
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'STUXTRCT' TO WS-UOW-FILE
                GO TO 985-BACK-OUT
           END-IF.

       910-EXIT.
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
                GO TO 985-BACK-OUT
           END-IF.

      *===============================================================
      * FUTURE-TERM ENROLL/DROP AGAINST THE STUFUT COMPANION
                LENGTH(CRSFILE-LENGTH)
                RIDFLD(WSE-COURSE-REQ)
                UPDATE
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'CRSFILE' TO WS-UOW-FILE
                GO TO 985-BACK-OUT
           END-IF.
           ADD 1 TO CRS-SEATS-USED.
           EXEC CICS REWRITE
                FILE('CRSFILE')
                FROM(CRSFILE-RECORD)
                LENGTH(CRSFILE-LENGTH)
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'CRSFILE' TO WS-UOW-FILE
                GO TO 985-BACK-OUT
           END-IF.
           MOVE 'R' TO CJR-OPERATION.
           PERFORM 955-JOURNAL-COURSE.

                LENGTH(CRSFILE-LENGTH)
                RIDFLD(WSE-COURSE-REQ)
                UPDATE
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'CRSFILE' TO WS-UOW-FILE
                GO TO 985-BACK-OUT
           END-IF.
           IF (CRS-SEATS-USED > 0)
                SUBTRACT 1 FROM CRS-SEATS-USED
           END-IF.
                FILE('CRSFILE')
                FROM(CRSFILE-RECORD)
                LENGTH(CRSFILE-LENGTH)
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'CRSFILE' TO WS-UOW-FILE
                GO TO 985-BACK-OUT
           END-IF.
           MOVE 'R' TO CJR-OPERATION.
           PERFORM 955-JOURNAL-COURSE.

                     FILE('STUFUT')
                     FROM(STUFUT-RECORD)
                     RIDFLD(FUT-KEY)
                     RESP(WS-UOW-RESP)
                END-EXEC
                IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                     MOVE 'STUFUT' TO WS-UOW-FILE
                     GO TO 985-BACK-OUT
                END-IF
           ELSE
      * THE FIRST READ WAS FOR DISPLAY - TAKE THE UPDATE LOCK NOW,
      * THEN PUT THE EDITED IMAGE BACK OVER IT.
                     FILE('STUFUT')
                     FROM(STUFUT-RECORD)
                     LENGTH(STUFUT-LENGTH)
                     RESP(WS-UOW-RESP)
                END-EXEC
                IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                     MOVE 'STUFUT' TO WS-UOW-FILE
                     GO TO 985-BACK-OUT
                END-IF
           END-IF.

       770-EXIT.
       774-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * ONE PART OF THE CHANGE FAILED - BACK OUT EVERYTHING THIS CALL
      * HAS CHANGED SO FAR AND ANSWER 'F'. THE WORKING STUDENT COPY
      * HOLDS THE SCHEDULE THAT WAS NOT APPLIED, SO NONE IS RETURNED.
      *--------------------------------------------------------------
       985-BACK-OUT.

           EXEC CICS SYNCPOINT ROLLBACK
                RESP(WS-UOW-RESP)
           END-EXEC.

           MOVE 'N' TO WS-STU-READ-SW.
           MOVE SPACE TO WSE-RESULT.
           MOVE SPACES TO WSE-MSG.
           STRING 'NOT APPLIED - ' DELIMITED BY SIZE
                  WS-UOW-FILE DELIMITED BY SPACE
                  ' FAILED, NOTHING WAS CHANGED' DELIMITED BY SIZE
                  INTO WSE-MSG.
           MOVE "F" TO WSE-STATUS-CODE.
           GO TO 990-RETURN.

       990-RETURN.

      * A CHANGE THAT WENT THROUGH IS COMMITTED AS ONE UNIT BEFORE
      * THE PORTAL IS TOLD IT WORKED.
           IF (WSE-STATUS-CODE = "0")
                EXEC CICS SYNCPOINT
                     RESP(WS-UOW-RESP)
                END-EXEC
                IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                     MOVE 'COMMIT' TO WS-UOW-FILE
                     GO TO 985-BACK-OUT
                END-IF
           END-IF.

           MOVE WSE-STUNUMBER-REQ TO WSE-STUNUMBER-RESP.
           IF WS-STU-READ
                PERFORM 995-MOVE-ONE-SLOT THRU 995-EXIT
       995-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * ABEND EXIT - REGISTERED AT START-UP. THE LAST CICS COMMAND
      * AND ITS RESOURCE COME OFF THE EIB FIRST, BEFORE ANY OTHER
      * COMMAND OVERWRITES THEM. DCJB8PIA BACKS OUT THE UNIT OF
      * WORK, LOGS THE ERROR TO ERRLOG AND HANDS BACK THE
      * REFERENCE, WHICH GOES BACK TO THE CALLER AS STATUS 'X'.
      *--------------------------------------------------------------
       099-ABEND-EXIT.

           MOVE SPACES TO ERRLOG-RECORD.
           MOVE EIBFN TO ERL-LAST-FN.
           MOVE EIBRSRCE TO ERL-LAST-RSRCE.
           MOVE EIBRESP TO ERL-EIBRESP.
           MOVE EIBRESP2 TO ERL-EIBRESP2.

           EXEC CICS HANDLE ABEND CANCEL END-EXEC.

           MOVE 'DCJB8WSE' TO ERL-PROGRAM.
           MOVE CAL-ID TO ERL-OPERID.
           MOVE STU-NUMBER OF STUFILE-RECORD TO ERL-STU-NUMBER.
           MOVE CRS-CODE OF CRSFILE-RECORD TO ERL-CRS-CODE.
           MOVE 'W' TO ERL-CHANNEL.

           EXEC CICS LINK
                PROGRAM('DCJB8PIA')
                COMMAREA(ERRLOG-RECORD)
                LENGTH(ERRLOG-LENGTH)
           END-EXEC.

           MOVE LOW-VALUES TO WSE-RESP.
           MOVE 'X' TO WSE-STATUS-CODE.
           STRING 'SYSTEM ERROR - NOTHING WAS SAVED. REFERENCE '
                  ERL-REFERENCE DELIMITED BY SIZE
                  INTO WSE-MSG.
           MOVE WSE-RESP TO DFHCOMMAREA.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8WSE.
