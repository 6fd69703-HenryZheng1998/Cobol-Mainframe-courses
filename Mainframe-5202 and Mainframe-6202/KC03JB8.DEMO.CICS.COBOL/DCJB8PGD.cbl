      * APPENDED TO THE ESDS CRSJRNL FOR THE DCJB8BRX
      * RESTORE-AND-REPLAY JOB. SEE CRSJRNL.
       COPY 'CRSJRNL'.

      * CHAINED JOURNAL WRITES GO THROUGH DCJB8PIB.
       COPY 'JRNCHAIN'.

       01 WS-CAP-IDX             PIC 9(2).

       01 WS-MSG           PIC X(40)
      * 950-WRITE-JOURNAL.
       COPY 'STUJRNL'.

      * ONE DELETE IS ONE UNIT OF WORK - THE STUFILE DELETE, THE
      * CRSFILE SEATS IT FREES AND THE STUJRNL AND CRSJRNL ENTRIES ARE
      * COMMITTED TOGETHER BY THE SYNCPOINT IN 900-CONFIRM-DELETE, OR
      * ALL BACKED OUT BY 960-BACK-OUT WHEN ANY ONE OF THEM FAILS. AN
      * ABEND PART WAY THROUGH IS BACKED OUT BY CICS THE SAME WAY -
      * THE FILES ARE DEFINED RECOVERABLE. WS-UOW-FILE NAMES WHAT
      * FAILED.
       01 WS-UOW-RESP            PIC S9(4) COMP.
       01 WS-UOW-FILE            PIC X(8) VALUE SPACES.

      * EMERGENCY CONTACTS - DELETED ALONGSIDE THEIR STUDENT.
       COPY 'CONTREC'.
      * FREE-FORM NOTES RIDE THE SAME LIFECYCLE AS CONTACT ROWS -

       01 WS-CNT-STATUS          PIC S9(4) COMP.

      * THE STUDENT PROFILE GOES WITH ITS STUDENT TOO, ITS LAST IMAGE
      * JOURNALED TO PRFJRNL - SEE 914-DROP-PROFILE.
       COPY 'PROFREC'.
       COPY 'PRFJRNL'.
       01 WS-PRF-STATUS          PIC S9(4) COMP.

      * CARRIES THE RECORD ABOUT TO BE DELETED ACROSS THE CONFIRMATION
      * SCREEN'S PSEUDO-CONVERSATIONAL TURN SO 900-CONFIRM-DELETE CAN
      * COMMIT IT WITHOUT THE OPERATOR RE-KEYING THE STUDENT NUMBER.
           05 WS-DELETE-OPERID  PIC X(8).
       01 WS-DELETE-LEN         PIC S9(4) COMP VALUE 235.

      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(235).

       000-START-LOGIC.

      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.

      * THIS IS THE CONFIRMATION SCREEN'S RESPONSE - THE CONFIRMATION
      * SCREEN IS ALL DISPLAY-ONLY FIELDS, SO PRESSING ENTER TO CONFIRM
      * RAISES MAPFAIL RATHER THAN COMING BACK WITH ANY NEW DATA.
           EXEC CICS DELETE
                FILE('STUFILE')
                RIDFLD(STU-KEY)
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP = DFHRESP(NOTFND))
                GO TO 300-NOTFND
           END-IF.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'STUFILE' TO WS-UOW-FILE
                GO TO 960-BACK-OUT
           END-IF.

      * APPEND THIS DELETE TO THE UNIFIED STUFILE JOURNAL - STUFILE-
      * RECORD STILL HOLDS THE RECORD JUST REMOVED FROM THE DATASET.
      * AND THE FREE-FORM NOTES GO WITH THE CONTACTS.
           PERFORM 912-DROP-NOTES THRU 912-EXIT.

      * AND THE PROFILE ROW, IF THE STUDENT HAS ONE.
           PERFORM 914-DROP-PROFILE THRU 914-EXIT.

      * FREE UP A SEAT FOR EVERY COURSE THIS STUDENT WAS ENROLLED IN.
           PERFORM 910-FREE-SEAT THRU 910-FREE-SEAT-EXIT
                VARYING WS-CAP-IDX FROM 1 BY 1
                UNTIL WS-CAP-IDX > 10.

      * EVERY PART OF THE DELETE IS IN - COMMIT THEM AS ONE UNIT
      * BEFORE THE OPERATOR IS TOLD IT WORKED.
           EXEC CICS SYNCPOINT
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'COMMIT' TO WS-UOW-FILE
                GO TO 960-BACK-OUT
           END-IF.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "D E L E T E   S T U D E N T" TO TITLEO.
           MOVE 'RECORD DELETED. PLEASE ENTER STUDENT NUMBER' TO MSGO.
                LENGTH(CRSFILE-LENGTH)
                RIDFLD(STU-COURSE-TABLE(WS-CAP-IDX))
                UPDATE
                RESP(WS-UOW-RESP)
           END-EXEC.

      * A COURSE SINCE DROPPED FROM THE CATALOG HAS NO SEAT TO FREE.
           IF (WS-UOW-RESP = DFHRESP(NOTFND))
                GO TO 910-FREE-SEAT-EXIT
           END-IF.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'CRSFILE' TO WS-UOW-FILE
                GO TO 960-BACK-OUT
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
                GO TO 960-BACK-OUT
           END-IF.
           PERFORM 955-JOURNAL-COURSE.

       910-FREE-SEAT-EXIT.
           MOVE EIBTIME    TO JRN-TIME.
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

       950-EXIT.
           EXIT.
       913-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * DROPS THE STUDENT'S PRFFILE ROW - NONE ON FILE IS NOT AN
      * ERROR - AND JOURNALS THE DELETE WITH THE IMAGE REMOVED.
      *--------------------------------------------------------------
       914-DROP-PROFILE.

           MOVE STU-NUMBER TO PRF-STU-NUMBER.
           EXEC CICS READ
                FILE('PRFFILE')
                INTO(PRFFILE-RECORD)
                LENGTH(PRFFILE-LENGTH)
                RIDFLD(PRF-KEY)
                UPDATE
                RESP(WS-PRF-STATUS)
           END-EXEC.

           IF (WS-PRF-STATUS NOT = DFHRESP(NORMAL))
                GO TO 914-EXIT
           END-IF.

           EXEC CICS DELETE
                FILE('PRFFILE')
           END-EXEC.

           MOVE PRF-STU-NUMBER TO PJR-STU-NUMBER.
           SET PJR-DELETE  TO TRUE.
           MOVE EIBTRNID   TO PJR-TRANSID.
           MOVE WS-OPERID  TO PJR-OPERID.
           MOVE EIBDATE    TO PJR-DATE.
           MOVE EIBTIME    TO PJR-TIME.
           MOVE PRFFILE-RECORD TO PJR-RECORD-IMAGE.

           EXEC CICS WRITE
                FILE('PRFJRNL')
                FROM(PRFJRNL-RECORD)
                LENGTH(PRFJRNL-LENGTH)
           END-EXEC.

       914-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * ONE PART OF THE DELETE FAILED - BACK OUT EVERYTHING THIS TASK
      * HAS CHANGED SO FAR, SO THE STUDENT IS STILL ON FILE WITH THE
      * SEATS THEY HELD, AND TELL THE OPERATOR IT WAS NOT APPLIED.
      *--------------------------------------------------------------
       960-BACK-OUT.

           EXEC CICS SYNCPOINT ROLLBACK
                RESP(WS-UOW-RESP)
           END-EXEC.

           MOVE SPACES TO WS-MSG.
           STRING 'NOT APPLIED, ' DELIMITED BY SIZE
                  WS-UOW-FILE DELIMITED BY SPACE
                  ' ERROR - NO CHANGE' DELIMITED BY SIZE
                  INTO WS-MSG.

           GO TO 500-ERROR-RETURN.

       999-EXIT.

           MOVE WS-OPERID TO WS-MENU-XCTL-OPERID.
           MOVE CRSFILE-RECORD TO CJR-RECORD-IMAGE.
           MOVE 'R' TO CJR-OPERATION.

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

           MOVE 'DCJB8PGD' TO ERL-PROGRAM.
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

       END PROGRAM DCJB8PGD.
