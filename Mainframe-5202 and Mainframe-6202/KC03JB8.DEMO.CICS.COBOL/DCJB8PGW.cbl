      * RESTORE-AND-REPLAY JOB. SEE CRSJRNL.
       COPY 'CRSJRNL'.

      * CHAINED JOURNAL WRITES GO THROUGH DCJB8PIB.
       COPY 'JRNCHAIN'.

      * TERM CALENDAR - THE REFUND PERCENTAGE COMES FROM HOW FAR INTO
      * THE TERM THE EFFECTIVE DATE FALLS.
       COPY 'TERMREC'.
       COPY 'STUXTRCT'.
       COPY 'STUJRNL'.

      * THE EFFECTIVE DATE IS KEPT ON THE STUDENT'S PROFILE ROW (STUREC
      * HAS NO ROOM LEFT), JOURNALED THE WAY DCJB8PHT JOURNALS IT.
       COPY 'PROFREC'.
       COPY 'PRFJRNL'.

      * ONE WITHDRAWAL IS ONE UNIT OF WORK - THE STUDENT'S REWRITE,
      * EVERY CRSFILE SEAT IT FREES, EACH WAITLISTER IT PROMOTES AND
      * THE STUXTRCT, STUJRNL AND CRSJRNL ENTRIES ARE COMMITTED
      * TOGETHER BY THE SYNCPOINT IN 900-CONFIRM-WITHDRAW, OR ALL
      * BACKED OUT BY 975-BACK-OUT WHEN ANY ONE OF THEM FAILS. AN
      * ABEND PART WAY THROUGH IS BACKED OUT BY CICS THE SAME WAY -
      * THE FILES ARE DEFINED RECOVERABLE. WS-UOW-FILE NAMES WHAT
      * FAILED.
       01 WS-UOW-RESP            PIC S9(4) COMP.
       01 WS-UOW-FILE            PIC X(8) VALUE SPACES.

      * CARRIES THE SIGNED-ON OPERATOR ID (SET BY DCJB8PGM).
       01 WS-OPERID PIC X(8) VALUE SPACES.
       01 WS-OPERID-LEN PIC S9(4) COMP VALUE 8.
       01 WS-TRM-STATUS         PIC S9(4) COMP.
       01 WS-ASM-STATUS         PIC S9(4) COMP.
       01 WS-CRS-STATUS         PIC S9(4) COMP.
       01 WS-PRF-STATUS         PIC S9(4) COMP.
       01 WS-PROMOTE-STATUS     PIC S9(4) COMP.

      * CARRIES THE STUDENT AND EFFECTIVE DATE ACROSS THE

       COPY DFHBMSCA.

      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(23).

       000-START-LOGIC.

      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.

      * THIS IS THE CONFIRMATION SCREEN'S RESPONSE - ALL FIELDS ARE
      * PROTECTED THERE, SO ENTER RAISES MAPFAIL AND COMMITS.
           IF (EIBCALEN = WS-WDR-DATA-LEN) THEN
                FILE('STUFILE')
                FROM(STUFILE-RECORD)
                LENGTH(STUFILE-LENGTH)
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'STUFILE' TO WS-UOW-FILE
                GO TO 975-BACK-OUT
           END-IF.

           EXEC CICS WRITE
                FILE('STUAUDIT')
                FILE('STUXTRCT')
                FROM(STUXTRCT-RECORD)
                LENGTH(STUXTRCT-LENGTH)
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'STUXTRCT' TO WS-UOW-FILE
                GO TO 975-BACK-OUT
           END-IF.

           PERFORM 950-WRITE-JOURNAL.

           PERFORM 965-RECORD-WITHDRAW-DATE THRU 965-EXIT.

      * THE WITHDRAWING STUDENT IS COMMITTED - NOW FREE A SEAT (AND
      * PROMOTE THE WAITLIST) FOR EVERY COURSE ON THE SAVED LIST.
           PERFORM 910-FREE-SEAT THRU 910-FREE-SEAT-EXIT

           PERFORM 960-COMPUTE-REFUND THRU 960-EXIT.

      * EVERY PART OF THE WITHDRAWAL IS IN - COMMIT THEM AS ONE UNIT
      * BEFORE THE OPERATOR IS TOLD IT WORKED.
           EXEC CICS SYNCPOINT
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'COMMIT' TO WS-UOW-FILE
                GO TO 975-BACK-OUT
           END-IF.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "S T U D E N T   W I T H D R A W A L" TO TITLEO.
           MOVE WS-REFUND-TEXT TO REFUNDO.
                RESP(WS-CRS-STATUS)
           END-EXEC.

      * A COURSE SINCE DROPPED FROM THE CATALOG HAS NO SEAT TO FREE.
           IF (WS-CRS-STATUS = DFHRESP(NOTFND))
                GO TO 910-FREE-SEAT-EXIT
           END-IF.
           IF (WS-CRS-STATUS NOT = DFHRESP(NORMAL))
                MOVE 'CRSFILE' TO WS-UOW-FILE
                GO TO 975-BACK-OUT
           END-IF.

           IF (CRS-SEATS-USED > 0)
                SUBTRACT 1 FROM CRS-SEATS-USED
                FILE('CRSFILE')
                FROM(CRSFILE-RECORD)
                LENGTH(CRSFILE-LENGTH)
                RESP(WS-UOW-RESP)
           END-EXEC.
           IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                MOVE 'CRSFILE' TO WS-UOW-FILE
                GO TO 975-BACK-OUT
           END-IF.
           PERFORM 955-JOURNAL-COURSE.

       910-FREE-SEAT-EXIT.
                          FILE('STUFILE')
                          FROM(STUFILE-RECORD)
                          LENGTH(STUFILE-LENGTH)
                          RESP(WS-UOW-RESP)
                     END-EXEC
                     IF (WS-UOW-RESP NOT = DFHRESP(NORMAL))
                          MOVE 'STUFILE' TO WS-UOW-FILE
                          GO TO 975-BACK-OUT
                     END-IF
                     PERFORM 950-WRITE-JOURNAL
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
                GO TO 975-BACK-OUT
           END-IF.

      *--------------------------------------------------------------
      * REFUND PERCENTAGE FROM HOW FAR INTO THE TERM THE EFFECTIVE
           COMPUTE WS-DAYS-WORK =
               (WS-CYY-WORK * 365) + WS-DDD-WORK.

      *--------------------------------------------------------------
      * THE EFFECTIVE DATE ONTO THE STUDENT'S PROFILE ROW, FOR THE
      * LOAN CONFIRMATIONS. A STUDENT WITH NO PROFILE YET GETS A ROW
      * CARRYING JUST THE DATE. EITHER WAY IT GOES TO PRFJRNL.
      *--------------------------------------------------------------
       965-RECORD-WITHDRAW-DATE.

           MOVE STU-NUMBER TO PRF-STU-NUMBER.

           EXEC CICS READ
                FILE('PRFFILE')
                INTO(PRFFILE-RECORD)
                LENGTH(PRFFILE-LENGTH)
                RIDFLD(PRF-KEY)
                UPDATE
                RESP(WS-PRF-STATUS)
           END-EXEC.

           IF (WS-PRF-STATUS = DFHRESP(NORMAL))
                MOVE WS-EFF-DATE TO PRF-WITHDRAW-DATE
                MOVE EIBDATE TO PRF-LASTCHG-DATE
                MOVE WS-OPERID TO PRF-LASTCHG-OPERID
                EXEC CICS REWRITE
                     FILE('PRFFILE')
                     FROM(PRFFILE-RECORD)
                     LENGTH(PRFFILE-LENGTH)
                END-EXEC
                SET PJR-REWRITE TO TRUE
           ELSE
                MOVE SPACES TO PRFFILE-RECORD
                MOVE STU-NUMBER TO PRF-STU-NUMBER
                MOVE 0 TO PRF-BIRTH-DATE
                MOVE 0 TO PRF-CONSENT-DATE
                MOVE 0 TO PRF-PERMIT-EXPIRY
                MOVE WS-EFF-DATE TO PRF-WITHDRAW-DATE
                MOVE EIBDATE TO PRF-LASTCHG-DATE
                MOVE WS-OPERID TO PRF-LASTCHG-OPERID
                EXEC CICS WRITE
                     FILE('PRFFILE')
                     FROM(PRFFILE-RECORD)
                     RIDFLD(PRF-KEY)
                     LENGTH(PRFFILE-LENGTH)
                     RESP(WS-PRF-STATUS)
                END-EXEC
                IF (WS-PRF-STATUS NOT = DFHRESP(NORMAL))
                     GO TO 965-EXIT
                END-IF
                SET PJR-WRITE TO TRUE
           END-IF.

           MOVE PRF-STU-NUMBER TO PJR-STU-NUMBER.
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

       965-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * ONE PART OF THE WITHDRAWAL FAILED - BACK OUT EVERYTHING THIS
      * TASK HAS CHANGED SO FAR, SO THE STUDENT KEEPS THEIR COURSES
      * AND NO WAITLISTER IS PROMOTED, AND TELL THE OPERATOR IT WAS
      * NOT APPLIED.
      *--------------------------------------------------------------
       975-BACK-OUT.

           EXEC CICS SYNCPOINT ROLLBACK
                RESP(WS-UOW-RESP)
           END-EXEC.

           MOVE SPACES TO WS-MSG.
           STRING 'NOT APPLIED - ' DELIMITED BY SIZE
                  WS-UOW-FILE DELIMITED BY SPACE
                  ' FAILED, NOTHING WAS CHANGED' DELIMITED BY SIZE
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
                GO TO 975-BACK-OUT
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

           MOVE 'DCJB8PGW' TO ERL-PROGRAM.
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

       END PROGRAM DCJB8PGW.
