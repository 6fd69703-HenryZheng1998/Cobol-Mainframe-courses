      * DCJB8BRX RESTORE-AND-REPLAY JOB. SEE CRSJRNL.
       COPY 'CRSJRNL'.

      * CHAINED JOURNAL WRITES GO THROUGH DCJB8PIB.
       COPY 'JRNCHAIN'.

      * COURSE EXTENSION RECORD - THE EXAM SITTING (AND OTHER FIELDS
      * THAT OUTGREW CRSFILE'S FILLER) RIDE ON A COMPANION FILE
      * KEYED BY THE SAME COURSE CODE. SAVED IN STEP WITH THE COURSE.
       01 WS-CAND-START         PIC X(4) VALUE SPACES.
       01 WS-CAND-END           PIC X(4) VALUE SPACES.

      * ROOM RESERVATIONS - A SECTION MOVED ONTO A ROOM AND TIME THAT
      * ALREADY HOLDS A BOOKED EVENT (AN EXAM, A DEFENCE) ON ONE OF
      * ITS MEETING DAYS DURING THE TERM IS SAVED, BUT THE OPERATOR IS
      * WARNED SO THE EVENT CAN BE MOVED ON DCJB8PHZ. THE PATTERN AS
      * IT STOOD BEFORE THE CHANGE TELLS A MOVE FROM A RE-SAVE.
       COPY 'RSVREC'.
       COPY 'TERMREC'.
       01 WS-RSV-BR-STATUS      PIC S9(4) COMP.
       01 WS-TRM-STATUS         PIC S9(4) COMP.
       01 WS-RSV-DONE-SW        PIC X(1) VALUE 'N'.
           88 WS-RSV-DONE              VALUE 'Y'.
       01 WS-RSV-HIT-SW         PIC X(1) VALUE 'N'.
           88 WS-RSV-HIT               VALUE 'Y'.
       01 WS-RSV-HIT-DATE       PIC 9(7) VALUE 0.
       01 WS-RSV-HIT-START      PIC X(4) VALUE SPACES.
       01 WS-RSV-HIT-END        PIC X(4) VALUE SPACES.
       01 WS-RSV-LETTER-HITS    PIC S9(2) COMP VALUE 0.
       01 WS-OLD-ROOM           PIC X(6) VALUE SPACES.
       01 WS-OLD-DAYS           PIC X(7) VALUE SPACES.
       01 WS-OLD-START          PIC X(4) VALUE SPACES.
       01 WS-OLD-END            PIC X(4) VALUE SPACES.
      * THE WEEKDAY OF A RESERVATION'S DATE - SEE 074-FIND-WEEKDAY.
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
       01 WS-DATE-SHOW          PIC 9(7) VALUE 0.

      * INSTRUCTOR MASTER - AN INSTRUCTOR KEYED ON THIS SCREEN MUST
      * ALREADY BE ON FILE BEFORE THE COURSE CAN BE ASSIGNED TO THEM.
       COPY 'INSTREC'.

       COPY DFHBMSCA.

      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(12).

       000-START-LOGIC.

      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.

      * THIS IS THE EDIT SCREEN'S RESPONSE - EITHER CONFIRMING A NEW
      * COURSE OR SAVING CHANGES TO AN EXISTING ONE.
           IF (EIBCALEN = WS-SAVE-DATA-LEN) THEN
                MOVE 'Y' TO WS-ROOM-DAY-HIT-SW
           END-IF.

      *--------------------------------------------------------------
      * RESERVATION WARNING - BROWSES THE ROOM'S RESERVATIONS OVER
      * THE SECTION'S TERM FOR ONE ON A MEETING DAY WHOSE TIMES
      * OVERLAP THE MEETING TIMES. THE FIRST ONE FOUND IS NAMED IN
      * THE SAVE MESSAGE. RUN ON THE SAVED RECORD, AND ONLY WHEN THE
      * ROOM OR THE PATTERN IS NEW.
      *--------------------------------------------------------------
       070-CHECK-RESERVED.

           MOVE 'N' TO WS-RSV-HIT-SW.

           IF (CRS-ROOM = SPACES) OR (CRS-ROOM = LOW-VALUES) OR
              (CRS-MEET-DAYS = SPACES) OR
              (CRS-MEET-START IS NOT NUMERIC) OR
              (CRS-MEET-END IS NOT NUMERIC)
                GO TO 070-EXIT
           END-IF.

           IF (CRS-ROOM = WS-OLD-ROOM) AND
              (CRS-MEET-DAYS = WS-OLD-DAYS) AND
              (CRS-MEET-START = WS-OLD-START) AND
              (CRS-MEET-END = WS-OLD-END)
                GO TO 070-EXIT
           END-IF.

           MOVE CRS-TERM(1:5) TO TRM-CODE.
           EXEC CICS READ
                FILE('TERMFILE')
                INTO(TERMFILE-RECORD)
                LENGTH(TERMFILE-LENGTH)
                RIDFLD(TRM-KEY)
                RESP(WS-TRM-STATUS)
           END-EXEC.
           IF (WS-TRM-STATUS NOT = DFHRESP(NORMAL))
                GO TO 070-EXIT
           END-IF.

           MOVE CRS-ROOM TO RSV-ROOM.
           MOVE TRM-START-DATE TO RSV-DATE.
           MOVE LOW-VALUES TO RSV-START.
           MOVE 'N' TO WS-RSV-DONE-SW.
           EXEC CICS STARTBR
                FILE('RSVFILE')
                RIDFLD(RSV-KEY)
                GTEQ
                RESP(WS-RSV-BR-STATUS)
           END-EXEC.
           IF (WS-RSV-BR-STATUS NOT = DFHRESP(NORMAL))
                GO TO 070-EXIT
           END-IF.

           PERFORM 072-SCAN-ONE-RESERVATION THRU 072-EXIT
                UNTIL WS-RSV-DONE OR WS-RSV-HIT.

           EXEC CICS ENDBR
                FILE('RSVFILE')
           END-EXEC.

       070-EXIT.
           EXIT.

       072-SCAN-ONE-RESERVATION.

           EXEC CICS READNEXT
                FILE('RSVFILE')
                INTO(RSVFILE-RECORD)
                LENGTH(RSVFILE-LENGTH)
                RIDFLD(RSV-KEY)
                RESP(WS-RSV-BR-STATUS)
           END-EXEC.

           IF (WS-RSV-BR-STATUS NOT = DFHRESP(NORMAL)) OR
              (RSV-ROOM NOT = CRS-ROOM) OR
              (RSV-DATE > TRM-END-DATE)
                MOVE 'Y' TO WS-RSV-DONE-SW
                GO TO 072-EXIT
           END-IF.

           IF (CRS-MEET-START NOT < RSV-END) OR
              (RSV-START NOT < CRS-MEET-END)
                GO TO 072-EXIT
           END-IF.

           PERFORM 074-FIND-WEEKDAY.
           MOVE 0 TO WS-RSV-LETTER-HITS.
           INSPECT CRS-MEET-DAYS TALLYING WS-RSV-LETTER-HITS
                FOR ALL WS-DAY-LETTER.
           IF (WS-RSV-LETTER-HITS > 0)
                MOVE 'Y' TO WS-RSV-HIT-SW
                MOVE RSV-DATE TO WS-RSV-HIT-DATE
                MOVE RSV-START TO WS-RSV-HIT-START
                MOVE RSV-END TO WS-RSV-HIT-END
           END-IF.

       072-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * THE WEEKDAY LETTER OF RSV-DATE - THE DAYS FROM THE START OF
      * THE CALENDAR TO THE DATE, MOD 7, COUNT FROM SUNDAY, THE SAME
      * WORKING DCJB8PHZ USES.
      *--------------------------------------------------------------
       074-FIND-WEEKDAY.

           DIVIDE RSV-DATE BY 1000 GIVING WS-DOW-CYY
                REMAINDER WS-DOW-DDD.
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

       100-FIRST-TIME.

           MOVE LOW-VALUES TO MAP1O.
                     GO TO 500-EDIT-ERROR
                END-IF

                MOVE CRS-ROOM TO WS-OLD-ROOM
                MOVE CRS-MEET-DAYS TO WS-OLD-DAYS
                MOVE CRS-MEET-START TO WS-OLD-START
                MOVE CRS-MEET-END TO WS-OLD-END

                MOVE CRSTITI TO CRS-TITLE
                MOVE CRSTRMI TO CRS-TERM
                MOVE CRSCAPI TO CRS-CAPACITY
                END-EXEC
                MOVE 'R' TO CJR-OPERATION
                PERFORM 955-JOURNAL-COURSE
                PERFORM 070-CHECK-RESERVED THRU 070-EXIT

                PERFORM 280-SAVE-EXTENSION THRU 280-SAVE-EXIT

                MOVE 'COURSE UPDATED. ENTER A COURSE CODE' TO WS-MSG
                IF WS-RSV-HIT
                     COMPUTE WS-DATE-SHOW = WS-RSV-HIT-DATE + 1900000
                     MOVE SPACES TO WS-MSG
                     STRING 'COURSE UPDATED - NOTE ROOM RESERVED '
                          WS-DATE-SHOW ' ' WS-RSV-HIT-START '-'
                          WS-RSV-HIT-END
                          DELIMITED BY SIZE INTO WS-MSG
                END-IF
           ELSE
      * START FROM A CLEAN RECORD - A BRAND-NEW COURSE HAS NO SEATS
      * TAKEN, NO WAITLIST, AND ONLY THE PREREQS KEYED ON THIS SCREEN.
                END-EXEC
                MOVE 'W' TO CJR-OPERATION
                PERFORM 955-JOURNAL-COURSE
                MOVE SPACES TO WS-OLD-ROOM
                PERFORM 070-CHECK-RESERVED THRU 070-EXIT

                PERFORM 280-SAVE-EXTENSION THRU 280-SAVE-EXIT

                MOVE 'COURSE ADDED. ENTER A COURSE CODE' TO WS-MSG
                IF WS-RSV-HIT
                     COMPUTE WS-DATE-SHOW = WS-RSV-HIT-DATE + 1900000
                     MOVE SPACES TO WS-MSG
                     STRING 'COURSE ADDED - NOTE ROOM RESERVED '
                          WS-DATE-SHOW ' ' WS-RSV-HIT-START '-'
                          WS-RSV-HIT-END
                          DELIMITED BY SIZE INTO WS-MSG
                END-IF
           END-IF.

           MOVE LOW-VALUES TO MAP1O.
                MOVE 0 TO CRX-EXAM-DUR
                MOVE SPACES TO CRX-COREQ-TABLE(1)
                MOVE SPACES TO CRX-COREQ-TABLE(2)
                MOVE 0 TO CRX-CANCEL-DATE
                PERFORM 285-MOVE-EXTENSION
                EXEC CICS WRITE
                     FILE('CRSXFILE')
           MOVE EIBTIME TO CJR-TIME.
           MOVE CRSFILE-RECORD TO CJR-RECORD-IMAGE.

           MOVE 'CRSJRNL' TO JCA-JOURNAL.
           MOVE CRSJRNL-LENGTH TO JCA-LENGTH.
           MOVE CRSJRNL-RECORD TO JCA-IMAGE.
           MOVE 'Y' TO JCA-ABEND-SW.
           EXEC CICS LINK
                PROGRAM('DCJB8PIB')
                COMMAREA(JRNL-CHAIN-AREA)
                LENGTH(JRNL-CHAIN-AREA-LEN)
           END-EXEC.

       999-EXIT.
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

           MOVE 'DCJB8PGN' TO ERL-PROGRAM.
           MOVE WS-OPERID TO ERL-OPERID.
           MOVE CRS-CODE OF CRSFILE-RECORD TO ERL-CRS-CODE.
           MOVE 'T' TO ERL-CHANNEL.

           EXEC CICS LINK
                PROGRAM('DCJB8PIA')
                COMMAREA(ERRLOG-RECORD)
                LENGTH(ERRLOG-LENGTH)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8PGN.
