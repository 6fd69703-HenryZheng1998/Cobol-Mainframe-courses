
       COPY DFHBMSCA.

      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(14).

       000-START-LOGIC.

      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.

      * THIS IS THE EDIT SCREEN'S RESPONSE - EITHER CONFIRMING A NEW
      * TERM OR SAVING CHANGES TO AN EXISTING ONE.
           IF (EIBCALEN = WS-SAVE-DATA-LEN) THEN
                END-IF
                PERFORM 600-FILE-TO-SCREEN
                MOVE WS-DATE-SCREEN TO TRMGRDO
      *         A ZERO CENSUS DATE MEANS NONE IS SET YET - IT STAYS
      *         ZERO ON THE SCREEN RATHER THAN SWINGING TO 1900000.
                IF (TRM-CENSUS-DATE IS NUMERIC) AND
                   (TRM-CENSUS-DATE > 0)
                     MOVE TRM-CENSUS-DATE TO WS-DATE-FILE
                     PERFORM 600-FILE-TO-SCREEN
                     MOVE WS-DATE-SCREEN TO TRMCENO
                ELSE
                     MOVE ZEROS TO TRMCENO
                END-IF
                MOVE
          'TERM FOUND - EDIT AND PRESS ENTER TO SAVE, PF4 TO CANCEL'
                     TO MSGO
                MOVE ZEROS TO TRMDRPO
                MOVE ZEROS TO TRMENDO
                MOVE ZEROS TO TRMGRDO
                MOVE ZEROS TO TRMCENO
                MOVE
          'NEW TERM - ENTER DATES (YYYYDDD) AND PRESS ENTER'
                     TO MSGO
              (TRMADDL = 0) OR (TRMADDI IS NOT NUMERIC) OR
              (TRMDRPL = 0) OR (TRMDRPI IS NOT NUMERIC) OR
              (TRMENDL = 0) OR (TRMENDI IS NOT NUMERIC) OR
              (TRMGRDL = 0) OR (TRMGRDI IS NOT NUMERIC) OR
              (TRMCENL = 0) OR (TRMCENI IS NOT NUMERIC)
                MOVE
          'ALL DATES MUST BE NUMERIC YYYYDDD (CENSUS 0 = NONE)'
                     TO WS-MSG
                GO TO 500-EDIT-ERROR
           END-IF.
                GO TO 500-EDIT-ERROR
           END-IF.

      * THE CENSUS COUNT IS TAKEN WHILE THE TERM IS RUNNING. ZERO IS
      * LEFT ALONE - IT MEANS NO CENSUS DATE HAS BEEN SET.
           IF (TRMCENI NOT = ZEROS) AND
              ((TRMCENI < TRMSTRI) OR (TRMCENI > TRMENDI))
                MOVE
          'CENSUS DATE MUST FALL BETWEEN TERM START AND END'
                     TO WS-MSG
                GO TO 500-EDIT-ERROR
           END-IF.

           IF WS-MODE-EDIT
                EXEC CICS READ
                     FILE('TERMFILE')
                LENGTH(WS-OPERID-LEN)
           END-EXEC.

      * CARRIES THE SCREEN DATES (YYYYDDD) INTO THE RECORD IN FILE
      * FORM (CYYDDD). A ZERO CENSUS DATE STAYS ZERO ON THE FILE.
       250-MOVE-DATES.

           MOVE TRMSTRI TO WS-DATE-SCREEN.
           PERFORM 610-SCREEN-TO-FILE.
           MOVE WS-DATE-FILE TO TRM-GRADE-DEADLINE.

           IF (TRMCENI = ZEROS)
                MOVE ZEROS TO TRM-CENSUS-DATE
           ELSE
                MOVE TRMCENI TO WS-DATE-SCREEN
                PERFORM 610-SCREEN-TO-FILE
                MOVE WS-DATE-FILE TO TRM-CENSUS-DATE
           END-IF.

       300-NOTFND.

           MOVE 'TERM NOT FOUND. ANOTHER TERMINAL MAY HAVE DELETED IT'
           MOVE TRMDRPI TO TRMDRPO.
           MOVE TRMENDI TO TRMENDO.
           MOVE TRMGRDI TO TRMGRDO.
           MOVE TRMCENI TO TRMCENO.
           MOVE WS-MSG TO MSGO.
           MOVE -1 TO TRMSTRL.

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

           MOVE 'DCJB8PGT' TO ERL-PROGRAM.
           MOVE WS-OPERID TO ERL-OPERID.
           MOVE 'T' TO ERL-CHANNEL.

           EXEC CICS LINK
                PROGRAM('DCJB8PIA')
                COMMAREA(ERRLOG-RECORD)
                LENGTH(ERRLOG-LENGTH)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8PGT.
