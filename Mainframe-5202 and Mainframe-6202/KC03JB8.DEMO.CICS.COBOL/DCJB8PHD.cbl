
       COPY DFHBMSCA.

      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(21).

       000-START-LOGIC.

      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.

           IF (EIBCALEN = WS-GRA-DATA-LEN) THEN
                MOVE DFHCOMMAREA TO WS-GRA-DATA
                MOVE WS-GRA-OPERID TO WS-OPERID
           MOVE EIBDATE TO GRA-APP-DATE.
           MOVE 0 TO GRA-CLEAR-DATE.
           MOVE SPACES TO GRA-FAIL-REASON.
           MOVE 0 TO GRA-ALUMNI-DATE.
           MOVE 0 TO GRA-DIPLOMA-SERIAL.

           EXEC CICS WRITE
                FILE('GRAPFILE')
                GO TO 500-ERROR-RETURN
           END-IF.

      * ONCE A DIPLOMA IS ISSUED THE APPLICATION IS ITS LINK TO THE
      * CREDENTIAL REGISTER AND STAYS.
           IF (GRA-DIPLOMA-SERIAL NOT = 0)
                MOVE 'DIPLOMA ALREADY ISSUED - CANNOT WITHDRAW'
                     TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           EXEC CICS DELETE
                FILE('GRAPFILE')
                RIDFLD(GRA-KEY)
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

           MOVE 'DCJB8PHD' TO ERL-PROGRAM.
           MOVE WS-OPERID TO ERL-OPERID.
           MOVE STU-NUMBER OF STUFILE-RECORD TO ERL-STU-NUMBER.
           MOVE 'T' TO ERL-CHANNEL.

           EXEC CICS LINK
                PROGRAM('DCJB8PIA')
                COMMAREA(ERRLOG-RECORD)
                LENGTH(ERRLOG-LENGTH)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8PHD.
