
       01 WS-NEW-TOP            PIC S9(7) COMP VALUE 0.

      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(28).

       000-START-LOGIC.

      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.

      * A CONTINUATION TURN - A NEW LOOKUP KEYED, OR PF7/PF8 PAGING
      * THROUGH THE REPORT ALREADY ON SCREEN.
           IF (EIBCALEN = WS-VIEW-DATA-LEN) THEN
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

           MOVE 'DCJB8PGF' TO ERL-PROGRAM.
           MOVE WS-OPERID TO ERL-OPERID.
           MOVE 'T' TO ERL-CHANNEL.

           EXEC CICS LINK
                PROGRAM('DCJB8PIA')
                COMMAREA(ERRLOG-RECORD)
                LENGTH(ERRLOG-LENGTH)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8PGF.
