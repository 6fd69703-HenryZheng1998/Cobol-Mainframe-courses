
       COPY DFHBMSCA.

      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(19).

       000-START-LOGIC.

      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.

           IF (EIBCALEN = WS-AUD-DATA-LEN) THEN
                MOVE DFHCOMMAREA TO WS-AUD-DATA
                MOVE WS-AUD-OPERID TO WS-OPERID
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

           MOVE 'DCJB8PGA' TO ERL-PROGRAM.
           MOVE WS-OPERID TO ERL-OPERID.
           MOVE 'T' TO ERL-CHANNEL.

           EXEC CICS LINK
                PROGRAM('DCJB8PIA')
                COMMAREA(ERRLOG-RECORD)
                LENGTH(ERRLOG-LENGTH)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8PGA.
