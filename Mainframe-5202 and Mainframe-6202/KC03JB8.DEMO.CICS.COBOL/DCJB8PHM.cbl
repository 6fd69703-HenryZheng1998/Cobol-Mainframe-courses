           05 WS-ROW-DOC        PIC X(8).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-ROW-RUN        PIC X(8).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-ROW-CHANNEL    PIC X(8).

      * THE BELOW FILLER VARIABLE MUST BE PRESENT BETWEEN DFHBMSCA
      * AND ALL OTHER VARIABLES

       COPY DFHBMSCA.

      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(25).

       000-START-LOGIC.

      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.

           IF (EIBCALEN = WS-COR-DATA-LEN) THEN
                MOVE DFHCOMMAREA TO WS-COR-DATA
                MOVE WS-COR-OPERID TO WS-OPERID
           COMPUTE WS-ROW-DATE = COR-DATE + 1900000.
           MOVE COR-DOC-TYPE TO WS-ROW-DOC.
           MOVE COR-RUN-ID TO WS-ROW-RUN.
           EVALUATE TRUE
               WHEN COR-BY-EMAIL
                   MOVE 'EMAIL' TO WS-ROW-CHANNEL
               WHEN COR-REQUEUED
                   MOVE 'REQUEUED' TO WS-ROW-CHANNEL
               WHEN COR-BY-EXCHANGE
                   MOVE 'EXCHANGE' TO WS-ROW-CHANNEL
               WHEN OTHER
                   MOVE 'PAPER' TO WS-ROW-CHANNEL
           END-EVALUATE.
           PERFORM 620-MOVE-ROW-OUT.

       610-FETCH-EXIT.
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

           MOVE 'DCJB8PHM' TO ERL-PROGRAM.
           MOVE WS-OPERID TO ERL-OPERID.
           MOVE STU-NUMBER OF STUFILE-RECORD TO ERL-STU-NUMBER.
           MOVE 'T' TO ERL-CHANNEL.

           EXEC CICS LINK
                PROGRAM('DCJB8PIA')
                COMMAREA(ERRLOG-RECORD)
                LENGTH(ERRLOG-LENGTH)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8PHM.
