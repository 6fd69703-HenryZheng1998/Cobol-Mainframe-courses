       COPY 'STUAUDIT'.
       COPY 'STUJRNL'.

      * CHAINED JOURNAL WRITES GO THROUGH DCJB8PIB.
       COPY 'JRNCHAIN'.

      * CARRIES THE SIGNED-ON OPERATOR ID (SET BY DCJB8PGM).
       01 WS-OPERID PIC X(8) VALUE SPACES.
       01 WS-OPERID-LEN PIC S9(4) COMP VALUE 8.

       COPY DFHBMSCA.

      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(16).

       000-START-LOGIC.

      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.

      * THE CONFIRMATION SCREEN IS ALL PROTECTED FIELDS - ENTER
      * RAISES MAPFAIL AND COMMITS THE REINSTATEMENT.
           IF (EIBCALEN = WS-RST-DATA-LEN) THEN
           MOVE EIBTIME TO JRN-TIME.
           MOVE STUFILE-RECORD TO JRN-RECORD-IMAGE.

           MOVE 'STUJRNL' TO JCA-JOURNAL.
           MOVE STUJRNL-LENGTH TO JCA-LENGTH.
           MOVE STUJRNL-RECORD TO JCA-IMAGE.
           MOVE 'Y' TO JCA-ABEND-SW.
           EXEC CICS LINK
                PROGRAM('DCJB8PIB')
                COMMAREA(JRNL-CHAIN-AREA)
                LENGTH(JRNL-CHAIN-AREA-LEN)
           END-EXEC.

           MOVE LOW-VALUES TO MAP1O.
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

           MOVE 'DCJB8PGI' TO ERL-PROGRAM.
           MOVE WS-OPERID TO ERL-OPERID.
           MOVE STU-NUMBER OF STUFILE-RECORD TO ERL-STU-NUMBER.
           MOVE 'T' TO ERL-CHANNEL.

           EXEC CICS LINK
                PROGRAM('DCJB8PIA')
                COMMAREA(ERRLOG-RECORD)
                LENGTH(ERRLOG-LENGTH)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8PGI.
