       01 WS-SCAN-DONE-SW        PIC X(1) VALUE 'N'.
           88 WS-SCAN-DONE              VALUE 'Y'.

      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(600).

       PROCEDURE DIVISION.
      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.

           MOVE DFHCOMMAREA TO WSGGRD-REQ.
           MOVE LOW-VALUES TO DFHCOMMAREA.

           MOVE WSG-RESP TO DFHCOMMAREA.
           EXEC CICS RETURN END-EXEC.

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

           MOVE 'DCJB8WSG' TO ERL-PROGRAM.
           MOVE CAL-ID TO ERL-OPERID.
           MOVE STU-NUMBER OF STUFILE-RECORD TO ERL-STU-NUMBER.
           MOVE 'W' TO ERL-CHANNEL.

           EXEC CICS LINK
                PROGRAM('DCJB8PIA')
                COMMAREA(ERRLOG-RECORD)
                LENGTH(ERRLOG-LENGTH)
           END-EXEC.

           MOVE LOW-VALUES TO WSG-RESP.
           MOVE 'X' TO WSG-STATUS-CODE.
           STRING 'SYSTEM ERROR - NOTHING WAS SAVED. REFERENCE '
                  ERL-REFERENCE DELIMITED BY SIZE
                  INTO WSG-MSG.
           MOVE WSG-RESP TO DFHCOMMAREA.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8WSG.
