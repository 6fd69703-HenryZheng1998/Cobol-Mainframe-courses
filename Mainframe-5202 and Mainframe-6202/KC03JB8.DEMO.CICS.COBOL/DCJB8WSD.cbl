       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCJB8WSD.
       AUTHOR. HENRY ZHENG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * REGISTERED-CALLER CHECK WORK - EVERY DCJB8WS* SERVICE GATES
      * ON CALLFILE, THIS ONE UNDER ITS OWN CAL-ALLOW-WSD GRANT.
       COPY 'CALLREC'.
       COPY 'CALLCNT'.
       01 WS-CAL-STATUS          PIC S9(4) COMP.
       01 WS-CCN-STATUS          PIC S9(4) COMP.
       01 WS-CCN-HOUR            PIC 9(2) VALUE 0.

       COPY 'WSDREQ'.
       COPY 'WSDRESP'.
       COPY 'CREGREC'.
       COPY 'PROGREC'.

       01 WS-PRG-STATUS          PIC S9(4) COMP.

      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(200).

       PROCEDURE DIVISION.
      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.

           MOVE DFHCOMMAREA TO WSDDIP-REQ.
           MOVE LOW-VALUES TO DFHCOMMAREA.

       000-START-LOGIC.

           PERFORM 050-CHECK-CALLER THRU 050-EXIT.

           EXEC CICS HANDLE CONDITION
                NOTFND(300-NOTFND)
           END-EXEC.

           GO TO 200-MAIN-LOGIC.

      *--------------------------------------------------------------
      * REGISTERED-CALLER CHECK - EVERY CALL MUST CARRY A KNOWN,
      * ACTIVE CALLER ID AND ITS SECRET, AND THE CALLER MUST BE
      * GRANTED THIS PARTICULAR SERVICE. EACH ACCEPTED CALL BUMPS
      * THE CALLER'S HOURLY VOLUME COUNTER FOR DCJB8BTU'S REPORT.
      *--------------------------------------------------------------
       050-CHECK-CALLER.

           MOVE WSD-CALLERID-REQ TO CAL-ID.

           EXEC CICS READ
                FILE('CALLFILE')
                INTO(CALLFILE-RECORD)
                LENGTH(CALLFILE-LENGTH)
                RIDFLD(CAL-KEY)
                RESP(WS-CAL-STATUS)
           END-EXEC.

           IF (WS-CAL-STATUS NOT = DFHRESP(NORMAL)) OR
              (WSD-CALLSECRET-REQ NOT = CAL-SECRET) OR
              (NOT CAL-IS-ACTIVE) OR
              (CAL-ALLOW-WSD NOT = 'Y')
                MOVE LOW-VALUES TO WSD-RESP
                MOVE 'CALLER NOT AUTHORIZED FOR THIS SERVICE'
                     TO WSD-MSG
                MOVE "9" TO WSD-STATUS-CODE
                MOVE WSD-RESP TO DFHCOMMAREA
                EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM 060-COUNT-CALLER THRU 060-EXIT.

       050-EXIT.
           EXIT.

       060-COUNT-CALLER.

           COMPUTE WS-CCN-HOUR = EIBTIME / 100000.
           MOVE CAL-ID TO CCN-CALLER.
           MOVE WS-CCN-HOUR TO CCN-HOUR.

           EXEC CICS READ
                FILE('CALLCNT')
                INTO(CALLCNT-RECORD)
                LENGTH(CALLCNT-LENGTH)
                RIDFLD(CCN-KEY)
                UPDATE
                RESP(WS-CCN-STATUS)
           END-EXEC.

           IF (WS-CCN-STATUS = DFHRESP(NORMAL))
                ADD 1 TO CCN-COUNT
                EXEC CICS REWRITE
                     FILE('CALLCNT')
                     FROM(CALLCNT-RECORD)
                     LENGTH(CALLCNT-LENGTH)
                END-EXEC
           ELSE
                MOVE CAL-ID TO CCN-CALLER
                MOVE WS-CCN-HOUR TO CCN-HOUR
                MOVE 1 TO CCN-COUNT
                EXEC CICS WRITE
                     FILE('CALLCNT')
                     FROM(CALLCNT-RECORD)
                     RIDFLD(CCN-KEY)
                END-EXEC
           END-IF.

       060-EXIT.
           EXIT.

       200-MAIN-LOGIC.

           MOVE LOW-VALUES TO WSD-RESP.

           IF (WSD-SERIAL-REQ IS NOT NUMERIC)
                MOVE 'SERIAL NUMBER MUST BE NINE DIGITS' TO WSD-MSG
                MOVE "1" TO WSD-STATUS-CODE
                MOVE WSD-RESP TO DFHCOMMAREA
                EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE WSD-SERIAL-REQ TO CRG-SERIAL.

           EXEC CICS READ
                FILE('CREDREG')
                INTO(CREDREG-RECORD)
                LENGTH(CREDREG-LENGTH)
                RIDFLD(CRG-KEY)
           END-EXEC.

      * THE CREDENTIAL AS IT WAS PRINTED - THE REGISTER ROW CARRIES
      * EVERYTHING ON THE PARCHMENT BUT THE PROGRAM TITLE.
           MOVE WSD-SERIAL-REQ TO WSD-SERIAL-RESP.
           MOVE CRG-NAME TO WSD-NAME.
           MOVE CRG-PROGRAM TO WSD-PROGRAM.
           MOVE CRG-CAMPUS TO WSD-CAMPUS.
           MOVE CRG-TERM TO WSD-TERM.
           COMPUTE WSD-CONFER-DATE = CRG-CONFER-DATE + 1900000.
           MOVE CRG-HONOURS TO WSD-HONOURS.
           MOVE CRG-REPRINT-COUNT TO WSD-REPRINT-COUNT.

           MOVE SPACES TO WSD-PROGRAM-TITLE.
           MOVE CRG-PROGRAM TO PRG-CODE.
           EXEC CICS READ
                FILE('PRGFILE')
                INTO(PRGFILE-RECORD)
                LENGTH(PRGFILE-LENGTH)
                RIDFLD(PRG-KEY)
                RESP(WS-PRG-STATUS)
           END-EXEC.
           IF (WS-PRG-STATUS = DFHRESP(NORMAL))
                MOVE PRG-TITLE TO WSD-PROGRAM-TITLE
           END-IF.

      * A SERIAL A REPRINT HAS REPLACED NO LONGER VERIFIES - THE
      * HOLDER OF THE OLD PARCHMENT IS TOLD SO, NOT SENT THE NEW
      * SERIAL.
           IF CRG-VOID
                MOVE 'DIPLOMA VOIDED - REPLACED BY A REISSUE'
                     TO WSD-MSG
                MOVE "3" TO WSD-STATUS-CODE
                MOVE WSD-RESP TO DFHCOMMAREA
                EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE 'DIPLOMA IS GENUINE AND CURRENT' TO WSD-MSG.
           MOVE "0" TO WSD-STATUS-CODE.
           MOVE WSD-RESP TO DFHCOMMAREA.
           EXEC CICS RETURN END-EXEC.

       300-NOTFND.

           MOVE LOW-VALUES TO WSD-RESP.
           MOVE 'SERIAL NOT ON THE DIPLOMA REGISTER' TO WSD-MSG.
           MOVE "2" TO WSD-STATUS-CODE.
           MOVE WSD-RESP TO DFHCOMMAREA.
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

           MOVE 'DCJB8WSD' TO ERL-PROGRAM.
           MOVE CAL-ID TO ERL-OPERID.
           MOVE 'W' TO ERL-CHANNEL.

           EXEC CICS LINK
                PROGRAM('DCJB8PIA')
                COMMAREA(ERRLOG-RECORD)
                LENGTH(ERRLOG-LENGTH)
           END-EXEC.

           MOVE LOW-VALUES TO WSD-RESP.
           MOVE 'X' TO WSD-STATUS-CODE.
           STRING 'SYSTEM ERROR - NOTHING WAS SAVED. REFERENCE '
                  ERL-REFERENCE DELIMITED BY SIZE
                  INTO WSD-MSG.
           MOVE WSD-RESP TO DFHCOMMAREA.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8WSD.
