       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCJB8PIA.
       AUTHOR. HENRY ZHENG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * SHARED ABEND ROUTINE - LINKED FROM THE 099-ABEND-EXIT OF
      * EVERY DCJB8P* SCREEN AND DCJB8WS* SERVICE WITH THE ERRLOG
      * RECORD AS THE COMMAREA, THE CALLER HAVING FILLED IN ITS
      * PROGRAM NAME, OPERATOR, CHANNEL, KEY IN HAND AND THE LAST
      * CICS COMMAND OFF THE EIB. THIS ROUTINE BACKS OUT WHATEVER THE
      * TASK HAD UPDATED, STAMPS THE ABEND CODE, DATE, TIME,
      * TRANSACTION, TERMINAL AND REFERENCE, WRITES THE ENTRY TO
      * ERRLOG AND COMMITS IT ON ITS OWN. A TERMINAL CALLER'S
      * OPERATOR IS TOLD THE CHANGE WAS NOT SAVED AND GIVEN THE
      * REFERENCE HERE; A WEB SERVICE BUILDS ITS OWN STATUS 'X'
      * RESPONSE FROM THE ERL-REFERENCE HANDED BACK.
       COPY 'ERRLREC'.

       01 WS-STATUS              PIC S9(4) COMP.

      * THE THREE LINES SENT TO THE OPERATOR'S SCREEN, ONE 80-COLUMN
      * ROW EACH.
       01 WS-ERR-SCREEN.
           05 FILLER             PIC X(41) VALUE
               'A SYSTEM ERROR STOPPED THIS TRANSACTION. '.
           05 FILLER             PIC X(39) VALUE
               'YOUR CHANGE WAS NOT SAVED.'.
           05 FILLER             PIC X(10) VALUE 'REFERENCE '.
           05 WS-ERR-REFERENCE   PIC 9(7).
           05 FILLER             PIC X(63) VALUE
               ' - PLEASE QUOTE IT TO THE REGISTRAR SYSTEMS HELP DESK.'.
           05 FILLER             PIC X(80) VALUE
               'CLEAR THE SCREEN AND SIGN ON AGAIN TO CONTINUE.'.
       01 WS-ERR-SCREEN-LEN      PIC S9(4) COMP VALUE 240.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(120).

       PROCEDURE DIVISION.

           MOVE DFHCOMMAREA TO ERRLOG-RECORD.

       000-START-LOGIC.

      * NOTHING THE FAILED TASK DID MAY SURVIVE IT - A HALF-APPLIED
      * CHANGE IS BACKED OUT BEFORE THE LOG ENTRY IS COMMITTED, SO
      * THE ONE SYNCPOINT BELOW COMMITS ONLY THE ENTRY.
           EXEC CICS SYNCPOINT ROLLBACK
                RESP(WS-STATUS)
           END-EXEC.

           EXEC CICS ASSIGN
                ABCODE(ERL-ABCODE)
                ABPROGRAM(ERL-ABPROGRAM)
                RESP(WS-STATUS)
           END-EXEC.

           MOVE EIBDATE TO ERL-DATE.
           MOVE EIBTIME TO ERL-TIME.
           MOVE EIBTASKN TO ERL-REFERENCE.
           MOVE EIBTRNID TO ERL-TRANSID.
           MOVE EIBTRMID TO ERL-TERMID.

           PERFORM 100-NAME-COMMAND THRU 100-EXIT.

           MOVE 'N' TO ERL-LOG-FAILED.

           EXEC CICS WRITE
                FILE('ERRLOG')
                FROM(ERRLOG-RECORD)
                LENGTH(ERRLOG-LENGTH)
                RESP(WS-STATUS)
           END-EXEC.

           IF (WS-STATUS NOT = DFHRESP(NORMAL))
                MOVE 'Y' TO ERL-LOG-FAILED
           ELSE
                EXEC CICS SYNCPOINT
                     RESP(WS-STATUS)
                END-EXEC
           END-IF.

           IF ERL-FROM-TERMINAL
                PERFORM 200-TELL-OPERATOR THRU 200-EXIT
           END-IF.

           GO TO 999-EXIT.

      *--------------------------------------------------------------
      * THE LAST COMMAND'S NAME FOR THE LOG - THE FUNCTION CODES THE
      * APPLICATION ACTUALLY ISSUES. ANYTHING ELSE IS LOGGED AS
      * 'OTHER' AND LEFT TO ERL-LAST-FN.
      *--------------------------------------------------------------
       100-NAME-COMMAND.

           EVALUATE ERL-LAST-FN
                WHEN X'0208'
                     MOVE 'ASSIGN' TO ERL-LAST-CMD
                WHEN X'0602'
                     MOVE 'READ' TO ERL-LAST-CMD
                WHEN X'0604'
                     MOVE 'WRITE' TO ERL-LAST-CMD
                WHEN X'0606'
                     MOVE 'REWRITE' TO ERL-LAST-CMD
                WHEN X'0608'
                     MOVE 'DELETE' TO ERL-LAST-CMD
                WHEN X'060A'
                     MOVE 'UNLOCK' TO ERL-LAST-CMD
                WHEN X'060C'
                     MOVE 'STARTBR' TO ERL-LAST-CMD
                WHEN X'060E'
                     MOVE 'READNEXT' TO ERL-LAST-CMD
                WHEN X'0610'
                     MOVE 'READPREV' TO ERL-LAST-CMD
                WHEN X'0612'
                     MOVE 'ENDBR' TO ERL-LAST-CMD
                WHEN X'0614'
                     MOVE 'RESETBR' TO ERL-LAST-CMD
                WHEN X'0A02'
                     MOVE 'WRITEQ TS' TO ERL-LAST-CMD
                WHEN X'0A04'
                     MOVE 'READQ TS' TO ERL-LAST-CMD
                WHEN X'0A06'
                     MOVE 'DELETEQ TS' TO ERL-LAST-CMD
                WHEN X'0E02'
                     MOVE 'LINK' TO ERL-LAST-CMD
                WHEN X'0E04'
                     MOVE 'XCTL' TO ERL-LAST-CMD
                WHEN X'0E08'
                     MOVE 'RETURN' TO ERL-LAST-CMD
                WHEN X'1004'
                     MOVE 'FORMATTIME' TO ERL-LAST-CMD
                WHEN X'1602'
                     MOVE 'SYNCPOINT' TO ERL-LAST-CMD
                WHEN X'1802'
                     MOVE 'RECEIVE MAP' TO ERL-LAST-CMD
                WHEN X'1804'
                     MOVE 'SEND MAP' TO ERL-LAST-CMD
                WHEN X'0202'
                     MOVE 'ADDRESS' TO ERL-LAST-CMD
                WHEN OTHER
                     MOVE 'OTHER' TO ERL-LAST-CMD
           END-EVALUATE.

       100-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * PLAIN-LANGUAGE NOTICE ON THE OPERATOR'S TERMINAL. THE CALLING
      * SCREEN ENDS ITS TASK WHEN THIS ROUTINE RETURNS, SO THE NOTICE
      * STAYS UP UNTIL THE OPERATOR CLEARS IT.
      *--------------------------------------------------------------
       200-TELL-OPERATOR.

           MOVE ERL-REFERENCE TO WS-ERR-REFERENCE.

           EXEC CICS SEND TEXT
                FROM(WS-ERR-SCREEN)
                LENGTH(WS-ERR-SCREEN-LEN)
                ERASE
                FREEKB
                RESP(WS-STATUS)
           END-EXEC.

       200-EXIT.
           EXIT.

       999-EXIT.

           MOVE ERRLOG-RECORD TO DFHCOMMAREA.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8PIA.
