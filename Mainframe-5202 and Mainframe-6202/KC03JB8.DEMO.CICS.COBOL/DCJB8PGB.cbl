       01 WS-BC-EFF-STAMP    PIC 9(11) VALUE 0.
       01 WS-BC-EXP-STAMP    PIC 9(11) VALUE 0.

      * FIELD MASKING - AN INQUIRY-ROLE OPERATOR (OR ONE NOT ON
      * OPERFILE) SEES EACH LINE'S PHONE TO ITS LAST FOUR DIGITS. THE
      * FULL NUMBER IS A PF11 REVEAL ON THE DCJB8PGR INQUIRY, WHICH
      * ASKS FOR A REASON CODE AND LOGS IT - SEE ACCLREC.
       01 WS-OPER-STATUS     PIC S9(4) COMP.
       01 WS-ROLE-DONE       PIC X VALUE 'N'.
       01 WS-MASK-SW         PIC X VALUE 'N'.
           88 WS-MASK-FIELDS VALUE 'Y'.

      * TRANCNT RECORD LAYOUT - HOURLY TRANSACTION VOLUME COUNTERS
       COPY 'TRANCNT'.


       COPY DFHBMSCA.

      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(144).

       000-START-LOGIC.

      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.

      * SNAP THE TASK'S START CLOCK FOR THE RESPONSE-TIME CAPTURE.
           MOVE EIBTIME TO WS-PRF-START.

                MOVE STU-PHONE-1 TO WS-STUPHN1-OUT
                MOVE STU-PHONE-2 TO WS-STUPHN2-OUT
                MOVE STU-PHONE-3 TO WS-STUPHN3-OUT
                PERFORM 096-CHECK-ROLE THRU 096-EXIT
                IF WS-MASK-FIELDS
                     MOVE '***' TO WS-STUPHN1-OUT
                     MOVE '***' TO WS-STUPHN2-OUT
                END-IF
                MOVE "-" TO WS-DASH
                MOVE "-" TO WS-DASH2
                MOVE STU-CAMPUS TO WS-STUCAMP-OUT
                MOVE STU-PHONE-1 TO WS-STUPHN1-OUT
                MOVE STU-PHONE-2 TO WS-STUPHN2-OUT
                MOVE STU-PHONE-3 TO WS-STUPHN3-OUT
                PERFORM 096-CHECK-ROLE THRU 096-EXIT
                IF WS-MASK-FIELDS
                     MOVE '***' TO WS-STUPHN1-OUT
                     MOVE '***' TO WS-STUPHN2-OUT
                END-IF
                MOVE "-" TO WS-DASH
                MOVE "-" TO WS-DASH2
                MOVE STU-CAMPUS TO WS-STUCAMP-OUT
                END-EXEC
           END-IF.

      *--------------------------------------------------------------
      * THE SIGNED-ON OPERATOR'S ROLE DECIDES WHETHER THE PHONE
      * COLUMN IS MASKED - INQUIRY-ROLE STAFF ONLY NEED TO CONFIRM A
      * NAME. AN OPERATOR NOT ON OPERFILE IS MASKED TOO; A BLANK ROLE
      * READS AS SUPERVISOR, AS EVERYWHERE ELSE. READ ONCE PER TASK.
      *--------------------------------------------------------------
       096-CHECK-ROLE.

           IF (WS-ROLE-DONE = 'Y')
                GO TO 096-EXIT
           END-IF.
           MOVE 'Y' TO WS-ROLE-DONE.

           MOVE WS-OPERID TO OPER-ID.
           EXEC CICS READ
                FILE('OPERFILE')
                INTO(OPERFILE-RECORD)
                RIDFLD(OPER-KEY)
                RESP(WS-OPER-STATUS)
           END-EXEC.

           IF (WS-OPER-STATUS NOT = DFHRESP(NORMAL)) OR
              OPER-ROLE-INQUIRY
                MOVE 'Y' TO WS-MASK-SW
           ELSE
                MOVE 'N' TO WS-MASK-SW
           END-IF.

       096-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * AN URGENT BROADCAST THE SIGNED-ON OPERATOR HAS NOT YET
      * ACKNOWLEDGED (PF10 ON THE DCJB8PGM MENU) TAKES OVER THIS
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

           MOVE 'DCJB8PGB' TO ERL-PROGRAM.
           MOVE WS-OPERID TO ERL-OPERID.
           MOVE STU-NUMBER OF STUFILE-RECORD TO ERL-STU-NUMBER.
           MOVE 'T' TO ERL-CHANNEL.

           EXEC CICS LINK
                PROGRAM('DCJB8PIA')
                COMMAREA(ERRLOG-RECORD)
                LENGTH(ERRLOG-LENGTH)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8PGB.
