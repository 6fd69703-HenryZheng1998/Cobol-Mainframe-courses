       01 WS-AWD-AMT            PIC 9(7)V99.
       01 WS-ON-FILE            PIC X(1) VALUE 'N'.

      * FINANCIAL PERIOD LOCKOUT - SEE PRDREC. 090-CHECK-PERIOD SETS
      * WS-PRD-CLOSED-SW FOR THE TERM AND DATE (CYYDDD) MOVED IN.
       COPY 'PRDREC'.
       01 WS-PRD-BR-STATUS      PIC S9(4) COMP.
       01 WS-PRD-CHK-TERM       PIC X(5) VALUE SPACES.
       01 WS-PRD-CHK-DATE       PIC 9(7) VALUE 0.
       01 WS-PRD-CLOSED-SW      PIC X(1) VALUE 'N'.
           88 WS-PRD-IS-CLOSED           VALUE 'Y'.
       01 WS-PRD-COVERED-SW     PIC X(1) VALUE 'N'.
           88 WS-PRD-IS-COVERED          VALUE 'Y'.
       01 WS-PRD-MAX-END        PIC 9(7) VALUE 0.
       01 WS-PRD-MAX-CLOSED     PIC X(1) VALUE 'N'.

      * THE BELOW FILLER VARIABLE MUST BE PRESENT BETWEEN DFHBMSCA
      * AND ALL OTHER VARIABLES
       01 FILLER             PIC X(1024)

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

           IF (EIBCALEN = WS-AWD-DATA-LEN) THEN
                MOVE DFHCOMMAREA TO WS-AWD-DATA
                MOVE WS-AWD-OPERID TO WS-OPERID
                GO TO 500-ERROR-RETURN
           END-IF.

           MOVE WS-AWD-TERM TO WS-PRD-CHK-TERM.
           MOVE EIBDATE TO WS-PRD-CHK-DATE.
           PERFORM 090-CHECK-PERIOD THRU 090-EXIT.
           IF WS-PRD-IS-CLOSED
                MOVE
                'PERIOD CLOSED - POST AN ADJUSTMENT IN THE OPEN PERIOD'
                     TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           PERFORM 610-EDIT-AWARD-FIELDS THRU 610-EDIT-EXIT.
           IF (WS-MSG NOT = SPACES)
                GO TO 500-ERROR-RETURN
                GO TO 500-ERROR-RETURN
           END-IF.

      * AN AWARD POSTED IN A CLOSED PERIOD STAYS AS IT WAS - THE
      * CHANGE GOES IN AS A SEPARATE AWARD IN THE OPEN PERIOD.
           MOVE WS-AWD-TERM TO WS-PRD-CHK-TERM.
           MOVE AWD-POST-DATE TO WS-PRD-CHK-DATE.
           PERFORM 090-CHECK-PERIOD THRU 090-EXIT.
           IF WS-PRD-IS-CLOSED
                MOVE
                'POSTED IN A CLOSED PERIOD - ADJUST IN THE OPEN PERIOD'
                     TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           MOVE WS-AWD-TERM TO WS-PRD-CHK-TERM.
           MOVE EIBDATE TO WS-PRD-CHK-DATE.
           PERFORM 090-CHECK-PERIOD THRU 090-EXIT.
           IF WS-PRD-IS-CLOSED
                MOVE
                'PERIOD CLOSED - POST AN ADJUSTMENT IN THE OPEN PERIOD'
                     TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           PERFORM 610-EDIT-AWARD-FIELDS THRU 610-EDIT-EXIT.
           IF (WS-MSG NOT = SPACES)
                GO TO 500-ERROR-RETURN
                GO TO 500-ERROR-RETURN
           END-IF.

           MOVE WS-AWD-TERM TO WS-PRD-CHK-TERM.
           MOVE AWD-POST-DATE TO WS-PRD-CHK-DATE.
           PERFORM 090-CHECK-PERIOD THRU 090-EXIT.
           IF WS-PRD-IS-CLOSED
                MOVE
                'POSTED IN A CLOSED PERIOD - ADJUST IN THE OPEN PERIOD'
                     TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           MOVE WS-AWD-TERM TO WS-PRD-CHK-TERM.
           MOVE EIBDATE TO WS-PRD-CHK-DATE.
           PERFORM 090-CHECK-PERIOD THRU 090-EXIT.
           IF WS-PRD-IS-CLOSED
                MOVE
                'PERIOD CLOSED - POST AN ADJUSTMENT IN THE OPEN PERIOD'
                     TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           EXEC CICS DELETE
                FILE('AWDFILE')
                RIDFLD(AWD-KEY)
                LENGTH(HELP-REQUEST-LENGTH)
           END-EXEC.

      *--------------------------------------------------------------
      * FINANCIAL PERIOD LOCKOUT. A DATE IS LOCKED FOR A TERM WHEN
      * THE TERM'S PERIOD THAT TAKES IT IN HAS BEEN CLOSED, OR WHEN
      * IT FALLS PAST THE END OF EVERY PERIOD OF THE TERM AND THE
      * LAST OF THEM HAS BEEN CLOSED (THE TERM'S BOOKS ARE SHUT). A
      * TERM WITH NO PERIODS DEFINED IS NEVER LOCKED. THE CALLER
      * REFUSES THE POSTING AND THE CORRECTION GOES IN AS AN
      * ADJUSTMENT IN THE OPEN PERIOD.
      *--------------------------------------------------------------
       090-CHECK-PERIOD.

           MOVE 'N' TO WS-PRD-CLOSED-SW.
           MOVE 'N' TO WS-PRD-COVERED-SW.
           MOVE 0 TO WS-PRD-MAX-END.
           MOVE 'N' TO WS-PRD-MAX-CLOSED.

           MOVE WS-PRD-CHK-TERM TO PRD-TERM.
           MOVE 0 TO PRD-FMONTH.

           EXEC CICS STARTBR
                FILE('PRDFILE')
                RIDFLD(PRD-KEY)
                GTEQ
                RESP(WS-PRD-BR-STATUS)
           END-EXEC.

           IF (WS-PRD-BR-STATUS NOT = DFHRESP(NORMAL))
                GO TO 090-EXIT
           END-IF.

           PERFORM 095-CHECK-ONE-PERIOD THRU 095-EXIT
                UNTIL (WS-PRD-BR-STATUS NOT = DFHRESP(NORMAL))
                   OR (WS-PRD-IS-COVERED).

           EXEC CICS ENDBR
                FILE('PRDFILE')
           END-EXEC.

           IF (NOT WS-PRD-IS-COVERED) AND
              (WS-PRD-MAX-END NOT = 0) AND
              (WS-PRD-CHK-DATE > WS-PRD-MAX-END) AND
              (WS-PRD-MAX-CLOSED = 'Y')
                MOVE 'Y' TO WS-PRD-CLOSED-SW
           END-IF.

       090-EXIT.
           EXIT.

       095-CHECK-ONE-PERIOD.

           EXEC CICS READNEXT
                FILE('PRDFILE')
                INTO(PRDFILE-RECORD)
                LENGTH(PRDFILE-LENGTH)
                RIDFLD(PRD-KEY)
                RESP(WS-PRD-BR-STATUS)
           END-EXEC.

           IF (WS-PRD-BR-STATUS NOT = DFHRESP(NORMAL))
                GO TO 095-EXIT
           END-IF.

      * PAST THE LAST PERIOD OF THE TERM - TREAT AS END OF FILE.
           IF (PRD-TERM NOT = WS-PRD-CHK-TERM)
                MOVE DFHRESP(ENDFILE) TO WS-PRD-BR-STATUS
                GO TO 095-EXIT
           END-IF.

           IF (WS-PRD-CHK-DATE NOT < PRD-START-DATE) AND
              (WS-PRD-CHK-DATE NOT > PRD-END-DATE)
                MOVE 'Y' TO WS-PRD-COVERED-SW
                IF PRD-CLOSED
                     MOVE 'Y' TO WS-PRD-CLOSED-SW
                END-IF
                GO TO 095-EXIT
           END-IF.

           IF (PRD-END-DATE > WS-PRD-MAX-END)
                MOVE PRD-END-DATE TO WS-PRD-MAX-END
                IF PRD-CLOSED
                     MOVE 'Y' TO WS-PRD-MAX-CLOSED
                ELSE
                     MOVE 'N' TO WS-PRD-MAX-CLOSED
                END-IF
           END-IF.

       095-EXIT.
           EXIT.

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

           MOVE 'DCJB8PHA' TO ERL-PROGRAM.
           MOVE WS-OPERID TO ERL-OPERID.
           MOVE STU-NUMBER OF STUFILE-RECORD TO ERL-STU-NUMBER.
           MOVE 'T' TO ERL-CHANNEL.

           EXEC CICS LINK
                PROGRAM('DCJB8PIA')
                COMMAREA(ERRLOG-RECORD)
                LENGTH(ERRLOG-LENGTH)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8PHA.
