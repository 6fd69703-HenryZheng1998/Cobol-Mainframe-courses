       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCJB8PIB.
       AUTHOR. HENRY ZHENG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * SHARED JOURNAL WRITER - LINKED WITH THE JRNCHAIN COMMAREA BY
      * EVERY ONLINE PROGRAM THAT ADDS AN ENTRY TO STUJRNL, CRSJRNL OR
      * PAYJRNL, IN PLACE OF ITS OWN EXEC CICS WRITE. THE JOURNAL'S
      * JRNCTL ROW IS READ FOR UPDATE, THE ENTRY IS GIVEN THE NEXT
      * SEQUENCE NUMBER AND A HASH CHAINED TO THE PREVIOUS ENTRY'S,
      * THE ENTRY IS WRITTEN AND THE ROW REWRITTEN. THE ROW STAYS
      * LOCKED UNTIL THE CALLER'S SYNCPOINT, SO TWO TASKS CAN NEVER
      * HAND OUT THE SAME NUMBER, AND A BACKED-OUT TASK TAKES ITS
      * NUMBER BACK WITH ITS ENTRY.
       COPY 'JRNCHAIN'.

       COPY 'JCTLREC'.

       COPY 'JRNHWS'.

       01 WS-STATUS              PIC S9(8) COMP.
       01 WS-NEW-ROW-SW          PIC X(1).
           88 WS-NEW-ROW                  VALUE 'Y'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(315).

       PROCEDURE DIVISION.

           MOVE DFHCOMMAREA TO JRNL-CHAIN-AREA.

       000-START-LOGIC.

           MOVE DFHRESP(NORMAL) TO JCA-RESP.
           MOVE 'N' TO WS-NEW-ROW-SW.
           MOVE JCA-JOURNAL TO JCT-JOURNAL.

           EXEC CICS READ
                FILE('JRNCTL')
                INTO(JRNCTL-RECORD)
                LENGTH(JRNCTL-LENGTH)
                RIDFLD(JCT-KEY)
                UPDATE
                RESP(WS-STATUS)
           END-EXEC.

      * FIRST ENTRY EVER ON THIS JOURNAL - START THE CHAIN AT 1 AND
      * ADD THE ROW ONCE THE ENTRY IS WRITTEN.
           IF (WS-STATUS = DFHRESP(NOTFND))
                MOVE SPACES TO JRNCTL-RECORD
                MOVE JCA-JOURNAL TO JCT-JOURNAL
                MOVE 0 TO JCT-LAST-SEQ JCT-LAST-HASH
                MOVE 0 TO JCT-VER-SEQ JCT-VER-HASH JCT-VER-DATE
                MOVE 0 TO JCT-ARCH-SEQ JCT-ARCH-HASH JCT-ARCH-DATE
                MOVE 'Y' TO WS-NEW-ROW-SW
           ELSE
                IF (WS-STATUS NOT = DFHRESP(NORMAL))
                     MOVE WS-STATUS TO JCA-RESP
                     GO TO 900-FAILED
                END-IF
           END-IF.

           ADD 1 TO JCT-LAST-SEQ.
           MOVE JCT-LAST-SEQ TO JHW-SEQ.
           MOVE JCT-LAST-HASH TO JHW-HASH.
           MOVE JCA-LENGTH TO JHW-LENGTH.
           MOVE JCA-IMAGE TO JHW-IMAGE.

           PERFORM 8900-CHAIN-STAMP THRU 8900-EXIT.

           MOVE JHW-IMAGE TO JCA-IMAGE.
           MOVE JHW-HASH TO JCT-LAST-HASH.

           EXEC CICS WRITE
                FILE(JCA-JOURNAL)
                FROM(JCA-IMAGE)
                LENGTH(JCA-LENGTH)
                RESP(WS-STATUS)
           END-EXEC.

           IF (WS-STATUS NOT = DFHRESP(NORMAL))
                MOVE WS-STATUS TO JCA-RESP
                GO TO 900-FAILED
           END-IF.

           IF WS-NEW-ROW
                EXEC CICS WRITE
                     FILE('JRNCTL')
                     FROM(JRNCTL-RECORD)
                     LENGTH(JRNCTL-LENGTH)
                     RIDFLD(JCT-KEY)
                     RESP(WS-STATUS)
                END-EXEC
           ELSE
                EXEC CICS REWRITE
                     FILE('JRNCTL')
                     FROM(JRNCTL-RECORD)
                     LENGTH(JRNCTL-LENGTH)
                     RESP(WS-STATUS)
                END-EXEC
           END-IF.

           IF (WS-STATUS NOT = DFHRESP(NORMAL))
                MOVE WS-STATUS TO JCA-RESP
                GO TO 900-FAILED
           END-IF.

           GO TO 999-EXIT.

      *--------------------------------------------------------------
      * THE ENTRY DID NOT GO DOWN CHAINED. A CALLER THAT CHECKS THE
      * RESPONSE GETS IT BACK IN JCA-RESP AND BACKS ITS CHANGE OUT;
      * ONE THAT DOES NOT IS ABENDED HERE, AS ITS OWN UNCHECKED WRITE
      * WOULD HAVE BEEN, AND ITS ABEND EXIT LOGS THE FAILURE.
      *--------------------------------------------------------------
       900-FAILED.

           IF JCA-ABEND-ON-ERROR
                EXEC CICS ABEND
                     ABCODE('JRNL')
                END-EXEC
           END-IF.

           GO TO 999-EXIT.

       COPY 'JRNHASH'.

       999-EXIT.

           MOVE JRNL-CHAIN-AREA TO DFHCOMMAREA.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8PIB.
