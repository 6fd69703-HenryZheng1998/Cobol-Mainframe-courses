      * RESTORE-AND-REPLAY JOB. SEE CRSJRNL.
       COPY 'CRSJRNL'.

      * CHAINED JOURNAL WRITES GO THROUGH DCJB8PIB.
       COPY 'JRNCHAIN'.

      * STUHIST ROWS ARE REPOINTED FROM THE DUPLICATE TO THE SURVIVOR
      * IN PLACE (SAME-LENGTH ESDS REWRITE UNDER RBA BROWSE).
       COPY 'STUHIST'.
       01 WS-NTE-SCAN-SW         PIC X(1) VALUE 'N'.

       01 WS-CNT-STATUS         PIC S9(4) COMP.
      * THE STUDENT PROFILE FOLLOWS THE CONTACT RULE - THE SURVIVOR'S
      * OWN ROW STANDS, OTHERWISE THE DUPLICATE'S MOVES ACROSS. BOTH
      * SIDES OF A MOVE ARE JOURNALED TO PRFJRNL.
       COPY 'PROFREC'.
       COPY 'PRFJRNL'.
       01 WS-PRF-STATUS         PIC S9(4) COMP.
       COPY 'PAYREC'.

      * AUDIT AND JOURNAL - THE WHOLE MERGE IS AUDITED ON THE SURVIVOR

       COPY DFHBMSCA.

      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(24).

       000-START-LOGIC.

      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.

      * THIS IS THE REVIEW SCREEN'S RESPONSE - EVERY FIELD ON IT IS
      * PROTECTED, SO ENTER RAISES MAPFAIL AND COMMITS THE MERGE.
           IF (EIBCALEN = WS-MRG-DATA-LEN) THEN
           PERFORM 920-REPOINT-STUHIST THRU 920-EXIT.
           PERFORM 930-MOVE-HOLD THRU 930-EXIT.
           PERFORM 935-MOVE-CONTACTS THRU 935-EXIT.
           PERFORM 936-MOVE-PROFILE THRU 936-EXIT.
      *    AND THE DUPLICATE'S FREE-FORM NOTES MOVE WITH THEM.
           PERFORM 937-MERGE-NOTES THRU 937-EXIT.
           PERFORM 940-MOVE-PAYMENTS THRU 940-EXIT.
       935-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * THE DUPLICATE'S PROFILE ROW IS DELETED (AND JOURNALED) IN
      * EVERY CASE; IT IS RE-WRITTEN UNDER THE SURVIVOR ONLY WHEN THE
      * SURVIVOR HAS NO ROW OF ITS OWN.
      *--------------------------------------------------------------
       936-MOVE-PROFILE.

           MOVE WS-MRG-DUP TO PRF-STU-NUMBER.
           EXEC CICS READ
                FILE('PRFFILE')
                INTO(PRFFILE-RECORD)
                LENGTH(PRFFILE-LENGTH)
                RIDFLD(PRF-KEY)
                RESP(WS-PRF-STATUS)
           END-EXEC.

           IF (WS-PRF-STATUS NOT = DFHRESP(NORMAL))
                GO TO 936-EXIT
           END-IF.

           EXEC CICS DELETE
                FILE('PRFFILE')
                RIDFLD(PRF-KEY)
           END-EXEC.
           SET PJR-DELETE TO TRUE.
           PERFORM 951-JOURNAL-PROFILE THRU 951-EXIT.

           MOVE WS-MRG-SURV TO PRF-STU-NUMBER.
           MOVE EIBDATE TO PRF-LASTCHG-DATE.
           MOVE WS-OPERID TO PRF-LASTCHG-OPERID.
           EXEC CICS WRITE
                FILE('PRFFILE')
                FROM(PRFFILE-RECORD)
                RIDFLD(PRF-KEY)
                LENGTH(PRFFILE-LENGTH)
                RESP(WS-PRF-STATUS)
           END-EXEC.

           IF (WS-PRF-STATUS = DFHRESP(NORMAL))
                SET PJR-WRITE TO TRUE
                PERFORM 951-JOURNAL-PROFILE THRU 951-EXIT
           END-IF.

       936-EXIT.
           EXIT.

      * ONE PRFJRNL ENTRY FOR THE PROFILE ROW IN HAND - THE CALLER
      * SETS PJR-OPERATION.
       951-JOURNAL-PROFILE.

           MOVE PRF-STU-NUMBER TO PJR-STU-NUMBER.
           MOVE EIBTRNID   TO PJR-TRANSID.
           MOVE WS-OPERID  TO PJR-OPERID.
           MOVE EIBDATE    TO PJR-DATE.
           MOVE EIBTIME    TO PJR-TIME.
           MOVE PRFFILE-RECORD TO PJR-RECORD-IMAGE.

           EXEC CICS WRITE
                FILE('PRFJRNL')
                FROM(PRFJRNL-RECORD)
                LENGTH(PRFJRNL-LENGTH)
           END-EXEC.

       951-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * THE DUPLICATE'S FREE-FORM NOTES MOVE TO THE SURVIVOR, EACH
      * TAKING THE NEXT SEQUENCE PAST WHATEVER THE SURVIVOR ALREADY
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

       950-EXIT.
           MOVE EIBTIME TO JRN-TIME.
           MOVE WS-DUP-RECORD TO JRN-RECORD-IMAGE.

           MOVE 'STUJRNL' TO JCA-JOURNAL.
           MOVE STUJRNL-LENGTH TO JCA-LENGTH.
           MOVE STUJRNL-RECORD TO JCA-IMAGE.
           MOVE 'Y' TO JCA-ABEND-SW.
           EXEC CICS LINK
                PROGRAM('DCJB8PIB')
                COMMAREA(JRNL-CHAIN-AREA)
                LENGTH(JRNL-CHAIN-AREA-LEN)
           END-EXEC.

       955-EXIT.
           MOVE CRSFILE-RECORD TO CJR-RECORD-IMAGE.
           MOVE 'R' TO CJR-OPERATION.

           MOVE 'CRSJRNL' TO JCA-JOURNAL.
           MOVE CRSJRNL-LENGTH TO JCA-LENGTH.
           MOVE CRSJRNL-RECORD TO JCA-IMAGE.
           MOVE 'Y' TO JCA-ABEND-SW.
           EXEC CICS LINK
                PROGRAM('DCJB8PIB')
                COMMAREA(JRNL-CHAIN-AREA)
                LENGTH(JRNL-CHAIN-AREA-LEN)
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

           MOVE 'DCJB8PGZ' TO ERL-PROGRAM.
           MOVE WS-OPERID TO ERL-OPERID.
           MOVE STU-NUMBER OF STUFILE-RECORD TO ERL-STU-NUMBER.
           MOVE CRS-CODE OF CRSFILE-RECORD TO ERL-CRS-CODE.
           MOVE 'T' TO ERL-CHANNEL.

           EXEC CICS LINK
                PROGRAM('DCJB8PIA')
                COMMAREA(ERRLOG-RECORD)
                LENGTH(ERRLOG-LENGTH)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8PGZ.
