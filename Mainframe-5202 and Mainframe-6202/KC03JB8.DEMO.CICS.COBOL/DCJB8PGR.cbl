       01 WS-BC-EFF-STAMP    PIC 9(11) VALUE 0.
       01 WS-BC-EXP-STAMP    PIC 9(11) VALUE 0.

      * FIELD MASKING - AN INQUIRY-ROLE OPERATOR (OR ONE NOT ON
      * OPERFILE) SEES THE PHONE TO ITS LAST FOUR DIGITS, THE ADDRESS
      * TO THE CITY ONLY, AND THE EMERGENCY CONTACT'S PHONE THE SAME
      * WAY AS THE STUDENT'S. PF11 WITH A REASON CODE UNMASKS THE
      * STUDENT ON DISPLAY FOR THAT ONE SCREEN AND LOGS EACH FIELD TO
      * ACCLOG - SEE ACCLREC.
       COPY 'ACCLREC'.
       01 WS-OPER-STATUS     PIC S9(4) COMP.
       01 WS-ACC-STATUS      PIC S9(4) COMP.
       01 WS-ACC-FAIL        PIC X VALUE 'N'.
       01 WS-ROLE-DONE       PIC X VALUE 'N'.
       01 WS-MASK-SW         PIC X VALUE 'N'.
           88 WS-MASK-FIELDS VALUE 'Y'.
       01 WS-REVEAL-SW       PIC X VALUE 'N'.
           88 WS-REVEALED    VALUE 'Y'.
       01 WS-EMC-PHONE       PIC X(10).
       01 WS-MASK-FOOTER.
           05 FILLER         PIC X(35) VALUE
                'PF4=RESET  PF6=PRINT SLIP  PF9=EXIT'.
           05 FILLER         PIC X(44) VALUE
                '  PF11=REVEAL (REASON ID/SR/MR/EM/OF)'.

      * HOUR-OF-DAY BUCKET FOR THE TRANSACTION USAGE COUNTER - TAKEN
      * FROM THE LEADING TWO DIGITS OF EIBTIME (HHMMSSH).
       01 WS-TRN-HOUR        PIC 9(2).



      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(18).

       000-START-LOGIC.

      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.

      * SNAP THE TASK'S START CLOCK FOR THE RESPONSE-TIME CAPTURE.
           MOVE EIBTIME TO WS-PRF-START.

      *         JUMPS TO THE FREE-FORM NOTES SCREEN FOR THE STUDENT
      *         ON DISPLAY
                PF5(650-XFER-NOTES)
      *         UNMASKS THE STUDENT ON DISPLAY FOR AN INQUIRY-ROLE
      *         OPERATOR, WITH A REASON CODE, AND LOGS THE ACCESS
                PF11(660-REVEAL-FIELDS)
      *         EXITS THE PROGRAM
                PF9(999-EXIT)
           END-EXEC.
           MOVE WS-PHONE-LINE TO STUPHNLO.
           MOVE STU-STATUS    TO STUSTATO.

      * AN INQUIRY-ROLE OPERATOR SEES THE PHONE TO ITS LAST FOUR
      * DIGITS AND THE ADDRESS TO THE CITY, UNLESS PF11 HAS JUST
      * REVEALED THIS STUDENT WITH A REASON CODE.
           PERFORM 096-CHECK-ROLE THRU 096-EXIT.
           IF WS-MASK-FIELDS AND (NOT WS-REVEALED)
                MOVE ALL '*' TO STUADD1O
                MOVE ALL '*' TO STUADD3O
                MOVE ALL '*' TO STUPOS1O
                MOVE ALL '*' TO STUPOS2O
                MOVE '***' TO WS-STU-PHONE1
                MOVE '***' TO WS-STU-PHONE2
                MOVE WS-PHONE-LINE TO STUPHNLO
           END-IF.

      * ENROLLED CREDIT TOTAL AND THE FULL/PART-TIME CALL IT DRIVES
      * - NINE OR MORE CREDITS IS FULL TIME. A SLOT WITH NO CREDIT
      * HOURS ON FILE COUNTS AS THREE, AS DCJB8PGE COUNTS IT.
                RESP(WS-CNT-STATUS)
           END-EXEC.
           IF (WS-CNT-STATUS = DFHRESP(NORMAL))
                MOVE CNT-PHONE-1(1) TO WS-EMC-PHONE
                IF WS-MASK-FIELDS AND (NOT WS-REVEALED)
                     MOVE '******' TO WS-EMC-PHONE(1:6)
                END-IF
                MOVE SPACES TO EMCNTO
                STRING 'EMERG: ' CNT-NAME(1) ' ' CNT-RELATION(1)
                     ' ' WS-EMC-PHONE DELIMITED BY SIZE
                     INTO EMCNTO
           ELSE
                MOVE 'EMERG: (NONE ON FILE)' TO EMCNTO
      * TODO: MOVE VALUES FROM STUREC TO O FIELDS

           MOVE 'PF4=RESET  PF6=PRINT SLIP  PF9=EXIT' TO FOOTERO.
           IF WS-MASK-FIELDS
                MOVE WS-MASK-FOOTER TO FOOTERO
           END-IF.
           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCJB8MR')
           STRING 'NAME: ' STU-NAME
                DELIMITED BY SIZE INTO WS-PRINT-LINE-2.

      *    AN INQUIRY-ROLE OPERATOR'S SLIP CARRIES THE CITY ONLY, THE
      *    SAME AS THE SCREEN - THE SLIP IS NOT A WAY ROUND THE MASK.
           PERFORM 096-CHECK-ROLE THRU 096-EXIT.
           MOVE SPACES TO WS-PRINT-LINE-3.
           IF WS-MASK-FIELDS
                STRING 'ADDRESS: ' STU-ADDRESS-2 ' (CITY ONLY)'
                     DELIMITED BY SIZE INTO WS-PRINT-LINE-3
           ELSE
                STRING 'ADDRESS: ' STU-ADDRESS-1 ' ' STU-ADDRESS-2 ' '
                       STU-ADDRESS-3 ' ' STU-POSTAL-1 '-' STU-POSTAL-2
                     DELIMITED BY SIZE INTO WS-PRINT-LINE-3
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE-4.
           STRING 'COURSES: ' STU-COURSE-TABLE(1) ' '
                LENGTH(FP-DATA-LEN)
           END-EXEC.

      * PF11 ON THE INQUIRY DISPLAY - AN INQUIRY-ROLE OPERATOR WHO
      * NEEDS THE FULL PHONE, ADDRESS OR EMERGENCY NUMBER KEYS A
      * REASON CODE AND PRESSES PF11. EACH MASKED FIELD IS LOGGED TO
      * ACCLOG (OPERATOR, STUDENT, FIELD, REASON, DATE AND TIME) AND
      * THE STUDENT IS REDISPLAYED UNMASKED FOR THIS SCREEN ONLY -
      * THE NEXT ENTER MASKS IT AGAIN. IF THE LOG CANNOT BE WRITTEN
      * NOTHING IS REVEALED.
       660-REVEAL-FIELDS.

           EXEC CICS RECEIVE
                MAP('MAP1')
                MAPSET('DCJB8MR')
           END-EXEC.

           IF STUNUMI IS NOT NUMERIC
                MOVE 'DISPLAY A STUDENT BEFORE PRESSING PF11' TO WS-MSG
                GO TO 500-INQUIRY-ERROR
           END-IF.

           MOVE STUNUMI TO STU-NUMBER.

           EXEC CICS READ
                FILE('STUFILE')
                INTO(STUFILE-RECORD)
                RIDFLD(STU-KEY)
           END-EXEC.

           IF STU-WITHDRAWN
                GO TO 300-NOTFND
           END-IF.

           PERFORM 096-CHECK-ROLE THRU 096-EXIT.
           IF NOT WS-MASK-FIELDS
                MOVE 'NOTHING IS MASKED FOR THIS OPERATOR'
                     TO WS-DISPLAY-MSG
                GO TO 227-DISPLAY-FOUND
           END-IF.

           MOVE SPACES TO ACC-REASON.
           IF (RSNCDL NOT = 0)
                MOVE RSNCDI TO ACC-REASON
           END-IF.
           IF NOT ACC-REASON-VALID
                MOVE 'PF11 NEEDS A REASON CODE: ID SR MR EM OF'
                     TO WS-DISPLAY-MSG
                GO TO 227-DISPLAY-FOUND
           END-IF.

           MOVE WS-OPERID   TO ACC-OPERID.
           MOVE STU-NUMBER  TO ACC-STU-NUMBER.
           MOVE EIBDATE     TO ACC-DATE.
           MOVE EIBTIME     TO ACC-TIME.
           MOVE 'DCJB8PGR'  TO ACC-PROGRAM.
           MOVE EIBTRMID    TO ACC-TERMID.
           MOVE 'N' TO WS-ACC-FAIL.

           MOVE 'PHONE' TO ACC-FIELD.
           PERFORM 665-WRITE-ACCESS THRU 665-EXIT.
           MOVE 'ADDRESS' TO ACC-FIELD.
           PERFORM 665-WRITE-ACCESS THRU 665-EXIT.

      *    THE EMERGENCY NUMBER IS LOGGED ONLY WHEN THERE IS ONE.
           MOVE STU-NUMBER TO CNT-STU-NUMBER.
           EXEC CICS READ
                FILE('CNTFILE')
                INTO(CNTFILE-RECORD)
                LENGTH(CNTFILE-LENGTH)
                RIDFLD(CNT-KEY)
                RESP(WS-CNT-STATUS)
           END-EXEC.
           IF (WS-CNT-STATUS = DFHRESP(NORMAL))
                MOVE 'EMCPHONE' TO ACC-FIELD
                PERFORM 665-WRITE-ACCESS THRU 665-EXIT
           END-IF.

           IF (WS-ACC-FAIL = 'Y')
                MOVE 'ACCESS LOG UNAVAILABLE - NOT REVEALED'
                     TO WS-DISPLAY-MSG
                GO TO 227-DISPLAY-FOUND
           END-IF.

           MOVE 'Y' TO WS-REVEAL-SW.
           MOVE 'REVEALED FOR THIS SCREEN - ACCESS LOGGED'
                TO WS-DISPLAY-MSG.

           GO TO 227-DISPLAY-FOUND.

      * ONE ACCLOG ENTRY - ONCE A WRITE HAS FAILED THE REST ARE
      * SKIPPED AND THE REVEAL IS REFUSED.
       665-WRITE-ACCESS.

           IF (WS-ACC-FAIL = 'Y')
                GO TO 665-EXIT
           END-IF.

           EXEC CICS WRITE
                FILE('ACCLOG')
                FROM(ACCLOG-RECORD)
                LENGTH(ACCLOG-LENGTH)
                RESP(WS-ACC-STATUS)
           END-EXEC.

           IF (WS-ACC-STATUS NOT = DFHRESP(NORMAL))
                MOVE 'Y' TO WS-ACC-FAIL
           END-IF.

       665-EXIT.
           EXIT.

      * ONE COURSE SLOT'S CREDIT HOURS INTO THE RUNNING TOTAL - A
      * SLOT OFF THE CATALOG, OR ONE WITH NO CREDIT HOURS SET,
      * COUNTS AS THREE, MATCHING DCJB8PGE'S LOAD MATH.
       098-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * THE SIGNED-ON OPERATOR'S ROLE DECIDES WHETHER THE CONTACT
      * FIELDS ARE MASKED - INQUIRY-ROLE STAFF ONLY NEED TO CONFIRM A
      * NAME AND SCHEDULE. AN OPERATOR NOT ON OPERFILE IS MASKED TOO;
      * A BLANK ROLE READS AS SUPERVISOR, AS EVERYWHERE ELSE. READ
      * ONCE PER TASK.
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

       917-EXIT.
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

           MOVE 'DCJB8PGR' TO ERL-PROGRAM.
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

       END PROGRAM DCJB8PGR.
