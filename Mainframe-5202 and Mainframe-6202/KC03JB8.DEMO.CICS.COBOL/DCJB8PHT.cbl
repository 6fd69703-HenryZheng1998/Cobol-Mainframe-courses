       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCJB8PHT.
       AUTHOR. HENRY ZHENG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY STUDENT PROFILE MAINTENANCE MAP LAYOUT
       COPY 'DCJB8NS'.

      * PF1 HANDS THE OPERATOR TO THE DCJB8PHO HELP PAGE FOR THIS
      * SCREEN - SEE HELPREC FOR WHERE THE TEXT LIVES.
       COPY 'HLPRQREC'.

      * COPY STUFILE RECORD LAYOUT - THE STUDENT IS SHOWN BY NAME
      * BEFORE THEIR PROFILE IS TOUCHED.
       COPY 'STUREC'.

      * COPY PRFFILE RECORD LAYOUT
       COPY 'PROFREC'.

      * EVERY PROFILE WRITE, REWRITE, AND DELETE IS JOURNALED HERE.
       COPY 'PRFJRNL'.

      * CARRIES THE SIGNED-ON OPERATOR ID (SET BY DCJB8PGM, OR PASSED
      * ALONG BY DCJB8PGU'S PF7 JUMP) SO THIS SCREEN CAN HAND IT BACK.
       01 WS-OPERID PIC X(8) VALUE SPACES.
       01 WS-OPERID-LEN PIC S9(4) COMP VALUE 8.

      * DCJB8PGM TELLS A GENUINE MENU CONTINUATION APART FROM AN XCTL
      * RETURN LIKE THIS ONE BY COMMAREA LENGTH ALONE - SEE DCJB8PGM'S
      * 000-START-LOGIC.
       01 WS-MENU-XCTL-DATA.
           05 WS-MENU-XCTL-OPERID PIC X(8).
           05 FILLER              PIC X VALUE 'X'.
       01 WS-MENU-XCTL-LEN         PIC S9(4) COMP VALUE 9.

      * FASTPATH COMMAREA - DCJB8PGU'S PF7 ARRIVES THIS WAY WITH THE
      * STUDENT NUMBER ALREADY IN HAND.
       COPY 'FPATHREC'.

       01 WS-MSG            PIC X(60) VALUE SPACE.

       01 WS-PRF-STATUS         PIC S9(4) COMP.
       01 WS-AT-COUNT           PIC S9(4) COMP.
       01 WS-THIS-YEAR          PIC 9(4).
       01 WS-CYY                PIC 9(3).

      * CARRIES THE STUDENT LAST LOOKED UP SO A SAVE OR A PF5 CLEAR
      * WORKS WITHOUT THE OPERATOR RE-KEYING THE NUMBER.
       01 WS-PROF-DATA.
           05 WS-PROF-OPERID    PIC X(8).
           05 WS-PROF-STUNUM    PIC X(7).
           05 WS-PROF-ONFILE    PIC X(1).
       01 WS-PROF-DATA-LEN      PIC S9(4) COMP VALUE 16.

      * THE SCREEN FIELDS, EDITED AND NORMALIZED, HELD HERE UNTIL THE
      * WHOLE SCREEN PASSES - THEN LAID OVER THE RECORD, SO A REWRITE
      * KEEPS WHATEVER ELSE THE ROW CARRIES.
       01 WS-EDIT.
           05 WS-ED-DOB         PIC X(8).
           05 WS-ED-DOB-N REDEFINES WS-ED-DOB PIC 9(8).
           05 WS-ED-DOB-R REDEFINES WS-ED-DOB.
               10 WS-ED-DOB-YYYY PIC 9(4).
               10 WS-ED-DOB-MM  PIC 9(2).
               10 WS-ED-DOB-DD  PIC 9(2).
           05 WS-ED-CITZ        PIC X(1).
               88 WS-ED-CITZ-VALID      VALUE 'C' 'P' 'S' 'O' ' '.
           05 WS-ED-CNTRY       PIC X(3).
           05 WS-ED-PNAME       PIC X(20).
           05 WS-ED-EMAIL       PIC X(50).
           05 WS-ED-MOBILE      PIC X(10).
           05 WS-ED-CONSENT     PIC X(1).
               88 WS-ED-CONSENT-VALID   VALUE 'Y' 'N' ' '.
           05 WS-ED-PRMEXP      PIC X(8).
           05 WS-ED-PRMEXP-N REDEFINES WS-ED-PRMEXP PIC 9(8).
           05 WS-ED-PRMEXP-R REDEFINES WS-ED-PRMEXP.
               10 WS-ED-PRMEXP-YYYY PIC 9(4).
               10 WS-ED-PRMEXP-MM PIC 9(2).
               10 WS-ED-PRMEXP-DD PIC 9(2).

      * "LAST CHANGED" LINE - THE STORED CYYDDD SWUNG BACK TO YYYYDDD.
       01 WS-LCHG-LINE.
           05 FILLER            PIC X(8) VALUE 'CHANGED '.
           05 WS-LCHG-DATE      PIC 9(7).
           05 FILLER            PIC X(4) VALUE ' BY '.
           05 WS-LCHG-OPERID    PIC X(8).

       01 WS-FOOTER PIC X(40)
           VALUE 'PF4=RESET  PF5=CLEAR PROFILE  PF9=EXIT'.

      * THE BELOW FILLER VARIABLE MUST BE PRESENT BETWEEN DFHBMSCA
      * AND ALL OTHER VARIABLES
       01 FILLER             PIC X(1024)
           VALUE SPACES.

       COPY DFHBMSCA.

      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(18).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.

      * A CONTINUATION TURN - THE OPERATOR EITHER KEYED A NEW LOOKUP,
      * EDITED THE PROFILE AND PRESSED ENTER TO SAVE IT, OR PRESSED
      * PF5 TO CLEAR THE STUDENT'S PROFILE OUTRIGHT.
           IF (EIBCALEN = WS-PROF-DATA-LEN) THEN
                MOVE DFHCOMMAREA(1:16) TO WS-PROF-DATA
                MOVE WS-PROF-OPERID TO WS-OPERID
                EXEC CICS HANDLE CONDITION
                     MAPFAIL(100-FIRST-TIME)
                     NOTFND(300-STU-NOTFND)
                END-EXEC
                EXEC CICS HANDLE AID
                     PF1(077-POP-HELP)
                     PF4(100-FIRST-TIME)
                     PF5(700-CLEAR-PROFILE)
                     PF9(999-EXIT)
                END-EXEC
                EXEC CICS RECEIVE
                     MAP('MAP1')
                     MAPSET('DCJB8NS')
                END-EXEC
                GO TO 200-MAIN-LOGIC
           END-IF.

      * UPON UNSUCCESSFUL MAP RECEIVE, ASSUME THIS IS THE INITIAL RUN
           EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
                NOTFND(300-STU-NOTFND)
           END-EXEC.

           EXEC CICS HANDLE AID
                PF1(077-POP-HELP)
                PF4(100-FIRST-TIME)
                PF9(999-EXIT)
           END-EXEC.

           IF (EIBCALEN = 8) THEN
                MOVE DFHCOMMAREA(1:8) TO WS-OPERID
           END-IF.

      * A PF7 JUMP FROM DCJB8PGU - THE STUDENT NUMBER IN THE COMMAREA
      * RUNS THE LOOKUP AT ONCE, PRE-FILLED.
           IF (EIBCALEN = FP-DATA-LEN) THEN
                MOVE DFHCOMMAREA(1:18) TO FP-DATA
                MOVE FP-OPERID TO WS-OPERID
                MOVE LOW-VALUES TO MAP1I
                IF (FP-STUNUM NOT = SPACES)
                     MOVE FP-STUNUM TO STUNUMI
                     MOVE 7 TO STUNUML
                     GO TO 150-LOOKUP-STUDENT
                ELSE
                     GO TO 100-FIRST-TIME
                END-IF
           END-IF.

           EXEC CICS RECEIVE
                MAP('MAP1')
                MAPSET('DCJB8NS')
           END-EXEC.

           GO TO 150-LOOKUP-STUDENT.

       100-FIRST-TIME.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "S T U D E N T  P R O F I L E" TO TITLEO.
           MOVE
       'ENTER A STUDENT NUMBER TO SHOW OR KEY THEIR PROFILE'
                TO MSGO.

           MOVE WS-FOOTER TO FOOTERO.
           EXEC CICS SEND
               MAP('MAP1')
               MAPSET('DCJB8NS')
               ERASE
           END-EXEC.

           EXEC CICS RETURN
               TRANSID('JC26')
               COMMAREA(WS-OPERID)
               LENGTH(WS-OPERID-LEN)
           END-EXEC.

       150-LOOKUP-STUDENT.

           IF (STUNUML = 0)
                MOVE 'PLEASE ENTER A STUDENT NUMBER' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           IF (STUNUMI IS NOT NUMERIC)
                MOVE 'STUDENT NUMBER MUST BE NUMERIC' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           MOVE STUNUMI TO STU-NUMBER.

           EXEC CICS READ
                FILE('STUFILE')
                INTO(STUFILE-RECORD)
                RIDFLD(STU-KEY)
           END-EXEC.

           MOVE STU-NUMBER TO PRF-STU-NUMBER.

           EXEC CICS READ
                FILE('PRFFILE')
                INTO(PRFFILE-RECORD)
                LENGTH(PRFFILE-LENGTH)
                RIDFLD(PRF-KEY)
                RESP(WS-PRF-STATUS)
           END-EXEC.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "S T U D E N T  P R O F I L E" TO TITLEO.
           MOVE DFHBMASF TO STUNUMA.
           MOVE STU-NUMBER TO STUNUMO.
           MOVE STU-NAME TO STUNAMEO.
           MOVE WS-OPERID TO WS-PROF-OPERID.
           MOVE STU-NUMBER TO WS-PROF-STUNUM.

           IF (WS-PRF-STATUS = DFHRESP(NORMAL))
                MOVE 'Y' TO WS-PROF-ONFILE
                PERFORM 160-SHOW-PROFILE
                MOVE
       'PROFILE ON FILE - EDIT AND PRESS ENTER, PF5 CLEARS IT'
                     TO MSGO
           ELSE
                MOVE SPACE TO WS-PROF-ONFILE
                MOVE
       'NO PROFILE ON FILE - KEY THE DETAILS AND PRESS ENTER'
                     TO MSGO
           END-IF.

           MOVE WS-FOOTER TO FOOTERO.
           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCJB8NS')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('JC26')
                COMMAREA(WS-PROF-DATA)
                LENGTH(WS-PROF-DATA-LEN)
           END-EXEC.

      * THE ROW ON FILE ONTO THE SCREEN - A ZERO BIRTH DATE SHOWS
      * BLANK RATHER THAN AS EIGHT ZEROS. SO DOES A PERMIT EXPIRY
      * THAT IS ZERO OR STILL THE SPACES OF A ROW WRITTEN BEFORE THE
      * FIELD EXISTED.
       160-SHOW-PROFILE.

           IF (PRF-BIRTH-DATE NOT = 0)
                MOVE PRF-BIRTH-DATE TO DOBO
           END-IF.
           MOVE PRF-CITIZENSHIP TO CITZO.
           MOVE PRF-COUNTRY TO CNTRYO.
           MOVE PRF-PREF-NAME TO PNAMEO.
           MOVE PRF-EMAIL TO EMAILO.
           MOVE PRF-MOBILE TO MOBILEO.
           MOVE PRF-EMAIL-CONSENT TO CONSNTO.
           IF (PRF-PERMIT-EXPIRY IS NUMERIC) AND
              (PRF-PERMIT-EXPIRY NOT = 0)
                MOVE PRF-PERMIT-EXPIRY TO PRMEXPO
           END-IF.
           IF (PRF-LASTCHG-DATE NOT = 0)
                COMPUTE WS-LCHG-DATE = PRF-LASTCHG-DATE + 1900000
                MOVE PRF-LASTCHG-OPERID TO WS-LCHG-OPERID
                MOVE WS-LCHG-LINE TO LCHGO
           END-IF.

       200-MAIN-LOGIC.

      * A FRESH STUDENT NUMBER KEYED OVER THE ONE ON SCREEN STARTS A
      * NEW LOOKUP INSTEAD OF A SAVE.
           IF (STUNUML NOT = 0) AND (STUNUMI NOT = WS-PROF-STUNUM)
                GO TO 150-LOOKUP-STUDENT
           END-IF.

           PERFORM 250-EDIT-PROFILE THRU 250-EXIT.

           IF (WS-EDIT = SPACES) AND (WS-PROF-ONFILE NOT = 'Y')
                MOVE
       'NOTHING TO SAVE - KEY AT LEAST ONE PROFILE FIELD'
                     TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           IF (WS-PROF-ONFILE = 'Y')
                EXEC CICS READ
                     FILE('PRFFILE')
                     INTO(PRFFILE-RECORD)
                     LENGTH(PRFFILE-LENGTH)
                     RIDFLD(WS-PROF-STUNUM)
                     UPDATE
                     RESP(WS-PRF-STATUS)
                END-EXEC
                IF (WS-PRF-STATUS NOT = DFHRESP(NORMAL))
                     MOVE SPACE TO WS-PROF-ONFILE
                     MOVE
       'PROFILE WAS REMOVED MEANWHILE - PRESS ENTER TO ADD IT AGAIN'
                          TO WS-MSG
                     GO TO 500-ERROR-RETURN
                END-IF
                PERFORM 260-APPLY-EDIT
                EXEC CICS REWRITE
                     FILE('PRFFILE')
                     FROM(PRFFILE-RECORD)
                     LENGTH(PRFFILE-LENGTH)
                END-EXEC
                SET PJR-REWRITE TO TRUE
                PERFORM 950-WRITE-JOURNAL THRU 950-EXIT
                MOVE 'PROFILE UPDATED' TO WS-MSG
           ELSE
                MOVE SPACES TO PRFFILE-RECORD
                MOVE 0 TO PRF-CONSENT-DATE
                MOVE 0 TO PRF-PERMIT-EXPIRY
                MOVE 0 TO PRF-WITHDRAW-DATE
                MOVE WS-PROF-STUNUM TO PRF-STU-NUMBER
                PERFORM 260-APPLY-EDIT
                EXEC CICS WRITE
                     FILE('PRFFILE')
                     FROM(PRFFILE-RECORD)
                     RIDFLD(PRF-KEY)
                     LENGTH(PRFFILE-LENGTH)
                     RESP(WS-PRF-STATUS)
                END-EXEC
                IF (WS-PRF-STATUS NOT = DFHRESP(NORMAL))
                     MOVE 'Y' TO WS-PROF-ONFILE
                     MOVE
       'PROFILE ADDED MEANWHILE BY ANOTHER USER - PF4 AND RE-SHOW'
                          TO WS-MSG
                     GO TO 500-ERROR-RETURN
                END-IF
                SET PJR-WRITE TO TRUE
                PERFORM 950-WRITE-JOURNAL THRU 950-EXIT
                MOVE 'Y' TO WS-PROF-ONFILE
                MOVE 'PROFILE SAVED' TO WS-MSG
           END-IF.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "S T U D E N T  P R O F I L E" TO TITLEO.
           MOVE DFHBMASF TO STUNUMA.
           MOVE WS-PROF-STUNUM TO STUNUMO.
           PERFORM 160-SHOW-PROFILE.
           MOVE WS-MSG TO MSGO.

           MOVE WS-FOOTER TO FOOTERO.
           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCJB8NS')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('JC26')
                COMMAREA(WS-PROF-DATA)
                LENGTH(WS-PROF-DATA-LEN)
           END-EXEC.

      * THE SCREEN FIELDS INTO WS-EDIT - LOW-VALUES FROM THE ERASED
      * MAP ARE NORMALIZED TO SPACES, THEN EACH KEYED FIELD IS EDITED.
      * THE FIRST FAILED EDIT SENDS THE SCREEN BACK WITH THE REASON.
       250-EDIT-PROFILE.

           MOVE DOBI TO WS-ED-DOB.
           MOVE CITZI TO WS-ED-CITZ.
           MOVE CNTRYI TO WS-ED-CNTRY.
           MOVE PNAMEI TO WS-ED-PNAME.
           MOVE EMAILI TO WS-ED-EMAIL.
           MOVE MOBILEI TO WS-ED-MOBILE.
           MOVE CONSNTI TO WS-ED-CONSENT.
           MOVE PRMEXPI TO WS-ED-PRMEXP.
           INSPECT WS-EDIT REPLACING ALL LOW-VALUES BY SPACES.

      *    BIRTH DATE - YYYYMMDD, A PLAUSIBLE MONTH AND DAY, AND A
      *    YEAR FROM 1900 THROUGH THE CURRENT ONE.
           IF (WS-ED-DOB NOT = SPACES)
                IF (WS-ED-DOB IS NOT NUMERIC)
                     MOVE 'BIRTH DATE MUST BE NUMERIC YYYYMMDD'
                          TO WS-MSG
                     GO TO 500-ERROR-RETURN
                END-IF
                DIVIDE EIBDATE BY 1000 GIVING WS-CYY
                COMPUTE WS-THIS-YEAR = WS-CYY + 1900
                IF (WS-ED-DOB-YYYY < 1900) OR
                   (WS-ED-DOB-YYYY > WS-THIS-YEAR) OR
                   (WS-ED-DOB-MM < 1) OR (WS-ED-DOB-MM > 12) OR
                   (WS-ED-DOB-DD < 1) OR (WS-ED-DOB-DD > 31)
                     MOVE 'BIRTH DATE IS NOT A VALID YYYYMMDD DATE'
                          TO WS-MSG
                     GO TO 500-ERROR-RETURN
                END-IF
           END-IF.

           IF (NOT WS-ED-CITZ-VALID)
                MOVE
       'CITIZENSHIP: C=CITIZEN P=PERM RES S=STUDY PERMIT O=OTHER'
                     TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

      *    A CITIZEN WITH NO COUNTRY KEYED IS TAKEN AS CANADIAN.
           IF (WS-ED-CITZ = 'C') AND (WS-ED-CNTRY = SPACES)
                MOVE 'CAN' TO WS-ED-CNTRY
           END-IF.

           IF (WS-ED-CNTRY NOT = SPACES) AND
              (WS-ED-CNTRY IS NOT ALPHABETIC)
                MOVE 'COUNTRY MUST BE A THREE-LETTER CODE' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

      *    EMAIL - EXACTLY ONE '@', AND NOT AS THE FIRST CHARACTER.
           IF (WS-ED-EMAIL NOT = SPACES)
                MOVE 0 TO WS-AT-COUNT
                INSPECT WS-ED-EMAIL TALLYING WS-AT-COUNT FOR ALL '@'
                IF (WS-AT-COUNT NOT = 1) OR (WS-ED-EMAIL(1:1) = '@')
                     MOVE 'EMAIL ADDRESS IS NOT VALID' TO WS-MSG
                     GO TO 500-ERROR-RETURN
                END-IF
           END-IF.

           IF (WS-ED-MOBILE NOT = SPACES) AND
              (WS-ED-MOBILE IS NOT NUMERIC)
                MOVE 'MOBILE MUST BE TEN DIGITS' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

      *    EMAIL CONSENT - Y OR N, AND A 'Y' NEEDS AN ADDRESS TO
      *    SEND TO.
           IF (NOT WS-ED-CONSENT-VALID)
                MOVE 'EMAIL CONSENT MUST BE Y OR N' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           IF (WS-ED-CONSENT = 'Y') AND (WS-ED-EMAIL = SPACES)
                MOVE 'EMAIL CONSENT NEEDS AN EMAIL ADDRESS' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

      *    STUDY-PERMIT EXPIRY - YYYYMMDD OFF THE PERMIT, AND ONLY
      *    FOR A STUDENT HERE ON ONE. AN EXPIRED PERMIT IS STILL
      *    RECORDED AS IT STANDS.
           IF (WS-ED-PRMEXP NOT = SPACES)
                IF (WS-ED-PRMEXP IS NOT NUMERIC)
                     MOVE 'PERMIT EXPIRY MUST BE NUMERIC YYYYMMDD'
                          TO WS-MSG
                     GO TO 500-ERROR-RETURN
                END-IF
                IF (WS-ED-PRMEXP-YYYY < 1900) OR
                   (WS-ED-PRMEXP-MM < 1) OR (WS-ED-PRMEXP-MM > 12) OR
                   (WS-ED-PRMEXP-DD < 1) OR (WS-ED-PRMEXP-DD > 31)
                     MOVE 'PERMIT EXPIRY IS NOT A VALID YYYYMMDD DATE'
                          TO WS-MSG
                     GO TO 500-ERROR-RETURN
                END-IF
                IF (WS-ED-CITZ NOT = 'S')
                     MOVE
       'PERMIT EXPIRY APPLIES ONLY TO CITIZENSHIP S=STUDY PERMIT'
                          TO WS-MSG
                     GO TO 500-ERROR-RETURN
                END-IF
           END-IF.

       250-EXIT.
           EXIT.

      * THE EDITED FIELDS ONTO THE RECORD, WITH WHO AND WHEN.
       260-APPLY-EDIT.

           IF (WS-ED-DOB = SPACES)
                MOVE 0 TO PRF-BIRTH-DATE
           ELSE
                MOVE WS-ED-DOB-N TO PRF-BIRTH-DATE
           END-IF.
           MOVE WS-ED-CITZ TO PRF-CITIZENSHIP.
           MOVE WS-ED-CNTRY TO PRF-COUNTRY.
           MOVE WS-ED-PNAME TO PRF-PREF-NAME.
           MOVE WS-ED-EMAIL TO PRF-EMAIL.
           MOVE WS-ED-MOBILE TO PRF-MOBILE.
           IF (WS-ED-PRMEXP = SPACES)
                MOVE 0 TO PRF-PERMIT-EXPIRY
           ELSE
                MOVE WS-ED-PRMEXP-N TO PRF-PERMIT-EXPIRY
           END-IF.
      *    THE CONSENT DAY MOVES ONLY WHEN THE ANSWER ITSELF CHANGES.
           IF (WS-ED-CONSENT NOT = PRF-EMAIL-CONSENT)
                MOVE WS-ED-CONSENT TO PRF-EMAIL-CONSENT
                MOVE EIBDATE TO PRF-CONSENT-DATE
           END-IF.
           MOVE EIBDATE TO PRF-LASTCHG-DATE.
           MOVE WS-OPERID TO PRF-LASTCHG-OPERID.

       300-STU-NOTFND.

           MOVE 'STUDENT NOT FOUND' TO WS-MSG.
           GO TO 500-ERROR-RETURN.

       500-ERROR-RETURN.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "S T U D E N T  P R O F I L E" TO TITLEO.
           MOVE WS-MSG TO MSGO.
           MOVE -1 TO STUNUML.

           MOVE WS-FOOTER TO FOOTERO.
           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCJB8NS')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('JC26')
                COMMAREA(WS-PROF-DATA)
                LENGTH(WS-PROF-DATA-LEN)
           END-EXEC.

      * PF5 - REMOVES THE STUDENT'S PROFILE ROW OUTRIGHT. THE LAST
      * IMAGE GOES TO THE JOURNAL WITH THE DELETE.
       700-CLEAR-PROFILE.

           IF (WS-PROF-ONFILE NOT = 'Y')
                MOVE 'NO PROFILE ON FILE TO CLEAR' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           EXEC CICS READ
                FILE('PRFFILE')
                INTO(PRFFILE-RECORD)
                LENGTH(PRFFILE-LENGTH)
                RIDFLD(WS-PROF-STUNUM)
                UPDATE
                RESP(WS-PRF-STATUS)
           END-EXEC.

           IF (WS-PRF-STATUS = DFHRESP(NORMAL))
                EXEC CICS DELETE
                     FILE('PRFFILE')
                END-EXEC
                SET PJR-DELETE TO TRUE
                PERFORM 950-WRITE-JOURNAL THRU 950-EXIT
           END-IF.

           MOVE SPACE TO WS-PROF-ONFILE.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "S T U D E N T  P R O F I L E" TO TITLEO.
           MOVE 'PROFILE CLEARED' TO MSGO.

           MOVE WS-FOOTER TO FOOTERO.
           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCJB8NS')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('JC26')
                COMMAREA(WS-PROF-DATA)
                LENGTH(WS-PROF-DATA-LEN)
           END-EXEC.

      *--------------------------------------------------------------
      * APPENDS ONE PRFJRNL ENTRY FOR THE WRITE, REWRITE, OR DELETE
      * JUST DONE (THE CALLER SETS PJR-OPERATION), WITH THE PROFILE
      * IMAGE ATTACHED - THE SAME SHAPE STUJRNL KEEPS FOR STUFILE.
      *--------------------------------------------------------------
       950-WRITE-JOURNAL.

           MOVE WS-PROF-STUNUM TO PJR-STU-NUMBER.
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

       950-EXIT.
           EXIT.

       999-EXIT.

           MOVE WS-OPERID TO WS-MENU-XCTL-OPERID.

           EXEC CICS XCTL
                PROGRAM('DCJB8PGM')
                COMMAREA(WS-MENU-XCTL-DATA)
                LENGTH(WS-MENU-XCTL-LEN)
           END-EXEC.

      * PF1 - HAND THE OPERATOR TO THE HELP PAGE FOR THIS SCREEN.
      * THE HELP SCREEN PAGES THE HELPFILE ROWS FOR THE MAPSET AND
      * COMES BACK HERE ON ITS FRESH SCREEN WHEN THE OPERATOR IS
      * DONE READING.
       077-POP-HELP.

           IF (EIBCALEN = 8)
                MOVE DFHCOMMAREA(1:8) TO WS-OPERID
           END-IF.

           MOVE WS-OPERID TO HRQ-OPERID.
           MOVE 'DCJB8NS' TO HRQ-MAPSET.
           MOVE SPACES TO HRQ-FIELD.
           MOVE 'DCJB8PHT' TO HRQ-RETURN.

           EXEC CICS XCTL
                PROGRAM('DCJB8PHO')
                COMMAREA(HELP-REQUEST)
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

           MOVE 'DCJB8PHT' TO ERL-PROGRAM.
           MOVE WS-OPERID TO ERL-OPERID.
           MOVE STU-NUMBER OF STUFILE-RECORD TO ERL-STU-NUMBER.
           MOVE 'T' TO ERL-CHANNEL.

           EXEC CICS LINK
                PROGRAM('DCJB8PIA')
                COMMAREA(ERRLOG-RECORD)
                LENGTH(ERRLOG-LENGTH)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8PHT.
