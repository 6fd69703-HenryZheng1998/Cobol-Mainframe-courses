       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCJB8PHU.
       AUTHOR. HENRY ZHENG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY ADMISSIONS APPLICATION MAP LAYOUT
       COPY 'DCJB8NT'.

      * PF1 HANDS THE OPERATOR TO THE DCJB8PHO HELP PAGE FOR THIS
      * SCREEN - SEE HELPREC FOR WHERE THE TEXT LIVES.
       COPY 'HLPRQREC'.

      * COPY APPLFILE RECORD LAYOUT
       COPY 'APPLREC'.

      * COPY PRGFILE RECORD LAYOUT - THE PROGRAM APPLIED FOR MUST BE
      * ON THE PROGRAM MASTER.
       COPY 'PROGREC'.

      * COPY TERMFILE RECORD LAYOUT - THE INTAKE TERM MUST BE ON THE
      * CALENDAR.
       COPY 'TERMREC'.

      * CARRIES THE SIGNED-ON OPERATOR ID (SET BY DCJB8PGM) SO THIS
      * SCREEN CAN HAND IT BACK.
       01 WS-OPERID PIC X(8) VALUE SPACES.
       01 WS-OPERID-LEN PIC S9(4) COMP VALUE 8.

      * DCJB8PGM TELLS A GENUINE MENU CONTINUATION APART FROM AN XCTL
      * RETURN LIKE THIS ONE BY COMMAREA LENGTH ALONE - SEE DCJB8PGM'S
      * 000-START-LOGIC.
       01 WS-MENU-XCTL-DATA.
           05 WS-MENU-XCTL-OPERID PIC X(8).
           05 FILLER              PIC X VALUE 'X'.
       01 WS-MENU-XCTL-LEN         PIC S9(4) COMP VALUE 9.

       01 WS-MSG            PIC X(60) VALUE SPACE.

       01 WS-APL-STATUS         PIC S9(4) COMP.
       01 WS-PRG-STATUS         PIC S9(4) COMP.
       01 WS-TRM-STATUS         PIC S9(4) COMP.
       01 WS-AT-COUNT           PIC S9(4) COMP.
       01 WS-THIS-YEAR          PIC 9(4).
       01 WS-CYY                PIC 9(3).
       01 WS-NEXT-APL           PIC 9(7).
       01 WS-SHOW-DATE          PIC 9(7).

      * CARRIES THE APPLICATION LAST SHOWN SO A SAVE WORKS WITHOUT
      * THE OPERATOR RE-KEYING THE NUMBER. A BLANK NUMBER MEANS THE
      * SCREEN IS A NEW APPLICATION NOT YET ON FILE.
       01 WS-APPL-DATA.
           05 WS-APPL-OPERID    PIC X(8).
           05 WS-APPL-NUMBER    PIC X(7).
           05 WS-APPL-ONFILE    PIC X(1).
       01 WS-APPL-DATA-LEN      PIC S9(4) COMP VALUE 16.

      * THE SCREEN FIELDS, EDITED AND NORMALIZED, HELD HERE UNTIL THE
      * WHOLE SCREEN PASSES - THEN LAID OVER THE RECORD, SO A REWRITE
      * KEEPS WHATEVER ELSE THE ROW CARRIES.
       01 WS-EDIT.
           05 WS-ED-TERM        PIC X(5).
           05 WS-ED-NAME        PIC X(20).
           05 WS-ED-ADDR1       PIC X(20).
           05 WS-ED-ADDR2       PIC X(20).
           05 WS-ED-ADDR3       PIC X(20).
           05 WS-ED-POST1       PIC X(3).
           05 WS-ED-POST1-R REDEFINES WS-ED-POST1.
               10 WS-ED-POST1-C1 PIC X(1).
               10 WS-ED-POST1-C2 PIC X(1).
               10 WS-ED-POST1-C3 PIC X(1).
           05 WS-ED-POST2       PIC X(3).
           05 WS-ED-POST2-R REDEFINES WS-ED-POST2.
               10 WS-ED-POST2-C1 PIC X(1).
               10 WS-ED-POST2-C2 PIC X(1).
               10 WS-ED-POST2-C3 PIC X(1).
           05 WS-ED-PHONE1      PIC X(3).
           05 WS-ED-PHONE2      PIC X(3).
           05 WS-ED-PHONE3      PIC X(4).
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
           05 WS-ED-PROG        PIC X(4).
           05 WS-ED-CAMPUS      PIC X(3).
           05 WS-ED-DECISN      PIC X(1).
               88 WS-ED-DECISN-VALID    VALUE ' ' 'O' 'R' 'W'.
           05 WS-ED-CONDS       PIC X(60).
           05 WS-ED-RESPNS      PIC X(1).
               88 WS-ED-RESPNS-VALID    VALUE ' ' 'A' 'D'.

      * STATUS LINE - THE STORED CYYDDD DATES SWUNG BACK TO YYYYDDD,
      * EACH LEFT BLANK UNTIL IT HAPPENS.
       01 WS-INFO-LINE.
           05 FILLER            PIC X(8) VALUE 'APPLIED '.
           05 WS-INFO-APPLIED   PIC X(7).
           05 FILLER            PIC X(10) VALUE '  DECIDED '.
           05 WS-INFO-DECIDED   PIC X(7).
           05 FILLER            PIC X(7) VALUE '  SENT '.
           05 WS-INFO-SENT      PIC X(7).
           05 FILLER            PIC X(10) VALUE '  STUDENT '.
           05 WS-INFO-STUNUM    PIC X(7).

       01 WS-FOOTER PIC X(40)
           VALUE 'PF4=RESET / NEW APPLICATION  PF9=EXIT'.

      * THE BELOW FILLER VARIABLE MUST BE PRESENT BETWEEN DFHBMSCA
      * AND ALL OTHER VARIABLES
       01 FILLER             PIC X(1024)
           VALUE SPACES.

       COPY DFHBMSCA.

      * APPLICATION ERROR LOG ENTRY - BUILT BY 099-ABEND-EXIT AND
      * HANDED TO DCJB8PIA. SEE ERRLREC.
       COPY 'ERRLREC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(16).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * ANY ABEND FROM HERE ON IS LOGGED AND BACKED OUT THROUGH
      * 099-ABEND-EXIT.
           EXEC CICS HANDLE ABEND
                LABEL(099-ABEND-EXIT)
           END-EXEC.

      * A CONTINUATION TURN - THE OPERATOR EITHER KEYED ANOTHER
      * APPLICATION NUMBER, OR EDITED THE SCREEN AND PRESSED ENTER TO
      * SAVE IT.
           IF (EIBCALEN = WS-APPL-DATA-LEN) THEN
                MOVE DFHCOMMAREA(1:16) TO WS-APPL-DATA
                MOVE WS-APPL-OPERID TO WS-OPERID
                EXEC CICS HANDLE CONDITION
                     MAPFAIL(100-FIRST-TIME)
                     NOTFND(300-APL-NOTFND)
                END-EXEC
                EXEC CICS HANDLE AID
                     PF1(077-POP-HELP)
                     PF4(100-FIRST-TIME)
                     PF9(999-EXIT)
                END-EXEC
                EXEC CICS RECEIVE
                     MAP('MAP1')
                     MAPSET('DCJB8NT')
                END-EXEC
                GO TO 200-MAIN-LOGIC
           END-IF.

      * UPON UNSUCCESSFUL MAP RECEIVE, ASSUME THIS IS THE INITIAL RUN
           EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
                NOTFND(300-APL-NOTFND)
           END-EXEC.

           EXEC CICS HANDLE AID
                PF1(077-POP-HELP)
                PF4(100-FIRST-TIME)
                PF9(999-EXIT)
           END-EXEC.

           IF (EIBCALEN = 8) THEN
                MOVE DFHCOMMAREA(1:8) TO WS-OPERID
           END-IF.

           EXEC CICS RECEIVE
                MAP('MAP1')
                MAPSET('DCJB8NT')
           END-EXEC.

           MOVE WS-OPERID TO WS-APPL-OPERID.
           MOVE SPACES TO WS-APPL-NUMBER.
           MOVE SPACE TO WS-APPL-ONFILE.

      * NO NUMBER KEYED MEANS THE SCREEN IS A NEW APPLICATION.
           IF (APLNUML = 0)
                GO TO 400-ADD-APPLICATION
           END-IF.

           GO TO 150-LOOKUP-APPLICATION.

       100-FIRST-TIME.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "A P P L I C A T I O N S" TO TITLEO.
           MOVE
       'KEY AN APPLICATION NUMBER, OR LEAVE IT BLANK TO ADD ONE'
                TO MSGO.

           MOVE WS-FOOTER TO FOOTERO.
           EXEC CICS SEND
               MAP('MAP1')
               MAPSET('DCJB8NT')
               ERASE
           END-EXEC.

           EXEC CICS RETURN
               TRANSID('JC27')
               COMMAREA(WS-OPERID)
               LENGTH(WS-OPERID-LEN)
           END-EXEC.

       150-LOOKUP-APPLICATION.

           IF (APLNUMI IS NOT NUMERIC)
                MOVE -1 TO APLNUML
                MOVE 'APPLICATION NUMBER MUST BE NUMERIC' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           MOVE APLNUMI TO APL-NUMBER.

           EXEC CICS READ
                FILE('APPLFILE')
                INTO(APPLFILE-RECORD)
                LENGTH(APPLFILE-LENGTH)
                RIDFLD(APL-KEY)
           END-EXEC.

           MOVE WS-OPERID TO WS-APPL-OPERID.
           MOVE APL-NUMBER TO WS-APPL-NUMBER.
           MOVE 'Y' TO WS-APPL-ONFILE.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "A P P L I C A T I O N S" TO TITLEO.
           PERFORM 160-SHOW-APPLICATION.
           IF (APL-EXPORT-DATE NOT = 0)
                MOVE
       'ALREADY SENT TO THE INTAKE LOAD - SHOWN FOR REFERENCE ONLY'
                     TO MSGO
           ELSE
                MOVE 'EDIT THE APPLICATION AND PRESS ENTER TO SAVE'
                     TO MSGO
           END-IF.

           MOVE WS-FOOTER TO FOOTERO.
           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCJB8NT')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('JC27')
                COMMAREA(WS-APPL-DATA)
                LENGTH(WS-APPL-DATA-LEN)
           END-EXEC.

      * THE ROW ON FILE ONTO THE SCREEN - THE NUMBER PROTECTED (PF4
      * STARTS OVER), A ZERO BIRTH DATE BLANK RATHER THAN EIGHT ZEROS.
       160-SHOW-APPLICATION.

           MOVE DFHBMASF TO APLNUMA.
           MOVE APL-NUMBER TO APLNUMO.
           MOVE APL-TERM TO TERMO.
           MOVE APL-NAME TO NAMEO.
           MOVE APL-ADDRESS-1 TO ADDR1O.
           MOVE APL-ADDRESS-2 TO ADDR2O.
           MOVE APL-ADDRESS-3 TO ADDR3O.
           MOVE APL-POSTAL-1 TO POST1O.
           MOVE APL-POSTAL-2 TO POST2O.
           MOVE APL-PHONE-1 TO PHONE1O.
           MOVE APL-PHONE-2 TO PHONE2O.
           MOVE APL-PHONE-3 TO PHONE3O.
           IF (APL-BIRTH-DATE NOT = 0)
                MOVE APL-BIRTH-DATE TO DOBO
           END-IF.
           MOVE APL-CITIZENSHIP TO CITZO.
           MOVE APL-COUNTRY TO CNTRYO.
           MOVE APL-PREF-NAME TO PNAMEO.
           MOVE APL-EMAIL TO EMAILO.
           MOVE APL-MOBILE TO MOBILEO.
           MOVE APL-PROGRAM TO PROGO.
           MOVE APL-CAMPUS TO CAMPUSO.
           MOVE APL-DECISION TO DECISNO.
           MOVE APL-CONDITIONS TO CONDSO.
           MOVE APL-RESPONSE TO RESPNSO.

           MOVE SPACES TO WS-INFO-APPLIED WS-INFO-DECIDED
                          WS-INFO-SENT.
           IF (APL-APPLIED-DATE NOT = 0)
                COMPUTE WS-SHOW-DATE = APL-APPLIED-DATE + 1900000
                MOVE WS-SHOW-DATE TO WS-INFO-APPLIED
           END-IF.
           IF (APL-DECISION-DATE NOT = 0)
                COMPUTE WS-SHOW-DATE = APL-DECISION-DATE + 1900000
                MOVE WS-SHOW-DATE TO WS-INFO-DECIDED
           END-IF.
           IF (APL-EXPORT-DATE NOT = 0)
                COMPUTE WS-SHOW-DATE = APL-EXPORT-DATE + 1900000
                MOVE WS-SHOW-DATE TO WS-INFO-SENT
           END-IF.
           MOVE APL-STU-NUMBER TO WS-INFO-STUNUM.
           MOVE WS-INFO-LINE TO INFOO.

       200-MAIN-LOGIC.

      * A FRESH APPLICATION NUMBER KEYED OVER THE ONE ON SCREEN
      * STARTS A NEW LOOKUP INSTEAD OF A SAVE.
           IF (APLNUML NOT = 0) AND (APLNUMI NOT = WS-APPL-NUMBER)
                GO TO 150-LOOKUP-APPLICATION
           END-IF.

           IF (WS-APPL-ONFILE NOT = 'Y')
                GO TO 400-ADD-APPLICATION
           END-IF.

           PERFORM 250-EDIT-APPLICATION THRU 250-EXIT.

           EXEC CICS READ
                FILE('APPLFILE')
                INTO(APPLFILE-RECORD)
                LENGTH(APPLFILE-LENGTH)
                RIDFLD(WS-APPL-NUMBER)
                UPDATE
                RESP(WS-APL-STATUS)
           END-EXEC.

           IF (WS-APL-STATUS NOT = DFHRESP(NORMAL))
                MOVE SPACE TO WS-APPL-ONFILE
                MOVE SPACES TO WS-APPL-NUMBER
                MOVE
       'APPLICATION WAS REMOVED MEANWHILE - PF4 TO START OVER'
                     TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

      * ONCE DCJB8BAX HAS SENT THE APPLICANT TO THE INTAKE LOAD THE
      * ROW IS THE RECORD OF WHAT WAS LOADED - IT NO LONGER CHANGES.
           IF (APL-EXPORT-DATE NOT = 0)
                EXEC CICS UNLOCK
                     FILE('APPLFILE')
                END-EXEC
                MOVE
       'ALREADY SENT TO THE INTAKE LOAD - NO FURTHER CHANGES'
                     TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           PERFORM 260-APPLY-EDIT.

           EXEC CICS REWRITE
                FILE('APPLFILE')
                FROM(APPLFILE-RECORD)
                LENGTH(APPLFILE-LENGTH)
           END-EXEC.

           MOVE 'APPLICATION UPDATED' TO WS-MSG.
           GO TO 450-SHOW-SAVED.

      * THE SCREEN FIELDS INTO WS-EDIT - LOW-VALUES FROM THE ERASED
      * MAP ARE NORMALIZED TO SPACES, THEN EACH FIELD IS EDITED. THE
      * APPLICANT FIELDS GET THE SAME EDITS DCJB8BLD MAKES ON AN
      * INTAKE LINE, SO AN ACCEPTED OFFER ALWAYS LOADS. THE FIRST
      * FAILED EDIT SENDS THE SCREEN BACK WITH THE REASON.
       250-EDIT-APPLICATION.

           MOVE TERMI TO WS-ED-TERM.
           MOVE NAMEI TO WS-ED-NAME.
           MOVE ADDR1I TO WS-ED-ADDR1.
           MOVE ADDR2I TO WS-ED-ADDR2.
           MOVE ADDR3I TO WS-ED-ADDR3.
           MOVE POST1I TO WS-ED-POST1.
           MOVE POST2I TO WS-ED-POST2.
           MOVE PHONE1I TO WS-ED-PHONE1.
           MOVE PHONE2I TO WS-ED-PHONE2.
           MOVE PHONE3I TO WS-ED-PHONE3.
           MOVE DOBI TO WS-ED-DOB.
           MOVE CITZI TO WS-ED-CITZ.
           MOVE CNTRYI TO WS-ED-CNTRY.
           MOVE PNAMEI TO WS-ED-PNAME.
           MOVE EMAILI TO WS-ED-EMAIL.
           MOVE MOBILEI TO WS-ED-MOBILE.
           MOVE PROGI TO WS-ED-PROG.
           MOVE CAMPUSI TO WS-ED-CAMPUS.
           MOVE DECISNI TO WS-ED-DECISN.
           MOVE CONDSI TO WS-ED-CONDS.
           MOVE RESPNSI TO WS-ED-RESPNS.
           INSPECT WS-EDIT REPLACING ALL LOW-VALUES BY SPACES.

      *    THE INTAKE TERM - ON THE CALENDAR.
           IF (WS-ED-TERM = SPACES)
                MOVE -1 TO TERML
                MOVE 'PLEASE ENTER THE TERM APPLIED FOR' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           MOVE WS-ED-TERM TO TRM-CODE.
           EXEC CICS READ
                FILE('TERMFILE')
                INTO(TERMFILE-RECORD)
                LENGTH(TERMFILE-LENGTH)
                RIDFLD(TRM-KEY)
                RESP(WS-TRM-STATUS)
           END-EXEC.
           IF (WS-TRM-STATUS NOT = DFHRESP(NORMAL))
                MOVE -1 TO TERML
                MOVE 'TERM NOT ON THE CALENDAR' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           IF (WS-ED-NAME = SPACES)
                MOVE -1 TO NAMEL
                MOVE 'PLEASE ENTER THE APPLICANT NAME' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           IF (WS-ED-ADDR1 = SPACES) OR (WS-ED-ADDR2 = SPACES)
                MOVE -1 TO ADDR1L
                MOVE 'ADDRESS LINES 1 AND 2 ARE REQUIRED' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

      *    POSTAL CODE - A9A 9A9.
           IF (WS-ED-POST1-C1 NOT ALPHABETIC) OR
              (WS-ED-POST1-C2 NOT NUMERIC) OR
              (WS-ED-POST1-C3 NOT ALPHABETIC) OR
              (WS-ED-POST2-C1 NOT NUMERIC) OR
              (WS-ED-POST2-C2 NOT ALPHABETIC) OR
              (WS-ED-POST2-C3 NOT NUMERIC) OR
              (WS-ED-POST1-C1 = SPACE) OR
              (WS-ED-POST1-C3 = SPACE) OR
              (WS-ED-POST2-C2 = SPACE)
                MOVE -1 TO POST1L
                MOVE 'POSTAL CODE MUST BE A9A 9A9' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           IF (WS-ED-PHONE1 IS NOT NUMERIC) OR
              (WS-ED-PHONE2 IS NOT NUMERIC) OR
              (WS-ED-PHONE3 IS NOT NUMERIC)
                MOVE -1 TO PHONE1L
                MOVE 'PHONE NUMBER MUST BE NUMERIC' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

      *    BIRTH DATE - YYYYMMDD, A PLAUSIBLE MONTH AND DAY, AND A
      *    YEAR FROM 1900 THROUGH THE CURRENT ONE.
           IF (WS-ED-DOB NOT = SPACES)
                IF (WS-ED-DOB IS NOT NUMERIC)
                     MOVE -1 TO DOBL
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
                     MOVE -1 TO DOBL
                     MOVE 'BIRTH DATE IS NOT A VALID YYYYMMDD DATE'
                          TO WS-MSG
                     GO TO 500-ERROR-RETURN
                END-IF
           END-IF.

           IF (NOT WS-ED-CITZ-VALID)
                MOVE -1 TO CITZL
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
                MOVE -1 TO CNTRYL
                MOVE 'COUNTRY MUST BE A THREE-LETTER CODE' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

      *    EMAIL - EXACTLY ONE '@', AND NOT AS THE FIRST CHARACTER.
           IF (WS-ED-EMAIL NOT = SPACES)
                MOVE 0 TO WS-AT-COUNT
                INSPECT WS-ED-EMAIL TALLYING WS-AT-COUNT FOR ALL '@'
                IF (WS-AT-COUNT NOT = 1) OR (WS-ED-EMAIL(1:1) = '@')
                     MOVE -1 TO EMAILL
                     MOVE 'EMAIL ADDRESS IS NOT VALID' TO WS-MSG
                     GO TO 500-ERROR-RETURN
                END-IF
           END-IF.

           IF (WS-ED-MOBILE NOT = SPACES) AND
              (WS-ED-MOBILE IS NOT NUMERIC)
                MOVE -1 TO MOBILEL
                MOVE 'MOBILE MUST BE TEN DIGITS' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

      *    THE PROGRAM APPLIED FOR - ON THE PROGRAM MASTER - AND THE
      *    CAMPUS, WHICH THE STUDENT IS LOADED UNDER.
           IF (WS-ED-PROG = SPACES)
                MOVE -1 TO PROGL
                MOVE 'PLEASE ENTER THE PROGRAM APPLIED FOR' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           MOVE WS-ED-PROG TO PRG-CODE.
           EXEC CICS READ
                FILE('PRGFILE')
                INTO(PRGFILE-RECORD)
                LENGTH(PRGFILE-LENGTH)
                RIDFLD(PRG-KEY)
                RESP(WS-PRG-STATUS)
           END-EXEC.
           IF (WS-PRG-STATUS NOT = DFHRESP(NORMAL))
                MOVE -1 TO PROGL
                MOVE 'PROGRAM CODE NOT ON THE PROGRAM MASTER'
                     TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           IF (WS-ED-CAMPUS = SPACES)
                MOVE -1 TO CAMPUSL
                MOVE 'PLEASE ENTER THE CAMPUS APPLIED TO' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

      *    THE DECISION - CONDITIONS GO ONLY WITH AN OFFER.
           IF (NOT WS-ED-DECISN-VALID)
                MOVE -1 TO DECISNL
                MOVE
       'DECISION: O=OFFER R=REFUSE W=WAITLIST, BLANK=UNDECIDED'
                     TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           IF (WS-ED-CONDS NOT = SPACES) AND (WS-ED-DECISN NOT = 'O')
                MOVE -1 TO CONDSL
                MOVE 'CONDITIONS ARE ONLY KEYED WITH AN OFFER'
                     TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

      *    THE APPLICANT'S RESPONSE - ONLY TO AN OFFER. AN OFFER WITH
      *    AN ANSWER RECORDED CANNOT BE WITHDRAWN UNTIL THE ANSWER IS
      *    CLEARED.
           IF (NOT WS-ED-RESPNS-VALID)
                MOVE -1 TO RESPNSL
                MOVE 'RESPONSE: A=ACCEPTED D=DECLINED, BLANK=NONE YET'
                     TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           IF (WS-ED-RESPNS NOT = SPACE) AND (WS-ED-DECISN NOT = 'O')
                MOVE -1 TO RESPNSL
                MOVE 'A RESPONSE IS ONLY RECORDED AGAINST AN OFFER'
                     TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

       250-EXIT.
           EXIT.

      * THE EDITED FIELDS ONTO THE RECORD, WITH WHO AND WHEN. THE
      * DECISION AND RESPONSE DAYS MOVE ONLY WHEN THE ANSWER ITSELF
      * CHANGES.
       260-APPLY-EDIT.

           MOVE WS-ED-TERM TO APL-TERM.
           MOVE WS-ED-NAME TO APL-NAME.
           MOVE WS-ED-ADDR1 TO APL-ADDRESS-1.
           MOVE WS-ED-ADDR2 TO APL-ADDRESS-2.
           MOVE WS-ED-ADDR3 TO APL-ADDRESS-3.
           MOVE WS-ED-POST1 TO APL-POSTAL-1.
           MOVE WS-ED-POST2 TO APL-POSTAL-2.
           MOVE WS-ED-PHONE1 TO APL-PHONE-1.
           MOVE WS-ED-PHONE2 TO APL-PHONE-2.
           MOVE WS-ED-PHONE3 TO APL-PHONE-3.
           IF (WS-ED-DOB = SPACES)
                MOVE 0 TO APL-BIRTH-DATE
           ELSE
                MOVE WS-ED-DOB-N TO APL-BIRTH-DATE
           END-IF.
           MOVE WS-ED-CITZ TO APL-CITIZENSHIP.
           MOVE WS-ED-CNTRY TO APL-COUNTRY.
           MOVE WS-ED-PNAME TO APL-PREF-NAME.
           MOVE WS-ED-EMAIL TO APL-EMAIL.
           MOVE WS-ED-MOBILE TO APL-MOBILE.
           MOVE WS-ED-PROG TO APL-PROGRAM.
           MOVE WS-ED-CAMPUS TO APL-CAMPUS.
           IF (WS-ED-DECISN NOT = APL-DECISION)
                MOVE WS-ED-DECISN TO APL-DECISION
                IF (WS-ED-DECISN = SPACE)
                     MOVE 0 TO APL-DECISION-DATE
                     MOVE SPACES TO APL-DECISION-OPERID
                ELSE
                     MOVE EIBDATE TO APL-DECISION-DATE
                     MOVE WS-OPERID TO APL-DECISION-OPERID
                END-IF
           END-IF.
           MOVE WS-ED-CONDS TO APL-CONDITIONS.
           IF (WS-ED-RESPNS NOT = APL-RESPONSE)
                MOVE WS-ED-RESPNS TO APL-RESPONSE
                IF (WS-ED-RESPNS = SPACE)
                     MOVE 0 TO APL-RESPONSE-DATE
                ELSE
                     MOVE EIBDATE TO APL-RESPONSE-DATE
                END-IF
           END-IF.
           MOVE EIBDATE TO APL-LASTCHG-DATE.
           MOVE WS-OPERID TO APL-LASTCHG-OPERID.

       300-APL-NOTFND.

           MOVE 'APPLICATION NOT FOUND' TO WS-MSG.
           MOVE SPACES TO WS-APPL-NUMBER.
           MOVE SPACE TO WS-APPL-ONFILE.
           MOVE LOW-VALUES TO MAP1O.
           MOVE -1 TO APLNUML.
           GO TO 500-ERROR-RETURN.

      * A NEW APPLICATION - ONCE THE SCREEN PASSES, IT TAKES THE NEXT
      * NUMBER ABOVE THE HIGHEST ON FILE, THE SAME WAY DCJB8PGC
      * NUMBERS A NEW STUDENT.
       400-ADD-APPLICATION.

           PERFORM 250-EDIT-APPLICATION THRU 250-EXIT.

           MOVE HIGH-VALUES TO APL-NUMBER.

           EXEC CICS STARTBR
                FILE('APPLFILE')
                RIDFLD(APL-NUMBER)
                RESP(WS-APL-STATUS)
           END-EXEC.

           IF (WS-APL-STATUS = DFHRESP(NORMAL))
                EXEC CICS READPREV
                     FILE('APPLFILE')
                     INTO(APPLFILE-RECORD)
                     LENGTH(APPLFILE-LENGTH)
                     RIDFLD(APL-NUMBER)
                     RESP(WS-APL-STATUS)
                END-EXEC
                EXEC CICS ENDBR
                     FILE('APPLFILE')
                END-EXEC
           END-IF.

           IF (WS-APL-STATUS = DFHRESP(NORMAL))
                MOVE APL-NUMBER TO WS-NEXT-APL
                ADD 1 TO WS-NEXT-APL
           ELSE
                MOVE 1 TO WS-NEXT-APL
           END-IF.

           MOVE SPACES TO APPLFILE-RECORD.
           MOVE WS-NEXT-APL TO APL-NUMBER.
           MOVE 0 TO APL-BIRTH-DATE APL-DECISION-DATE
                     APL-RESPONSE-DATE APL-EXPORT-DATE.
           MOVE EIBDATE TO APL-APPLIED-DATE.
           PERFORM 260-APPLY-EDIT.

           EXEC CICS WRITE
                FILE('APPLFILE')
                FROM(APPLFILE-RECORD)
                RIDFLD(APL-KEY)
                LENGTH(APPLFILE-LENGTH)
                RESP(WS-APL-STATUS)
           END-EXEC.

           IF (WS-APL-STATUS NOT = DFHRESP(NORMAL))
                MOVE
       'NUMBER TAKEN MEANWHILE BY ANOTHER USER - PRESS ENTER AGAIN'
                     TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           MOVE APL-NUMBER TO WS-APPL-NUMBER.
           MOVE 'Y' TO WS-APPL-ONFILE.
           MOVE 'APPLICATION ADDED' TO WS-MSG.

      * THE ROW AS SAVED BACK ONTO A FRESH SCREEN.
       450-SHOW-SAVED.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "A P P L I C A T I O N S" TO TITLEO.
           PERFORM 160-SHOW-APPLICATION.
           MOVE WS-MSG TO MSGO.

           MOVE WS-FOOTER TO FOOTERO.
           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCJB8NT')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('JC27')
                COMMAREA(WS-APPL-DATA)
                LENGTH(WS-APPL-DATA-LEN)
           END-EXEC.

      * THE SCREEN GOES BACK AS KEYED, WITH THE REASON - A LONG FORM
      * IS NOT RE-KEYED FOR ONE BAD FIELD. THE CURSOR SITS ON THE
      * FIELD AT FAULT WHERE THE EDIT NAMED ONE, ELSE ON THE NAME.
       500-ERROR-RETURN.

           MOVE "A P P L I C A T I O N S" TO TITLEO.
           MOVE WS-MSG TO MSGO.
           IF (APLNUML NOT = -1) AND (TERML NOT = -1) AND
              (NAMEL NOT = -1) AND (ADDR1L NOT = -1) AND
              (POST1L NOT = -1) AND (PHONE1L NOT = -1) AND
              (DOBL NOT = -1) AND (CITZL NOT = -1) AND
              (CNTRYL NOT = -1) AND (EMAILL NOT = -1) AND
              (MOBILEL NOT = -1) AND (PROGL NOT = -1) AND
              (CAMPUSL NOT = -1) AND (DECISNL NOT = -1) AND
              (CONDSL NOT = -1) AND (RESPNSL NOT = -1)
                MOVE -1 TO NAMEL
           END-IF.
           IF (WS-APPL-NUMBER NOT = SPACES)
                MOVE DFHBMASF TO APLNUMA
                MOVE WS-APPL-NUMBER TO APLNUMO
           END-IF.

           MOVE WS-FOOTER TO FOOTERO.
           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCJB8NT')
                ERASE
                CURSOR
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('JC27')
                COMMAREA(WS-APPL-DATA)
                LENGTH(WS-APPL-DATA-LEN)
           END-EXEC.

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
           IF (EIBCALEN = WS-APPL-DATA-LEN)
                MOVE DFHCOMMAREA(1:8) TO WS-OPERID
           END-IF.

           MOVE WS-OPERID TO HRQ-OPERID.
           MOVE 'DCJB8NT' TO HRQ-MAPSET.
           MOVE SPACES TO HRQ-FIELD.
           MOVE 'DCJB8PHU' TO HRQ-RETURN.

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

           MOVE 'DCJB8PHU' TO ERL-PROGRAM.
           MOVE WS-OPERID TO ERL-OPERID.
           MOVE 'T' TO ERL-CHANNEL.

           EXEC CICS LINK
                PROGRAM('DCJB8PIA')
                COMMAREA(ERRLOG-RECORD)
                LENGTH(ERRLOG-LENGTH)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8PHU.
