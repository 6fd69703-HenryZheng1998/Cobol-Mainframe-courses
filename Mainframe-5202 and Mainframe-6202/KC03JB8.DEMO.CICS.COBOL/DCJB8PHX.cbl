       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCJB8PHX.
       AUTHOR. HENRY ZHENG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY EXAM ACCOMMODATIONS MAP LAYOUT
       COPY 'DCJB8NW'.

      * PF1 HANDS THE OPERATOR TO THE DCJB8PHO HELP PAGE FOR THIS
      * SCREEN - SEE HELPREC FOR WHERE THE TEXT LIVES.
       COPY 'HLPRQREC'.

      * THE STUDENT WHOSE ACCOMMODATIONS ARE ON SCREEN - SHOWN BY NAME
      * SO THE OPERATOR CATCHES A MISKEYED NUMBER.
       COPY 'STUREC'.

      * THE ACCOMMODATIONS FILE ITSELF.
       COPY 'ACMDREC'.

      * THE OPERATOR RECORD - THE DOCUMENTATION BEHIND AN
      * ACCOMMODATION IS CONFIDENTIAL AND THE SCREEN IS A SUPERVISOR
      * FUNCTION. THE ROLE IS RE-CHECKED ON EVERY TURN SO A DIRECT
      * TRANSACTION START CANNOT BYPASS THE MENU.
       COPY 'OPERREC'.

      * CARRIES THE SIGNED-ON OPERATOR ID (SET BY DCJB8PGM) SO EVERY
      * CHANGE CAN BE TRACED BACK TO WHO MADE IT.
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

       01 WS-ACM-STATUS         PIC S9(4) COMP.
       01 WS-OPER-STATUS        PIC S9(4) COMP.

      * CARRIES THE STUDENT ON SCREEN ACROSS THE PSEUDO-CONVERSATIONAL
      * TURN SO THE UPDATING TURN DOESN'T DEPEND ON THE UNPROTECTED
      * FIELDS BEING RETRANSMITTED.
       01 WS-ACM-DATA.
           05 WS-ACM-OPERID     PIC X(8).
           05 WS-ACM-STUNUM     PIC X(7).
           05 FILLER            PIC X(1) VALUE SPACE.
       01 WS-ACM-DATA-LEN       PIC S9(4) COMP VALUE 16.

      * TODAY AS CYYDDD, FOR THE STAMPS.
       01 WS-TODAY              PIC 9(7) VALUE 0.

      * DATES ARE KEYED YYYYDDD, THE WAY THEY ARE SHOWN, AND KEPT AS
      * CYYDDD.
       01 WS-DATE-IN            PIC X(7).
       01 WS-DATE-NUM REDEFINES WS-DATE-IN PIC 9(7).
       01 WS-DATE-PARTS REDEFINES WS-DATE-IN.
           05 WS-DATE-YYYY      PIC 9(4).
           05 WS-DATE-DDD       PIC 9(3).
       01 WS-DATE-OK-SW         PIC X(1) VALUE 'N'.
           88 WS-DATE-OK                  VALUE 'Y'.

      * EXTRA TIME IS KEYED AS THREE DIGITS, 000 TO 100 PERCENT.
       01 WS-PCT-IN             PIC X(3).
       01 WS-PCT-NUM REDEFINES WS-PCT-IN PIC 9(3).

      * WHETHER THE STUDENT HAS A ROW ON FILE, AND WHICH FIELD THE
      * CURSOR GOES BACK TO WHEN A CHANGE IS TURNED AWAY.
       01 WS-ON-FILE-SW         PIC X(1) VALUE 'N'.
           88 WS-ON-FILE                  VALUE 'Y'.
       01 WS-CURSOR-SW          PIC X(1) VALUE 'N'.
           88 WS-CURSOR-STUNUM            VALUE 'N'.
           88 WS-CURSOR-EXTRA             VALUE 'E'.
           88 WS-CURSOR-ROOM              VALUE 'R'.
           88 WS-CURSOR-READER            VALUE 'D'.
           88 WS-CURSOR-REVIEW            VALUE 'V'.
           88 WS-CURSOR-DOCNOTE           VALUE 'T'.

       01 WS-STATUS-LINE.
           05 FILLER            PIC X(11) VALUE 'CHANGED BY '.
           05 WS-STAT-OPERID    PIC X(8).
           05 FILLER            PIC X(4) VALUE ' ON '.
           05 WS-STAT-DATE      PIC X(7).
           05 FILLER            PIC X(10) VALUE SPACES.

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

           IF (EIBCALEN = WS-ACM-DATA-LEN) THEN
                MOVE DFHCOMMAREA TO WS-ACM-DATA
                MOVE WS-ACM-OPERID TO WS-OPERID
                EXEC CICS HANDLE CONDITION
                     MAPFAIL(100-FIRST-TIME)
                     NOTFND(300-STU-NOTFND)
                END-EXEC
                EXEC CICS HANDLE AID
                     PF1(077-POP-HELP)
                     PF4(100-FIRST-TIME)
                     PF9(999-EXIT)
                END-EXEC
                EXEC CICS RECEIVE
                     MAP('MAP1')
                     MAPSET('DCJB8NW')
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
                MOVE DFHCOMMAREA TO WS-OPERID
                MOVE SPACES TO WS-ACM-STUNUM
           END-IF.

           EXEC CICS RECEIVE
                MAP('MAP1')
                MAPSET('DCJB8NW')
           END-EXEC.

           GO TO 200-MAIN-LOGIC.

       100-FIRST-TIME.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "A C C O M M O D A T I O N S" TO TITLEO.
           MOVE
           'ENTER STUDENT NUMBER TO SEE OR CHANGE EXAM ACCOMMODATIONS'
                TO MSGO.

           MOVE 'PF4=RESET  PF9=EXIT' TO FOOTERO.
           EXEC CICS SEND
               MAP('MAP1')
               MAPSET('DCJB8NW')
               ERASE
           END-EXEC.

           EXEC CICS RETURN
               TRANSID('JC30')
               COMMAREA(WS-OPERID)
               LENGTH(WS-OPERID-LEN)
           END-EXEC.

       200-MAIN-LOGIC.

      * A BLANK ROLE PREDATES THE FIELD AND COUNTS AS SUPERVISOR -
      * SEE OPERREC.
           EXEC CICS READ
                FILE('OPERFILE')
                INTO(OPERFILE-RECORD)
                RIDFLD(WS-OPERID)
                RESP(WS-OPER-STATUS)
           END-EXEC.
           IF (WS-OPER-STATUS NOT = DFHRESP(NORMAL)) OR
              (NOT OPER-ROLE-SUPERVISOR AND
               NOT OPER-ROLE-ADMIN AND
               OPER-ROLE NOT = SPACE)
                MOVE SPACES TO WS-ACM-STUNUM
                MOVE 'EXAM ACCOMMODATIONS ARE A SUPERVISOR FUNCTION'
                     TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

      * THE STUDENT COMES FROM THE SCREEN WHEN KEYED, OTHERWISE FROM
      * THE ONE ALREADY ON DISPLAY (CARRIED IN THE COMMAREA).
           IF (STUNUML NOT = 0)
                MOVE STUNUMI TO WS-ACM-STUNUM
           END-IF.

           IF (WS-ACM-STUNUM = SPACES)
                MOVE 'PLEASE ENTER A STUDENT NUMBER' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           IF (WS-ACM-STUNUM IS NOT NUMERIC)
                MOVE 'STUDENT NUMBER MUST BE NUMERIC' TO WS-MSG
                GO TO 500-ERROR-RETURN
           END-IF.

           MOVE WS-ACM-STUNUM TO STU-NUMBER.

           EXEC CICS READ
                FILE('STUFILE')
                INTO(STUFILE-RECORD)
                RIDFLD(STU-KEY)
           END-EXEC.

           MOVE EIBDATE TO WS-TODAY.

           IF (EXTRAL NOT = 0) OR (ROOML NOT = 0) OR
              (READERL NOT = 0) OR (REVIEWL NOT = 0) OR
              (DOCNOTEL NOT = 0)
                GO TO 600-SAVE-ACCOMMODATIONS
           END-IF.

           PERFORM 250-LOAD-ACCOMMODATIONS.
           IF WS-ON-FILE
                MOVE
           'ACCOMMODATIONS SHOWN - KEY OVER A FIELD TO CHANGE IT'
                     TO WS-MSG
           ELSE
                MOVE
           'NO ACCOMMODATIONS ON FILE - KEY THEM WITH THE DOCUMENTATION'
                     TO WS-MSG
           END-IF.
           GO TO 800-SHOW-ACCOMMODATIONS.

      *--------------------------------------------------------------
      * READS THE STUDENT'S ROW. A STUDENT WITH NONE IS SHOWN AN EMPTY
      * ROW, READY TO KEY.
      *--------------------------------------------------------------
       250-LOAD-ACCOMMODATIONS.

           MOVE WS-ACM-STUNUM TO ACM-STU-NUMBER.
           EXEC CICS READ
                FILE('ACMFILE')
                INTO(ACMFILE-RECORD)
                LENGTH(ACMFILE-LENGTH)
                RIDFLD(ACM-KEY)
                RESP(WS-ACM-STATUS)
           END-EXEC.

           IF (WS-ACM-STATUS = DFHRESP(NORMAL))
                MOVE 'Y' TO WS-ON-FILE-SW
           ELSE
                MOVE 'N' TO WS-ON-FILE-SW
                PERFORM 260-EMPTY-ROW
           END-IF.

       260-EMPTY-ROW.

           MOVE SPACES TO ACMFILE-RECORD.
           MOVE WS-ACM-STUNUM TO ACM-STU-NUMBER.
           MOVE 0 TO ACM-EXTRA-PCT.
           MOVE 0 TO ACM-REVIEW-DATE.
           MOVE 0 TO ACM-LASTCHG-DATE.

      *--------------------------------------------------------------
      * EDITS A KEYED YYYYDDD DATE IN WS-DATE-IN - FOUR-DIGIT YEAR
      * FROM 1900 AND A DAY OF THE YEAR FROM 001 TO 366.
      *--------------------------------------------------------------
       280-EDIT-DATE.

           MOVE 'N' TO WS-DATE-OK-SW.
           IF (WS-DATE-IN IS NUMERIC)
                IF (WS-DATE-YYYY NOT < 1900) AND
                   (WS-DATE-DDD > 0) AND (WS-DATE-DDD < 367)
                     MOVE 'Y' TO WS-DATE-OK-SW
                END-IF
           END-IF.

       300-STU-NOTFND.

           MOVE 'STUDENT NOT FOUND' TO WS-MSG.
           GO TO 500-ERROR-RETURN.

       500-ERROR-RETURN.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "A C C O M M O D A T I O N S" TO TITLEO.
           MOVE WS-MSG TO MSGO.
           MOVE -1 TO STUNUML.

           MOVE 'PF4=RESET  PF9=EXIT' TO FOOTERO.
           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCJB8NW')
                ERASE
                CURSOR
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('JC30')
                COMMAREA(WS-OPERID)
                LENGTH(WS-OPERID-LEN)
           END-EXEC.

      *--------------------------------------------------------------
      * SAVES THE KEYED CHANGES OVER WHAT IS ON FILE. A NEW ROW NEEDS
      * THE DOCUMENTATION NOTE; A RENEWAL DATE OF ZEROS CLEARS IT.
      * TAKING AWAY THE LAST ACCOMMODATION (NO EXTRA TIME, NO ROOM, NO
      * READER) REMOVES THE ROW, SO THE STUDENT WRITES UNDER THE
      * STANDARD CONDITIONS AGAIN.
      *--------------------------------------------------------------
       600-SAVE-ACCOMMODATIONS.

           MOVE WS-ACM-STUNUM TO ACM-STU-NUMBER.
           EXEC CICS READ
                FILE('ACMFILE')
                INTO(ACMFILE-RECORD)
                LENGTH(ACMFILE-LENGTH)
                RIDFLD(ACM-KEY)
                UPDATE
                RESP(WS-ACM-STATUS)
           END-EXEC.
           IF (WS-ACM-STATUS = DFHRESP(NORMAL))
                MOVE 'Y' TO WS-ON-FILE-SW
           ELSE
                MOVE 'N' TO WS-ON-FILE-SW
                PERFORM 260-EMPTY-ROW
           END-IF.

      * THE KEYED FIELDS GO OVER WHAT IS ON FILE, THEN THE ROW AS A
      * WHOLE IS EDITED.
           IF (ROOML NOT = 0)
                MOVE ROOMI TO ACM-SEPARATE-ROOM
           END-IF.
           IF (READERL NOT = 0)
                MOVE READERI TO ACM-READER
           END-IF.
           IF (DOCNOTEL NOT = 0)
                MOVE DOCNOTEI TO ACM-DOC-NOTE
           END-IF.

           IF (EXTRAL NOT = 0)
                MOVE EXTRAI TO WS-PCT-IN
                IF (WS-PCT-IN IS NOT NUMERIC) OR (WS-PCT-NUM > 100)
                     MOVE
           'EXTRA TIME MUST BE 000-100 (PERCENT OF SITTING)'
                          TO WS-MSG
                     SET WS-CURSOR-EXTRA TO TRUE
                     GO TO 800-SHOW-ACCOMMODATIONS
                END-IF
                MOVE WS-PCT-NUM TO ACM-EXTRA-PCT
           END-IF.

           IF (REVIEWL NOT = 0)
                IF (REVIEWI = '0000000')
                     MOVE 0 TO ACM-REVIEW-DATE
                ELSE
                     MOVE REVIEWI TO WS-DATE-IN
                     PERFORM 280-EDIT-DATE
                     IF NOT WS-DATE-OK
                          MOVE 'RENEWAL DATE MUST BE YYYYDDD' TO WS-MSG
                          SET WS-CURSOR-REVIEW TO TRUE
                          GO TO 800-SHOW-ACCOMMODATIONS
                     END-IF
                     COMPUTE ACM-REVIEW-DATE = WS-DATE-NUM - 1900000
                END-IF
           END-IF.

           IF NOT ACM-ROOM-VALID
                MOVE 'SEPARATE ROOM MUST BE Y OR N' TO WS-MSG
                SET WS-CURSOR-ROOM TO TRUE
                GO TO 800-SHOW-ACCOMMODATIONS
           END-IF.

           IF NOT ACM-READER-VALID
                MOVE 'READER MUST BE Y OR N' TO WS-MSG
                SET WS-CURSOR-READER TO TRUE
                GO TO 800-SHOW-ACCOMMODATIONS
           END-IF.

      * NOTHING LEFT TO ACCOMMODATE - THE ROW GOES, OR IS NEVER MADE.
           IF (ACM-EXTRA-PCT = 0) AND (NOT ACM-ROOM-ON) AND
              (NOT ACM-READER-ON)
                IF WS-ON-FILE
                     EXEC CICS DELETE
                          FILE('ACMFILE')
                     END-EXEC
                     MOVE 'ACCOMMODATIONS REMOVED - STANDARD CONDITIONS'
                          TO WS-MSG
                ELSE
                     MOVE
           'NO ACCOMMODATION KEYED - EXTRA TIME, ROOM OR READER'
                          TO WS-MSG
                     SET WS-CURSOR-EXTRA TO TRUE
                END-IF
                MOVE 'N' TO WS-ON-FILE-SW
                PERFORM 260-EMPTY-ROW
                GO TO 800-SHOW-ACCOMMODATIONS
           END-IF.

           IF (ACM-DOC-NOTE = SPACES)
                MOVE 'DOCUMENTATION NOTE IS REQUIRED' TO WS-MSG
                SET WS-CURSOR-DOCNOTE TO TRUE
                GO TO 800-SHOW-ACCOMMODATIONS
           END-IF.

           MOVE WS-OPERID TO ACM-LASTCHG-OPERID.
           MOVE WS-TODAY TO ACM-LASTCHG-DATE.

           IF WS-ON-FILE
                EXEC CICS REWRITE
                     FILE('ACMFILE')
                     FROM(ACMFILE-RECORD)
                     LENGTH(ACMFILE-LENGTH)
                END-EXEC
           ELSE
                EXEC CICS WRITE
                     FILE('ACMFILE')
                     FROM(ACMFILE-RECORD)
                     LENGTH(ACMFILE-LENGTH)
                     RIDFLD(ACM-KEY)
                     RESP(WS-ACM-STATUS)
                END-EXEC
                IF (WS-ACM-STATUS NOT = DFHRESP(NORMAL))
                     MOVE
           'ACCOMMODATIONS CHANGED WHILE KEYING - PLEASE KEY AGAIN'
                          TO WS-MSG
                     PERFORM 250-LOAD-ACCOMMODATIONS
                     GO TO 800-SHOW-ACCOMMODATIONS
                END-IF
                MOVE 'Y' TO WS-ON-FILE-SW
           END-IF.

           MOVE 'ACCOMMODATIONS SAVED' TO WS-MSG.
           GO TO 800-SHOW-ACCOMMODATIONS.

      *--------------------------------------------------------------
      * SHOWS THE ROW IN HAND - AS ON FILE, AS JUST SAVED, OR AS KEYED
      * WHEN A CHANGE WAS TURNED AWAY, WITH THE CURSOR ON THE FIELD IN
      * ERROR.
      *--------------------------------------------------------------
       800-SHOW-ACCOMMODATIONS.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "A C C O M M O D A T I O N S" TO TITLEO.
           MOVE WS-ACM-STUNUM TO STUNUMO.
           MOVE STU-NAME TO STUNAMEO.

           IF WS-ON-FILE
                MOVE ACM-LASTCHG-OPERID TO WS-STAT-OPERID
                COMPUTE WS-DATE-NUM = ACM-LASTCHG-DATE + 1900000
                MOVE WS-DATE-IN TO WS-STAT-DATE
                MOVE WS-STATUS-LINE TO STATO
           ELSE
                MOVE 'NOT ON FILE' TO STATO
           END-IF.

           MOVE ACM-EXTRA-PCT TO WS-PCT-NUM.
           MOVE WS-PCT-IN TO EXTRAO.
           MOVE ACM-SEPARATE-ROOM TO ROOMO.
           MOVE ACM-READER TO READERO.
           IF (ACM-REVIEW-DATE = 0)
                MOVE SPACES TO REVIEWO
           ELSE
                COMPUTE WS-DATE-NUM = ACM-REVIEW-DATE + 1900000
                MOVE WS-DATE-IN TO REVIEWO
           END-IF.
           MOVE ACM-DOC-NOTE TO DOCNOTEO.

           MOVE WS-MSG TO MSGO.

           EVALUATE TRUE
               WHEN WS-CURSOR-ROOM
                    MOVE -1 TO ROOML
               WHEN WS-CURSOR-READER
                    MOVE -1 TO READERL
               WHEN WS-CURSOR-REVIEW
                    MOVE -1 TO REVIEWL
               WHEN WS-CURSOR-DOCNOTE
                    MOVE -1 TO DOCNOTEL
               WHEN OTHER
                    MOVE -1 TO EXTRAL
           END-EVALUATE.

           MOVE WS-OPERID TO WS-ACM-OPERID.

           MOVE 'PF4=RESET  PF9=EXIT' TO FOOTERO.
           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCJB8NW')
                ERASE
                CURSOR
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('JC30')
                COMMAREA(WS-ACM-DATA)
                LENGTH(WS-ACM-DATA-LEN)
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

           MOVE WS-OPERID TO HRQ-OPERID.
           MOVE 'DCJB8NW' TO HRQ-MAPSET.
           MOVE SPACES TO HRQ-FIELD.
           MOVE 'DCJB8PHX' TO HRQ-RETURN.

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

           MOVE 'DCJB8PHX' TO ERL-PROGRAM.
           MOVE WS-OPERID TO ERL-OPERID.
           MOVE STU-NUMBER OF STUFILE-RECORD TO ERL-STU-NUMBER.
           MOVE 'T' TO ERL-CHANNEL.

           EXEC CICS LINK
                PROGRAM('DCJB8PIA')
                COMMAREA(ERRLOG-RECORD)
                LENGTH(ERRLOG-LENGTH)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCJB8PHX.
