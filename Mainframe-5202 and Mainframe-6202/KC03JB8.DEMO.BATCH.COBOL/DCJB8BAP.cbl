001910* 08/23/26  HZ   EMERGENCY CONTACTS - AN ARCHIVED STUDENT'S
001920*                CNTFILE ROW IS DELETED ALONGSIDE THE STUFILE
001930*                RECORD SO IT NEVER OUTLIVES ITS STUDENT.
001930* 10/15/26  HZ   STUJRNL ENTRIES CHAINED - EACH IS STAMPED WITH
001930*                THE NEXT SEQUENCE NUMBER AND A HASH OFF THE
001930*                JRNCTL ROW (8600-CHAIN-ENTRY) BEFORE IT IS
001930*                WRITTEN, FOR DCJB8BJV TO VERIFY.
001900*----------------------------------------------------------------
002000
002100 ENVIRONMENT DIVISION.
004400     SELECT STUJRNL-FILE ASSIGN TO STUJRNL
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-JRNL-STATUS.
004610
004620     SELECT JRNCTL-FILE ASSIGN TO JRNCTL
004630         ORGANIZATION IS INDEXED
004640         ACCESS MODE IS RANDOM
004650         RECORD KEY IS JCT-KEY
004660         FILE STATUS IS WS-JRNCTL-STATUS.
004700
004800     SELECT ARCHIVE-RPT ASSIGN TO ARCRPT
004900         ORGANIZATION IS SEQUENTIAL
007000
007100 FD  STUJRNL-FILE
007200     LABEL RECORDS ARE STANDARD
007300     RECORD CONTAINS 273 CHARACTERS
007400     DATA RECORD IS STUJRNL-RECORD.
007500
007600*    STUJRNL RECORD LAYOUT - SHARED WITH THE CICS SIDE.
007700     COPY 'STUJRNL'.
007710
007720 FD  JRNCTL-FILE
007730     LABEL RECORDS ARE STANDARD
007740     RECORD CONTAINS 80 CHARACTERS
007750     DATA RECORD IS JRNCTL-RECORD.
007760
007770     COPY 'JCTLREC'.
007800
007900 FD  ARCHIVE-RPT
008000     LABEL RECORDS ARE STANDARD
009300 01  WS-JRNL-STATUS                  PIC X(2) VALUE SPACES.
009400     88 WS-JRNL-OK                       VALUE '00'.
009500     88 WS-JRNL-NOFILE                   VALUE '35'.
009510 01  WS-JRNCTL-STATUS                PIC X(2) VALUE SPACES.
009520     88 WS-JRNCTL-OK                     VALUE '00'.
009530 01  WS-JCT-FOUND-SW                 PIC X(1) VALUE 'N'.
009540     88 WS-JCT-FOUND                     VALUE 'Y'.
009550 01  WS-JCT-JOURNAL                  PIC X(8) VALUE SPACES.
009560
009570     COPY 'JRNHWS'.
009600
009700 01  WS-ARCRPT-STATUS                PIC X(2) VALUE SPACES.
009800     88 WS-ARCRPT-OK                     VALUE '00'.
018500             WS-JRNL-STATUS
018600         GO TO 9999-ABEND
018700     END-IF.
018710
018720     OPEN I-O JRNCTL-FILE.
018730     IF NOT WS-JRNCTL-OK
018740         DISPLAY 'DCJB8BAP - JRNCTL OPEN FAILED, STATUS = '
018750             WS-JRNCTL-STATUS
018760         GO TO 9999-ABEND
018770     END-IF.
018800
018900     OPEN OUTPUT ARCHIVE-RPT.
019000     IF NOT WS-ARCRPT-OK
023500     CLOSE STUFILE CNTFILE NOTE-FILE.
023600     CLOSE STUARCH-FILE.
023700     CLOSE STUJRNL-FILE.
023710     CLOSE JRNCTL-FILE.
023800     CLOSE ARCHIVE-RPT.
023900
024000     DISPLAY 'DCJB8BAP - ARCHIVED = ' WS-ARCHIVED-COUNT
027700     MOVE 0 TO JRN-TIME.
027800     MOVE STUFILE-RECORD TO JRN-RECORD-IMAGE.
027900
027910     MOVE 'STUJRNL' TO WS-JCT-JOURNAL.
027920     MOVE STUJRNL-RECORD TO JHW-IMAGE.
027930     MOVE LENGTH OF STUJRNL-RECORD TO JHW-LENGTH.
027940     PERFORM 8600-CHAIN-ENTRY THRU 8600-EXIT.
027950     MOVE JHW-IMAGE TO STUJRNL-RECORD.
028000     WRITE STUJRNL-RECORD.
028100
028200 4100-EXIT.
027772 4510-EXIT.
027774     EXIT.
027776
027786*----------------------------------------------------------------
027796* NEXT LINK IN A JOURNAL'S CHAIN. THE CALLER NAMES THE JOURNAL IN
027806* WS-JCT-JOURNAL AND PUTS THE FINISHED ENTRY IN JHW-IMAGE WITH
027816* ITS LENGTH IN JHW-LENGTH; THE ENTRY COMES BACK STAMPED WITH THE
027826* NEXT SEQUENCE NUMBER AND ITS HASH, THE SAME STAMP DCJB8PIB PUTS
027836* ON THE ONLINE ENTRIES, AND THE JRNCTL ROW IS MOVED ON.
027846*----------------------------------------------------------------
027856 8600-CHAIN-ENTRY.
027866
027876     MOVE WS-JCT-JOURNAL TO JCT-JOURNAL.
027886     MOVE 'Y' TO WS-JCT-FOUND-SW.
027896     READ JRNCTL-FILE
027906         INVALID KEY
027916             MOVE 'N' TO WS-JCT-FOUND-SW
027926     END-READ.
027936
027946     IF NOT WS-JCT-FOUND
027956         MOVE SPACES TO JRNCTL-RECORD
027966         MOVE WS-JCT-JOURNAL TO JCT-JOURNAL
027976         MOVE 0 TO JCT-LAST-SEQ JCT-LAST-HASH
027986         MOVE 0 TO JCT-VER-SEQ JCT-VER-HASH JCT-VER-DATE
027996         MOVE 0 TO JCT-ARCH-SEQ JCT-ARCH-HASH JCT-ARCH-DATE
028006     END-IF.
028016
028026     ADD 1 TO JCT-LAST-SEQ.
028036     MOVE JCT-LAST-SEQ TO JHW-SEQ.
028046     MOVE JCT-LAST-HASH TO JHW-HASH.
028056     PERFORM 8900-CHAIN-STAMP THRU 8900-EXIT.
028066     MOVE JHW-HASH TO JCT-LAST-HASH.
028076
028086     IF WS-JCT-FOUND
028096         REWRITE JRNCTL-RECORD
028106     ELSE
028116         WRITE JRNCTL-RECORD
028126     END-IF.
028136     IF NOT WS-JRNCTL-OK
028146         DISPLAY 'DCJB8BAP - JRNCTL UPDATE FAILED, STATUS = '
028156             WS-JRNCTL-STATUS
028166         GO TO 9999-ABEND
028176     END-IF.
028186
028196 8600-EXIT.
028206     EXIT.
028216
028226     COPY 'JRNHASH'.
028236
028500 9999-ABEND.
028600
028700     MOVE 16 TO RETURN-CODE.
