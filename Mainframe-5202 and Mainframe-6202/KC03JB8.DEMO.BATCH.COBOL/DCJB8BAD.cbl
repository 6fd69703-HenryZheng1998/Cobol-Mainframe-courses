001800* 09/02/26  HZ   QUIESCE GATE - REFUSES TO RUN UNTIL THE ONLINE
001800*                SUITE IS QUIESCED ON BATCHCTL (DCJB8PHJ),
001800*                MATCHING THE BACKUP AND ROLLOVER JOBS.
001800* 10/15/26  HZ   INSTFILE RECORD NOW 50 BYTES - CARRIES THE
001800*                INSTRUCTOR'S RANK.
001800* 10/15/26  HZ   STUJRNL ENTRIES CHAINED - EACH IS STAMPED WITH
001800*                THE NEXT SEQUENCE NUMBER AND A HASH OFF THE
001800*                JRNCTL ROW (8600-CHAIN-ENTRY) BEFORE IT IS
001800*                WRITTEN, FOR DCJB8BJV TO VERIFY.
001800*----------------------------------------------------------------
001900
002000 ENVIRONMENT DIVISION.
004000     SELECT STUJRNL-FILE ASSIGN TO STUJRNL
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-JRNL-STATUS.
004210
004220     SELECT JRNCTL-FILE ASSIGN TO JRNCTL
004230         ORGANIZATION IS INDEXED
004240         ACCESS MODE IS RANDOM
004250         RECORD KEY IS JCT-KEY
004260         FILE STATUS IS WS-JRNCTL-STATUS.
004300
004300*    THE BATCH-WINDOW QUIESCE STATE - SEE BCTLREC AND
004300*    DCJB8PHJ. THIS JOB UPDATES A MASTER AND MUST NOT RUN
004600
004700 FD  INSTFILE
004800     LABEL RECORDS ARE STANDARD
004900     RECORD CONTAINS 50 CHARACTERS
005000     DATA RECORD IS INSTFILE-RECORD.
005100
005200     COPY 'INSTREC'.
006000
006100 FD  STUJRNL-FILE
006200     LABEL RECORDS ARE STANDARD
006300     RECORD CONTAINS 273 CHARACTERS
006400     DATA RECORD IS STUJRNL-RECORD.
006500
006600     COPY 'STUJRNL'.
006610
006620 FD  JRNCTL-FILE
006630     LABEL RECORDS ARE STANDARD
006640     RECORD CONTAINS 80 CHARACTERS
006650     DATA RECORD IS JRNCTL-RECORD.
006660
006670     COPY 'JCTLREC'.
006700
006700 FD  BATCHCTL-FILE
006700     LABEL RECORDS ARE STANDARD
007400 01  WS-JRNL-STATUS                  PIC X(2) VALUE SPACES.
007500     88 WS-JRNL-OK                       VALUE '00'.
007600     88 WS-JRNL-NOFILE                   VALUE '35'.
007610 01  WS-JRNCTL-STATUS                PIC X(2) VALUE SPACES.
007620     88 WS-JRNCTL-OK                     VALUE '00'.
007630 01  WS-JCT-FOUND-SW                 PIC X(1) VALUE 'N'.
007640     88 WS-JCT-FOUND                     VALUE 'Y'.
007650 01  WS-JCT-JOURNAL                  PIC X(8) VALUE SPACES.
007660
007670     COPY 'JRNHWS'.
007700
007800 01  WS-SWITCHES.
007900     05 WS-EOF-SW                    PIC X(1) VALUE 'N'.
012000             WS-JRNL-STATUS
012100         GO TO 9999-ABEND
012200     END-IF.
012210
012220     OPEN I-O JRNCTL-FILE.
012230     IF NOT WS-JRNCTL-OK
012240         DISPLAY 'DCJB8BAD - JRNCTL OPEN FAILED, STATUS = '
012250             WS-JRNCTL-STATUS
012260         GO TO 9999-ABEND
012270     END-IF.
012300
012400 1000-EXIT.
012500     EXIT.
029900     MOVE WS-CURR-TIME(1:7) TO JRN-TIME.
030000     MOVE STUFILE-RECORD TO JRN-RECORD-IMAGE.
030100
030110     MOVE 'STUJRNL' TO WS-JCT-JOURNAL.
030120     MOVE STUJRNL-RECORD TO JHW-IMAGE.
030130     MOVE LENGTH OF STUJRNL-RECORD TO JHW-LENGTH.
030140     PERFORM 8600-CHAIN-ENTRY THRU 8600-EXIT.
030150     MOVE JHW-IMAGE TO STUJRNL-RECORD.
030200     WRITE STUJRNL-RECORD.
030300
030400 4300-EXIT.
030700 8000-TERMINATE.
030800
030900     CLOSE STUJRNL-FILE.
030910     CLOSE JRNCTL-FILE.
031000
031100     DISPLAY 'DCJB8BAD - ADVISORS ASSIGNED = ' WS-ASSIGNED-COUNT.
031200
031300 8000-EXIT.
031400     EXIT.
031500
031502*----------------------------------------------------------------
031504* NEXT LINK IN A JOURNAL'S CHAIN. THE CALLER NAMES THE JOURNAL IN
031506* WS-JCT-JOURNAL AND PUTS THE FINISHED ENTRY IN JHW-IMAGE WITH
031508* ITS LENGTH IN JHW-LENGTH; THE ENTRY COMES BACK STAMPED WITH THE
031510* NEXT SEQUENCE NUMBER AND ITS HASH, THE SAME STAMP DCJB8PIB PUTS
031512* ON THE ONLINE ENTRIES, AND THE JRNCTL ROW IS MOVED ON.
031514*----------------------------------------------------------------
031516 8600-CHAIN-ENTRY.
031518
031520     MOVE WS-JCT-JOURNAL TO JCT-JOURNAL.
031522     MOVE 'Y' TO WS-JCT-FOUND-SW.
031524     READ JRNCTL-FILE
031526         INVALID KEY
031528             MOVE 'N' TO WS-JCT-FOUND-SW
031530     END-READ.
031532
031534     IF NOT WS-JCT-FOUND
031536         MOVE SPACES TO JRNCTL-RECORD
031538         MOVE WS-JCT-JOURNAL TO JCT-JOURNAL
031540         MOVE 0 TO JCT-LAST-SEQ JCT-LAST-HASH
031542         MOVE 0 TO JCT-VER-SEQ JCT-VER-HASH JCT-VER-DATE
031544         MOVE 0 TO JCT-ARCH-SEQ JCT-ARCH-HASH JCT-ARCH-DATE
031546     END-IF.
031548
031550     ADD 1 TO JCT-LAST-SEQ.
031552     MOVE JCT-LAST-SEQ TO JHW-SEQ.
031554     MOVE JCT-LAST-HASH TO JHW-HASH.
031556     PERFORM 8900-CHAIN-STAMP THRU 8900-EXIT.
031558     MOVE JHW-HASH TO JCT-LAST-HASH.
031560
031562     IF WS-JCT-FOUND
031564         REWRITE JRNCTL-RECORD
031566     ELSE
031568         WRITE JRNCTL-RECORD
031570     END-IF.
031572     IF NOT WS-JRNCTL-OK
031574         DISPLAY 'DCJB8BAD - JRNCTL UPDATE FAILED, STATUS = '
031576             WS-JRNCTL-STATUS
031578         GO TO 9999-ABEND
031580     END-IF.
031582
031584 8600-EXIT.
031586     EXIT.
031588
031590     COPY 'JRNHASH'.
031592
031600 9999-ABEND.
031700
031800     MOVE 16 TO RETURN-CODE.
