001600*                COURSE'S WAITLIST AND SEAT COUNT - THE CLEANUP
001700*                THAT USED TO TAKE TWO DAYS BY HAND WHEN A
001800*                SECTION WAS CANCELLED.
001810* 10/15/26  HZ   THE CANCELLED SECTION IS DATED ON ITS CRSXFILE
001820*                ROW (CRX-CANCEL-DATE) SO THE DCJB8BIP SESSIONAL
001830*                PAY RUN CAN PRO-RATE THE INSTRUCTOR'S PAY FOR IT.
001840* 10/15/26  HZ   STUJRNL ENTRIES CHAINED - EACH IS STAMPED WITH
001850*                THE NEXT SEQUENCE NUMBER AND A HASH OFF THE
001860*                JRNCTL ROW (8600-CHAIN-ENTRY) BEFORE IT IS
001870*                WRITTEN, FOR DCJB8BJV TO VERIFY.
001900*----------------------------------------------------------------
002000
002100 ENVIRONMENT DIVISION.
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS CRS-CODE
003900         FILE STATUS IS WS-CRSFILE-STATUS.
003910
003920     SELECT CRSX-FILE ASSIGN TO CRSXFILE
003930         ORGANIZATION IS INDEXED
003940         ACCESS MODE IS RANDOM
003950         RECORD KEY IS CRX-KEY
003960         FILE STATUS IS WS-CRSXFILE-STATUS.
004000
004100     SELECT STUJRNL-FILE ASSIGN TO STUJRNL
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-JRNL-STATUS.
004310
004320     SELECT JRNCTL-FILE ASSIGN TO JRNCTL
004330         ORGANIZATION IS INDEXED
004340         ACCESS MODE IS RANDOM
004350         RECORD KEY IS JCT-KEY
004360         FILE STATUS IS WS-JRNCTL-STATUS.
004400
004500     SELECT LETTER-RPT ASSIGN TO CANLTR
004600         ORGANIZATION IS SEQUENTIAL
006400
006500*    CRSFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
006600     COPY 'CRSREC'.
006610
006620 FD  CRSX-FILE
006630     LABEL RECORDS ARE STANDARD
006640     RECORD CONTAINS 48 CHARACTERS
006650     DATA RECORD IS CRSXFILE-RECORD.
006660
006670*    CRSXFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
006680     COPY 'CRSXREC'.
006700
006800 FD  STUJRNL-FILE
006900     LABEL RECORDS ARE STANDARD
007000     RECORD CONTAINS 273 CHARACTERS
007100     DATA RECORD IS STUJRNL-RECORD.
007200
007300*    STUJRNL RECORD LAYOUT - SHARED WITH THE CICS SIDE.
007400     COPY 'STUJRNL'.
007410
007420 FD  JRNCTL-FILE
007430     LABEL RECORDS ARE STANDARD
007440     RECORD CONTAINS 80 CHARACTERS
007450     DATA RECORD IS JRNCTL-RECORD.
007460
007470     COPY 'JCTLREC'.
007500
007600 FD  LETTER-RPT
007700     LABEL RECORDS ARE STANDARD
008600
008700 01  WS-CRSFILE-STATUS               PIC X(2) VALUE SPACES.
008800     88 WS-CRSFILE-OK                    VALUE '00'.
008810
008820 01  WS-CRSXFILE-STATUS              PIC X(2) VALUE SPACES.
008830     88 WS-CRSXFILE-OK                   VALUE '00'.
008900
009000 01  WS-JRNL-STATUS                  PIC X(2) VALUE SPACES.
009100     88 WS-JRNL-OK                       VALUE '00'.
009200     88 WS-JRNL-NOFILE                   VALUE '35'.
009210 01  WS-JRNCTL-STATUS                PIC X(2) VALUE SPACES.
009220     88 WS-JRNCTL-OK                     VALUE '00'.
009230 01  WS-JCT-FOUND-SW                 PIC X(1) VALUE 'N'.
009240     88 WS-JCT-FOUND                     VALUE 'Y'.
009250 01  WS-JCT-JOURNAL                  PIC X(8) VALUE SPACES.
009260
009270     COPY 'JRNHWS'.
009300
009400 01  WS-CANLTR-STATUS                PIC X(2) VALUE SPACES.
009500     88 WS-CANLTR-OK                     VALUE '00'.
016800         GO TO 9999-ABEND
016900     END-IF.
017000
017010
017020     OPEN I-O CRSX-FILE.
017030     IF NOT WS-CRSXFILE-OK
017040         DISPLAY 'DCJB8BCC - CRSXFILE OPEN FAILED, STATUS = '
017050             WS-CRSXFILE-STATUS
017060         GO TO 9999-ABEND
017070     END-IF.
017100     OPEN EXTEND STUJRNL-FILE.
017200     IF WS-JRNL-NOFILE
017300         OPEN OUTPUT STUJRNL-FILE
017700             WS-JRNL-STATUS
017800         GO TO 9999-ABEND
017900     END-IF.
017910
017920     OPEN I-O JRNCTL-FILE.
017930     IF NOT WS-JRNCTL-OK
017940         DISPLAY 'DCJB8BCC - JRNCTL OPEN FAILED, STATUS = '
017950             WS-JRNCTL-STATUS
017960         GO TO 9999-ABEND
017970     END-IF.
018000
018100     OPEN OUTPUT LETTER-RPT.
018200     IF NOT WS-CANLTR-OK
023900* THE COURSE ITSELF - EVERY ENROLLEE IS GONE, SO THE SEAT COUNT
024000* GOES TO ZERO AND THE WAITLIST IS CLEARED. A COURSE ALREADY
024100* DELETED FROM THE CATALOG (THE OLD DANGLING-REFERENCE CASE) IS
024200* SIMPLY SKIPPED. THE CANCELLATION IS DATED ON THE COURSE'S
024210* CRSXFILE ROW FOR THE SESSIONAL PAY RUN.
024300*----------------------------------------------------------------
024400 2500-CLEAR-COURSE.
024500
025900         UNTIL WS-SLOT-IDX > 10.
026000
026100     REWRITE CRSFILE-RECORD.
026110
026120     PERFORM 2700-STAMP-CANCEL THRU 2700-EXIT.
026200
026300 2500-EXIT.
026400     EXIT.
026900
027000 2600-EXIT.
027100     EXIT.
027102
027104*----------------------------------------------------------------
027106* DATE THE CANCELLATION ON THE EXTENSION ROW, ADDING THE ROW IF
027108* THE SECTION HAS NONE. A SECTION ALREADY DATED BY AN EARLIER RUN
027110* KEEPS ITS FIRST DATE, SO A RE-RUN DOES NOT MOVE THE PRO-RATING.
027112*----------------------------------------------------------------
027114 2700-STAMP-CANCEL.
027116
027118     MOVE WS-CANCEL-CODE TO CRX-COURSE.
027120
027122     READ CRSX-FILE
027124         INVALID KEY
027126             MOVE SPACES TO CRSXFILE-RECORD
027128             MOVE WS-CANCEL-CODE TO CRX-COURSE
027130             MOVE 0 TO CRX-EXAM-DATE
027132             MOVE 0 TO CRX-EXAM-DUR
027134             MOVE WS-JRN-DATE TO CRX-CANCEL-DATE
027136             WRITE CRSXFILE-RECORD
027138             GO TO 2700-CHECK
027140     END-READ.
027142
027144     IF (CRX-CANCEL-DATE IS NUMERIC) AND (CRX-CANCEL-DATE > 0)
027146         GO TO 2700-EXIT
027148     END-IF.
027150
027152     MOVE WS-JRN-DATE TO CRX-CANCEL-DATE.
027154     REWRITE CRSXFILE-RECORD.
027156
027158 2700-CHECK.
027160
027162     IF NOT WS-CRSXFILE-OK
027164         DISPLAY 'DCJB8BCC - CRSXFILE UPDATE FAILED, STATUS = '
027166             WS-CRSXFILE-STATUS ' KEY = ' CRX-KEY
027168         GO TO 9999-ABEND
027170     END-IF.
027172
027174 2700-EXIT.
027176     EXIT.
027200
027300 3000-TERMINATE.
027400
027500     CLOSE STUFILE.
027600     CLOSE CRSFILE.
027610     CLOSE CRSX-FILE.
027700     CLOSE STUJRNL-FILE.
027710     CLOSE JRNCTL-FILE.
027800     CLOSE LETTER-RPT.
027900
028000     DISPLAY 'DCJB8BCC - STUDENTS AFFECTED = '
029300     MOVE 0 TO JRN-TIME.
029400     MOVE STUFILE-RECORD TO JRN-RECORD-IMAGE.
029500
029510     MOVE 'STUJRNL' TO WS-JCT-JOURNAL.
029520     MOVE STUJRNL-RECORD TO JHW-IMAGE.
029530     MOVE LENGTH OF STUJRNL-RECORD TO JHW-LENGTH.
029540     PERFORM 8600-CHAIN-ENTRY THRU 8600-EXIT.
029550     MOVE JHW-IMAGE TO STUJRNL-RECORD.
029600     WRITE STUJRNL-RECORD.
029700
029800 4000-EXIT.
035900 5100-EXIT.
036000     EXIT.
036100
036102*----------------------------------------------------------------
036104* NEXT LINK IN A JOURNAL'S CHAIN. THE CALLER NAMES THE JOURNAL IN
036106* WS-JCT-JOURNAL AND PUTS THE FINISHED ENTRY IN JHW-IMAGE WITH
036108* ITS LENGTH IN JHW-LENGTH; THE ENTRY COMES BACK STAMPED WITH THE
036110* NEXT SEQUENCE NUMBER AND ITS HASH, THE SAME STAMP DCJB8PIB PUTS
036112* ON THE ONLINE ENTRIES, AND THE JRNCTL ROW IS MOVED ON.
036114*----------------------------------------------------------------
036116 8600-CHAIN-ENTRY.
036118
036120     MOVE WS-JCT-JOURNAL TO JCT-JOURNAL.
036122     MOVE 'Y' TO WS-JCT-FOUND-SW.
036124     READ JRNCTL-FILE
036126         INVALID KEY
036128             MOVE 'N' TO WS-JCT-FOUND-SW
036130     END-READ.
036132
036134     IF NOT WS-JCT-FOUND
036136         MOVE SPACES TO JRNCTL-RECORD
036138         MOVE WS-JCT-JOURNAL TO JCT-JOURNAL
036140         MOVE 0 TO JCT-LAST-SEQ JCT-LAST-HASH
036142         MOVE 0 TO JCT-VER-SEQ JCT-VER-HASH JCT-VER-DATE
036144         MOVE 0 TO JCT-ARCH-SEQ JCT-ARCH-HASH JCT-ARCH-DATE
036146     END-IF.
036148
036150     ADD 1 TO JCT-LAST-SEQ.
036152     MOVE JCT-LAST-SEQ TO JHW-SEQ.
036154     MOVE JCT-LAST-HASH TO JHW-HASH.
036156     PERFORM 8900-CHAIN-STAMP THRU 8900-EXIT.
036158     MOVE JHW-HASH TO JCT-LAST-HASH.
036160
036162     IF WS-JCT-FOUND
036164         REWRITE JRNCTL-RECORD
036166     ELSE
036168         WRITE JRNCTL-RECORD
036170     END-IF.
036172     IF NOT WS-JRNCTL-OK
036174         DISPLAY 'DCJB8BCC - JRNCTL UPDATE FAILED, STATUS = '
036176             WS-JRNCTL-STATUS
036178         GO TO 9999-ABEND
036180     END-IF.
036182
036184 8600-EXIT.
036186     EXIT.
036188
036190     COPY 'JRNHASH'.
036192
036200 9999-ABEND.
036300
036400     MOVE 16 TO RETURN-CODE.
