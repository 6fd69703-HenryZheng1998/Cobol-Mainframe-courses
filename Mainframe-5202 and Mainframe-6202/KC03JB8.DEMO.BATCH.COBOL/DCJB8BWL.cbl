001900*                CRS-WAIT-DATE-TABLE STAMPED WHEN THE ENTRY WAS
002000*                ADDED - FIFO ORDER MEANS THE FRONT ENTRY IS
002100*                ALWAYS THE OLDEST.
002110* 10/15/26  HZ   A STUDENT WHO HAS CONSENTED TO EMAIL (PRFFILE)
002120*                GETS THE EXPIRY OR OFFER LETTER ON THE EMAILQ
002130*                FEED INSTEAD OF PAPER; CORRFILE (NOW 40 BYTES)
002140*                RECORDS WHICH.
002150* 10/15/26  HZ   STUJRNL ENTRIES CHAINED - EACH IS STAMPED WITH
002160*                THE NEXT SEQUENCE NUMBER AND A HASH OFF THE
002170*                JRNCTL ROW (8600-CHAIN-ENTRY) BEFORE IT IS
002180*                WRITTEN, FOR DCJB8BJV TO VERIFY.
002185* 10/15/26  HZ   CORRFILE STATUS CLEARED BEFORE THE SEQUENCE
002190*                SEARCH - THE '00' LEFT BY THE OPEN ENDED THE
002195*                SEARCH BEFORE ANY WRITE, SO NO LETTER WAS LOGGED.
002200*----------------------------------------------------------------
002300
002400 ENVIRONMENT DIVISION.
004100         RECORD KEY IS STU-NUMBER
004200         FILE STATUS IS WS-STUFILE-STATUS.
004300
004305*    THE STUDENT PROFILE ROW - EMAIL ADDRESS AND CONSENT.
004310     SELECT PRFFILE ASSIGN TO PRFFILE
004315         ORGANIZATION IS INDEXED
004320         ACCESS MODE IS RANDOM
004325         RECORD KEY IS PRF-KEY
004330         FILE STATUS IS WS-PRFFILE-STATUS.
004335
004340*    LETTERS GOING OUT BY EMAIL - APPENDED, PICKED UP BY THE
004345*    MAIL GATEWAY.
004350     SELECT EMAILQ-FILE ASSIGN TO EMAILQ
004355         ORGANIZATION IS SEQUENTIAL
004360         FILE STATUS IS WS-EMLQ-STATUS.
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
004710*    CENTRAL PARAMETER FILE - THE EXPIRY DAY LIMIT IS READ
004720*    HERE FIRST, WITH THE OLD SYSIN CARD AS THE FALLBACK.
006800*    STUFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
006900     COPY 'STUREC'.
007000
007005 FD  PRFFILE
007010     LABEL RECORDS ARE STANDARD
007015     RECORD CONTAINS 200 CHARACTERS
007020     DATA RECORD IS PRFFILE-RECORD.
007025
007030     COPY 'PROFREC'.
007035
007040 FD  EMAILQ-FILE
007045     LABEL RECORDS ARE STANDARD
007050     RECORD CONTAINS 160 CHARACTERS
007055     DATA RECORD IS EMAILQ-RECORD.
007060
007065     COPY 'EMLQREC'.
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
007810 FD  PARM-FILE
007820     LABEL RECORDS ARE STANDARD
008400
008410 FD  CORR-FILE
008412     LABEL RECORDS ARE STANDARD
008414     RECORD CONTAINS 40 CHARACTERS
008416     DATA RECORD IS CORRFILE-RECORD.
008418
008420     COPY 'CORRREC'.
009400 01  WS-JRNL-STATUS                  PIC X(2) VALUE SPACES.
009500     88 WS-JRNL-OK                       VALUE '00'.
009600     88 WS-JRNL-NOFILE                   VALUE '35'.
009610 01  WS-JRNCTL-STATUS                PIC X(2) VALUE SPACES.
009620     88 WS-JRNCTL-OK                     VALUE '00'.
009630 01  WS-JCT-FOUND-SW                 PIC X(1) VALUE 'N'.
009640     88 WS-JCT-FOUND                     VALUE 'Y'.
009650 01  WS-JCT-JOURNAL                  PIC X(8) VALUE SPACES.
009660
009670     COPY 'JRNHWS'.
009700
009710 01  WS-PARMFILE-STATUS              PIC X(2) VALUE SPACES.
009720     88 WS-PARMFILE-OK                   VALUE '00'.
009760
009800 01  WS-WLLTR-STATUS                 PIC X(2) VALUE SPACES.
009900     88 WS-WLLTR-OK                      VALUE '00'.
009905 01  WS-PRFFILE-STATUS               PIC X(2) VALUE SPACES.
009910     88 WS-PRFFILE-OK                    VALUE '00'.
009915 01  WS-EMLQ-STATUS                  PIC X(2) VALUE SPACES.
009920     88 WS-EMLQ-OK                       VALUE '00'.
009925     88 WS-EMLQ-NOFILE                   VALUE '35'.
009930
009935*    HOW THE LETTER IN HAND GOES OUT - SET BY 6600-CHOOSE-CHANNEL
009940*    AND CARRIED ONTO ITS CORRESPONDENCE-REGISTER ROW.
009945 01  WS-EML-CHANNEL                  PIC X(1) VALUE 'P'.
009950     88 WS-EML-BY-EMAIL                  VALUE 'E'.
009955     88 WS-EML-ON-PAPER                  VALUE 'P'.
009960 01  WS-EML-SUBJECT                  PIC X(60) VALUE SPACES.
009965 01  WS-EML-KEY                      PIC X(22) VALUE SPACES.
009970 77  WS-EML-LINE-NO                  PIC S9(3) COMP VALUE 0.
009975 77  WS-EMAILED-COUNT                PIC S9(7) COMP VALUE 0.
010000
010100 01  WS-SWITCHES.
010200     05 WS-CRS-EOF-SW                PIC X(1) VALUE 'N'.
017300             WS-CRSFILE-STATUS
017400         GO TO 9999-ABEND
017500     END-IF.
017505
017510     OPEN INPUT PRFFILE.
017515     IF NOT WS-PRFFILE-OK
017520         DISPLAY 'DCJB8BWL - PRFFILE OPEN FAILED, STATUS = '
017525             WS-PRFFILE-STATUS
017530         GO TO 9999-ABEND
017535     END-IF.
017540
017545     OPEN EXTEND EMAILQ-FILE.
017550     IF WS-EMLQ-NOFILE
017555         OPEN OUTPUT EMAILQ-FILE
017560     END-IF.
017565     IF NOT WS-EMLQ-OK
017570         DISPLAY 'DCJB8BWL - EMAILQ OPEN FAILED, STATUS = '
017575             WS-EMLQ-STATUS
017580         GO TO 9999-ABEND
017585     END-IF.
017600
017700     OPEN I-O STUFILE.
017800     IF NOT WS-STUFILE-OK
019000             WS-JRNL-STATUS
019100         GO TO 9999-ABEND
019200     END-IF.
019210
019220     OPEN I-O JRNCTL-FILE.
019230     IF NOT WS-JRNCTL-OK
019240         DISPLAY 'DCJB8BWL - JRNCTL OPEN FAILED, STATUS = '
019250             WS-JRNCTL-STATUS
019260         GO TO 9999-ABEND
019270     END-IF.
019300
019310     OPEN I-O CORR-FILE.
019320     IF NOT WS-CORFILE-OK
024700     CLOSE CRSFILE.
024800     CLOSE STUFILE.
024900     CLOSE STUJRNL-FILE.
024910     CLOSE JRNCTL-FILE.
024950     CLOSE CORR-FILE.
024960     CLOSE PRFFILE.
024970     CLOSE EMAILQ-FILE.
025000     CLOSE LETTER-RPT.
025100
025200     DISPLAY 'DCJB8BWL - PROMOTED = ' WS-PROMOTED-COUNT
025300         ' EXPIRED = ' WS-EXPIRED-COUNT
025400         ' DROPPED (GONE) = ' WS-DROPPED-COUNT.
025410     DISPLAY 'DCJB8BWL - OF THESE, SENT BY EMAIL = '
025420         WS-EMAILED-COUNT.
025500
025600 3000-EXIT.
025700     EXIT.
033700         INVALID KEY
033800             GO TO 6000-EXIT
033900     END-READ.
033910
033920*    THE REGISTER KEY IS SET FIRST - THE DELIVERY CHANNEL IS
033930*    CHOSEN AGAINST IT.
033940     MOVE WS-FRONT-STU TO WS-COR-STU.
033950     MOVE 'WLEXPIRE' TO WS-COR-DOC.
033960     MOVE WS-JRN-DATE TO WS-COR-CYYDDD.
033970     MOVE 'YOUR WAITLIST SPOT HAS EXPIRED' TO WS-EML-SUBJECT.
033980     PERFORM 6600-CHOOSE-CHANNEL THRU 6600-EXIT.
034000
034100     MOVE LTR-EXPIRE-HEADING TO RPT-LINE.
034110     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
034200     PERFORM 6500-PRINT-ADDRESS THRU 6500-EXIT.
034300
034400     MOVE SPACES TO LTR-TXT.
034500     STRING 'YOUR WAITLIST SPOT FOR ' CRS-CODE ' HAS EXPIRED.'
034600          DELIMITED BY SIZE INTO LTR-TXT.
034700     MOVE LTR-TEXT-LINE TO RPT-LINE.
034710     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
034800     MOVE 'PLEASE CONTACT THE REGISTRAR TO RE-REQUEST IT.'
034900          TO LTR-TXT.
035000     MOVE LTR-TEXT-LINE TO RPT-LINE.
035005     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
035010
035020*    AN EMAILED LETTER IS CLOSED OFF, THEN THE EXPIRY LETTER
035025*    GOES ON THE CORRESPONDENCE REGISTER.
035030     PERFORM 6800-END-LETTER THRU 6800-EXIT.
035060     PERFORM 8200-LOG-CORRESPONDENCE THRU 8200-EXIT.
035100
035200 6000-EXIT.
035400
035500 6100-PRINT-OFFER-LETTER.
035600
035610*    THE REGISTER KEY IS SET FIRST - THE DELIVERY CHANNEL IS
035620*    CHOSEN AGAINST IT.
035630     MOVE STU-NUMBER TO WS-COR-STU.
035640     MOVE 'WLOFFER' TO WS-COR-DOC.
035650     MOVE WS-JRN-DATE TO WS-COR-CYYDDD.
035660     MOVE 'A WAITLISTED SEAT HAS OPENED - YOU ARE ENROLLED' TO
035670         WS-EML-SUBJECT.
035680     PERFORM 6600-CHOOSE-CHANNEL THRU 6600-EXIT.
035690
035700     MOVE LTR-OFFER-HEADING TO RPT-LINE.
035710     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
035800     PERFORM 6500-PRINT-ADDRESS THRU 6500-EXIT.
035900
036000     MOVE SPACES TO LTR-TXT.
036100     STRING 'A SEAT HAS OPENED IN ' CRS-CODE
036200          ' AND YOU ARE NOW ENROLLED.'
036300          DELIMITED BY SIZE INTO LTR-TXT.
036400     MOVE LTR-TEXT-LINE TO RPT-LINE.
036405     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
036410
036420*    AN EMAILED LETTER IS CLOSED OFF, THEN THE OFFER LETTER
036425*    GOES ON THE CORRESPONDENCE REGISTER.
036430     PERFORM 6800-END-LETTER THRU 6800-EXIT.
036460     PERFORM 8200-LOG-CORRESPONDENCE THRU 8200-EXIT.
036500
036600 6100-EXIT.
036900 6500-PRINT-ADDRESS.
037000
037100     MOVE STU-NAME TO LTR-TXT.
037200     MOVE LTR-TEXT-LINE TO RPT-LINE.
037210     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
037300     MOVE STU-ADDRESS-1 TO LTR-TXT.
037400     MOVE LTR-TEXT-LINE TO RPT-LINE.
037410     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
037500     MOVE STU-ADDRESS-2 TO LTR-TXT.
037600     MOVE LTR-TEXT-LINE TO RPT-LINE.
037610     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
037700     MOVE STU-ADDRESS-3 TO LTR-TXT.
037800     MOVE LTR-TEXT-LINE TO RPT-LINE.
037810     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
037900     MOVE SPACES TO LTR-TXT.
038000     MOVE LTR-TEXT-LINE TO RPT-LINE.
038010     PERFORM 6700-PUT-LINE THRU 6700-EXIT.
038100
038200 6500-EXIT.
038300     EXIT.
038301
038302*----------------------------------------------------------------
038303* HOW THE LETTER FOR WS-COR-STU GOES OUT - BY EMAIL WHEN PRFFILE
038304* HOLDS AN ADDRESS AND THE STUDENT'S CONSENT, OTHERWISE ON PAPER.
038305* AN EMAILED LETTER STARTS WITH ITS QUEUE HEADER HERE.
038306*----------------------------------------------------------------
038307 6600-CHOOSE-CHANNEL.
038308
038309     SET WS-EML-ON-PAPER TO TRUE.
038310     MOVE 0 TO WS-EML-LINE-NO.
038311
038312     MOVE WS-COR-STU TO PRF-STU-NUMBER.
038313     READ PRFFILE
038314         INVALID KEY
038315             GO TO 6600-EXIT
038316     END-READ.
038317
038318     IF (PRF-EMAIL = SPACES) OR (NOT PRF-EMAIL-CONSENTED)
038319         GO TO 6600-EXIT
038320     END-IF.
038321
038322     SET WS-EML-BY-EMAIL TO TRUE.
038323     MOVE SPACES TO EMAILQ-RECORD.
038324     MOVE WS-COR-STU TO EMQ-STU-NUMBER.
038325     MOVE WS-COR-CYYDDD TO EMQ-DATE.
038326     MOVE WS-COR-DOC TO EMQ-DOC-TYPE.
038327     MOVE EMQ-KEY TO WS-EML-KEY.
038328     SET EMQ-HEADER TO TRUE.
038329     MOVE 0 TO EMQ-LINE-NO.
038330     MOVE PRF-EMAIL TO EMQ-RECIPIENT.
038331     MOVE WS-EML-SUBJECT TO EMQ-SUBJECT.
038332     MOVE 'DCJB8BWL' TO EMQ-RUN-ID.
038333     WRITE EMAILQ-RECORD.
038334
038335 6600-EXIT.
038336     EXIT.
038337
038338*----------------------------------------------------------------
038339* ONE LETTER LINE, ALREADY BUILT IN RPT-LINE - PRINTED, OR QUEUED
038340* AS THE NEXT BODY ROW OF THE EMAIL (CARRIAGE CONTROL AND ALL, SO
038341* THE GATEWAY CAN LAY THE PAGE OUT THE SAME WAY).
038342*----------------------------------------------------------------
038343 6700-PUT-LINE.
038344
038345     IF WS-EML-ON-PAPER
038346         WRITE RPT-LINE
038347         GO TO 6700-EXIT
038348     END-IF.
038349
038350     ADD 1 TO WS-EML-LINE-NO.
038351     MOVE SPACES TO EMAILQ-RECORD.
038352     MOVE WS-EML-KEY TO EMQ-KEY.
038353     SET EMQ-BODY TO TRUE.
038354     MOVE WS-EML-LINE-NO TO EMQ-LINE-NO.
038355     MOVE RPT-LINE TO EMQ-DATA.
038356     WRITE EMAILQ-RECORD.
038357
038358 6700-EXIT.
038359     EXIT.
038360
038361*----------------------------------------------------------------
038362* CLOSES AN EMAILED LETTER WITH ITS TRAILER - THE BODY LINE COUNT
038363* THE GATEWAY CHECKS BEFORE IT SENDS.
038364*----------------------------------------------------------------
038365 6800-END-LETTER.
038366
038367     IF WS-EML-ON-PAPER
038368         GO TO 6800-EXIT
038369     END-IF.
038370
038371     MOVE SPACES TO EMAILQ-RECORD.
038372     MOVE WS-EML-KEY TO EMQ-KEY.
038373     SET EMQ-TRAILER TO TRUE.
038374     MOVE 999 TO EMQ-LINE-NO.
038375     MOVE WS-EML-LINE-NO TO EMQ-LINE-COUNT.
038376     WRITE EMAILQ-RECORD.
038377     ADD 1 TO WS-EMAILED-COUNT.
038378
038379 6800-EXIT.
038380     EXIT.
038400
038500 7000-WRITE-JOURNAL.
038600
039200     MOVE 0 TO JRN-TIME.
039300     MOVE STUFILE-RECORD TO JRN-RECORD-IMAGE.
039400
039410     MOVE 'STUJRNL' TO WS-JCT-JOURNAL.
039420     MOVE STUJRNL-RECORD TO JHW-IMAGE.
039430     MOVE LENGTH OF STUJRNL-RECORD TO JHW-LENGTH.
039440     PERFORM 8600-CHAIN-ENTRY THRU 8600-EXIT.
039450     MOVE JHW-IMAGE TO STUJRNL-RECORD.
039500     WRITE STUJRNL-RECORD.
039600
039700 7000-EXIT.
043216*----------------------------------------------------------------
043218 8200-LOG-CORRESPONDENCE.
043220
043221     MOVE SPACES TO CORRFILE-RECORD.
043222     MOVE WS-COR-STU TO COR-STU-NUMBER.
043224     MOVE WS-COR-CYYDDD TO COR-DATE.
043226     MOVE WS-COR-DOC TO COR-DOC-TYPE.
043228     MOVE 'DCJB8BWL' TO COR-RUN-ID.
043229     MOVE WS-EML-CHANNEL TO COR-CHANNEL.
043230     MOVE 1 TO COR-SEQ.
043230*    THE STATUS IS STILL '00' FROM THE LAST CORRFILE I/O - CLEAR
043230*    IT SO THE FIRST WRITE IS ACTUALLY TRIED.
043230     MOVE SPACES TO WS-CORFILE-STATUS.
043232
043234     PERFORM 8210-TRY-ONE-SEQ THRU 8210-EXIT
043236         UNTIL (WS-CORFILE-OK) OR (COR-SEQ > 99).
043262     EXIT.
043264

043264*----------------------------------------------------------------
043264* NEXT LINK IN A JOURNAL'S CHAIN. THE CALLER NAMES THE JOURNAL IN
043264* WS-JCT-JOURNAL AND PUTS THE FINISHED ENTRY IN JHW-IMAGE WITH
043264* ITS LENGTH IN JHW-LENGTH; THE ENTRY COMES BACK STAMPED WITH THE
043264* NEXT SEQUENCE NUMBER AND ITS HASH, THE SAME STAMP DCJB8PIB PUTS
043264* ON THE ONLINE ENTRIES, AND THE JRNCTL ROW IS MOVED ON.
043264*----------------------------------------------------------------
043264 8600-CHAIN-ENTRY.
043264
043264     MOVE WS-JCT-JOURNAL TO JCT-JOURNAL.
043264     MOVE 'Y' TO WS-JCT-FOUND-SW.
043264     READ JRNCTL-FILE
043264         INVALID KEY
043264             MOVE 'N' TO WS-JCT-FOUND-SW
043264     END-READ.
043264
043264     IF NOT WS-JCT-FOUND
043264         MOVE SPACES TO JRNCTL-RECORD
043264         MOVE WS-JCT-JOURNAL TO JCT-JOURNAL
043264         MOVE 0 TO JCT-LAST-SEQ JCT-LAST-HASH
043264         MOVE 0 TO JCT-VER-SEQ JCT-VER-HASH JCT-VER-DATE
043264         MOVE 0 TO JCT-ARCH-SEQ JCT-ARCH-HASH JCT-ARCH-DATE
043264     END-IF.
043264
043264     ADD 1 TO JCT-LAST-SEQ.
043264     MOVE JCT-LAST-SEQ TO JHW-SEQ.
043264     MOVE JCT-LAST-HASH TO JHW-HASH.
043264     PERFORM 8900-CHAIN-STAMP THRU 8900-EXIT.
043264     MOVE JHW-HASH TO JCT-LAST-HASH.
043264
043264     IF WS-JCT-FOUND
043264         REWRITE JRNCTL-RECORD
043264     ELSE
043264         WRITE JRNCTL-RECORD
043264     END-IF.
043264     IF NOT WS-JRNCTL-OK
043264         DISPLAY 'DCJB8BWL - JRNCTL UPDATE FAILED, STATUS = '
043264             WS-JRNCTL-STATUS
043264         GO TO 9999-ABEND
043264     END-IF.
043264
043264 8600-EXIT.
043264     EXIT.
043264
043264     COPY 'JRNHASH'.
043264
043300 9999-ABEND.
043400
043500     MOVE 16 TO RETURN-CODE.
