001900*                SWAPPED IN OVER THE LIVE LOG.
001910* 09/02/26  HZ   THE CORRFILE CORRESPONDENCE REGISTER AGES OFF
001920*                WITH THE OTHER LOGS - SEE 6000-TRIM-CORR.
001930* 10/15/26  HZ   CORRFILE RECORD NOW 40 BYTES - CARRIES THE
001940*                DELIVERY CHANNEL.
001950* 10/15/26  HZ   STUJRNL IS ARCHIVED ONLY AS FAR AS DCJB8BJV HAS
001960*                VERIFIED ITS CHAIN; ENTRIES KEEP THEIR SEQUENCE
001970*                NUMBER AND HASH, AND THE LAST ONE ARCHIVED IS
001980*                RECORDED ON JRNCTL AND THE CONTROL REPORT.
002000*----------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
004600     SELECT JRNL-NEW ASSIGN TO JRNNEW
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-NEW-STATUS.
004810
004820*    THE JOURNAL CHAIN CONTROL ROWS - SEE JCTLREC. STUJRNL IS
004830*    ONLY ARCHIVED AS FAR AS DCJB8BJV HAS VERIFIED IT, AND THE
004840*    POINT THE LIVE JOURNAL NOW STARTS FROM IS RECORDED HERE.
004850     SELECT JRNCTL-FILE ASSIGN TO JRNCTL
004860         ORGANIZATION IS INDEXED
004870         ACCESS MODE IS RANDOM
004880         RECORD KEY IS JCT-KEY
004890         FILE STATUS IS WS-JRNCTL-STATUS.
004900
005000     SELECT XTRCT-IN ASSIGN TO STUXTRCT
005100         ORGANIZATION IS SEQUENTIAL
009600
009700 FD  JRNL-IN
009800     LABEL RECORDS ARE STANDARD
009900     RECORD CONTAINS 273 CHARACTERS
010000     DATA RECORD IS STUJRNL-RECORD.
010100
010200*    STUJRNL RECORD LAYOUT - SHARED WITH THE CICS SIDE.
010400
010500 FD  JRNL-ARCH
010600     LABEL RECORDS ARE STANDARD
010700     RECORD CONTAINS 273 CHARACTERS
010800     DATA RECORD IS JRNL-ARCH-RECORD.
010900 01  JRNL-ARCH-RECORD                PIC X(273).
011000
011100 FD  JRNL-NEW
011200     LABEL RECORDS ARE STANDARD
011300     RECORD CONTAINS 273 CHARACTERS
011400     DATA RECORD IS JRNL-NEW-RECORD.
011500 01  JRNL-NEW-RECORD                 PIC X(273).
011510
011520 FD  JRNCTL-FILE
011530     LABEL RECORDS ARE STANDARD
011540     RECORD CONTAINS 80 CHARACTERS
011550     DATA RECORD IS JRNCTL-RECORD.
011560
011570     COPY 'JCTLREC'.
011600
011700 FD  XTRCT-IN
011800     LABEL RECORDS ARE STANDARD
015600
015610 FD  CORR-IN
015620     LABEL RECORDS ARE STANDARD
015630     RECORD CONTAINS 40 CHARACTERS
015640     DATA RECORD IS CORRFILE-RECORD.
015650
015660     COPY 'CORRREC'.
015670
015671 FD  CORR-ARCH
015672     LABEL RECORDS ARE STANDARD
015673     RECORD CONTAINS 40 CHARACTERS
015674     DATA RECORD IS CORR-ARCH-RECORD.
015675 01  CORR-ARCH-RECORD                PIC X(40).
015676
015677 FD  CORR-NEW
015678     LABEL RECORDS ARE STANDARD
015679     RECORD CONTAINS 40 CHARACTERS
015680     DATA RECORD IS CORR-NEW-RECORD.
015681 01  CORR-NEW-RECORD                 PIC X(40).
015682
015700 FD  RETAIN-RPT
015800     LABEL RECORDS ARE STANDARD
017400
017500 01  WS-RETRPT-STATUS                PIC X(2) VALUE SPACES.
017600     88 WS-RETRPT-OK                     VALUE '00'.
017610
017620 01  WS-JRNCTL-STATUS                PIC X(2) VALUE SPACES.
017630     88 WS-JRNCTL-OK                     VALUE '00'.
017700
017800 01  WS-SWITCHES.
017900     05 WS-LOG-EOF-SW                PIC X(1) VALUE 'N'.
018000         88 WS-LOG-EOF                    VALUE 'Y'.
018100     05 WS-BALANCED-SW               PIC X(1) VALUE 'Y'.
018200         88 WS-BALANCED                   VALUE 'Y'.
018210     05 WS-JCT-FOUND-SW              PIC X(1) VALUE 'N'.
018220         88 WS-JCT-FOUND                  VALUE 'Y'.
018230     05 WS-KEEP-REST-SW              PIC X(1) VALUE 'N'.
018240         88 WS-KEEP-REST                  VALUE 'Y'.
018300
018400 01  WS-CUTOFF-IN                    PIC 9(7) VALUE 0.
018500 01  WS-CUT-DATE                     PIC S9(7) VALUE 0.
018510 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
018600
018700 77  WS-READ-COUNT                   PIC S9(7) COMP VALUE 0.
018800 77  WS-ARCH-COUNT                   PIC S9(7) COMP VALUE 0.
018900 77  WS-KEPT-COUNT                   PIC S9(7) COMP VALUE 0.
018910
018920* STUJRNL CHAIN - HOW FAR DCJB8BJV HAS VERIFIED IT, THE LAST
018930* CHAINED ENTRY ARCHIVED, AND THE ENTRIES OLDER THAN THE CUTOFF
018940* KEPT ON THE LIVE JOURNAL BECAUSE THEY ARE NOT VERIFIED YET.
018950 77  WS-VER-SEQ                      PIC 9(9) VALUE 0.
018960 77  WS-ARCH-SEQ                     PIC 9(9) VALUE 0.
018970 77  WS-ARCH-HASH                    PIC 9(9) VALUE 0.
018980 77  WS-HELD-COUNT                   PIC S9(7) COMP VALUE 0.
019000
019100 01  RPT-HEADING-1.
019200     05 RPT-HDG1-CC                  PIC X(1) VALUE '1'.
021000     05 FILLER                       PIC X(2) VALUE SPACES.
021100     05 RPT-TOT-NOTE                 PIC X(15).
021200     05 FILLER                       PIC X(65) VALUE SPACES.
021205
021210 01  RPT-CHAIN-LINE.
021215     05 RPT-CHN-CC                   PIC X(1) VALUE ' '.
021220     05 FILLER                       PIC X(14) VALUE SPACES.
021225     05 FILLER                       PIC X(20) VALUE
021230            'CHAIN ARCHIVED THRU '.
021235     05 RPT-CHN-ARCH-SEQ             PIC ZZZZZZZZ9.
021240     05 FILLER                       PIC X(22) VALUE
021245            '  LIVE JOURNAL FROM: '.
021250     05 RPT-CHN-NEXT-SEQ             PIC ZZZZZZZZ9.
021255     05 FILLER                       PIC X(25) VALUE
021260            '  HELD BACK UNVERIFIED: '.
021265     05 RPT-CHN-HELD                 PIC ZZZ,ZZ9.
021270     05 FILLER                       PIC X(26) VALUE SPACES.
021300
021400 PROCEDURE DIVISION.
021500
023500         GO TO 9999-ABEND
023600     END-IF.
023700     COMPUTE WS-CUT-DATE = WS-CUTOFF-IN - 1900000.
023710
023720     ACCEPT WS-CURR-DATE FROM DAY.
023730     SUBTRACT 1900000 FROM WS-CURR-DATE.
023800
023900     OPEN OUTPUT RETAIN-RPT.
024000     IF NOT WS-RETRPT-OK
031930             WS-NEW-STATUS
031940         GO TO 9999-ABEND
031950     END-IF.
031952
031954     OPEN I-O JRNCTL-FILE.
031956     IF NOT WS-JRNCTL-OK
031958         DISPLAY 'DCJB8BRT - JRNCTL OPEN FAILED, STATUS = '
031960             WS-JRNCTL-STATUS
031962         GO TO 9999-ABEND
031964     END-IF.
031966
031968*    THE CHAIN AS IT STANDS - NO ROW YET MEANS NOTHING HAS BEEN
031970*    CHAINED, SO ONLY UNSTAMPED ENTRIES CAN GO.
031972     MOVE 'STUJRNL' TO JCT-JOURNAL.
031974     MOVE 'Y' TO WS-JCT-FOUND-SW.
031976     READ JRNCTL-FILE
031978         INVALID KEY
031980             MOVE 'N' TO WS-JCT-FOUND-SW
031982     END-READ.
031984     MOVE 0 TO WS-VER-SEQ WS-ARCH-SEQ WS-ARCH-HASH WS-HELD-COUNT.
031986     IF WS-JCT-FOUND
031988         MOVE JCT-VER-SEQ TO WS-VER-SEQ
031990         MOVE JCT-ARCH-SEQ TO WS-ARCH-SEQ
031992         MOVE JCT-ARCH-HASH TO WS-ARCH-HASH
031994     END-IF.
031996     MOVE 'N' TO WS-KEEP-REST-SW.
032000
032100     PERFORM 3100-READ-JRNL THRU 3100-EXIT.
032200     PERFORM 3200-SPLIT-JRNL THRU 3200-EXIT
032600
032700     MOVE 'STUJRNL' TO RPT-TOT-FILE.
032800     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
032802
032804*    RECORD WHERE THE LIVE JOURNAL NOW STARTS - ONLY FOR A
032806*    BALANCED SPLIT, SINCE AN UNBALANCED ONE IS NEVER SWAPPED IN.
032808     IF WS-JCT-FOUND
032810         AND WS-READ-COUNT = WS-ARCH-COUNT + WS-KEPT-COUNT
032812         MOVE WS-ARCH-SEQ TO JCT-ARCH-SEQ
032814         MOVE WS-ARCH-HASH TO JCT-ARCH-HASH
032816         MOVE WS-CURR-DATE TO JCT-ARCH-DATE
032818         REWRITE JRNCTL-RECORD
032820         IF NOT WS-JRNCTL-OK
032822             DISPLAY 'DCJB8BRT - JRNCTL REWRITE FAILED, STATUS = '
032824                 WS-JRNCTL-STATUS
032826             GO TO 9999-ABEND
032828         END-IF
032830     END-IF.
032832     CLOSE JRNCTL-FILE.
032834
032836     MOVE WS-ARCH-SEQ TO RPT-CHN-ARCH-SEQ.
032838     COMPUTE RPT-CHN-NEXT-SEQ = WS-ARCH-SEQ + 1.
032840     MOVE WS-HELD-COUNT TO RPT-CHN-HELD.
032842     WRITE RPT-LINE FROM RPT-CHAIN-LINE.
032900
033000 3000-EXIT.
033100     EXIT.
034400
034500     ADD 1 TO WS-READ-COUNT.
034600
034700*    AN ENTRY OLDER THAN THE CUTOFF GOES TO THE ARCHIVE ONLY IF
034705*    DCJB8BJV HAS ALREADY VERIFIED IT, OR IT PREDATES THE CHAIN.
034710*    THE FIRST ONE KEPT BACK KEEPS EVERY ENTRY AFTER IT, SO THE
034715*    LIVE JOURNAL IS ALWAYS AN UNBROKEN RUN OF THE CHAIN.
034720     IF JRN-SEQ IS NUMERIC
034725         IF JRN-SEQ > WS-VER-SEQ
034730             MOVE 'Y' TO WS-KEEP-REST-SW
034732         END-IF
034735     END-IF.
034740
034745     IF JRN-DATE NOT > WS-CUT-DATE
034750         AND NOT WS-KEEP-REST
034800         WRITE JRNL-ARCH-RECORD FROM STUJRNL-RECORD
034810         IF NOT WS-ARCH-OK
034820             DISPLAY 'DCJB8BRT - STUJRNL ARCHIVE WRITE FAILED'
034830             GO TO 9999-ABEND
034840         END-IF
034900         ADD 1 TO WS-ARCH-COUNT
034910         IF JRN-SEQ IS NUMERIC
034920             IF JRN-SEQ > 0
034930                 MOVE JRN-SEQ TO WS-ARCH-SEQ
034940                 MOVE JRN-HASH TO WS-ARCH-HASH
034945             END-IF
034950         END-IF
035000     ELSE
035100         WRITE JRNL-NEW-RECORD FROM STUJRNL-RECORD
035110         IF NOT WS-NEW-OK
035130             GO TO 9999-ABEND
035140         END-IF
035200         ADD 1 TO WS-KEPT-COUNT
035210         IF JRN-DATE NOT > WS-CUT-DATE
035220             ADD 1 TO WS-HELD-COUNT
035230         END-IF
035300     END-IF.
035400
035500     PERFORM 3100-READ-JRNL THRU 3100-EXIT.
