001800*                TOTALS PRINTS AND IS ALSO CAPTURED INTO
001900*                RPTFILE SO THE SUBMISSION CAN BE RE-READ ON
002000*                DCJB8PGF. THE RUN REGISTERS ON BATCHCTL.
002010* 10/15/26  HZ   SYSIN CARD COLUMN 7 'C' COUNTS THE TERM FROM
002020*                ITS CENSUS SNAPSHOT (CENSFILE, TAKEN BY
002030*                DCJB8BCS) INSTEAD OF TODAY'S STUFILE, SO A
002040*                RERUN GIVES THE FIGURES ORIGINALLY SUBMITTED.
002100*----------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS CRS-CODE
004100         FILE STATUS IS WS-CRSFILE-STATUS.
004110
004120     SELECT CENSFILE ASSIGN TO CENSFILE
004130         ORGANIZATION IS INDEXED
004140         ACCESS MODE IS DYNAMIC
004150         RECORD KEY IS CEN-KEY
004160         FILE STATUS IS WS-CENSFILE-STATUS.
004200
004300     SELECT MIN-EXTRACT ASSIGN TO MINEXT
004400         ORGANIZATION IS SEQUENTIAL
007900     DATA RECORD IS CRSFILE-RECORD.
008000
008100     COPY 'CRSREC'.
008110
008120 FD  CENSFILE
008130     LABEL RECORDS ARE STANDARD
008140     RECORD CONTAINS 150 CHARACTERS
008150     DATA RECORD IS CENSFILE-RECORD.
008160
008170     COPY 'CENSREC'.
008200
008300 FD  MIN-EXTRACT
008400     LABEL RECORDS ARE STANDARD
013500     88 WS-STUFILE-OK                    VALUE '00'.
013600 01  WS-CRSFILE-STATUS               PIC X(2) VALUE SPACES.
013700     88 WS-CRSFILE-OK                    VALUE '00'.
013710 01  WS-CENSFILE-STATUS              PIC X(2) VALUE SPACES.
013720     88 WS-CENSFILE-OK                   VALUE '00'.
013800 01  WS-MINEXT-STATUS                PIC X(2) VALUE SPACES.
013900     88 WS-MINEXT-OK                     VALUE '00'.
014000 01  WS-MECRPT-STATUS                PIC X(2) VALUE SPACES.
014800     05 WS-STU-EOF-SW                PIC X(1) VALUE 'N'.
014900         88 WS-STU-EOF                    VALUE 'Y'.
015000
015100*    SYSIN - THE TERM IN COLUMNS 1-5; A 'C' IN COLUMN 7 REPORTS
015110*    FROM THE TERM'S CENSUS SNAPSHOT RATHER THAN LIVE STUFILE.
015120 01  WS-PARM-CARD.
015130     05 WS-RUN-TERM                  PIC X(5).
015140     05 FILLER                       PIC X(1).
015150     05 WS-PARM-SOURCE               PIC X(1).
015160         88 WS-FROM-CENSUS               VALUE 'C'.
015170     05 FILLER                       PIC X(73).
015180 01  WS-CENSUS-DATE                  PIC 9(7) VALUE 0.
015200 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
015300 01  WS-RUN-CYYDDD                   PIC 9(7) VALUE 0.
015400 01  WS-BCT-TIME                     PIC 9(8) VALUE 0.
017800     05 FILLER                       PIC X(44) VALUE
017900            'MINISTRY ENROLLMENT RETURN - CERTIFICATION'.
018000     05 RPT-HDG1-TERM                PIC X(5).
018100     05 RPT-HDG1-SOURCE              PIC X(24) VALUE SPACES.
018110     05 RPT-HDG1-CENSUS-DATE         PIC X(7) VALUE SPACES.
018120     05 FILLER                       PIC X(48) VALUE SPACES.
018200
018300 01  RPT-DETAIL-LINE.
018400     05 RPT-DTL-CC                   PIC X(1) VALUE ' '.
020600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020700     PERFORM 1090-REGISTER-START THRU 1090-EXIT.
020800
020900     IF WS-FROM-CENSUS
020910         PERFORM 2050-COUNT-CENSUS-ROW THRU 2050-EXIT
020920             UNTIL WS-STU-EOF
020930     ELSE
020940         PERFORM 2000-COUNT-STUDENT THRU 2000-EXIT
021000             UNTIL WS-STU-EOF
021010     END-IF.
021100
021200     PERFORM 5000-WRITE-EXTRACT THRU 5000-EXIT.
021300     PERFORM 6000-CERTIFY THRU 6000-EXIT.
021800
021900 1000-INITIALIZE.
022000
022100     ACCEPT WS-PARM-CARD FROM SYSIN.
022200     ACCEPT WS-CURR-DATE FROM DAY.
022300     COMPUTE WS-RUN-CYYDDD = WS-CURR-DATE - 1900000.
022400
022700         GO TO 9999-ABEND
022800     END-IF.
022900
023000     IF WS-FROM-CENSUS
023010         PERFORM 1050-OPEN-CENSUS THRU 1050-EXIT
023020     ELSE
023030         OPEN INPUT STUFILE CRSFILE
023100         IF (NOT WS-STUFILE-OK) OR (NOT WS-CRSFILE-OK)
023200             DISPLAY 'DCJB8BME - INPUT OPEN FAILED '
023300                 WS-STUFILE-STATUS WS-CRSFILE-STATUS
023400             GO TO 9999-ABEND
023410         END-IF
023500     END-IF.
023600
023700     OPEN OUTPUT MIN-EXTRACT CERT-RPT.
024800         GO TO 9999-ABEND
024900     END-IF.
025000
025100     IF NOT WS-FROM-CENSUS
025110         PERFORM 2100-READ-NEXT-STUDENT THRU 2100-EXIT
025120     END-IF.
025200
025300 1000-EXIT.
025400     EXIT.
025402
025404*----------------------------------------------------------------
025406* CENSUS MODE - POSITION CENSFILE AT THE FRONT OF THE TERM. NO
025408* ROW THERE MEANS DCJB8BCS HAS NOT TAKEN THE TERM'S SNAPSHOT,
025410* AND A RETURN FROM NOTHING WOULD CERTIFY ZERO ENROLLMENT.
025412*----------------------------------------------------------------
025414 1050-OPEN-CENSUS.
025416
025418     OPEN INPUT CENSFILE.
025420     IF NOT WS-CENSFILE-OK
025422         DISPLAY 'DCJB8BME - CENSFILE OPEN FAILED, STATUS = '
025424             WS-CENSFILE-STATUS
025426         GO TO 9999-ABEND
025428     END-IF.
025430
025432     MOVE WS-RUN-TERM TO CEN-TERM.
025434     MOVE LOW-VALUES TO CEN-STU-NUMBER.
025436     START CENSFILE KEY IS NOT LESS THAN CEN-KEY
025438         INVALID KEY
025440             MOVE 'Y' TO WS-STU-EOF-SW
025442     END-START.
025444
025446     IF NOT WS-STU-EOF
025448         PERFORM 2150-READ-NEXT-CENSUS THRU 2150-EXIT
025450     END-IF.
025452
025454     IF WS-STU-EOF
025456         DISPLAY 'DCJB8BME - NO CENSUS SNAPSHOT FOR TERM '
025458             WS-RUN-TERM ' - RUN DCJB8BCS FIRST'
025460         GO TO 9999-ABEND
025462     END-IF.
025464
025466     MOVE CEN-CENSUS-DATE TO WS-CENSUS-DATE.
025468
025470 1050-EXIT.
025472     EXIT.
025500
025600 1090-REGISTER-START.
025700
031800
031900 2000-EXIT.
032000     EXIT.
032002
032004*----------------------------------------------------------------
032006* ONE FROZEN CENSUS ROW - THE LOAD WAS WORKED OUT WHEN THE
032008* SNAPSHOT WAS TAKEN, SO ONLY THE CELL IS BUILT HERE.
032010*----------------------------------------------------------------
032012 2050-COUNT-CENSUS-ROW.
032014
032016     IF (CEN-CAMPUS = SPACES) OR (CEN-CAMPUS = LOW-VALUES)
032018         MOVE '***' TO WS-CAMP-WORK
032020     ELSE
032022         MOVE CEN-CAMPUS TO WS-CAMP-WORK
032024     END-IF.
032026     IF (CEN-PROGRAM = SPACES) OR (CEN-PROGRAM = LOW-VALUES)
032028         MOVE '****' TO WS-PROG-WORK
032030     ELSE
032032         MOVE CEN-PROGRAM TO WS-PROG-WORK
032034     END-IF.
032036     MOVE CEN-LOAD TO WS-STAT-WORK.
032038
032040     PERFORM 2500-FIND-CELL THRU 2500-EXIT.
032042     ADD 1 TO WS-CEL-HEADCOUNT(WS-CEL-FOUND).
032044     ADD 1 TO WS-TOTAL-COUNT.
032046
032048     PERFORM 2150-READ-NEXT-CENSUS THRU 2150-EXIT.
032050
032052 2050-EXIT.
032054     EXIT.
032100
032200 2100-READ-NEXT-STUDENT.
032300
032800
032900 2100-EXIT.
033000     EXIT.
033005
033010*    THE TERM'S ROWS SIT TOGETHER UNDER ITS KEY - THE FIRST ROW
033015*    OF THE NEXT TERM ENDS THE PASS.
033020 2150-READ-NEXT-CENSUS.
033025
033030     READ CENSFILE NEXT RECORD
033035         AT END
033040             MOVE 'Y' TO WS-STU-EOF-SW
033045             GO TO 2150-EXIT
033050     END-READ.
033055
033060     IF CEN-TERM NOT = WS-RUN-TERM
033065         MOVE 'Y' TO WS-STU-EOF-SW
033070     END-IF.
033075
033080 2150-EXIT.
033085     EXIT.
033100
033200 2300-SUM-CREDITS.
033300
043700 6000-CERTIFY.
043800
043900     MOVE WS-RUN-TERM TO RPT-HDG1-TERM.
043910     IF WS-FROM-CENSUS
043920         MOVE '  CENSUS SNAPSHOT AS OF ' TO RPT-HDG1-SOURCE
043930         MOVE WS-CENSUS-DATE TO RPT-HDG1-CENSUS-DATE
043940     END-IF.
044000     MOVE RPT-HEADING-1 TO RPT-LINE.
044100     PERFORM 6500-PUT-CERT-LINE THRU 6500-EXIT.
044200
050300
050400 3000-CLOSE.
050500
050600     IF WS-FROM-CENSUS
050610         CLOSE CENSFILE
050620     ELSE
050630         CLOSE STUFILE CRSFILE
050640     END-IF.
050700     CLOSE MIN-EXTRACT CERT-RPT.
050800     CLOSE RPT-FILE.
050900     CLOSE BATCHCTL-FILE.
