002000*                ANYTHING TO THE REGION WITHOUT TOUCHING A REAL
002100*                STUDENT. SCHEDULES, TERMS, AND GRADES ARE KEPT
002200*                AS-IS: THE SHAPE OF THE DATA IS THE POINT.
002210* 10/15/26  HZ   PRFFILE PROFILE ROWS COME ALONG TOO (TRNPRF),
002220*                RE-KEYED WITH BIRTH DAY AND MONTH FLATTENED TO
002230*                JANUARY 1ST AND THE PREFERRED NAME, EMAIL, AND
002240*                MOBILE REPLACED. RESIDENCY AND COUNTRY ARE KEPT.
002300*----------------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
004200         RECORD KEY IS CNT-KEY
004300         FILE STATUS IS WS-CNTFILE-STATUS.
004400
004410     SELECT PRFFILE ASSIGN TO PRFFILE
004420         ORGANIZATION IS INDEXED
004430         ACCESS MODE IS RANDOM
004440         RECORD KEY IS PRF-KEY
004450         FILE STATUS IS WS-PRFFILE-STATUS.
004460
004500     SELECT GRADFILE ASSIGN TO GRADFILE
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
005900     SELECT GRD-OUT ASSIGN TO TRNGRD
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-GRDOUT-STATUS.
006110
006120     SELECT PRF-OUT ASSIGN TO TRNPRF
006130         ORGANIZATION IS SEQUENTIAL
006140         FILE STATUS IS WS-PRFOUT-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
007700
007800     COPY 'CONTREC'.
007900
007910 FD  PRFFILE
007920     LABEL RECORDS ARE STANDARD
007930     RECORD CONTAINS 200 CHARACTERS
007940     DATA RECORD IS PRFFILE-RECORD.
007950
007960     COPY 'PROFREC'.
007970
008000 FD  GRADFILE
008100     LABEL RECORDS ARE STANDARD
008200     RECORD CONTAINS 38 CHARACTERS
010100     RECORD CONTAINS 38 CHARACTERS
010200     DATA RECORD IS GRD-OUT-RECORD.
010300 01  GRD-OUT-RECORD                  PIC X(38).
010310
010320 FD  PRF-OUT
010330     LABEL RECORDS ARE STANDARD
010340     RECORD CONTAINS 200 CHARACTERS
010350     DATA RECORD IS PRF-OUT-RECORD.
010360 01  PRF-OUT-RECORD                  PIC X(200).
010400
010500 WORKING-STORAGE SECTION.
010600
010800     88 WS-STUFILE-OK                    VALUE '00'.
010900 01  WS-CNTFILE-STATUS               PIC X(2) VALUE SPACES.
011000     88 WS-CNTFILE-OK                    VALUE '00'.
011010 01  WS-PRFFILE-STATUS               PIC X(2) VALUE SPACES.
011020     88 WS-PRFFILE-OK                    VALUE '00'.
011100 01  WS-GRADFILE-STATUS              PIC X(2) VALUE SPACES.
011200     88 WS-GRADFILE-OK                   VALUE '00'.
011300 01  WS-STUOUT-STATUS                PIC X(2) VALUE SPACES.
011600     88 WS-CNTOUT-OK                     VALUE '00'.
011700 01  WS-GRDOUT-STATUS                PIC X(2) VALUE SPACES.
011800     88 WS-GRDOUT-OK                     VALUE '00'.
011810 01  WS-PRFOUT-STATUS                PIC X(2) VALUE SPACES.
011820     88 WS-PRFOUT-OK                     VALUE '00'.
011900
012000 01  WS-SWITCHES.
012100     05 WS-STU-EOF-SW                PIC X(1) VALUE 'N'.
014700     05 WS-TRAINEE-SEQ               PIC 9(6).
014800     05 FILLER                       PIC X(6) VALUE SPACES.
014900
014910 01  WS-TRAINEE-EMAIL.
014920     05 FILLER                       PIC X(7) VALUE 'TRAINEE'.
014930     05 WS-EMAIL-SEQ                 PIC 9(6).
014940     05 FILLER                       PIC X(20) VALUE
014950            '@TRAINING.INVALID'.
014960     05 FILLER                       PIC X(17) VALUE SPACES.
014970
015000 77  WS-STUDENT-COUNT                PIC S9(7) COMP VALUE 0.
015100 77  WS-CONTACT-COUNT                PIC S9(7) COMP VALUE 0.
015200 77  WS-GRADE-COUNT                  PIC S9(7) COMP VALUE 0.
015210 77  WS-PROFILE-COUNT                PIC S9(7) COMP VALUE 0.
015300
015400 PROCEDURE DIVISION.
015500
016600
016700 1000-INITIALIZE.
016800
016900     OPEN INPUT STUFILE CNTFILE GRADFILE PRFFILE.
017000     IF (NOT WS-STUFILE-OK) OR (NOT WS-CNTFILE-OK) OR
017100        (NOT WS-GRADFILE-OK) OR (NOT WS-PRFFILE-OK)
017200         DISPLAY 'DCJB8BTG - INPUT OPEN FAILED '
017300             WS-STUFILE-STATUS WS-CNTFILE-STATUS
017400             WS-GRADFILE-STATUS WS-PRFFILE-STATUS
017500         GO TO 9999-ABEND
017600     END-IF.
017700
017800     OPEN OUTPUT STU-OUT CNT-OUT GRD-OUT PRF-OUT.
017900     IF (NOT WS-STUOUT-OK) OR (NOT WS-CNTOUT-OK) OR
018000        (NOT WS-GRDOUT-OK) OR (NOT WS-PRFOUT-OK)
018100         DISPLAY 'DCJB8BTG - OUTPUT OPEN FAILED '
018200             WS-STUOUT-STATUS WS-CNTOUT-STATUS WS-GRDOUT-STATUS
018210             WS-PRFOUT-STATUS
018300         GO TO 9999-ABEND
018400     END-IF.
018500
021200
021300     PERFORM 5000-EXTRACT-CONTACTS THRU 5000-EXIT.
021400     PERFORM 6000-EXTRACT-GRADES THRU 6000-EXIT.
021410     PERFORM 7000-EXTRACT-PROFILE THRU 7000-EXIT.
021500
021600     PERFORM 2100-READ-NEXT-STUDENT THRU 2100-EXIT.
021700
023000
023100 3000-TERMINATE.
023200
023300     CLOSE STUFILE CNTFILE GRADFILE PRFFILE.
023400     CLOSE STU-OUT CNT-OUT GRD-OUT PRF-OUT.
023500
023600     DISPLAY 'DCJB8BTG - STUDENTS=' WS-STUDENT-COUNT
023700         ' CONTACTS=' WS-CONTACT-COUNT
023800         ' GRADES=' WS-GRADE-COUNT
023810         ' PROFILES=' WS-PROFILE-COUNT.
023900
024000 3000-EXIT.
024100     EXIT.
036000 6100-EXIT.
036100     EXIT.
036200
036202*----------------------------------------------------------------
036204* THE PROFILE ROW, RE-KEYED AND SCRUBBED - BIRTH YEAR,
036206* RESIDENCY, AND COUNTRY STAY SO AGE AND INTERNATIONAL COUNTS
036208* STILL MEAN SOMETHING; DAY AND MONTH, PREFERRED NAME, EMAIL,
036210* AND MOBILE GO GENERIC.
036212*----------------------------------------------------------------
036214 7000-EXTRACT-PROFILE.
036216
036218     MOVE WS-OLD-NUMBER TO PRF-STU-NUMBER.
036220     READ PRFFILE
036222         INVALID KEY
036224             GO TO 7000-EXIT
036226     END-READ.
036228
036230     MOVE WS-NEW-NUMBER TO PRF-STU-NUMBER.
036232     IF PRF-BIRTH-DATE NOT = 0
036234         MOVE 01 TO PRF-BIRTH-MM
036236         MOVE 01 TO PRF-BIRTH-DD
036238     END-IF.
036240     IF PRF-PREF-NAME NOT = SPACES
036242         MOVE WS-TRAINEE-NAME TO PRF-PREF-NAME
036244     END-IF.
036246     IF PRF-EMAIL NOT = SPACES
036248         MOVE WS-SEQ TO WS-EMAIL-SEQ
036250         MOVE WS-TRAINEE-EMAIL TO PRF-EMAIL
036252     END-IF.
036254     IF PRF-MOBILE NOT = SPACES
036256         MOVE '613555' TO PRF-MOBILE(1:6)
036258         MOVE WS-SEQ(3:4) TO PRF-MOBILE(7:4)
036260     END-IF.
036262     MOVE 'TRAINING' TO PRF-LASTCHG-OPERID.
036264
036266     WRITE PRF-OUT-RECORD FROM PRFFILE-RECORD.
036268     ADD 1 TO WS-PROFILE-COUNT.
036270
036272 7000-EXIT.
036274     EXIT.
036276
036300 9999-ABEND.
036400
036500     MOVE 16 TO RETURN-CODE.
