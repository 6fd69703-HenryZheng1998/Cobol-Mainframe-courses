002200* 09/02/26  HZ   QUIESCE GATE - REFUSES TO RUN UNTIL THE ONLINE
002200*                SUITE IS QUIESCED ON BATCHCTL (DCJB8PHJ),
002200*                MATCHING THE BACKUP AND ROLLOVER JOBS.
002200* 10/15/26  HZ   INTAKE RECORD GROWS 176 -> 268 BYTES WITH THE
002200*                PROFILE FIELDS ADMISSIONS NOW SENDS (BIRTH DATE,
002200*                CITIZENSHIP, COUNTRY, PREFERRED NAME, EMAIL,
002200*                MOBILE). EACH LOADED STUDENT ALSO GETS A PRFFILE
002200*                ROW, JOURNALED TO PRFJRNL.
002200* 10/15/26  HZ   INTAKE LAYOUT MOVES TO THE INTKREC COPYBOOK AND
002200*                GROWS 268 -> 282 BYTES: APPLICATION NUMBER,
002200*                PROGRAM AND CAMPUS, FILLED WHEN DCJB8BAX BUILT
002200*                THE LINE FROM APPLFILE. THE STUDENT TAKES THE
002200*                PROGRAM AND CAMPUS, AND THE APPLICATION IS
002200*                STAMPED WITH THE STUDENT NUMBER ASSIGNED.
002200* 10/15/26  HZ   A NEW PROFILE ROW STARTS WITH NO STUDY-PERMIT
002200*                EXPIRY ON FILE (PRF-PERMIT-EXPIRY ZERO).
002200* 10/15/26  HZ   NEW PROFILE ROWS ALSO START WITH NO WITHDRAWAL
002200*                DATE (PRF-WITHDRAW-DATE ZERO).
002200* 10/15/26  HZ   STUJRNL ENTRIES CHAINED - EACH IS STAMPED WITH
002200*                THE NEXT SEQUENCE NUMBER AND A HASH OFF THE
002200*                JRNCTL ROW (8600-CHAIN-ENTRY) BEFORE IT IS
002200*                WRITTEN, FOR DCJB8BJV TO VERIFY.
002200*----------------------------------------------------------------
002300
002400 ENVIRONMENT DIVISION.
005000     SELECT STUJRNL-FILE ASSIGN TO STUJRNL
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-JRNL-STATUS.
005210
005220     SELECT JRNCTL-FILE ASSIGN TO JRNCTL
005230         ORGANIZATION IS INDEXED
005240         ACCESS MODE IS RANDOM
005250         RECORD KEY IS JCT-KEY
005260         FILE STATUS IS WS-JRNCTL-STATUS.
005300
005400     SELECT EXCEPT-RPT ASSIGN TO EXCRPT
005500         ORGANIZATION IS SEQUENTIAL
005700         ACCESS MODE IS RANDOM
005700         RECORD KEY IS BCT-KEY
005700         FILE STATUS IS WS-BATCHCTL-STATUS.
005705
005710*    THE STUDENT PROFILE COMPANION ROW - SEE PROFREC.
005715     SELECT PRFFILE ASSIGN TO PRFFILE
005720         ORGANIZATION IS INDEXED
005725         ACCESS MODE IS RANDOM
005730         RECORD KEY IS PRF-KEY
005735         FILE STATUS IS WS-PRFFILE-STATUS.
005740
005745*    APPENDED, ONE ENTRY PER PROFILE ROW WRITTEN.
005750     SELECT PRFJRNL-FILE ASSIGN TO PRFJRNL
005755         ORGANIZATION IS SEQUENTIAL
005760         FILE STATUS IS WS-PJRNL-STATUS.
005765
005767*    THE APPLICATION AN INTAKE LINE CAME FROM, IF ANY - STAMPED
005769*    WITH THE STUDENT NUMBER THE APPLICANT WAS LOADED UNDER.
005771     SELECT APPLFILE ASSIGN TO APPLFILE
005773         ORGANIZATION IS INDEXED
005775         ACCESS MODE IS RANDOM
005777         RECORD KEY IS APL-KEY
005779         FILE STATUS IS WS-APPLFILE-STATUS.
005781
005800 DATA DIVISION.
005900 FILE SECTION.
006000
006100 FD  INTAKE-FILE
006200     LABEL RECORDS ARE STANDARD
006300     RECORD CONTAINS 282 CHARACTERS
006400     DATA RECORD IS INTAKE-RECORD.
006500
006600*    INTAKE RECORD LAYOUT - SHARED WITH DCJB8BAX, WHICH WRITES IT
006700*    FROM THE ACCEPTED OFFERS ON APPLFILE.
006800     COPY 'INTKREC'.
008400
008500 FD  STUFILE
008600     LABEL RECORDS ARE STANDARD
009700
009800*    CRSFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
009900     COPY 'CRSREC'.
009910
009920 FD  APPLFILE
009930     LABEL RECORDS ARE STANDARD
009940     RECORD CONTAINS 350 CHARACTERS
009950     DATA RECORD IS APPLFILE-RECORD.
009960
009970*    APPLFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
009980     COPY 'APPLREC'.
010000
010100 FD  STUJRNL-FILE
010200     LABEL RECORDS ARE STANDARD
010300     RECORD CONTAINS 273 CHARACTERS
010400     DATA RECORD IS STUJRNL-RECORD.
010500
010600*    STUJRNL RECORD LAYOUT - SHARED WITH THE CICS SIDE.
010700     COPY 'STUJRNL'.
010710
010720 FD  JRNCTL-FILE
010730     LABEL RECORDS ARE STANDARD
010740     RECORD CONTAINS 80 CHARACTERS
010750     DATA RECORD IS JRNCTL-RECORD.
010760
010770     COPY 'JCTLREC'.
010800
010900 FD  EXCEPT-RPT
011000     LABEL RECORDS ARE STANDARD

011400*    BATCHCTL RECORD LAYOUT - SHARED ACROSS THE NIGHTLY STREAM.
011400     COPY 'BCTLREC'.
011410
011420 FD  PRFFILE
011430     LABEL RECORDS ARE STANDARD
011440     RECORD CONTAINS 200 CHARACTERS
011450     DATA RECORD IS PRFFILE-RECORD.
011460
011470*    PRFFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
011480     COPY 'PROFREC'.
011490
011491 FD  PRFJRNL-FILE
011492     LABEL RECORDS ARE STANDARD
011493     RECORD CONTAINS 228 CHARACTERS
011494     DATA RECORD IS PRFJRNL-RECORD.
011495
011496*    PRFJRNL RECORD LAYOUT - SHARED WITH THE CICS SIDE.
011497     COPY 'PRFJRNL'.

011500 WORKING-STORAGE SECTION.

012600 01  WS-JRNL-STATUS                  PIC X(2) VALUE SPACES.
012700     88 WS-JRNL-OK                       VALUE '00'.
012800     88 WS-JRNL-NOFILE                   VALUE '35'.
012810 01  WS-JRNCTL-STATUS                PIC X(2) VALUE SPACES.
012820     88 WS-JRNCTL-OK                     VALUE '00'.
012830 01  WS-JCT-FOUND-SW                 PIC X(1) VALUE 'N'.
012840     88 WS-JCT-FOUND                     VALUE 'Y'.
012850 01  WS-JCT-JOURNAL                  PIC X(8) VALUE SPACES.
012860
012870     COPY 'JRNHWS'.
012900
013000 01  WS-EXCRPT-STATUS                PIC X(2) VALUE SPACES.
013100     88 WS-EXCRPT-OK                     VALUE '00'.
013110
013120 01  WS-PRFFILE-STATUS               PIC X(2) VALUE SPACES.
013130     88 WS-PRFFILE-OK                    VALUE '00'.
013140
013150 01  WS-PJRNL-STATUS                 PIC X(2) VALUE SPACES.
013160     88 WS-PJRNL-OK                      VALUE '00'.
013170     88 WS-PJRNL-NOFILE                  VALUE '35'.
013175
013180 01  WS-APPLFILE-STATUS              PIC X(2) VALUE SPACES.
013185     88 WS-APPLFILE-OK                   VALUE '00'.
013200
013300 01  WS-SWITCHES.
013400     05 WS-INTAKE-EOF-SW             PIC X(1) VALUE 'N'.
014900 77  WS-LOAD-COUNT                   PIC S9(7) COMP VALUE 0.
015000 77  WS-REJECT-COUNT                 PIC S9(7) COMP VALUE 0.
015100 77  WS-WAITLISTED-COUNT             PIC S9(7) COMP VALUE 0.
015110 77  WS-APPL-STAMP-COUNT             PIC S9(7) COMP VALUE 0.
015200
015300 01  WS-REJECT-REASON                PIC X(40) VALUE SPACES.
015400
021300         GO TO 9999-ABEND
021400     END-IF.
021500
021510     OPEN I-O APPLFILE.
021520     IF NOT WS-APPLFILE-OK
021530         DISPLAY 'DCJB8BLD - APPLFILE OPEN FAILED, STATUS = '
021540             WS-APPLFILE-STATUS
021550         GO TO 9999-ABEND
021560     END-IF.
021570
021600     OPEN EXTEND STUJRNL-FILE.
021700     IF WS-JRNL-NOFILE
021800         OPEN OUTPUT STUJRNL-FILE
022200             WS-JRNL-STATUS
022300         GO TO 9999-ABEND
022400     END-IF.
022401
022402     OPEN I-O JRNCTL-FILE.
022403     IF NOT WS-JRNCTL-OK
022404         DISPLAY 'DCJB8BLD - JRNCTL OPEN FAILED, STATUS = '
022405             WS-JRNCTL-STATUS
022406         GO TO 9999-ABEND
022407     END-IF.
022410
022420     OPEN I-O PRFFILE.
022430     IF NOT WS-PRFFILE-OK
022440         DISPLAY 'DCJB8BLD - PRFFILE OPEN FAILED, STATUS = '
022450             WS-PRFFILE-STATUS
022460         GO TO 9999-ABEND
022470     END-IF.
022480
022490     OPEN EXTEND PRFJRNL-FILE.
022491     IF WS-PJRNL-NOFILE
022492         OPEN OUTPUT PRFJRNL-FILE
022493     END-IF.
022494     IF NOT WS-PJRNL-OK
022495         DISPLAY 'DCJB8BLD - PRFJRNL OPEN FAILED, STATUS = '
022496             WS-PJRNL-STATUS
022497         GO TO 9999-ABEND
022498     END-IF.
022500
022600     OPEN OUTPUT EXCEPT-RPT.
022700     IF NOT WS-EXCRPT-OK
032200     CLOSE STUFILE.
032300     CLOSE CRSFILE.
032400     CLOSE STUJRNL-FILE.
032405     CLOSE JRNCTL-FILE.
032410     CLOSE PRFFILE.
032420     CLOSE PRFJRNL-FILE.
032430     CLOSE APPLFILE.
032500     CLOSE EXCEPT-RPT.
032600
032700     DISPLAY 'DCJB8BLD - READ = ' WS-READ-COUNT
032800         ' LOADED = ' WS-LOAD-COUNT
032900         ' REJECTED = ' WS-REJECT-COUNT
033000         ' WAITLISTED COURSES = ' WS-WAITLISTED-COUNT
033010         ' APPLICATIONS STAMPED = ' WS-APPL-STAMP-COUNT.
033100
033200 3000-EXIT.
033300     EXIT.
038100         MOVE 'Y' TO WS-REJECT-SW
038200         GO TO 4000-EXIT
038300     END-IF.
038302
038304     IF (INT-BIRTH-DATE NOT = SPACES) AND
038306        (INT-BIRTH-DATE IS NOT NUMERIC)
038308         MOVE 'BIRTH DATE NOT NUMERIC YYYYMMDD'
038310             TO WS-REJECT-REASON
038312         MOVE 'Y' TO WS-REJECT-SW
038314         GO TO 4000-EXIT
038316     END-IF.
038318
038320     IF NOT INT-CITIZENSHIP-VALID
038322         MOVE 'CITIZENSHIP NOT C, P, S, OR O' TO WS-REJECT-REASON
038324         MOVE 'Y' TO WS-REJECT-SW
038326         GO TO 4000-EXIT
038328     END-IF.
038330
038332     IF (INT-MOBILE NOT = SPACES) AND (INT-MOBILE IS NOT NUMERIC)
038334         MOVE 'MOBILE NOT NUMERIC' TO WS-REJECT-REASON
038336         MOVE 'Y' TO WS-REJECT-SW
038338         GO TO 4000-EXIT
038340     END-IF.
038400
038500     PERFORM 4100-CHECK-ONE-COURSE THRU 4100-EXIT
038600         VARYING WS-SLOT-IDX FROM 1 BY 1
045100     MOVE ZEROS TO STU-LASTCHG-DATE.
045200     MOVE ZEROS TO STU-LASTCHG-TIME.
045300     MOVE WS-RUN-TERM TO STU-TERM.
045310*    A LINE FROM AN APPLICATION CARRIES WHAT THE APPLICANT WAS
045320*    ADMITTED TO; A HAND-BUILT LINE LEAVES BOTH BLANK AS BEFORE.
045330     MOVE INT-PROGRAM TO STU-PROGRAM.
045340     MOVE INT-CAMPUS TO STU-CAMPUS.
045400
045500     MOVE 0 TO STU-COURSE-COUNT.
045600     PERFORM 5100-TAKE-SEAT THRU 5100-EXIT
046800     END-WRITE.
046900
047000     PERFORM 5200-WRITE-JOURNAL THRU 5200-EXIT.
047010     PERFORM 5300-WRITE-PROFILE THRU 5300-EXIT.
047020     PERFORM 5400-STAMP-APPLICATION THRU 5400-EXIT.
047100
047200     ADD 1 TO WS-LOAD-COUNT.
047300     ADD 1 TO WS-CKD-BASE.
051900     MOVE 0 TO JRN-TIME.
052000     MOVE STUFILE-RECORD TO JRN-RECORD-IMAGE.
052100
052110     MOVE 'STUJRNL' TO WS-JCT-JOURNAL.
052120     MOVE STUJRNL-RECORD TO JHW-IMAGE.
052130     MOVE LENGTH OF STUJRNL-RECORD TO JHW-LENGTH.
052140     PERFORM 8600-CHAIN-ENTRY THRU 8600-EXIT.
052150     MOVE JHW-IMAGE TO STUJRNL-RECORD.
052200     WRITE STUJRNL-RECORD.
052300
052400 5200-EXIT.
052500     EXIT.
052502
052504*----------------------------------------------------------------
052506* THE STUDENT'S PRFFILE ROW FROM THE INTAKE PROFILE FIELDS, AND
052508* ITS PRFJRNL ENTRY. A CITIZEN SENT WITH NO COUNTRY IS TAKEN AS
052510* CANADIAN, THE SAME DEFAULT DCJB8PHT APPLIES ONLINE.
052512*----------------------------------------------------------------
052514 5300-WRITE-PROFILE.
052516
052518     MOVE SPACES TO PRFFILE-RECORD.
052520     MOVE STU-NUMBER TO PRF-STU-NUMBER.
052521     MOVE 0 TO PRF-CONSENT-DATE.
052522     IF INT-BIRTH-DATE = SPACES
052524         MOVE 0 TO PRF-BIRTH-DATE
052526     ELSE
052528         MOVE INT-BIRTH-DATE TO PRF-BIRTH-DATE
052530     END-IF.
052531     MOVE 0 TO PRF-PERMIT-EXPIRY PRF-WITHDRAW-DATE.
052532     MOVE INT-CITIZENSHIP TO PRF-CITIZENSHIP.
052534     MOVE INT-COUNTRY TO PRF-COUNTRY.
052536     IF PRF-CITIZEN AND PRF-COUNTRY = SPACES
052538         MOVE 'CAN' TO PRF-COUNTRY
052540     END-IF.
052542     MOVE INT-PREF-NAME TO PRF-PREF-NAME.
052544     MOVE INT-EMAIL TO PRF-EMAIL.
052546     MOVE INT-MOBILE TO PRF-MOBILE.
052548     MOVE WS-JRN-DATE TO PRF-LASTCHG-DATE.
052550     MOVE 'BATCHLD' TO PRF-LASTCHG-OPERID.
052552
052554*    A LEFTOVER ROW UNDER A REUSED NUMBER IS REPLACED OUTRIGHT -
052556*    THE STUDENT JUST WRITTEN OWNS THE NUMBER NOW.
052558     WRITE PRFFILE-RECORD
052560         INVALID KEY
052562             REWRITE PRFFILE-RECORD
052564     END-WRITE.
052566
052568     MOVE PRF-STU-NUMBER TO PJR-STU-NUMBER.
052570     SET PJR-WRITE TO TRUE.
052572     MOVE 'BLD ' TO PJR-TRANSID.
052574     MOVE 'BATCHLD' TO PJR-OPERID.
052576     MOVE WS-JRN-DATE TO PJR-DATE.
052578     MOVE 0 TO PJR-TIME.
052580     MOVE PRFFILE-RECORD TO PJR-RECORD-IMAGE.
052582
052584     WRITE PRFJRNL-RECORD.
052586
052588 5300-EXIT.
052590     EXIT.
052600
052602*----------------------------------------------------------------
052604* A LINE DCJB8BAX WROTE FROM AN APPLICATION - THE APPLFILE ROW IS
052606* STAMPED WITH THE STUDENT NUMBER JUST ASSIGNED, WHICH IS HOW THE
052608* DCJB8BAF FUNNEL FOLLOWS THE APPLICANT INTO REGISTRATION. A ROW
052610* GONE MEANWHILE IS NOT THIS LOAD'S CONCERN.
052612*----------------------------------------------------------------
052614 5400-STAMP-APPLICATION.
052616
052618     IF INT-APPL-NUMBER = SPACES
052620         GO TO 5400-EXIT
052622     END-IF.
052624
052626     MOVE INT-APPL-NUMBER TO APL-NUMBER.
052628     READ APPLFILE
052630         INVALID KEY
052632             GO TO 5400-EXIT
052634     END-READ.
052636
052638     MOVE STU-NUMBER TO APL-STU-NUMBER.
052640     MOVE WS-JRN-DATE TO APL-LASTCHG-DATE.
052642     MOVE 'BATCHLD' TO APL-LASTCHG-OPERID.
052644     REWRITE APPLFILE-RECORD.
052646     ADD 1 TO WS-APPL-STAMP-COUNT.
052648
052650 5400-EXIT.
052652     EXIT.
052654
052654*----------------------------------------------------------------
052654* NEXT LINK IN A JOURNAL'S CHAIN. THE CALLER NAMES THE JOURNAL IN
052654* WS-JCT-JOURNAL AND PUTS THE FINISHED ENTRY IN JHW-IMAGE WITH
052654* ITS LENGTH IN JHW-LENGTH; THE ENTRY COMES BACK STAMPED WITH THE
052654* NEXT SEQUENCE NUMBER AND ITS HASH, THE SAME STAMP DCJB8PIB PUTS
052654* ON THE ONLINE ENTRIES, AND THE JRNCTL ROW IS MOVED ON.
052654*----------------------------------------------------------------
052654 8600-CHAIN-ENTRY.
052654
052654     MOVE WS-JCT-JOURNAL TO JCT-JOURNAL.
052654     MOVE 'Y' TO WS-JCT-FOUND-SW.
052654     READ JRNCTL-FILE
052654         INVALID KEY
052654             MOVE 'N' TO WS-JCT-FOUND-SW
052654     END-READ.
052654
052654     IF NOT WS-JCT-FOUND
052654         MOVE SPACES TO JRNCTL-RECORD
052654         MOVE WS-JCT-JOURNAL TO JCT-JOURNAL
052654         MOVE 0 TO JCT-LAST-SEQ JCT-LAST-HASH
052654         MOVE 0 TO JCT-VER-SEQ JCT-VER-HASH JCT-VER-DATE
052654         MOVE 0 TO JCT-ARCH-SEQ JCT-ARCH-HASH JCT-ARCH-DATE
052654     END-IF.
052654
052654     ADD 1 TO JCT-LAST-SEQ.
052654     MOVE JCT-LAST-SEQ TO JHW-SEQ.
052654     MOVE JCT-LAST-HASH TO JHW-HASH.
052654     PERFORM 8900-CHAIN-STAMP THRU 8900-EXIT.
052654     MOVE JHW-HASH TO JCT-LAST-HASH.
052654
052654     IF WS-JCT-FOUND
052654         REWRITE JRNCTL-RECORD
052654     ELSE
052654         WRITE JRNCTL-RECORD
052654     END-IF.
052654     IF NOT WS-JRNCTL-OK
052654         DISPLAY 'DCJB8BLD - JRNCTL UPDATE FAILED, STATUS = '
052654             WS-JRNCTL-STATUS
052654         GO TO 9999-ABEND
052654     END-IF.
052654
052654 8600-EXIT.
052654     EXIT.
052654
052654     COPY 'JRNHASH'.
052654
052700 9999-ABEND.
052800
052900     MOVE 16 TO RETURN-CODE.
