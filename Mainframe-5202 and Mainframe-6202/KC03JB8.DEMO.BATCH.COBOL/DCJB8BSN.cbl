001600*                NOBODY TWICE. A CHANGE BACK TO PLAIN GOOD
001700*                STANDING IS FLAGGED WITHOUT A LETTER - THE
001800*                OFFICE ONLY WRITES WHEN THERE IS NEWS.
001810* 10/15/26  HZ   A STUDENT WHO HAS CONSENTED TO EMAIL (PRFFILE)
001820*                GETS THE NOTICE ON THE EMAILQ FEED INSTEAD OF
001830*                PAPER; CORRFILE (NOW 40 BYTES) RECORDS WHICH.
001840* 10/15/26  HZ   CORRFILE STATUS CLEARED BEFORE THE SEQUENCE
001850*                SEARCH - THE '00' LEFT BY THE OPEN ENDED THE
001860*                SEARCH BEFORE ANY WRITE, SO NO LETTER WAS LOGGED.
001900*----------------------------------------------------------------
002000
002100 ENVIRONMENT DIVISION.
003800         RECORD KEY IS STU-NUMBER
003900         FILE STATUS IS WS-STUFILE-STATUS.
004000
004005*    THE STUDENT PROFILE ROW - EMAIL ADDRESS AND CONSENT.
004010     SELECT PRFFILE ASSIGN TO PRFFILE
004015         ORGANIZATION IS INDEXED
004020         ACCESS MODE IS RANDOM
004025         RECORD KEY IS PRF-KEY
004030         FILE STATUS IS WS-PRFFILE-STATUS.
004035
004040*    LETTERS GOING OUT BY EMAIL - APPENDED, PICKED UP BY THE
004045*    MAIL GATEWAY.
004050     SELECT EMAILQ-FILE ASSIGN TO EMAILQ
004055         ORGANIZATION IS SEQUENTIAL
004060         FILE STATUS IS WS-EMLQ-STATUS.
004100     SELECT LETTER-RPT ASSIGN TO SNLRPT
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-SNLRPT-STATUS.
005900
006000     COPY 'STUREC'.
006100
006105 FD  PRFFILE
006110     LABEL RECORDS ARE STANDARD
006115     RECORD CONTAINS 200 CHARACTERS
006120     DATA RECORD IS PRFFILE-RECORD.
006125
006130     COPY 'PROFREC'.
006135
006140 FD  EMAILQ-FILE
006145     LABEL RECORDS ARE STANDARD
006150     RECORD CONTAINS 160 CHARACTERS
006155     DATA RECORD IS EMAILQ-RECORD.
006160
006165     COPY 'EMLQREC'.
006200 FD  LETTER-RPT
006300     LABEL RECORDS ARE STANDARD
006400     RECORD CONTAINS 133 CHARACTERS
006700
006710 FD  CORR-FILE
006712     LABEL RECORDS ARE STANDARD
006714     RECORD CONTAINS 40 CHARACTERS
006716     DATA RECORD IS CORRFILE-RECORD.
006718
006720     COPY 'CORRREC'.
007300     88 WS-STUFILE-OK                    VALUE '00'.
007400 01  WS-SNLRPT-STATUS                PIC X(2) VALUE SPACES.
007500     88 WS-SNLRPT-OK                     VALUE '00'.
007505 01  WS-PRFFILE-STATUS               PIC X(2) VALUE SPACES.
007510     88 WS-PRFFILE-OK                    VALUE '00'.
007515 01  WS-EMLQ-STATUS                  PIC X(2) VALUE SPACES.
007520     88 WS-EMLQ-OK                       VALUE '00'.
007525     88 WS-EMLQ-NOFILE                   VALUE '35'.
007530
007535*    HOW THE LETTER IN HAND GOES OUT - SET BY 4400-CHOOSE-CHANNEL
007540*    AND CARRIED ONTO ITS CORRESPONDENCE-REGISTER ROW.
007545 01  WS-EML-CHANNEL                  PIC X(1) VALUE 'P'.
007550     88 WS-EML-BY-EMAIL                  VALUE 'E'.
007555     88 WS-EML-ON-PAPER                  VALUE 'P'.
007560 01  WS-EML-SUBJECT                  PIC X(60) VALUE SPACES.
007565 01  WS-EML-KEY                      PIC X(22) VALUE SPACES.
007570 77  WS-EML-LINE-NO                  PIC S9(3) COMP VALUE 0.
007575 77  WS-EMAILED-COUNT                PIC S9(7) COMP VALUE 0.
007600
007700 01  WS-SWITCHES.
007800     05 WS-SHS-EOF-SW                PIC X(1) VALUE 'N'.
013900             WS-STUFILE-STATUS
014000         GO TO 9999-ABEND
014100     END-IF.
014105
014110     OPEN INPUT PRFFILE.
014115     IF NOT WS-PRFFILE-OK
014120         DISPLAY 'DCJB8BSN - PRFFILE OPEN FAILED, STATUS = '
014125             WS-PRFFILE-STATUS
014130         GO TO 9999-ABEND
014135     END-IF.
014140
014145     OPEN EXTEND EMAILQ-FILE.
014150     IF WS-EMLQ-NOFILE
014155         OPEN OUTPUT EMAILQ-FILE
014160     END-IF.
014165     IF NOT WS-EMLQ-OK
014170         DISPLAY 'DCJB8BSN - EMAILQ OPEN FAILED, STATUS = '
014175             WS-EMLQ-STATUS
014180         GO TO 9999-ABEND
014185     END-IF.
014200
014210     OPEN I-O CORR-FILE.
014220     IF NOT WS-CORFILE-OK
019400     CLOSE STND-FILE.
019500     CLOSE STUFILE.
019510     CLOSE CORR-FILE.
019520     CLOSE PRFFILE.
019530     CLOSE EMAILQ-FILE.
019600     CLOSE LETTER-RPT.
019700
019800     DISPLAY 'DCJB8BSN - LETTERS PRINTED = ' WS-LETTER-COUNT
019900         ' FLAGGED WITHOUT LETTER = ' WS-QUIET-COUNT.
019910     DISPLAY 'DCJB8BSN - OF THESE, SENT BY EMAIL = '
019920         WS-EMAILED-COUNT.
020000
020100 3000-EXIT.
020200     EXIT.
021900             MOVE 'NOTICE OF ACADEMIC SUSPENSION' TO
022000                 LTR-NTC-TEXT
022100     END-EVALUATE.
022110
022120*    THE REGISTER KEY IS SET FIRST - THE DELIVERY CHANNEL IS
022130*    CHOSEN AGAINST IT, AND THE NOTICE HEADING IS THE SUBJECT.
022140     MOVE SHS-STU-NUMBER TO WS-COR-STU.
022150     MOVE 'STANDING' TO WS-COR-DOC.
022160     MOVE LTR-NTC-TEXT TO WS-EML-SUBJECT.
022170     PERFORM 4400-CHOOSE-CHANNEL THRU 4400-EXIT.
022180
022200     MOVE LTR-NOTICE-LINE TO RPT-LINE.
022210     PERFORM 4500-PUT-LINE THRU 4500-EXIT.
022300
022400     MOVE SHS-STU-NUMBER TO STU-NUMBER.
022500     READ STUFILE
023300     END-READ.
023400
023500     MOVE STU-NAME TO LTR-TXT.
023600     MOVE LTR-TEXT-LINE TO RPT-LINE.
023610     PERFORM 4500-PUT-LINE THRU 4500-EXIT.
023700     MOVE STU-ADDRESS-1 TO LTR-TXT.
023800     MOVE LTR-TEXT-LINE TO RPT-LINE.
023810     PERFORM 4500-PUT-LINE THRU 4500-EXIT.
023900     MOVE STU-ADDRESS-2 TO LTR-TXT.
024000     MOVE LTR-TEXT-LINE TO RPT-LINE.
024010     PERFORM 4500-PUT-LINE THRU 4500-EXIT.
024100     MOVE STU-ADDRESS-3 TO LTR-TXT.
024200     MOVE LTR-TEXT-LINE TO RPT-LINE.
024210     PERFORM 4500-PUT-LINE THRU 4500-EXIT.
024300     MOVE STU-POSTAL-1 TO LTR-PST-1.
024400     MOVE STU-POSTAL-2 TO LTR-PST-2.
024500     MOVE LTR-POSTAL-LINE TO RPT-LINE.
024510     PERFORM 4500-PUT-LINE THRU 4500-EXIT.
024600
024700     MOVE SHS-TERM TO LTR-GPA-TERM.
024800     MOVE SHS-TERM-GPA TO LTR-GPA-VALUE.
024900     MOVE LTR-GPA-LINE TO RPT-LINE.
024910     PERFORM 4500-PUT-LINE THRU 4500-EXIT.
025000
025010*    AN EMAILED NOTICE IS CLOSED OFF, THEN THE NOTICE GOES ON
025015*    THE CORRESPONDENCE REGISTER.
025020     PERFORM 4600-END-LETTER THRU 4600-EXIT.
025040     PERFORM 8000-LOG-CORRESPONDENCE THRU 8000-EXIT.
025050
025100 4000-EXIT.
025200     EXIT.
025201
025202*----------------------------------------------------------------
025203* HOW THE LETTER FOR WS-COR-STU GOES OUT - BY EMAIL WHEN PRFFILE
025204* HOLDS AN ADDRESS AND THE STUDENT'S CONSENT, OTHERWISE ON PAPER.
025205* AN EMAILED LETTER STARTS WITH ITS QUEUE HEADER HERE.
025206*----------------------------------------------------------------
025207 4400-CHOOSE-CHANNEL.
025208
025209     SET WS-EML-ON-PAPER TO TRUE.
025210     MOVE 0 TO WS-EML-LINE-NO.
025211
025212     MOVE WS-COR-STU TO PRF-STU-NUMBER.
025213     READ PRFFILE
025214         INVALID KEY
025215             GO TO 4400-EXIT
025216     END-READ.
025217
025218     IF (PRF-EMAIL = SPACES) OR (NOT PRF-EMAIL-CONSENTED)
025219         GO TO 4400-EXIT
025220     END-IF.
025221
025222     SET WS-EML-BY-EMAIL TO TRUE.
025223     MOVE SPACES TO EMAILQ-RECORD.
025224     MOVE WS-COR-STU TO EMQ-STU-NUMBER.
025225     MOVE WS-COR-CYYDDD TO EMQ-DATE.
025226     MOVE WS-COR-DOC TO EMQ-DOC-TYPE.
025227     MOVE EMQ-KEY TO WS-EML-KEY.
025228     SET EMQ-HEADER TO TRUE.
025229     MOVE 0 TO EMQ-LINE-NO.
025230     MOVE PRF-EMAIL TO EMQ-RECIPIENT.
025231     MOVE WS-EML-SUBJECT TO EMQ-SUBJECT.
025232     MOVE 'DCJB8BSN' TO EMQ-RUN-ID.
025233     WRITE EMAILQ-RECORD.
025234
025235 4400-EXIT.
025236     EXIT.
025237
025238*----------------------------------------------------------------
025239* ONE LETTER LINE, ALREADY BUILT IN RPT-LINE - PRINTED, OR QUEUED
025240* AS THE NEXT BODY ROW OF THE EMAIL (CARRIAGE CONTROL AND ALL, SO
025241* THE GATEWAY CAN LAY THE PAGE OUT THE SAME WAY).
025242*----------------------------------------------------------------
025243 4500-PUT-LINE.
025244
025245     IF WS-EML-ON-PAPER
025246         WRITE RPT-LINE
025247         GO TO 4500-EXIT
025248     END-IF.
025249
025250     ADD 1 TO WS-EML-LINE-NO.
025251     MOVE SPACES TO EMAILQ-RECORD.
025252     MOVE WS-EML-KEY TO EMQ-KEY.
025253     SET EMQ-BODY TO TRUE.
025254     MOVE WS-EML-LINE-NO TO EMQ-LINE-NO.
025255     MOVE RPT-LINE TO EMQ-DATA.
025256     WRITE EMAILQ-RECORD.
025257
025258 4500-EXIT.
025259     EXIT.
025260
025261*----------------------------------------------------------------
025262* CLOSES AN EMAILED LETTER WITH ITS TRAILER - THE BODY LINE COUNT
025263* THE GATEWAY CHECKS BEFORE IT SENDS.
025264*----------------------------------------------------------------
025265 4600-END-LETTER.
025266
025267     IF WS-EML-ON-PAPER
025268         GO TO 4600-EXIT
025269     END-IF.
025270
025271     MOVE SPACES TO EMAILQ-RECORD.
025272     MOVE WS-EML-KEY TO EMQ-KEY.
025273     SET EMQ-TRAILER TO TRUE.
025274     MOVE 999 TO EMQ-LINE-NO.
025275     MOVE WS-EML-LINE-NO TO EMQ-LINE-COUNT.
025276     WRITE EMAILQ-RECORD.
025277     ADD 1 TO WS-EMAILED-COUNT.
025278
025279 4600-EXIT.
025280     EXIT.
025300
025310*----------------------------------------------------------------
025312* ONE CORRESPONDENCE-REGISTER ROW PER DOCUMENT MAILED - THE
025316*----------------------------------------------------------------
025318 8000-LOG-CORRESPONDENCE.
025320
025321     MOVE SPACES TO CORRFILE-RECORD.
025322     MOVE WS-COR-STU TO COR-STU-NUMBER.
025324     MOVE WS-COR-CYYDDD TO COR-DATE.
025326     MOVE WS-COR-DOC TO COR-DOC-TYPE.
025328     MOVE 'DCJB8BSN' TO COR-RUN-ID.
025329     MOVE WS-EML-CHANNEL TO COR-CHANNEL.
025330     MOVE 1 TO COR-SEQ.
025330*    THE STATUS IS STILL '00' FROM THE LAST CORRFILE I/O - CLEAR
025330*    IT SO THE FIRST WRITE IS ACTUALLY TRIED.
025330     MOVE SPACES TO WS-CORFILE-STATUS.
025332
025334     PERFORM 8010-TRY-ONE-SEQ THRU 8010-EXIT
025336         UNTIL (WS-CORFILE-OK) OR (COR-SEQ > 99).
