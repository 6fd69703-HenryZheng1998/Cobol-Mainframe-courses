001800*                MARKED PRINTED SO A RERUN MAILS NOBODY TWICE.
001900*                A DOCUMENTS HOLD REFUSES THE LETTER AND LEAVES
002000*                THE REQUEST QUEUED FOR AFTER THE HOLD CLEARS.
002010* 10/15/26  HZ   A STUDENT WHO HAS CONSENTED TO EMAIL (PRFFILE)
002020*                GETS THE LETTER ON THE EMAILQ FEED INSTEAD OF
002030*                PAPER; CORRFILE (NOW 40 BYTES) RECORDS WHICH.
002040* 10/15/26  HZ   CORRFILE STATUS CLEARED BEFORE THE SEQUENCE
002050*                SEARCH - THE '00' LEFT BY THE OPEN ENDED THE
002060*                SEARCH BEFORE ANY WRITE, SO NO LETTER WAS LOGGED.
002100*----------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
006400         RECORD KEY IS COR-KEY
006500         FILE STATUS IS WS-CORFILE-STATUS.
006600
006605*    THE STUDENT PROFILE ROW - EMAIL ADDRESS AND CONSENT.
006610     SELECT PRFFILE ASSIGN TO PRFFILE
006615         ORGANIZATION IS INDEXED
006620         ACCESS MODE IS RANDOM
006625         RECORD KEY IS PRF-KEY
006630         FILE STATUS IS WS-PRFFILE-STATUS.
006635
006640*    LETTERS GOING OUT BY EMAIL - APPENDED, PICKED UP BY THE
006645*    MAIL GATEWAY.
006650     SELECT EMAILQ-FILE ASSIGN TO EMAILQ
006655         ORGANIZATION IS SEQUENTIAL
006660         FILE STATUS IS WS-EMLQ-STATUS.
006700     SELECT LETTER-RPT ASSIGN TO EVLRPT
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-EVLRPT-STATUS.
010600
010700     COPY 'VREGREC'.
010800
010805 FD  PRFFILE
010810     LABEL RECORDS ARE STANDARD
010815     RECORD CONTAINS 200 CHARACTERS
010820     DATA RECORD IS PRFFILE-RECORD.
010825
010830     COPY 'PROFREC'.
010835
010840 FD  EMAILQ-FILE
010845     LABEL RECORDS ARE STANDARD
010850     RECORD CONTAINS 160 CHARACTERS
010855     DATA RECORD IS EMAILQ-RECORD.
010860
010865     COPY 'EMLQREC'.
010900 FD  CORR-FILE
011000     LABEL RECORDS ARE STANDARD
011100     RECORD CONTAINS 40 CHARACTERS
011200     DATA RECORD IS CORRFILE-RECORD.
011300
011400     COPY 'CORRREC'.
013500     88 WS-CORFILE-OK                    VALUE '00'.
013600 01  WS-EVLRPT-STATUS                PIC X(2) VALUE SPACES.
013700     88 WS-EVLRPT-OK                     VALUE '00'.
013705 01  WS-PRFFILE-STATUS               PIC X(2) VALUE SPACES.
013710     88 WS-PRFFILE-OK                    VALUE '00'.
013715 01  WS-EMLQ-STATUS                  PIC X(2) VALUE SPACES.
013720     88 WS-EMLQ-OK                       VALUE '00'.
013725     88 WS-EMLQ-NOFILE                   VALUE '35'.
013730
013735*    HOW THE LETTER IN HAND GOES OUT - SET BY 8400-CHOOSE-CHANNEL
013740*    AND CARRIED ONTO ITS CORRESPONDENCE-REGISTER ROW.
013745 01  WS-EML-CHANNEL                  PIC X(1) VALUE 'P'.
013750     88 WS-EML-BY-EMAIL                  VALUE 'E'.
013755     88 WS-EML-ON-PAPER                  VALUE 'P'.
013760 01  WS-EML-SUBJECT                  PIC X(60) VALUE SPACES.
013765 01  WS-EML-KEY                      PIC X(22) VALUE SPACES.
013770 77  WS-EML-LINE-NO                  PIC S9(3) COMP VALUE 0.
013775 77  WS-EMAILED-COUNT                PIC S9(7) COMP VALUE 0.
013800
013900 01  WS-SWITCHES.
014000     05 WS-VRF-EOF-SW                PIC X(1) VALUE 'N'.
025100             WS-VRFREG-STATUS
025200         GO TO 9999-ABEND
025300     END-IF.
025305
025310     OPEN INPUT PRFFILE.
025315     IF NOT WS-PRFFILE-OK
025320         DISPLAY 'DCJB8BEV - PRFFILE OPEN FAILED, STATUS = '
025325             WS-PRFFILE-STATUS
025330         GO TO 9999-ABEND
025335     END-IF.
025340
025345     OPEN EXTEND EMAILQ-FILE.
025350     IF WS-EMLQ-NOFILE
025355         OPEN OUTPUT EMAILQ-FILE
025360     END-IF.
025365     IF NOT WS-EMLQ-OK
025370         DISPLAY 'DCJB8BEV - EMAILQ OPEN FAILED, STATUS = '
025375             WS-EMLQ-STATUS
025380         GO TO 9999-ABEND
025385     END-IF.
025400
025500     OPEN I-O CORR-FILE.
025600     IF NOT WS-CORFILE-OK
031000     ADD 1 TO WS-RUN-SEQ.
031100     COMPUTE WS-SERIAL = (WS-TODAY-CYYDDD * 100) + WS-RUN-SEQ.
031200
031210*    THE REGISTER KEY IS SET BEFORE THE LETTER PRINTS - ITS
031220*    DELIVERY CHANNEL IS CHOSEN AGAINST IT.
031230     MOVE VRF-STU-NUMBER TO WS-COR-STU.
031240     MOVE 'ENRLVRFY' TO WS-COR-DOC.
031300     PERFORM 4000-PRINT-LETTER THRU 4000-EXIT.
031400     PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT.
031500
031600*    THE LETTER GOES ON THE CORRESPONDENCE REGISTER TOO.
031900     PERFORM 8000-LOG-CORRESPONDENCE THRU 8000-EXIT.
032000
032100     MOVE 'P' TO VRF-STATUS.
034900     CLOSE HOLD-FILE.
035000     CLOSE VREG-FILE.
035100     CLOSE CORR-FILE.
035110     CLOSE PRFFILE.
035120     CLOSE EMAILQ-FILE.
035200     CLOSE LETTER-RPT.
035300
035400     DISPLAY 'DCJB8BEV - LETTERS PRINTED = ' WS-LETTER-COUNT
035500         ' REFUSED/HELD = ' WS-REFUSED-COUNT
035600         ' ALREADY PRINTED = ' WS-SKIPPED-COUNT.
035610     DISPLAY 'DCJB8BEV - OF THESE, SENT BY EMAIL = '
035620         WS-EMAILED-COUNT.
035700
035800 3000-EXIT.
035900     EXIT.
036600*----------------------------------------------------------------
036700 4000-PRINT-LETTER.
036800
036810     MOVE 'ENROLLMENT VERIFICATION LETTER' TO WS-EML-SUBJECT.
036820     PERFORM 8400-CHOOSE-CHANNEL THRU 8400-EXIT.
036830
036900     MOVE WS-SERIAL TO LTR-NTC-SERIAL.
037000     MOVE LTR-NOTICE-LINE TO RPT-LINE.
037010     PERFORM 8500-PUT-LINE THRU 8500-EXIT.
037100
037200     MOVE STU-NAME TO LTR-TXT.
037300     MOVE LTR-TEXT-LINE TO RPT-LINE.
037310     PERFORM 8500-PUT-LINE THRU 8500-EXIT.
037400     MOVE STU-ADDRESS-1 TO LTR-TXT.
037500     MOVE LTR-TEXT-LINE TO RPT-LINE.
037510     PERFORM 8500-PUT-LINE THRU 8500-EXIT.
037600     MOVE STU-ADDRESS-2 TO LTR-TXT.
037700     MOVE LTR-TEXT-LINE TO RPT-LINE.
037710     PERFORM 8500-PUT-LINE THRU 8500-EXIT.
037800     MOVE STU-ADDRESS-3 TO LTR-TXT.
037900     MOVE LTR-TEXT-LINE TO RPT-LINE.
037910     PERFORM 8500-PUT-LINE THRU 8500-EXIT.
038000     MOVE STU-POSTAL-1 TO LTR-PST-1.
038100     MOVE STU-POSTAL-2 TO LTR-PST-2.
038200     MOVE LTR-POSTAL-LINE TO RPT-LINE.
038210     PERFORM 8500-PUT-LINE THRU 8500-EXIT.
038300
038400     PERFORM 4100-SUM-CREDITS THRU 4100-EXIT.
038500     MOVE VRF-TERM TO LTR-TRM-TERM.
038800     ELSE
038900         MOVE 'PART-TIME' TO LTR-TRM-BASIS
039000     END-IF.
039100     MOVE LTR-TERM-LINE TO RPT-LINE.
039110     PERFORM 8500-PUT-LINE THRU 8500-EXIT.
039200
039300     MOVE STU-COURSE-TABLE(1) TO LTR-CRS-1.
039400     MOVE STU-COURSE-TABLE(2) TO LTR-CRS-2.
039500     MOVE STU-COURSE-TABLE(3) TO LTR-CRS-3.
039600     MOVE STU-COURSE-TABLE(4) TO LTR-CRS-4.
039700     MOVE STU-COURSE-TABLE(5) TO LTR-CRS-5.
039800     MOVE LTR-COURSE-LINE TO RPT-LINE.
039810     PERFORM 8500-PUT-LINE THRU 8500-EXIT.
039900     MOVE STU-COURSE-TABLE(6) TO LTR-CRS-1.
040000     MOVE STU-COURSE-TABLE(7) TO LTR-CRS-2.
040100     MOVE STU-COURSE-TABLE(8) TO LTR-CRS-3.
040200     MOVE STU-COURSE-TABLE(9) TO LTR-CRS-4.
040300     MOVE STU-COURSE-TABLE(10) TO LTR-CRS-5.
040400     MOVE LTR-COURSE-LINE TO RPT-LINE.
040410     PERFORM 8500-PUT-LINE THRU 8500-EXIT.
040500
040600     MOVE
040700       'THIS LETTER CAN BE AUTHENTICATED AGAINST THE REGISTER'
040800         TO LTR-TXT.
040900     MOVE LTR-TEXT-LINE TO RPT-LINE.
040910     PERFORM 8500-PUT-LINE THRU 8500-EXIT.
041000     MOVE 'BY QUOTING THE SERIAL NUMBER ABOVE.' TO LTR-TXT.
041100     MOVE LTR-TEXT-LINE TO RPT-LINE.
041110     PERFORM 8500-PUT-LINE THRU 8500-EXIT.
041200
041210     PERFORM 8600-END-LETTER THRU 8600-EXIT.
041220
041300 4000-EXIT.
041400     EXIT.
041500
047600*----------------------------------------------------------------
047700 8000-LOG-CORRESPONDENCE.
047800
047810     MOVE SPACES TO CORRFILE-RECORD.
047900     MOVE WS-COR-STU TO COR-STU-NUMBER.
048000     MOVE WS-TODAY-CYYDDD TO COR-DATE.
048100     MOVE WS-COR-DOC TO COR-DOC-TYPE.
048200     MOVE 'DCJB8BEV' TO COR-RUN-ID.
048210     MOVE WS-EML-CHANNEL TO COR-CHANNEL.
048300     MOVE 1 TO COR-SEQ.
048310*    THE STATUS IS STILL '00' FROM THE LAST CORRFILE I/O - CLEAR
048320*    IT SO THE FIRST WRITE IS ACTUALLY TRIED.
048330     MOVE SPACES TO WS-CORFILE-STATUS.
048400
048500     PERFORM 8010-TRY-ONE-SEQ THRU 8010-EXIT
048600         UNTIL (WS-CORFILE-OK) OR (COR-SEQ > 99).
049700
049800 8010-EXIT.
049900     EXIT.
049901
049902*----------------------------------------------------------------
049903* HOW THE LETTER FOR WS-COR-STU GOES OUT - BY EMAIL WHEN PRFFILE
049904* HOLDS AN ADDRESS AND THE STUDENT'S CONSENT, OTHERWISE ON PAPER.
049905* AN EMAILED LETTER STARTS WITH ITS QUEUE HEADER HERE.
049906*----------------------------------------------------------------
049907 8400-CHOOSE-CHANNEL.
049908
049909     SET WS-EML-ON-PAPER TO TRUE.
049910     MOVE 0 TO WS-EML-LINE-NO.
049911
049912     MOVE WS-COR-STU TO PRF-STU-NUMBER.
049913     READ PRFFILE
049914         INVALID KEY
049915             GO TO 8400-EXIT
049916     END-READ.
049917
049918     IF (PRF-EMAIL = SPACES) OR (NOT PRF-EMAIL-CONSENTED)
049919         GO TO 8400-EXIT
049920     END-IF.
049921
049922     SET WS-EML-BY-EMAIL TO TRUE.
049923     MOVE SPACES TO EMAILQ-RECORD.
049924     MOVE WS-COR-STU TO EMQ-STU-NUMBER.
049925     MOVE WS-TODAY-CYYDDD TO EMQ-DATE.
049926     MOVE WS-COR-DOC TO EMQ-DOC-TYPE.
049927     MOVE EMQ-KEY TO WS-EML-KEY.
049928     SET EMQ-HEADER TO TRUE.
049929     MOVE 0 TO EMQ-LINE-NO.
049930     MOVE PRF-EMAIL TO EMQ-RECIPIENT.
049931     MOVE WS-EML-SUBJECT TO EMQ-SUBJECT.
049932     MOVE 'DCJB8BEV' TO EMQ-RUN-ID.
049933     WRITE EMAILQ-RECORD.
049934
049935 8400-EXIT.
049936     EXIT.
049937
049938*----------------------------------------------------------------
049939* ONE LETTER LINE, ALREADY BUILT IN RPT-LINE - PRINTED, OR QUEUED
049940* AS THE NEXT BODY ROW OF THE EMAIL (CARRIAGE CONTROL AND ALL, SO
049941* THE GATEWAY CAN LAY THE PAGE OUT THE SAME WAY).
049942*----------------------------------------------------------------
049943 8500-PUT-LINE.
049944
049945     IF WS-EML-ON-PAPER
049946         WRITE RPT-LINE
049947         GO TO 8500-EXIT
049948     END-IF.
049949
049950     ADD 1 TO WS-EML-LINE-NO.
049951     MOVE SPACES TO EMAILQ-RECORD.
049952     MOVE WS-EML-KEY TO EMQ-KEY.
049953     SET EMQ-BODY TO TRUE.
049954     MOVE WS-EML-LINE-NO TO EMQ-LINE-NO.
049955     MOVE RPT-LINE TO EMQ-DATA.
049956     WRITE EMAILQ-RECORD.
049957
049958 8500-EXIT.
049959     EXIT.
049960
049961*----------------------------------------------------------------
049962* CLOSES AN EMAILED LETTER WITH ITS TRAILER - THE BODY LINE COUNT
049963* THE GATEWAY CHECKS BEFORE IT SENDS.
049964*----------------------------------------------------------------
049965 8600-END-LETTER.
049966
049967     IF WS-EML-ON-PAPER
049968         GO TO 8600-EXIT
049969     END-IF.
049970
049971     MOVE SPACES TO EMAILQ-RECORD.
049972     MOVE WS-EML-KEY TO EMQ-KEY.
049973     SET EMQ-TRAILER TO TRUE.
049974     MOVE 999 TO EMQ-LINE-NO.
049975     MOVE WS-EML-LINE-NO TO EMQ-LINE-COUNT.
049976     WRITE EMAILQ-RECORD.
049977     ADD 1 TO WS-EMAILED-COUNT.
049978
049979 8600-EXIT.
049980     EXIT.
050000
050100 9999-ABEND.
050200
