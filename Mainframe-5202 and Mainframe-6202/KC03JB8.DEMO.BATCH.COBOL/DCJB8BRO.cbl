001700*                TERM, WITH A PRINTED SUMMARY LINE PER COURSE.
001800*                RE-RUNNABLE - A SECTION ALREADY STAMPED WITH
001900*                THE NEW TERM IS SKIPPED.
001910* 10/15/26  HZ   ELAPSED-TIME REGISTRATION - STAMPS ITS OWN START
001920*                AND END, WITH THE SECTIONS ROLLED AS ITS CONTROL
001930*                TOTAL, ON BATCHCTL SO THE DCJB8BWO BATCH-WINDOW
001940*                REPORT CAN TIME IT. A RERUN RESTAMPS ITS ROW.
002000*----------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
003600     SELECT ROLLOVER-RPT ASSIGN TO ROLRPT
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-ROLRPT-STATUS.
003810
003820*    NIGHTLY BATCH CONTROL - SEE BCTLREC. THIS JOB IS NOT GATED
003830*    ON IT, ONLY TIMED: IT STAMPS ITS OWN START AND END HERE.
003840     SELECT BATCHCTL-FILE ASSIGN TO BATCHCTL
003850         ORGANIZATION IS INDEXED
003860         ACCESS MODE IS RANDOM
003870         RECORD KEY IS BCT-KEY
003880         FILE STATUS IS WS-BATCHCTL-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
005300     RECORD CONTAINS 133 CHARACTERS
005400     DATA RECORD IS RPT-LINE.
005500 01  RPT-LINE                        PIC X(133).
005510
005520 FD  BATCHCTL-FILE
005530     LABEL RECORDS ARE STANDARD
005540     RECORD CONTAINS 45 CHARACTERS
005550     DATA RECORD IS BATCHCTL-RECORD.
005560
005570*    BATCHCTL RECORD LAYOUT - SHARED ACROSS THE NIGHTLY STREAM.
005580     COPY 'BCTLREC'.
005600
005700 WORKING-STORAGE SECTION.
005800
006100
006200 01  WS-ROLRPT-STATUS                PIC X(2) VALUE SPACES.
006300     88 WS-ROLRPT-OK                     VALUE '00'.
006310
006320 01  WS-BATCHCTL-STATUS              PIC X(2) VALUE SPACES.
006330     88 WS-BATCHCTL-OK                   VALUE '00'.
006340 01  WS-BCT-TODAY                    PIC 9(7) VALUE 0.
006350 01  WS-BCT-TIME                     PIC 9(8) VALUE 0.
006400
006500 01  WS-SWITCHES.
006600     05 WS-CRS-EOF-SW                PIC X(1) VALUE 'N'.
014700         GO TO 9999-ABEND
014800     END-IF.
014900
014910     PERFORM 1090-REGISTER-START THRU 1090-EXIT.
014920
015000     DISPLAY 'DCJB8BRO - CATALOG ROLLOVER TO ' WS-NEW-TERM.
015100
015200     PERFORM 2100-READ-NEXT-COURSE THRU 2100-EXIT.
015300
015400 1000-EXIT.
015500     EXIT.
015501
015502*----------------------------------------------------------------
015503* ELAPSED-TIME REGISTRATION - SEE BCTLREC. THIS JOB IS NOT GATED
015504* ON A PREDECESSOR, ONLY TIMED, AND IS RERUNNABLE, SO A SECOND
015505* RUN TODAY RESTAMPS ITS OWN ROW INSTEAD OF REFUSING.
015506*----------------------------------------------------------------
015507 1090-REGISTER-START.
015508
015509     OPEN I-O BATCHCTL-FILE.
015510     IF NOT WS-BATCHCTL-OK
015511         DISPLAY 'DCJB8BRO - BATCHCTL OPEN FAILED, STATUS = '
015512             WS-BATCHCTL-STATUS
015513         GO TO 9999-ABEND
015514     END-IF.
015515
015516     ACCEPT WS-BCT-TODAY FROM DAY YYYYDDD.
015517     SUBTRACT 1900000 FROM WS-BCT-TODAY.
015518
015519     MOVE WS-BCT-TODAY TO BCT-RUN-DATE.
015520     MOVE 'DCJB8BRO' TO BCT-JOB.
015521     SET BCT-RUNNING TO TRUE.
015522     ACCEPT WS-BCT-TIME FROM TIME.
015523     MOVE WS-BCT-TIME(1:7) TO BCT-START-TIME.
015524     MOVE ZEROS TO BCT-END-TIME.
015525     MOVE ZEROS TO BCT-TOTAL.
015526     WRITE BATCHCTL-RECORD
015527         INVALID KEY
015528             REWRITE BATCHCTL-RECORD
015529     END-WRITE.
015530
015531 1090-EXIT.
015532     EXIT.
015600
015700 2000-PROCESS-COURSE.
015800
018500
018600     CLOSE CRSFILE.
018700     CLOSE ROLLOVER-RPT.
018710     PERFORM 3095-REGISTER-END THRU 3095-EXIT.
018800
018900     DISPLAY 'DCJB8BRO - ROLLED = ' WS-ROLLED-COUNT
019000         ' ALREADY CURRENT = ' WS-SKIP-COUNT.
019100
019200 3000-EXIT.
019300     EXIT.
019301
019302*----------------------------------------------------------------
019303* COMPLETION - THE ROW FLIPS TO 'C' WITH THE END TIME AND THE
019304* SECTIONS ROLLED AS THIS RUN'S CONTROL TOTAL.
019305*----------------------------------------------------------------
019306 3095-REGISTER-END.
019307
019308     MOVE WS-BCT-TODAY TO BCT-RUN-DATE.
019309     MOVE 'DCJB8BRO' TO BCT-JOB.
019310     READ BATCHCTL-FILE
019311         INVALID KEY
019312             GO TO 3095-CLOSE
019313     END-READ.
019314
019315     SET BCT-DONE TO TRUE.
019316     ACCEPT WS-BCT-TIME FROM TIME.
019317     MOVE WS-BCT-TIME(1:7) TO BCT-END-TIME.
019318     MOVE WS-ROLLED-COUNT TO BCT-TOTAL.
019319     REWRITE BATCHCTL-RECORD.
019320
019321 3095-CLOSE.
019322
019323     CLOSE BATCHCTL-FILE.
019324
019325 3095-EXIT.
019326     EXIT.
019400
019500*----------------------------------------------------------------
019600* ONE SECTION - TITLE, CAPACITY, PREREQS, MEETING PATTERN,
