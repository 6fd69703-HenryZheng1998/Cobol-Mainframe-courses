002300* 09/02/26  HZ   QUIESCE GATE - REFUSES TO RUN UNTIL THE ONLINE
002300*                SUITE IS QUIESCED ON BATCHCTL (DCJB8PHJ),
002300*                MATCHING THE BACKUP AND ROLLOVER JOBS.
002300* 10/15/26  HZ   MISCELLANEOUS CHARGES NETTED - THE TERM'S LIVE
002300*                CHGFILE CHARGES (DCJB8PHQ) ADD TO THE FEES, SO
002300*                A PAYMENT THAT COVERS A CHARGE IS NOT REFUNDED.
002300* 10/15/26  HZ   LARGE-REFUND APPROVAL - A CREDIT ABOVE THE
002300*                PARMFILE RFNDLIMT THRESHOLD IS QUEUED ON RFPFILE
002300*                FOR A SUPERVISOR (DCJB8PHR) INSTEAD OF BEING
002300*                PAID. AN APPROVED ROW IS PAID ON THE NEXT RUN AND
002300*                MARKED DISBURSED; A REJECTED ONE STAYS UNPAID
002300*                UNTIL THE CREDIT CHANGES.
002300* 10/15/26  HZ   ASSESS RECORD NOW 38 BYTES - CARRIES THE FEES
002300*                THE GL ALREADY HOLDS.
002300*----------------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
005100         RECORD KEY IS STU-NUMBER
005200         FILE STATUS IS WS-STUFILE-STATUS.
005300
005310*    MISCELLANEOUS CHARGES ADD TO WHAT THE TERM OWES.
005320     SELECT CHG-FILE ASSIGN TO CHGFILE
005330         ORGANIZATION IS INDEXED
005340         ACCESS MODE IS DYNAMIC
005350         RECORD KEY IS CHG-KEY
005360         FILE STATUS IS WS-CHGFILE-STATUS.
005370
005372*    THE REFUND THRESHOLD (RFNDLIMT) COMES FROM HERE.
005374     SELECT PARM-FILE ASSIGN TO PARMFILE
005376         ORGANIZATION IS INDEXED
005378         ACCESS MODE IS RANDOM
005380         RECORD KEY IS PAR-KEY
005382         FILE STATUS IS WS-PARMFILE-STATUS.
005384
005386*    THE LARGE-REFUND APPROVAL QUEUE - SEE RFPREC AND DCJB8PHR.
005388     SELECT RFP-FILE ASSIGN TO RFPFILE
005390         ORGANIZATION IS INDEXED
005392         ACCESS MODE IS RANDOM
005394         RECORD KEY IS RFP-KEY
005396         FILE STATUS IS WS-RFPFILE-STATUS.
005398
005400*    THE CHEQUE/EFT EXTRACT FINANCE LOADS - FIXED FORMAT WITH A
005500*    BALANCING TRAILER SO THEY CAN PROVE THE FILE BEFORE PAYING.
005600     SELECT DISBURSE-EXT ASSIGN TO DSBEXT
006200
006300 FD  ASSESS-FILE
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 38 CHARACTERS
006600     DATA RECORD IS ASSESS-RECORD.
006700
006800*    ASSESS RECORD LAYOUT - SHARED WITH DCJB8BTA/DCJB8PGP.
008400*    STUFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
008500     COPY 'STUREC'.
008600
008610 FD  CHG-FILE
008620     LABEL RECORDS ARE STANDARD
008630     RECORD CONTAINS 71 CHARACTERS
008640     DATA RECORD IS CHGFILE-RECORD.
008650
008660*    CHGFILE RECORD LAYOUT - SHARED WITH DCJB8PHQ.
008670     COPY 'CHGREC'.
008670
008670 FD  PARM-FILE
008670     LABEL RECORDS ARE STANDARD
008670     RECORD CONTAINS 78 CHARACTERS
008670     DATA RECORD IS PARMFILE-RECORD.
008670
008670*    PARMFILE RECORD LAYOUT - SHARED WITH DCJB8PHK.
008670     COPY 'PARMREC'.
008670
008670 FD  RFP-FILE
008670     LABEL RECORDS ARE STANDARD
008670     RECORD CONTAINS 90 CHARACTERS
008670     DATA RECORD IS RFPFILE-RECORD.
008670
008670*    RFPFILE RECORD LAYOUT - SHARED WITH DCJB8PHR.
008670     COPY 'RFPREC'.
008680
008700 FD  DISBURSE-EXT
008800     LABEL RECORDS ARE STANDARD
008900     RECORD CONTAINS 60 CHARACTERS
012400 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
012500     88 WS-STUFILE-OK                    VALUE '00'.
012600
012610 01  WS-CHGFILE-STATUS               PIC X(2) VALUE SPACES.
012620     88 WS-CHGFILE-OK                    VALUE '00'.
012630
012640 01  WS-PARMFILE-STATUS              PIC X(2) VALUE SPACES.
012650     88 WS-PARMFILE-OK                   VALUE '00'.
012660 01  WS-PARM-VALUE-X                 PIC X(12) VALUE SPACES.
012670
012680 01  WS-RFPFILE-STATUS               PIC X(2) VALUE SPACES.
012690     88 WS-RFPFILE-OK                    VALUE '00'.
012695
012700 01  WS-DSBEXT-STATUS                PIC X(2) VALUE SPACES.
012800     88 WS-DSBEXT-OK                     VALUE '00'.
012900
013200         88 WS-ASM-EOF                    VALUE 'Y'.
013300     05 WS-PAY-DONE-SW               PIC X(1) VALUE 'N'.
013400         88 WS-PAY-DONE                   VALUE 'Y'.
013410     05 WS-CHG-DONE-SW               PIC X(1) VALUE 'N'.
013420         88 WS-CHG-DONE                   VALUE 'Y'.
013436     05 WS-RELEASE-SW                PIC X(1) VALUE 'N'.
013452         88 WS-RELEASE                    VALUE 'Y'.
013468     05 WS-FROM-QUEUE-SW             PIC X(1) VALUE 'N'.
013484         88 WS-FROM-QUEUE                 VALUE 'Y'.
013500
013600 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
013700 01  WS-CURR-CYYDDD                  PIC 9(7) VALUE 0.
013800 01  WS-CURR-TIME                    PIC 9(8) VALUE 0.
013900
014000 01  WS-PAID-TOTAL                   PIC S9(7)V99 VALUE 0.
014010 01  WS-CHARGE-TOTAL                 PIC 9(7)V99 VALUE 0.
014100 01  WS-BALANCE                      PIC S9(7)V99 VALUE 0.
014200 01  WS-CREDIT-AMT                   PIC 9(7)V99 VALUE 0.
014207
014214* THE PARMFILE RFNDLIMT THRESHOLD - A CREDIT ABOVE IT WAITS FOR A
014221* SUPERVISOR. NINE DIGITS, CENTS IN THE LAST TWO.
014228 01  WS-REFUND-LIMIT-X               PIC X(9) VALUE SPACES.
014235 01  WS-REFUND-LIMIT REDEFINES WS-REFUND-LIMIT-X
014242                                     PIC 9(7)V99.
014249
014256* THE LATEST PAYMENT ON THE TERM - THE ONE TAKEN TO HAVE CAUSED
014263* THE CREDIT, WHOSE OPERATOR MAY NOT APPROVE ITS REFUND.
014270 01  WS-LAST-PAY-OPERID              PIC X(8) VALUE SPACES.
014277 01  WS-LAST-PAY-RECEIPT             PIC X(8) VALUE SPACES.
014284 01  WS-LAST-PAY-DATE                PIC 9(7) VALUE 0.
014300
014400 77  WS-CHEQUE-SEQ                   PIC 9(6) VALUE 0.
014500 77  WS-PAID-COUNT                   PIC S9(7) COMP VALUE 0.
014600 77  WS-SKIP-COUNT                   PIC S9(7) COMP VALUE 0.
014620 77  WS-QUEUED-COUNT                 PIC S9(7) COMP VALUE 0.
014640 77  WS-WAITING-COUNT                PIC S9(7) COMP VALUE 0.
014660 77  WS-APPROVED-COUNT               PIC S9(7) COMP VALUE 0.
014680 01  WS-QUEUED-TOTAL                 PIC 9(9)V99 VALUE 0.
014700 01  WS-EXT-TOTAL                    PIC 9(9)V99 VALUE 0.
014800
014900 01  WS-CHEQUE-NO.
017000     ACCEPT WS-CURR-DATE FROM DAY.
017100     COMPUTE WS-CURR-CYYDDD = WS-CURR-DATE - 1900000.
017200     ACCEPT WS-CURR-TIME FROM TIME.
017233
017266     PERFORM 1100-LOAD-PARMS THRU 1100-EXIT.
017300
017400     OPEN INPUT ASSESS-FILE.
017500     IF NOT WS-ASSESS-OK
019200         GO TO 9999-ABEND
019300     END-IF.
019400
019410     OPEN INPUT CHG-FILE.
019420     IF NOT WS-CHGFILE-OK
019430         DISPLAY 'DCJB8BDB - CHGFILE OPEN FAILED, STATUS = '
019440             WS-CHGFILE-STATUS
019450         GO TO 9999-ABEND
019460     END-IF.
019470
019474     OPEN I-O RFP-FILE.
019478     IF NOT WS-RFPFILE-OK
019482         DISPLAY 'DCJB8BDB - RFPFILE OPEN FAILED, STATUS = '
019486             WS-RFPFILE-STATUS
019490         GO TO 9999-ABEND
019494     END-IF.
019497
019500     OPEN OUTPUT DISBURSE-EXT.
019600     IF NOT WS-DSBEXT-OK
019700         DISPLAY 'DCJB8BDB - DSBEXT OPEN FAILED, STATUS = '
020800
020900 1000-EXIT.
021000     EXIT.
021002
021004*----------------------------------------------------------------
021006* THE REFUND THRESHOLD COMES OFF PARMFILE (RFNDLIMT). THERE WAS
021008* NO SYSIN CARD BEFORE IT TO FALL BACK ON, AND RUNNING WITHOUT A
021010* LIMIT WOULD PAY ANY CREDIT UNREVIEWED - A MISSING OR
021012* NON-NUMERIC ROW STOPS THE RUN.
021014*----------------------------------------------------------------
021016 1100-LOAD-PARMS.
021018
021020     OPEN INPUT PARM-FILE.
021022     IF NOT WS-PARMFILE-OK
021024         DISPLAY 'DCJB8BDB - PARMFILE OPEN FAILED, STATUS = '
021026             WS-PARMFILE-STATUS
021028         GO TO 9999-ABEND
021030     END-IF.
021032
021034     MOVE 'RFNDLIMT' TO PAR-NAME.
021036     READ PARM-FILE
021038         INVALID KEY
021040             MOVE SPACES TO PAR-VALUE
021042     END-READ.
021044     MOVE PAR-VALUE TO WS-PARM-VALUE-X.
021046     IF WS-PARM-VALUE-X(1:9) IS NOT NUMERIC
021048         DISPLAY 'DCJB8BDB - PARMFILE RFNDLIMT MISSING OR INVALID'
021050         GO TO 9999-ABEND
021052     END-IF.
021054     MOVE WS-PARM-VALUE-X(1:9) TO WS-REFUND-LIMIT-X.
021056
021058     CLOSE PARM-FILE.
021060
021062     DISPLAY 'DCJB8BDB - REFUND APPROVAL THRESHOLD = '
021064         WS-REFUND-LIMIT.
021066
021068 1100-EXIT.
021070     EXIT.
021100
021200 2000-PROCESS-ACCOUNT.
021300
021400     PERFORM 4000-SUM-PAYMENTS THRU 4000-EXIT.
021410     PERFORM 4200-SUM-CHARGES THRU 4200-EXIT.
021500
021600     COMPUTE WS-BALANCE = ASM-TOTAL-FEES + WS-CHARGE-TOTAL
021610         - WS-PAID-TOTAL.
021700
021800     IF WS-BALANCE < 0
021900         PERFORM 4500-SCREEN-CREDIT THRU 4500-EXIT
022000     END-IF.
022100
022200     PERFORM 2100-READ-NEXT-ASSESS THRU 2100-EXIT.
024500     CLOSE ASSESS-FILE.
024600     CLOSE PAYFILE.
024700     CLOSE STUFILE.
024710     CLOSE CHG-FILE.
024755     CLOSE RFP-FILE.
024800     CLOSE DISBURSE-EXT.
024900
025000     DISPLAY 'DCJB8BDB - CREDITS DISBURSED = ' WS-PAID-COUNT
025100         ' SKIPPED (PAYMENT KEYED TODAY) = ' WS-SKIP-COUNT.
025120     DISPLAY 'DCJB8BDB - QUEUED FOR APPROVAL = ' WS-QUEUED-COUNT
025140         ' AMOUNT = ' WS-QUEUED-TOTAL.
025160     DISPLAY 'DCJB8BDB - APPROVED AND PAID = ' WS-APPROVED-COUNT
025180         ' STILL AWAITING A DECISION = ' WS-WAITING-COUNT.
025200
025300 3000-EXIT.
025400     EXIT.
026200
026300     MOVE 0 TO WS-PAID-TOTAL.
026400     MOVE 'N' TO WS-PAY-DONE-SW.
026425     MOVE SPACES TO WS-LAST-PAY-OPERID.
026450     MOVE SPACES TO WS-LAST-PAY-RECEIPT.
026475     MOVE 0 TO WS-LAST-PAY-DATE.
026500
026600     MOVE ASM-STU-NUMBER TO PAY-STU-NUMBER.
026700     MOVE ZEROS TO PAY-DATE.
029500             SUBTRACT PAY-AMOUNT FROM WS-PAID-TOTAL
029600         ELSE
029700             ADD PAY-AMOUNT TO WS-PAID-TOTAL
029725             MOVE PAY-OPERID TO WS-LAST-PAY-OPERID
029750             MOVE PAY-RECEIPT TO WS-LAST-PAY-RECEIPT
029775             MOVE PAY-DATE TO WS-LAST-PAY-DATE
029800         END-IF
029900     END-IF.
030000
030100 4100-EXIT.
030200     EXIT.
030300
030301*----------------------------------------------------------------
030303* TOTALS THE LIVE MISCELLANEOUS CHARGES FOR THIS ASSESS ROW'S
030305* STUDENT AND TERM - WAIVED CHARGES ARE NO LONGER OWED.
030307*----------------------------------------------------------------
030309 4200-SUM-CHARGES.
030311
030313     MOVE 0 TO WS-CHARGE-TOTAL.
030315     MOVE 'N' TO WS-CHG-DONE-SW.
030317
030319     MOVE ASM-STU-NUMBER TO CHG-STU-NUMBER.
030321     MOVE ASM-TERM TO CHG-TERM.
030323     MOVE ZEROS TO CHG-SEQ.
030325
030327     START CHG-FILE KEY IS NOT LESS THAN CHG-KEY
030329         INVALID KEY
030331             MOVE 'Y' TO WS-CHG-DONE-SW
030333     END-START.
030335
030337     PERFORM 4210-READ-ONE-CHARGE THRU 4210-EXIT
030339         UNTIL WS-CHG-DONE.
030341
030343 4200-EXIT.
030345     EXIT.
030347
030349 4210-READ-ONE-CHARGE.
030351
030353     READ CHG-FILE NEXT RECORD
030355         AT END
030357             MOVE 'Y' TO WS-CHG-DONE-SW
030359             GO TO 4210-EXIT
030361     END-READ.
030363
030365     IF (CHG-STU-NUMBER NOT = ASM-STU-NUMBER) OR
030367        (CHG-TERM NOT = ASM-TERM)
030369         MOVE 'Y' TO WS-CHG-DONE-SW
030371         GO TO 4210-EXIT
030373     END-IF.
030375
030377     IF NOT CHG-WAIVED
030379         ADD CHG-AMOUNT TO WS-CHARGE-TOTAL
030381     END-IF.
030383
030385 4210-EXIT.
030387     EXIT.
030389
030389*----------------------------------------------------------------
030389* DECIDES WHETHER THIS CREDIT MAY BE PAID TONIGHT. A CREDIT WITH
030389* NO QUEUE ROW IS PAID WHEN IT IS AT OR UNDER THE THRESHOLD AND
030389* QUEUED FOR A SUPERVISOR WHEN IT IS OVER. AN APPROVED ROW IS
030389* PAID, UP TO THE AMOUNT APPROVED. A CREDIT THAT NO LONGER
030389* MATCHES ITS PENDING OR REJECTED ROW (OR HAS GROWN PAST WHAT WAS
030389* APPROVED) GOES BACK IN THE QUEUE TO BE LOOKED AT AFRESH.
030389*----------------------------------------------------------------
030389 4500-SCREEN-CREDIT.
030389
030389     COMPUTE WS-CREDIT-AMT = 0 - WS-BALANCE.
030389     MOVE 'N' TO WS-RELEASE-SW.
030389     MOVE 'N' TO WS-FROM-QUEUE-SW.
030389
030389     MOVE ASM-STU-NUMBER TO RFP-STU-NUMBER.
030389     MOVE ASM-TERM TO RFP-TERM.
030389     READ RFP-FILE
030389         INVALID KEY
030389             PERFORM 4510-NEW-CREDIT THRU 4510-EXIT
030389             GO TO 4500-RELEASE
030389     END-READ.
030389
030389     EVALUATE TRUE
030389         WHEN RFP-APPROVED
030389             IF WS-CREDIT-AMT NOT > RFP-AMOUNT
030389                 MOVE 'Y' TO WS-RELEASE-SW
030389                 MOVE 'Y' TO WS-FROM-QUEUE-SW
030389             ELSE
030389                 PERFORM 4520-REQUEUE THRU 4520-EXIT
030389             END-IF
030389         WHEN RFP-DISBURSED
030389             IF WS-CREDIT-AMT > WS-REFUND-LIMIT
030389                 PERFORM 4520-REQUEUE THRU 4520-EXIT
030389             ELSE
030389                 MOVE 'Y' TO WS-RELEASE-SW
030389             END-IF
030389         WHEN RFP-PENDING
030389             IF WS-CREDIT-AMT = RFP-AMOUNT
030389                 ADD 1 TO WS-WAITING-COUNT
030389             ELSE
030389                 PERFORM 4520-REQUEUE THRU 4520-EXIT
030389             END-IF
030389         WHEN OTHER
030389             IF WS-CREDIT-AMT = RFP-AMOUNT
030389                 DISPLAY 'DCJB8BDB - HELD ' ASM-STU-NUMBER
030389                     ' ' ASM-TERM ' - REFUND REJECTED BY '
030389                     RFP-DECIDE-OPERID
030389             ELSE
030389                 PERFORM 4520-REQUEUE THRU 4520-EXIT
030389             END-IF
030389     END-EVALUATE.
030389
030389 4500-RELEASE.
030389     IF WS-RELEASE
030389         PERFORM 5000-DISBURSE-CREDIT THRU 5000-EXIT
030389     END-IF.
030389
030389 4500-EXIT.
030389     EXIT.
030389
030389 4510-NEW-CREDIT.
030389
030389     IF WS-CREDIT-AMT NOT > WS-REFUND-LIMIT
030389         MOVE 'Y' TO WS-RELEASE-SW
030389         GO TO 4510-EXIT
030389     END-IF.
030389
030389     MOVE SPACES TO RFPFILE-RECORD.
030389     MOVE ASM-STU-NUMBER TO RFP-STU-NUMBER.
030389     MOVE ASM-TERM TO RFP-TERM.
030389     PERFORM 4530-FILL-QUEUE-ROW THRU 4530-EXIT.
030389     WRITE RFPFILE-RECORD
030389         INVALID KEY
030389             DISPLAY 'DCJB8BDB - RFPFILE WRITE FAILED FOR '
030389                 ASM-STU-NUMBER ' STATUS = ' WS-RFPFILE-STATUS
030389             GO TO 9999-ABEND
030389     END-WRITE.
030389
030389 4510-EXIT.
030389     EXIT.
030389
030389 4520-REQUEUE.
030389
030389     PERFORM 4530-FILL-QUEUE-ROW THRU 4530-EXIT.
030389     REWRITE RFPFILE-RECORD
030389         INVALID KEY
030389             DISPLAY 'DCJB8BDB - RFPFILE REWRITE FAILED FOR '
030389                 ASM-STU-NUMBER ' STATUS = ' WS-RFPFILE-STATUS
030389             GO TO 9999-ABEND
030389     END-REWRITE.
030389
030389 4520-EXIT.
030389     EXIT.
030389
030389*----------------------------------------------------------------
030389* A FRESH PENDING ROW - THE CREDIT, TODAY, AND THE LATEST PAYMENT
030389* ON THE TERM; ANY EARLIER DECISION IS CLEARED.
030389*----------------------------------------------------------------
030389 4530-FILL-QUEUE-ROW.
030389
030389     MOVE WS-CREDIT-AMT TO RFP-AMOUNT.
030389     MOVE WS-CURR-CYYDDD TO RFP-QUEUED-DATE.
030389     MOVE 'P' TO RFP-STATUS.
030389     MOVE WS-LAST-PAY-OPERID TO RFP-PAY-OPERID.
030389     MOVE WS-LAST-PAY-RECEIPT TO RFP-PAY-RECEIPT.
030389     MOVE WS-LAST-PAY-DATE TO RFP-PAY-DATE.
030389     MOVE SPACES TO RFP-DECIDE-OPERID.
030389     MOVE 0 TO RFP-DECIDE-DATE.
030389     MOVE 0 TO RFP-DECIDE-TIME.
030389     MOVE SPACES TO RFP-REASON.
030389     MOVE 0 TO RFP-PAID-DATE.
030389     MOVE SPACES TO RFP-CHEQUE-NO.
030389
030389     ADD 1 TO WS-QUEUED-COUNT.
030389     ADD WS-CREDIT-AMT TO WS-QUEUED-TOTAL.
030389
030389 4530-EXIT.
030389     EXIT.
030389
030400*----------------------------------------------------------------
030500* PAYS ONE CREDIT BALANCE BACK - AN EXTRACT DETAIL FOR FINANCE
030600* AND THE OFFSETTING 'RF' PAYFILE ROW THAT ZEROES THE ACCOUNT.
035900
036000     ADD 1 TO WS-PAID-COUNT.
036100     ADD WS-CREDIT-AMT TO WS-EXT-TOTAL.
036107
036114     IF WS-FROM-QUEUE
036121         MOVE 'D' TO RFP-STATUS
036128         MOVE WS-CURR-CYYDDD TO RFP-PAID-DATE
036135         MOVE WS-CHEQUE-NO TO RFP-CHEQUE-NO
036142         REWRITE RFPFILE-RECORD
036149             INVALID KEY
036156                 DISPLAY 'DCJB8BDB - RFPFILE REWRITE FAILED FOR '
036163                     ASM-STU-NUMBER ' STATUS = ' WS-RFPFILE-STATUS
036170                 GO TO 9999-ABEND
036177         END-REWRITE
036184         ADD 1 TO WS-APPROVED-COUNT
036191     END-IF.
036200
036300 5000-EXIT.
036400     EXIT.
