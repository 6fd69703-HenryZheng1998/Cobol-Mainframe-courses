001500*                OFF EVERY REPOSITORY ROW OLDER THAN THE
001600*                RETENTION PARM. SYSIN: REPORT TYPE (8), RUN
001700*                DATE YYYYDDD (7), RETENTION DAYS (3).
001710* 10/15/26  HZ   FROZEN REPORTS - THE DCJB8BPC PERIOD CLOSING-
001720*                BALANCE LINES ARE WRITTEN STRAIGHT INTO RPTFILE
001730*                AND MUST STAND AS THEY WERE AT THE CLOSE, SO THE
001740*                RETENTION SWEEP PASSES THEM BY AND A CAPTURE
001750*                UNDER THAT REPORT TYPE IS REFUSED.
001800*----------------------------------------------------------------
001900
002000 ENVIRONMENT DIVISION.
006700     05 WS-REPO-EOF-SW               PIC X(1) VALUE 'N'.
006800         88 WS-REPO-EOF                  VALUE 'Y'.
006900
006910*    REPORT TYPE OF THE FROZEN PERIOD CLOSING-BALANCE REPORTS.
006920 01  WS-FROZEN-TYPE                  PIC X(8) VALUE 'DCJB8BPC'.
006930
007000*    SYSIN PARM - REPORT TYPE, RUN DATE, RETENTION DAYS.
007100 01  WS-PARM-CARD.
007200     05 WS-PARM-TYPE                 PIC X(8).
011100         DISPLAY 'DCJB8BRL - SYSIN REPORT TYPE IS REQUIRED'
011200         GO TO 9999-ABEND
011300     END-IF.
011310
011320     IF WS-PARM-TYPE = WS-FROZEN-TYPE
011330         DISPLAY 'DCJB8BRL - DCJB8BPC REPORTS ARE FROZEN, '
011340             'NOT CAPTURED'
011350         GO TO 9999-ABEND
011360     END-IF.
011400
011500     IF WS-PARM-DATE IS NOT NUMERIC
011600         DISPLAY 'DCJB8BRL - SYSIN RUN DATE MUST BE YYYYDDD'
018000
018100*----------------------------------------------------------------
018200* RETENTION SWEEP - EVERY REPOSITORY ROW (ANY REPORT TYPE)
018300* WHOSE RUN DATE IS OLDER THAN THE RETENTION PARM AGES OFF,
018310* EXCEPT THE FROZEN DCJB8BPC PERIOD CLOSING-BALANCE REPORTS.
018400*----------------------------------------------------------------
018500 4000-PURGE-EXPIRED.
018600
021100             GO TO 4100-EXIT
021200     END-READ.
021300
021310     IF RPT-TYPE = WS-FROZEN-TYPE
021320         GO TO 4100-EXIT
021330     END-IF.
021340
021400     DIVIDE RPT-RUN-DATE BY 1000
021500         GIVING WS-CYY-WORK
021600         REMAINDER WS-DDD-WORK.
