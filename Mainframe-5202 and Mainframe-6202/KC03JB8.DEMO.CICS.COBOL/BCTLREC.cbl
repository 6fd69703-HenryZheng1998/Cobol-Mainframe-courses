      * 'S' MEANS THE SUITE IS CLOSING FOR THE BATCH WINDOW (UPDATE
      * FUNCTIONS REFUSE NEW WORK), 'C' MEANS OPEN. THE MASTER-FILE
      * BATCH JOBS CHECK IT BEFORE TOUCHING THE MASTERS.
      *
      * THE ROWS KEYED RUN-DATE 0000000 / JOB 'LMSSTUJ' AND 'LMSCRSJ'
      * ARE THE DCJB8BLM LEARNING-PLATFORM FEED'S HIGH-WATER MARKS:
      * BCT-TOTAL IS HOW MANY STUJRNL / CRSJRNL ENTRIES THE FEED HAS
      * ALREADY SENT. THEY ONLY MOVE WHEN A FEED RUN COMPLETES.
      * THE ROW KEYED RUN-DATE 0000000 / JOB 'CARDSTUJ' IS THE SAME
      * KIND OF MARK FOR THE DCJB8BCF CARD-OFFICE AND LIBRARY FEED'S
      * DEACTIVATION LIST.
      * THE ROWS KEYED RUN-DATE 0000000 / JOB 'INTG01' THROUGH
      * 'INTG17' HOLD THE DCJB8BRI INTEGRITY SWEEP'S DANGLING-REFERENCE
      * COUNT PER RELATIONSHIP AS OF ITS LAST RUN (BCT-TOTAL), AND
      * 'INTGRUN' THAT RUN'S DATE (CYYDDD, ALSO IN BCT-TOTAL) - THE
      * BASIS OF THE SWEEP'S TREND.
      *
      * DCJB8BTA AND DCJB8BRO STAMP ROWS OF THEIR OWN ONLY SO THEIR
      * START, END AND CONTROL TOTAL CAN BE TIMED - NOTHING WAITS ON
      * THEM, AND A RERUN RESTAMPS THE ROW. DCJB8BWO READS EACH
      * NIGHT'S ROWS EVERY MORNING INTO ITS BWHIST ELAPSED-TIME
      * HISTORY.
       01 BATCHCTL-RECORD.
           05 BCT-KEY.
               10 BCT-RUN-DATE        PIC 9(7).
