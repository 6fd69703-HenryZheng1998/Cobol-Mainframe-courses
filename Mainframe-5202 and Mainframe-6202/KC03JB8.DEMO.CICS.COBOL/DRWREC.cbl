      * AMOUNTS, SHOWS THE OVER/SHORT SLIP, AND FLIPS THE ROW TO
      * BALANCED. DCJB8PGP REFUSES TO POST FOR AN OPERATOR WHO STILL
      * HAS AN EARLIER DAY SITTING OPEN.
      * THE STUDENT PORTAL'S CARD PAYMENTS (DCJB8WSP) KEEP THEIR OWN
      * ROW UNDER THE RESERVED OPERATOR ID 'WEB', WHICH NO OPERFILE
      * ROW MAY CARRY. NOBODY COUNTS THAT DRAWER - DCJB8BBD BALANCES
      * IT AGAINST THE CARD GATEWAY'S SETTLEMENT DEPOSIT AND FLIPS IT
      * TO BALANCED WHEN THE TWO AGREE.
       01 DRWFILE-RECORD.
           05 DRW-KEY.
               10 DRW-OPERID          PIC X(8).
