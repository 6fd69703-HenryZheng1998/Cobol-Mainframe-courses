      * AWDFILE RECORD LAYOUT - FINANCIAL AID AND SCHOLARSHIP AWARDS.
      * ONE ROW PER AWARD PER STUDENT PER TERM, KEYED BY STUDENT
      * NUMBER + TERM + AWARD CODE. MAINTAINED BY THE BURSAR ON THE
      * DCJB8PHA SCREEN, OR POSTED BY DCJB8PIC WHEN THE COMMITTEE
      * APPROVES A DCJB8BSE SCHOLARSHIP NOMINATION (SEE NOMREC) - A
      * NOMINATION STILL PENDING IS NOT ON THIS FILE, SO BILLING
      * NEVER SEES IT. A POSTED AWARD IS NETTED AGAINST THE TERM'S
      * ASM-TOTAL-FEES THE WAY PAYMENTS ARE - DCJB8BTA PRINTS EACH
      * AWARD AS ITS OWN INVOICE LINE AND DCJB8BAR SUBTRACTS THE
      * AWARDS BEFORE AGING THE BALANCE - SO A FULL-SCHOLARSHIP
               10 AWD-CODE            PIC X(4).
           05 AWD-DESC                PIC X(20).
           05 AWD-AMOUNT              PIC 9(7)V99.
      * WHO POSTED THE AWARD AND WHEN, STAMPED BY DCJB8PHA OR
      * DCJB8PIC.
           05 AWD-OPERID              PIC X(8).
           05 AWD-POST-DATE           PIC S9(7) COMP-3.

