      * CHGFILE RECORD LAYOUT - MISCELLANEOUS CHARGES (LAB FEES,
      * LIBRARY FINES, ID-CARD REPLACEMENTS, TRANSCRIPT FEES, RESIDENCE
      * DAMAGE AND THE LIKE) - EVERYTHING BILLED OTHER THAN THE
      * DCJB8BTA TUITION ASSESSMENT. ONE ROW PER CHARGE, KEYED BY
      * STUDENT NUMBER + TERM + A CHARGE SEQUENCE NUMBER WITHIN THE
      * STUDENT/TERM (001 UP - THE POSTING TAKES THE NEXT FREE ONE).
      * POSTED ON THE DCJB8PHQ CHARGE-POSTING SCREEN AGAINST AN
      * ASSESSED TERM, WITH A CODE FROM CHGCODE. EVERYTHING THAT NETS
      * A TERM BALANCE (DCJB8BAR, DCJB8BDN, DCJB8BGC, DCJB8BDB) ADDS
      * THE TERM'S LIVE CHARGES TO THE ASSESS ROW'S TOTAL FEES. THE
      * DCJB8BLF OVERDUE RUN POSTS ITS OWN 'LATE' (LATE FEE) AND 'INTR'
      * (INTEREST) ROWS HERE, OPERATOR ID DCJB8BLF, AND THE DCJB8BCA
      * AGENCY REMITTANCE LOAD ITS 'AGYC' (AGENCY COMMISSION) ROWS.
       01 CHGFILE-RECORD.
           05 CHG-KEY.
               10 CHG-STU-NUMBER      PIC X(7).
               10 CHG-TERM            PIC X(5).
               10 CHG-SEQ             PIC 9(3).
           05 CHG-CODE                PIC X(4).
           05 CHG-AMOUNT              PIC 9(7)V99.
      * DATE POSTED (CYYDDD, EIBDATE'S SHAPE) - A CHARGE AGES FROM
      * HERE, NOT FROM THE TERM'S ASSESSMENT DATE.
           05 CHG-DATE                PIC 9(7).
      * FREE-FORM REFERENCE KEYED AT POSTING (WORK ORDER, ROOM,
      * LIBRARY ITEM NUMBER) SO THE CHARGE CAN BE TRACED BACK.
           05 CHG-REFERENCE           PIC X(8).
           05 CHG-OPERID              PIC X(8).
           05 CHG-TIME                PIC S9(7) COMP-3.
      * A WAIVED CHARGE STAYS ON FILE FOR THE AUDIT TRAIL BUT NO
      * LONGER COUNTS TOWARD ANY BALANCE. WAIVING IS A SUPERVISOR
      * FUNCTION ON THE SAME SCREEN, AND STAMPS WHO AND WHEN.
           05 CHG-STATUS              PIC X(1).
               88 CHG-WAIVED                    VALUE 'W'.
           05 CHG-WAIVE-OPERID        PIC X(8).
           05 CHG-WAIVE-DATE          PIC 9(7).

       01 CHGFILE-LENGTH              PIC S9(4) COMP VALUE 71.
