      * RFDJRNL RECORD LAYOUT - ONE ENTRY PER LARGE-REFUND DECISION,
      * APPENDED (WRITE, NO RIDFLD) TO THE ESDS RFDJRNL FILE BY
      * DCJB8PHR THE WAY PAYMENT REVERSALS HIT PAYJRNL. "WHO LET THIS
      * CHEQUE GO, AND WHOSE PAYMENT CAUSED IT" IS ANSWERED FROM HERE
      * EVEN AFTER THE RFPFILE ROW HAS BEEN RE-QUEUED OR PAID.
       01 RFDJRNL-RECORD.
           05 RFJ-STU-NUMBER          PIC X(7).
           05 RFJ-TERM                PIC X(5).
           05 RFJ-AMOUNT              PIC 9(7)V99.
      * 'A' APPROVED OR 'R' REJECTED, AND THE REJECTION REASON CODE.
           05 RFJ-DECISION            PIC X(1).
           05 RFJ-REASON              PIC X(2).
      * WHO POSTED THE PAYMENT BEHIND THE CREDIT, AND WHO DECIDED.
           05 RFJ-PAY-OPERID          PIC X(8).
           05 RFJ-OPERID              PIC X(8).
           05 RFJ-DATE                PIC S9(7) COMP-3.
           05 RFJ-TIME                PIC S9(7) COMP-3.

       01 RFDJRNL-LENGTH              PIC S9(4) COMP VALUE 48.
