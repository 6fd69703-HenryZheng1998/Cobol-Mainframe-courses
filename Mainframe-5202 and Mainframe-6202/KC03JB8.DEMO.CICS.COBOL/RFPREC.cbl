      * RFPFILE RECORD LAYOUT - LARGE-REFUND APPROVAL QUEUE. ONE ROW
      * PER STUDENT PER TERM, KEYED LIKE ASM-KEY. WHEN THE DCJB8BDB
      * DISBURSEMENT RUN FINDS A CREDIT ABOVE THE PARMFILE RFNDLIMT
      * THRESHOLD IT QUEUES IT HERE INSTEAD OF CUTTING A CHEQUE. A
      * SUPERVISOR APPROVES OR REJECTS IT ON DCJB8PHR - NEVER THE
      * OPERATOR WHO POSTED THE PAYMENT BEHIND THE CREDIT - AND THE
      * NEXT DCJB8BDB RUN PAYS AN APPROVED ROW AND MARKS IT DISBURSED.
       01 RFPFILE-RECORD.
           05 RFP-KEY.
               10 RFP-STU-NUMBER      PIC X(7).
               10 RFP-TERM            PIC X(5).
      * THE CREDIT AS FOUND WHEN QUEUED (OR RE-QUEUED) AND THE DATE
      * (CYYDDD).
           05 RFP-AMOUNT              PIC 9(7)V99.
           05 RFP-QUEUED-DATE         PIC 9(7).
      * 'P' WAITING ON A SUPERVISOR, 'A' APPROVED - TO BE PAID BY THE
      * NEXT DCJB8BDB RUN, 'R' REJECTED - THE CREDIT STAYS ON THE
      * ACCOUNT UNTIL IT IS CORRECTED, 'D' DISBURSED.
           05 RFP-STATUS              PIC X(1).
               88 RFP-PENDING                   VALUE 'P'.
               88 RFP-APPROVED                  VALUE 'A'.
               88 RFP-REJECTED                  VALUE 'R'.
               88 RFP-DISBURSED                 VALUE 'D'.
      * THE LATEST PAYMENT ON THE TERM - WHOEVER KEYED IT MAY NOT
      * DECIDE THE REFUND IT CAUSED.
           05 RFP-PAY-OPERID          PIC X(8).
           05 RFP-PAY-RECEIPT         PIC X(8).
           05 RFP-PAY-DATE            PIC 9(7).
      * THE DECISION - WHO, WHEN, AND FOR A REJECTION THE REASON CODE
      * ('KE' KEYING ERROR, 'DU' DUPLICATE PAYMENT, OR WHATEVER THE
      * OFFICE'S CODE SHEET SAYS). EVERY DECISION IS ALSO JOURNALED
      * TO RFDJRNL.
           05 RFP-DECIDE-OPERID       PIC X(8).
           05 RFP-DECIDE-DATE         PIC S9(7) COMP-3.
           05 RFP-DECIDE-TIME         PIC S9(7) COMP-3.
           05 RFP-REASON              PIC X(2).
      * SET BY DCJB8BDB WHEN THE APPROVED REFUND IS PAID.
           05 RFP-PAID-DATE           PIC 9(7).
           05 RFP-CHEQUE-NO           PIC X(8).
           05 FILLER                  PIC X(5).

       01 RFPFILE-LENGTH              PIC S9(4) COMP VALUE 90.
