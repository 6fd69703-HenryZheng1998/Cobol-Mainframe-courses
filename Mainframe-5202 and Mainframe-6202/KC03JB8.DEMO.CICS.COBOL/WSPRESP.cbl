      * RESPONSE LAYOUT RETURNED BY DCJB8WSP.
      * WSP-STATUS-CODE: 0 SUCCESS, 1 VALIDATION ERROR (SEE WSP-MSG),
      * 2 STUDENT NOT FOUND, 3 TERM NOT ASSESSED FOR THE STUDENT,
      * 4 A PAYMENT IS ALREADY RECORDED FOR THE STUDENT TODAY, 5 THE
      * AMOUNT IS MORE THAN THE TERM'S BALANCE, 6 TODAY FALLS IN A
      * CLOSED FINANCIAL PERIOD OF THE TERM (SEE PRDREC), 7 PIN
      * REFUSED, 9 CALLER NOT AUTHORIZED (SEE CALLREC), X SYSTEM
      * ERROR - THE SERVICE ABENDED, NOTHING WAS POSTED AND WSP-MSG
      * QUOTES THE ERRLOG REFERENCE (SEE ERRLREC).
      * THE TERM ROWS ARE NETTED THE WAY DCJB8BAR NETS THEM - FEES
      * PLUS LIVE CHARGES, LESS POSTED AWARDS AND NET PAYMENTS - AND
      * ALWAYS REFLECT A PAYMENT JUST POSTED. A NEGATIVE BALANCE IS A
      * CREDIT WAITING ON THE DCJB8BDB REFUND RUN.
       01 WSP-RESP.
           05 payment-resp.
            10 WSP-STATUS-CODE  PIC X.
            10 WSP-MSG          PIC X(60).
            10 WSP-STUNUMBER-RESP PIC X(7).
      * ECHOES THE AUTHORIZATION NUMBER THE PAYMENT WAS POSTED UNDER.
            10 WSP-RECEIPT-RESP PIC X(8).
            10 WSP-TOTAL-DUE    PIC S9(7)V99 SIGN LEADING SEPARATE.
            10 balArray-num     PIC S9(9) COMP-5 SYNC.
            10 balArray OCCURS 20.
                15 balData.
                    20 BALTERM      PIC X(5).
                    20 BALFEES      PIC 9(7)V99.
                    20 BALCHARGES   PIC 9(7)V99.
                    20 BALAWARDS    PIC 9(7)V99.
                    20 BALPAID      PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
                    20 BALDUE       PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
