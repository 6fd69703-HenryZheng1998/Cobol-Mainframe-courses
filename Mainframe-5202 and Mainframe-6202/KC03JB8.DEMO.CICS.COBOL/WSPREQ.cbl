      * REQUEST LAYOUT PASSED INTO DCJB8WSP BY THE STUDENT PORTAL -
      * ONE STUDENT, AND EITHER A BALANCE INQUIRY OR A CARD PAYMENT
      * AGAINST ONE TERM THAT THE CARD GATEWAY HAS ALREADY AUTHORIZED.
       01 WSPPAY-REQ.
           05 WSP-STUNUMBER-REQ       PIC X(7).
      * REGISTERED-CALLER CREDENTIALS - CHECKED AGAINST CALLFILE AT
      * THE TOP OF THE SERVICE BEFORE ANYTHING ELSE IS LOOKED AT,
      * UNDER THE SERVICE'S OWN CAL-ALLOW-WSP GRANT.
           05 WSP-CALLERID-REQ        PIC X(8).
           05 WSP-CALLSECRET-REQ      PIC X(16).
      * THE STUDENT'S PORTAL PIN (SEE PINREC) - VERIFIED BEFORE THE
      * SERVICE ANSWERS WHEN THE STUDENT HAS A PIN ON FILE.
           05 WSP-PIN-REQ             PIC X(4).
      * 'B' = BALANCE INQUIRY ONLY, 'P' = POST A CARD PAYMENT.
           05 WSP-ACTION-REQ          PIC X(1).
      * PAYMENT ONLY - THE ASSESSED TERM BEING PAID, THE AMOUNT
      * (DOLLARS AND CENTS, CENTS IN THE LAST TWO), AND THE CARD
      * GATEWAY'S AUTHORIZATION NUMBER, WHICH BECOMES THE PAYFILE
      * RECEIPT NUMBER.
           05 WSP-TERM-REQ            PIC X(5).
           05 WSP-AMOUNT-REQ          PIC 9(7)V99.
           05 WSP-AUTH-REQ            PIC X(8).
