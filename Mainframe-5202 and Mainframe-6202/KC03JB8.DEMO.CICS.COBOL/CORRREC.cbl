      * DATE (CYYDDD) + SEQUENCE WITHIN THE DAY. EVERY LETTER-
      * PRODUCING BATCH JOB (DCJB8BWL OFFERS, DCJB8BTA INVOICES,
      * DCJB8BDN DUNNING, DCJB8BTX TAX RECEIPTS, DCJB8BSN STANDING
      * LETTERS, DCJB8BFL FORM LETTERS UNDER THE FORM CODE, DCJB8BDC
      * MISSING-DOCUMENT REMINDERS, DCJB8BCE LOAN ENROLLMENT
      * CONFIRMATIONS) APPENDS
      * A ROW AS IT PRINTS, SO "DID WE ACTUALLY SEND IT" IS ANSWERED
      * FROM ONE REGISTER. PAGED PER STUDENT ON
      * THE DCJB8PHM INQUIRY; AGED OFF BY DCJB8BRT WITH THE OTHER
      * LOGS.
       01 CORRFILE-RECORD.
      * (THE PRINTING PROGRAM'S NAME).
           05 COR-DOC-TYPE            PIC X(8).
           05 COR-RUN-ID              PIC X(8).
      * HOW IT WENT OUT - ON PAPER, OR QUEUED TO THE MAIL GATEWAY AS
      * AN EMAIL (SEE EMLQREC). AN EMAIL THE GATEWAY BOUNCED AND
      * DCJB8BEB REPRINTED FOR THE POST IS MARKED REQUEUED. ROWS
      * WRITTEN BEFORE THE FIELD EXISTED CARRY A SPACE - PAPER. A
      * CONFIRMATION RETURNED TO AN OUTSIDE AGENCY ON ITS OWN FILE
      * EXCHANGE (NOT MAILED TO THE STUDENT AT ALL) IS EXCHANGE.
           05 COR-CHANNEL             PIC X(1).
               88 COR-ON-PAPER                VALUE 'P' ' '.
               88 COR-BY-EMAIL                VALUE 'E'.
               88 COR-REQUEUED                VALUE 'R'.
               88 COR-BY-EXCHANGE             VALUE 'X'.
           05 FILLER                  PIC X(7).

       01 CORRFILE-LENGTH             PIC S9(4) COMP VALUE 40.
