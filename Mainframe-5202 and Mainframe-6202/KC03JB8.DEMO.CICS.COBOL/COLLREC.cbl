      * COLLFILE RECORD LAYOUT - COLLECTION AGENCY PLACEMENT REGISTER.
      * ONE ROW PER STUDENT PER TERM, KEYED LIKE ASM-KEY/DUN-KEY,
      * WRITTEN BY THE DCJB8BCP PLACEMENT RUN WHEN AN ACCOUNT THAT HAS
      * HAD ITS FINAL DUNNING NOTICE (DUN-FINAL-SENT) IS HANDED TO THE
      * OUTSIDE AGENCY. THE ROW IS THE "PLACED" MARK - AN ACCOUNT WITH
      * A ROW ON FILE IS NEVER PLACED A SECOND TIME. THE DCJB8BCA
      * REMITTANCE LOAD ADDS WHAT THE AGENCY COLLECTS AND CHARGES, AND
      * THE MONEY COLUMNS ALWAYS RECONCILE AS PLACED = COLLECTED +
      * RECALLED + RETURNED + STILL OUTSTANDING AT THE AGENCY.
       01 COLLFILE-RECORD.
           05 COL-KEY.
               10 COL-STU-NUMBER      PIC X(7).
               10 COL-TERM            PIC X(5).
      * 'P' PLACED AND WORKING, 'C' CLOSED - COLLECTED IN FULL BY THE
      * AGENCY, 'R' RECALLED BY US (THE BALANCE WAS CLEARED HERE, SO
      * DCJB8BCP SENT A RECALL), 'X' RETURNED BY THE AGENCY AS
      * UNCOLLECTABLE.
           05 COL-STATUS              PIC X(1).
               88 COL-PLACED                  VALUE 'P'.
               88 COL-CLOSED                  VALUE 'C'.
               88 COL-RECALLED                VALUE 'R'.
               88 COL-RETURNED                VALUE 'X'.
      * PLACEMENT DATE (CYYDDD) AND THE BALANCE HANDED OVER.
           05 COL-PLACED-DATE         PIC 9(7).
           05 COL-PLACED-AMT          PIC 9(7)V99.
      * GROSS RECOVERED BY THE AGENCY (POSTED TO PAYFILE AS METHOD
      * 'AG') AND THE COMMISSION IT KEPT (BILLED AS A CHGFILE 'AGYC'
      * CHARGE).
           05 COL-COLLECTED-AMT       PIC 9(7)V99.
           05 COL-COMMISSION-AMT      PIC 9(7)V99.
      * WHAT WAS STILL OUTSTANDING WHEN THE ACCOUNT WAS RECALLED OR
      * RETURNED - THE PLACED BALANCE THE AGENCY NO LONGER WORKS.
           05 COL-RECALLED-AMT        PIC 9(7)V99.
           05 COL-RETURNED-AMT        PIC 9(7)V99.
      * DATE THE ROW LEFT 'P' (CYYDDD) AND THE LAST REMITTANCE DATE.
           05 COL-CLOSED-DATE         PIC 9(7).
           05 COL-LAST-REMIT-DATE     PIC 9(7).
           05 FILLER                  PIC X(11).

       01 COLLFILE-LENGTH             PIC S9(4) COMP VALUE 90.
