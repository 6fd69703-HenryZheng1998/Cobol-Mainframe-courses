      * CASHIER REVERSAL) - MONEY GOING THE OTHER WAY, SO EVERYTHING
      * THAT SUMS PAYMENTS SUBTRACTS THOSE ROWS INSTEAD OF ADDING
      * THEM. NEITHER IS A METHOD THE CASHIER SCREEN ACCEPTS KEYED.
      * METHOD 'AG' IS MONEY THE OUTSIDE COLLECTION AGENCY RECOVERED ON
      * A PLACED ACCOUNT, POSTED GROSS BY THE DCJB8BCA REMITTANCE LOAD
      * (THE AGENCY'S COMMISSION IS BILLED BACK AS A CHGFILE CHARGE).
      * IT IS NOT KEYED ON THE CASHIER SCREEN EITHER.
           05 PAY-METHOD              PIC X(2).
               88 PAY-CASH            VALUE 'CA'.
               88 PAY-CHEQUE          VALUE 'CH'.
               88 PAY-CARD            VALUE 'CC'.
               88 PAY-VALID-METHOD    VALUE 'CA' 'CH' 'CC'.
               88 PAY-AGENCY          VALUE 'AG'.
               88 PAY-REFUND          VALUE 'RF'.
               88 PAY-REVERSAL        VALUE 'RV'.
               88 PAY-NEGATIVE        VALUE 'RF' 'RV'.
