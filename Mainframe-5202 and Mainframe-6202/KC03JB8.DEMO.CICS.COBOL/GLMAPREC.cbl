      * GLMAP RECORD LAYOUT - GENERAL-LEDGER ACCOUNT MAPPING. ONE ROW
      * PER KIND OF STUDENT-FINANCE ACTIVITY, KEYED BY A SOURCE CODE
      * AND A SUB-CODE WITHIN IT, GIVING THE ACCOUNT DEBITED AND THE
      * ACCOUNT CREDITED WHEN DCJB8BGL TURNS THE DAY'S ACTIVITY INTO
      * GL JOURNAL LINES. FINANCE OWNS THE ACCOUNT CODES - A CHANGE
      * OF CHART IS A GLMAP RELOAD, NOT A PROGRAM CHANGE.
      *
      * SOURCES AND SUB-CODES:
      *   'AS' ASSESS TUITION    - SUB-CODE IS THE ASM-FEE-CAT (I/S)
      *   'PY' PAYFILE PAYMENT   - SUB-CODE IS THE PAY-METHOD (CA/CH/CC
      *                            AND RF/RV, AG FOR AGENCY RECOVERIES)
      *   'AW' AWDFILE AWARD     - SUB-CODE IS THE AWD-CODE
      *   'NS' PAYJRNL NSF FEE   - SUB-CODE BLANK
      *   'MC' CHGFILE CHARGE    - SUB-CODE IS THE CHG-CODE
      * A ROW WITH A BLANK SUB-CODE IS THE SOURCE'S CATCH-ALL, USED
      * WHEN NO ROW MATCHES THE SUB-CODE EXACTLY.
      *
      * THE ACCOUNTS ARE ALWAYS KEYED IN THE MONEY-IN DIRECTION
      * (E.G. DEBIT THE BANK CLEARING ACCOUNT, CREDIT RECEIVABLES FOR
      * A PAYMENT). FOR 'RF' REFUNDS, 'RV' REVERSALS AND WAIVED 'MC'
      * CHARGES THE EXTRACT SWAPS THE TWO SIDES ITSELF, SO THE MONEY
      * GOES THE OTHER WAY.
       01 GLMAP-RECORD.
           05 GLM-KEY.
               10 GLM-SOURCE          PIC X(2).
               10 GLM-SUBCODE         PIC X(4).
           05 GLM-DR-ACCOUNT          PIC X(10).
           05 GLM-CR-ACCOUNT          PIC X(10).
           05 GLM-DESC                PIC X(20).
      * WHO LAST CHANGED THE MAPPING AND WHEN (CYYDDD).
           05 GLM-CHG-OPERID          PIC X(8).
           05 GLM-CHG-DATE            PIC S9(7) COMP-3.

       01 GLMAP-LENGTH                PIC S9(4) COMP VALUE 58.
