      * CHGCODE RECORD LAYOUT - MISCELLANEOUS CHARGE CODE TABLE. ONE
      * ROW PER KIND OF CHARGE THE OFFICES MAY BILL (LAB FEE, LIBRARY
      * FINE, ID-CARD REPLACEMENT, TRANSCRIPT FEE, RESIDENCE DAMAGE).
      * DCJB8PHQ REFUSES A CODE THAT IS NOT ON FILE OR IS INACTIVE, AND
      * OFFERS THE STANDARD AMOUNT WHEN THE OPERATOR LEAVES THE AMOUNT
      * BLANK. A ZERO STANDARD AMOUNT MEANS THE AMOUNT MUST ALWAYS BE
      * KEYED (DAMAGE CHARGES VARY). LOADED THE WAY OPERFILE IS.
       01 CHGCODE-RECORD.
           05 CHC-KEY.
               10 CHC-CODE            PIC X(4).
           05 CHC-DESC                PIC X(20).
           05 CHC-STD-AMOUNT          PIC 9(5)V99.
      * A CODE BEING RETIRED IS MARKED 'N' RATHER THAN DELETED, SO
      * CHARGES ALREADY POSTED UNDER IT STILL RESOLVE. A BLANK COUNTS
      * AS ACTIVE.
           05 CHC-ACTIVE              PIC X(1).
               88 CHC-IS-INACTIVE               VALUE 'N'.

       01 CHGCODE-LENGTH              PIC S9(4) COMP VALUE 32.
