      * LEFT). EXISTING ROWS WERE RELOADED AT THE CONVERSION; A
      * BLANK CATEGORY COUNTS AS DOMESTIC.
           05 ASM-FEE-CAT             PIC X(1).
      * WHAT THE GENERAL LEDGER ALREADY CARRIES FOR THIS ROW FROM
      * EARLIER DAYS - THE TOTAL AND FEE CATEGORY AS THEY STOOD WHEN
      * DCJB8BTA FIRST REASSESSED IT ON ASM-ASSESS-DATE (ZERO ON A
      * FIRST ASSESSMENT). DCJB8BGL POSTS ONLY THE CHANGE FROM THESE,
      * SO A RERUN OF THE ASSESSMENT DOES NOT POST THE GROSS AGAIN.
      * THEY GREW THE RECORD FROM 28 TO 38 BYTES; EXISTING ROWS WERE
      * RELOADED WITH THE PRIOR FIELDS EQUAL TO THE CURRENT ONES.
           05 ASM-PRIOR-FEES          PIC 9(7)V99.
           05 ASM-PRIOR-FEE-CAT       PIC X(1).

       01 ASSESS-LENGTH               PIC S9(4) COMP VALUE 38.
