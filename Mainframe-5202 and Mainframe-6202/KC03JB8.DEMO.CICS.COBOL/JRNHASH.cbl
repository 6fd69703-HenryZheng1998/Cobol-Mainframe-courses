      *--------------------------------------------------------------
      * JOURNAL CHAIN STAMP - PUTS THE SEQUENCE NUMBER IN JHW-SEQ INTO
      * THE ENTRY IN JHW-IMAGE, HASHES THE ENTRY ONTO THE PREVIOUS
      * ENTRY'S HASH IN JHW-HASH, AND PUTS THE NEW HASH INTO THE
      * ENTRY'S LAST 9 BYTES (AND LEAVES IT IN JHW-HASH FOR THE
      * JRNCTL ROW). SHARED BY DCJB8PIB, THE BATCH JOURNAL WRITERS
      * AND THE DCJB8BJV VERIFIER SO ALL OF THEM HASH ALIKE.
      *--------------------------------------------------------------
       8900-CHAIN-STAMP.

           COMPUTE JHW-SEQ-POS = JHW-LENGTH - 17.
           COMPUTE JHW-HASH-POS = JHW-LENGTH - 8.
           MOVE JHW-SEQ TO JHW-IMAGE(JHW-SEQ-POS:9).

           PERFORM 8910-CHAIN-HASH THRU 8910-EXIT.

           MOVE JHW-HASH TO JHW-HASH-OUT.
           MOVE JHW-HASH-OUT TO JHW-IMAGE(JHW-HASH-POS:9).

       8900-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * THE HASH ITSELF - EVERY BYTE OF THE ENTRY UP TO ITS OWN HASH
      * FIELD, TAKEN IN TURN: TIMES 31, PLUS THE BYTE'S VALUE PLUS 1,
      * MODULO THE PRIME 999999937. STARTS FROM WHATEVER IS IN
      * JHW-HASH, SO THE CHAIN RUNS THROUGH EVERY ENTRY BEFORE IT.
      *--------------------------------------------------------------
       8910-CHAIN-HASH.

           PERFORM 8920-HASH-BYTE THRU 8920-EXIT
               VARYING JHW-IX FROM 1 BY 1
               UNTIL JHW-IX > JHW-LENGTH - 9.

       8910-EXIT.
           EXIT.

       8920-HASH-BYTE.

           MOVE JHW-IMAGE(JHW-IX:1) TO JHW-BYTE.
           COMPUTE JHW-HASH = JHW-HASH * 31 + JHW-BYTE-VALUE + 1.
           DIVIDE JHW-HASH BY 999999937 GIVING JHW-QUOT.
           COMPUTE JHW-HASH = JHW-HASH - JHW-QUOT * 999999937.

       8920-EXIT.
           EXIT.
