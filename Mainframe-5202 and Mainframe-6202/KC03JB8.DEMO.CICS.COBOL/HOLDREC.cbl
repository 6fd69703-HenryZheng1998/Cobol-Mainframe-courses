      * DCJB8PGH SCREEN. WHILE A HOLD IS ON FILE, DCJB8PGU AND
      * DCJB8WSW REFUSE COURSE CHANGES FOR THE STUDENT (SHOWING THE
      * REASON) AND DCJB8PGR FLAGS IT ON THE INQUIRY SCREEN.
      * THE NIGHTLY DCJB8BDC RUN PLACES AND RELEASES THE DOCUMENTS
      * ('D') HOLD FROM THE DOCFILE CHECKLIST (SEE DOCREC).
      * A SUSPENSION RECORDED ON THE DCJB8PHW INTEGRITY-CASE SCREEN
      * PLACES THE DISCIPLINE ('C') HOLD (SEE INTGREC).
       01 HOLDFILE-RECORD.
           05 HLD-KEY.
               10 HLD-STU-NUMBER      PIC X(7).
