      * GLJRNL RECORD LAYOUT - THE GENERAL-LEDGER JOURNAL HANDED TO
      * FINANCE EACH NIGHT BY DCJB8BGL. ONE 'D' DETAIL LINE PER
      * DEBIT OR CREDIT (EVERY ACTIVITY ROW PRODUCES A BALANCED PAIR),
      * THEN ONE 'T' TRAILER CARRYING THE LINE COUNT AND THE DEBIT
      * AND CREDIT TOTALS, WHICH THE GL LOAD CHECKS BEFORE POSTING.
      * THE RUN DATE (CYYDDD) ON EVERY LINE IS THE BUSINESS DAY THE
      * ACTIVITY BELONGS TO.
       01 GLJRNL-RECORD.
           05 GLJ-REC-TYPE            PIC X(1).
               88 GLJ-DETAIL                    VALUE 'D'.
               88 GLJ-TRAILER                   VALUE 'T'.
           05 GLJ-RUN-DATE            PIC 9(7).
           05 GLJ-LINE-NO             PIC 9(7).
           05 GLJ-ACCOUNT             PIC X(10).
           05 GLJ-DR-CR               PIC X(1).
               88 GLJ-DEBIT                     VALUE 'D'.
               88 GLJ-CREDIT                    VALUE 'C'.
           05 GLJ-AMOUNT              PIC 9(9)V99.
      * WHERE THE LINE CAME FROM - THE GLMAP SOURCE AND SUB-CODE,
      * THE STUDENT AND TERM, AND A REFERENCE (RECEIPT NUMBER,
      * AWARD CODE, OR ORIGINAL RECEIPT FOR AN NSF FEE).
           05 GLJ-SOURCE              PIC X(2).
           05 GLJ-SUBCODE             PIC X(4).
           05 GLJ-STU-NUMBER          PIC X(7).
           05 GLJ-TERM                PIC X(5).
           05 GLJ-REFERENCE           PIC X(8).
           05 FILLER                  PIC X(17).
      * THE TRAILER'S VIEW OF THE SAME 80 BYTES - A SECOND RECORD
      * UNDER THE SAME FD.
       01 GLJRNL-TRAILER.
           05 GLT-REC-TYPE            PIC X(1).
           05 GLT-RUN-DATE            PIC 9(7).
           05 GLT-LINE-COUNT          PIC 9(7).
           05 GLT-DEBIT-TOTAL         PIC 9(11)V99.
           05 GLT-CREDIT-TOTAL        PIC 9(11)V99.
           05 FILLER                  PIC X(39).

       01 GLJRNL-LENGTH               PIC S9(4) COMP VALUE 80.
