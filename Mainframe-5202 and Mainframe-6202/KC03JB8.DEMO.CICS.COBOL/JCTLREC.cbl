      * JRNCTL RECORD LAYOUT - JOURNAL CHAIN CONTROL. ONE ROW PER
      * CHAINED JOURNAL ('STUJRNL', 'CRSJRNL', 'PAYJRNL'), KEYED BY
      * THE JOURNAL'S FILE NAME. EVERY WRITER - DCJB8PIB ONLINE, THE
      * JOURNALLING BATCH JOBS OFFLINE - TAKES ITS NEXT SEQUENCE
      * NUMBER AND THE PREVIOUS ENTRY'S HASH FROM HERE AND PUTS THE
      * NEW ONES BACK IN THE SAME UPDATE. THE ROW IS CREATED BY THE
      * FIRST WRITE TO A JOURNAL THAT HAS NONE.
       01 JRNCTL-RECORD.
           05 JCT-KEY.
               10 JCT-JOURNAL         PIC X(8).
      * THE WRITERS' END OF THE CHAIN - THE LAST SEQUENCE NUMBER HANDED
      * OUT AND THAT ENTRY'S HASH. READ FOR UPDATE AROUND EVERY
      * JOURNAL WRITE, SO WRITERS TO ONE JOURNAL TAKE TURNS.
           05 JCT-LAST-SEQ            PIC 9(9).
           05 JCT-LAST-HASH           PIC 9(9).
      * HOW FAR DCJB8BJV HAS VERIFIED THE CHAIN - THE LAST ENTRY IT
      * PASSED, THAT ENTRY'S HASH, AND THE RUN DATE (CYYDDD). THE NEXT
      * RUN PICKS UP FROM HERE.
           05 JCT-VER-SEQ             PIC 9(9).
           05 JCT-VER-HASH            PIC 9(9).
           05 JCT-VER-DATE            PIC 9(7).
      * THE LAST ENTRY DCJB8BRT MOVED TO AN ARCHIVE DATASET, ITS HASH
      * AND THE RUN DATE. THE LIVE JOURNAL STARTS AT JCT-ARCH-SEQ + 1,
      * CHAINED ON FROM JCT-ARCH-HASH.
           05 JCT-ARCH-SEQ            PIC 9(9).
           05 JCT-ARCH-HASH           PIC 9(9).
           05 JCT-ARCH-DATE           PIC 9(7).
           05 FILLER                  PIC X(4).

       01 JRNCTL-LENGTH               PIC S9(4) COMP VALUE 80.
