      * NOMFILE RECORD LAYOUT - SCHOLARSHIP NOMINATIONS. ONE ROW PER
      * STUDENT PER SCHOLARSHIP PER TERM, WRITTEN 'P' BY THE DCJB8BSE
      * SELECTION RUN IN RANK ORDER. A PENDING NOMINATION IS NOT AN
      * AWARD - NOTHING ON AWDFILE, SO IT NETS AGAINST NO BALANCE -
      * BUT IT DOES KEEP THE STUDENT/TERM OUT OF THE DCJB8BLF LATE-FEE
      * RUN AND THE DCJB8BCN CANCELLATION RUN WHILE IT WAITS. THE
      * COMMITTEE APPROVES OR DROPS EACH ONE ON DCJB8PIC; APPROVAL
      * POSTS THE AWDFILE ROW THE WAY DCJB8PHA WOULD. A RERUN
      * REPLACES THE TERM'S PENDING ROWS AND LEAVES DECIDED ONES.
       01 NOMFILE-RECORD.
           05 NOM-KEY.
               10 NOM-TERM            PIC X(5).
               10 NOM-CODE            PIC X(4).
               10 NOM-STU-NUMBER      PIC X(7).
           05 NOM-STU-NAME            PIC X(20).
      * COPIED FROM SCHFILE WHEN THE NOMINATION IS WRITTEN - THE
      * AWDFILE ROW IS POSTED WITH THESE.
           05 NOM-DESC                PIC X(20).
           05 NOM-AMOUNT              PIC 9(7)V99.
      * RANK WITHIN THE SCHOLARSHIP AND WHAT THE STUDENT WAS RANKED
      * ON, AS OF THE RUN DATE (CYYDDD).
           05 NOM-RANK                PIC 9(3).
           05 NOM-GPA                 PIC 9V99.
           05 NOM-CREDITS             PIC 9(2).
           05 NOM-RUN-DATE            PIC 9(7).
      * 'P' WAITING ON THE COMMITTEE, 'A' APPROVED AND POSTED TO
      * AWDFILE, 'D' DROPPED - THE STUDENT IS NOT NOMINATED FOR THE
      * SAME SCHOLARSHIP AGAIN THAT TERM.
           05 NOM-STATUS              PIC X(1).
               88 NOM-PENDING                   VALUE 'P'.
               88 NOM-APPROVED                  VALUE 'A'.
               88 NOM-DROPPED                   VALUE 'D'.
      * THE DECISION - WHO AND WHEN, STAMPED BY DCJB8PIC.
           05 NOM-DECIDE-OPERID       PIC X(8).
           05 NOM-DECIDE-DATE         PIC S9(7) COMP-3.
           05 NOM-DECIDE-TIME         PIC S9(7) COMP-3.
           05 FILLER                  PIC X(8).

       01 NOMFILE-LENGTH              PIC S9(4) COMP VALUE 105.
