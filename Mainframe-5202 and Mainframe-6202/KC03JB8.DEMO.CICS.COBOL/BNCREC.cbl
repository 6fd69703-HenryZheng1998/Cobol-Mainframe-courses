      * BOUNCE RECORD LAYOUT - RETURNED BY THE MAIL GATEWAY FOR EACH
      * QUEUED EMAIL IT COULD NOT DELIVER. THE KEY IS THE EMAILQ KEY
      * ECHOED BACK UNCHANGED; DCJB8BEB USES IT TO FIND THE LETTER
      * IN THE RETAINED QUEUE, REPRINT IT FOR THE POST, AND MARK THE
      * CORRFILE ROW REQUEUED.
       01 BOUNCE-RECORD.
           05 BNC-KEY.
               10 BNC-STU-NUMBER      PIC X(7).
               10 BNC-DATE            PIC 9(7).
               10 BNC-DOC-TYPE        PIC X(8).
           05 BNC-RECIPIENT           PIC X(50).
           05 BNC-REASON              PIC X(40).
           05 FILLER                  PIC X(8).

       01 BOUNCE-LENGTH               PIC S9(4) COMP VALUE 120.
