      * EMAILQ RECORD LAYOUT - THE OUTBOUND EMAIL QUEUE THE LETTER
      * JOBS (DCJB8BSN, DCJB8BDN, DCJB8BEV, DCJB8BWL, DCJB8BTA) WRITE
      * FOR A STUDENT WITH AN EMAIL ADDRESS AND CONSENT ON PRFFILE,
      * INSTEAD OF PRINTING THE LETTER. EACH LETTER IS A HEADER
      * (RECIPIENT, SUBJECT), ONE BODY ROW PER PRINT LINE THE PAPER
      * LETTER WOULD HAVE HAD (CARRIAGE CONTROL AND ALL, SO A BOUNCE
      * CAN BE REPRINTED AS-IS), AND A TRAILER WITH THE LINE COUNT.
      * THE KEY - STUDENT, CORRESPONDENCE DAY (CYYDDD), DOCUMENT
      * CODE - MATCHES THE CORRFILE ROW AND IS WHAT THE MAIL GATEWAY
      * ECHOES BACK ON A BOUNCE (SEE BNCREC AND DCJB8BEB).
       01 EMAILQ-RECORD.
           05 EMQ-KEY.
               10 EMQ-STU-NUMBER      PIC X(7).
               10 EMQ-DATE            PIC 9(7).
               10 EMQ-DOC-TYPE        PIC X(8).
           05 EMQ-REC-TYPE            PIC X(1).
               88 EMQ-HEADER                  VALUE 'H'.
               88 EMQ-BODY                    VALUE 'B'.
               88 EMQ-TRAILER                 VALUE 'T'.
           05 EMQ-LINE-NO             PIC 9(3).
           05 EMQ-DATA                PIC X(133).
           05 EMQ-HEADER-DATA REDEFINES EMQ-DATA.
               10 EMQ-RECIPIENT       PIC X(50).
               10 EMQ-SUBJECT         PIC X(60).
               10 EMQ-RUN-ID          PIC X(8).
               10 FILLER              PIC X(15).
           05 EMQ-TRAILER-DATA REDEFINES EMQ-DATA.
               10 EMQ-LINE-COUNT      PIC 9(3).
               10 FILLER              PIC X(130).
           05 FILLER                  PIC X(1).

       01 EMAILQ-LENGTH               PIC S9(4) COMP VALUE 160.
