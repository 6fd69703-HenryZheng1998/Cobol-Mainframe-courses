      * ACCLOG RECORD LAYOUT - ONE ENTRY PER MASKED FIELD AN INQUIRY-
      * ROLE OPERATOR UNMASKS WITH THE PF11 REVEAL KEY ON DCJB8PGR,
      * APPENDED (WRITE, NO RIDFLD) TO THE ESDS ACCLOG FILE THE SAME
      * WAY STUAUDIT IS. THE REASON CODE IS KEYED ON THE SCREEN BEFORE
      * THE REVEAL IS ALLOWED. DCJB8BPV LISTS A WEEK OF ENTRIES FOR
      * THE PRIVACY OFFICER.
       01 ACCLOG-RECORD.
           05 ACC-OPERID              PIC X(8).
           05 ACC-STU-NUMBER          PIC X(7).
           05 ACC-FIELD               PIC X(8).
               88 ACC-FIELD-PHONE             VALUE 'PHONE'.
               88 ACC-FIELD-ADDRESS           VALUE 'ADDRESS'.
               88 ACC-FIELD-EMERG             VALUE 'EMCPHONE'.
      *    ID - CONFIRMING THE CALLER'S IDENTITY
      *    SR - THE STUDENT ASKED FOR IT IN PERSON
      *    MR - RETURNED MAIL OR A BAD NUMBER BEING CHASED
      *    EM - EMERGENCY / CAMPUS SECURITY
      *    OF - OFFICIAL REQUEST (SUBPOENA, AUDITOR, SPONSOR)
           05 ACC-REASON              PIC X(2).
               88 ACC-REASON-VALID            VALUE 'ID' 'SR' 'MR'
                                                    'EM' 'OF'.
           05 ACC-DATE                PIC S9(7) COMP-3.
           05 ACC-TIME                PIC S9(7) COMP-3.
           05 ACC-PROGRAM             PIC X(8).
           05 ACC-TERMID              PIC X(4).

       01 ACCLOG-LENGTH               PIC S9(4) COMP VALUE 45.
