      * INSLOG RECORD LAYOUT - ONE ENTRY PER CALL TO THE DCJB8WSI
      * INSTRUCTOR SERVICE, ACCEPTED OR NOT, FILED UNDER THE
      * INSTRUCTOR ID THE PORTAL PASSED IN AND APPENDED (WRITE, NO
      * RIDFLD) TO THE ESDS INSLOG FILE THE SAME WAY STUAUDIT IS.
      * INL-COUNT IS THE ROSTER LINES RETURNED BY AN 'R' CALL OR THE
      * MARKS POSTED BY AN 'A' CALL; INL-HELD IS HOW MANY OF THE
      * LINES WERE CONFIDENTIAL STUDENTS WITH THE NAME HELD BACK.
       01 INSLOG-RECORD.
           05 INL-INSTR-ID            PIC X(5).
           05 INL-CALLER              PIC X(8).
           05 INL-ACTION              PIC X(1).
           05 INL-COURSE              PIC X(8).
           05 INL-MEET-DATE           PIC 9(7).
           05 INL-STATUS              PIC X(1).
           05 INL-COUNT               PIC 9(3).
           05 INL-HELD                PIC 9(3).
           05 INL-DATE                PIC S9(7) COMP-3.
           05 INL-TIME                PIC S9(7) COMP-3.

       01 INSLOG-LENGTH               PIC S9(4) COMP VALUE 44.
