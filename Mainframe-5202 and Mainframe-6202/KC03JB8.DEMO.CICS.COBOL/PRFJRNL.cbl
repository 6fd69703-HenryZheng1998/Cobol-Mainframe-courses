      * PRFJRNL RECORD LAYOUT - ONE ENTRY PER WRITE, REWRITE, OR
      * DELETE AGAINST PRFFILE, APPENDED (WRITE, NO RIDFLD) TO THE
      * ESDS PRFJRNL FILE THE WAY STUJRNL COVERS STUFILE, SO A
      * "WHO CHANGED THIS STUDENT'S BIRTH DATE OR EMAIL, AND WHEN"
      * QUESTION IS ANSWERED FROM ONE PLACE, WITH THE RESULTING
      * PROFILE IMAGE ATTACHED.
       01 PRFJRNL-RECORD.
           05 PJR-STU-NUMBER          PIC X(7).
           05 PJR-OPERATION           PIC X(1).
               88 PJR-WRITE                   VALUE 'W'.
               88 PJR-REWRITE                 VALUE 'R'.
               88 PJR-DELETE                  VALUE 'D'.
           05 PJR-TRANSID             PIC X(4).
           05 PJR-OPERID              PIC X(8).
           05 PJR-DATE                PIC S9(7) COMP-3.
           05 PJR-TIME                PIC S9(7) COMP-3.
           05 PJR-RECORD-IMAGE        PIC X(200).

       01 PRFJRNL-LENGTH              PIC S9(4) COMP VALUE 228.
