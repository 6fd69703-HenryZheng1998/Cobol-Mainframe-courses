      * ACMFILE RECORD LAYOUT - EXAM ACCOMMODATIONS. ONE ROW PER
      * STUDENT WITH DOCUMENTED ACCOMMODATIONS FROM THE ACCESSIBILITY
      * OFFICE, KEYED BY STUDENT NUMBER AND KEPT ON THE SUPERVISOR-ONLY
      * DCJB8PHX SCREEN. DCJB8BEX LENGTHENS EACH OF THE STUDENT'S EXAM
      * SITTINGS BY THE EXTRA TIME, RE-CHECKS THEM FOR CONFLICTS AT THE
      * LONGER LENGTH, LISTS THE ACCOMMODATED SITTINGS FOR THE EXAM
      * OFFICE, AND SENDS EACH SECTION'S INSTRUCTOR A NOTICE OF THE
      * ADJUSTMENT. A STUDENT WITH NO ROW WRITES UNDER THE STANDARD
      * CONDITIONS.
       01 ACMFILE-RECORD.
           05 ACM-KEY.
               10 ACM-STU-NUMBER      PIC X(7).
      * EXTRA WRITING TIME AS A PERCENTAGE OF THE SITTING - 025 IS
      * TIME-AND-A-QUARTER, 050 TIME-AND-A-HALF, 100 DOUBLE TIME.
      * ZERO MEANS NO EXTRA TIME.
           05 ACM-EXTRA-PCT           PIC 9(3).
           05 ACM-SEPARATE-ROOM       PIC X(1).
               88 ACM-ROOM-ON                 VALUE 'Y'.
               88 ACM-ROOM-VALID              VALUE 'Y' 'N' ' '.
           05 ACM-READER              PIC X(1).
               88 ACM-READER-ON               VALUE 'Y'.
               88 ACM-READER-VALID            VALUE 'Y' 'N' ' '.
      * THE DATE THE DOCUMENTATION IS DUE FOR RENEWAL (CYYDDD, EIBDATE'S
      * SHAPE; ZERO = NO RENEWAL DATE). A SITTING AFTER IT IS NOT
      * ADJUSTED - DCJB8BEX LISTS IT FOR THE EXAM OFFICE TO CHASE.
           05 ACM-REVIEW-DATE         PIC 9(7).
      * THE DOCUMENTATION BEHIND THE ACCOMMODATION. CONFIDENTIAL - IT
      * IS SHOWN ON THE DCJB8PHX SCREEN AND PRINTED NOWHERE; THE EXAM
      * OFFICE LIST AND THE INSTRUCTOR NOTICES CARRY ONLY THE
      * ADJUSTMENT.
           05 ACM-DOC-NOTE            PIC X(40).
           05 ACM-LASTCHG-OPERID      PIC X(8).
           05 ACM-LASTCHG-DATE        PIC 9(7).
           05 FILLER                  PIC X(20).

       01 ACMFILE-LENGTH             PIC S9(4) COMP VALUE 94.
