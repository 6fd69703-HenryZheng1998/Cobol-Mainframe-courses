      * RESPONSE LAYOUT RETURNED BY DCJB8WSI.
      * WSI-STATUS-CODE: 0 SUCCESS, 1 VALIDATION ERROR (SEE WSI-MSG),
      * 2 INSTRUCTOR OR SECTION NOT ON FILE, 3 THE SECTION IS NOT
      * TAUGHT BY THIS INSTRUCTOR, 4 ATTENDANCE REFUSED - AT LEAST ONE
      * MARK FAILED THE CHECKS (SEE WSI-MARK-RESULT) AND NONE WERE
      * POSTED, 9 CALLER NOT AUTHORIZED (SEE CALLREC), X SYSTEM ERROR
      * - THE SERVICE ABENDED; WSI-MSG QUOTES THE ERRLOG REFERENCE
      * (SEE ERRLREC).
       01 WSI-RESP.
           05 instr-resp.
            10 WSI-STATUS-CODE  PIC X.
            10 WSI-MSG          PIC X(60).
            10 WSI-INSTR-NAME   PIC X(20).
      * MEETING DATE THE MARKS WERE READ OR POSTED UNDER, YYYYDDD.
            10 WSI-MEET-DATE    PIC 9(7).
      * CONFIDENTIAL STUDENTS ON THE ROSTER (SEE STU-CONFIDENTIAL),
      * AND MARKS POSTED BY AN 'A' CALL.
            10 WSI-HELD-COUNT   PIC 9(3).
            10 WSI-POSTED-COUNT PIC 9(3).
      * 'Y' WHEN THE INSTRUCTOR HAS MORE SECTIONS OR ROSTER LINES
      * THAN FIT BELOW - ASK AGAIN ONE SECTION AT A TIME.
            10 WSI-MORE-FLAG    PIC X.
            10 sectArray-num    PIC S9(9) COMP-5 SYNC.
            10 sectArray OCCURS 10.
                15 sectData.
                    20 WSI-SECT-CODE     PIC X(8).
                    20 WSI-SECT-TITLE    PIC X(20).
                    20 WSI-SECT-TERM     PIC X(6).
                    20 WSI-SECT-CAPACITY PIC 9(3).
                    20 WSI-SECT-USED     PIC 9(3).
                    20 WSI-SECT-WAITING  PIC 9(2).
      * ONE LINE PER ENROLLED STUDENT PER SECTION, IN NAME ORDER,
      * THEN EACH SECTION'S WAITLIST IN QUEUE ORDER. WSI-ROST-BASIS
      * IS 'C' CREDIT OR 'A' AUDIT (SEE STU-BASIS-TABLE), BLANK FOR A
      * WAITLISTED STUDENT, WHO CARRIES A QUEUE POSITION IN
      * WSI-ROST-WAITPOS INSTEAD (ZERO FOR ENROLLED). A CONFIDENTIAL
      * STUDENT COMES BACK WITH WSI-ROST-HELD 'Y' AND THE NUMBER ONLY
      * - THE NAME IS HELD BACK - SO THE STUDENT CAN STILL BE MARKED,
      * THE WAY THE DCJB8BCF CARD FEED SENDS A SUPPRESSION FLAG.
      * WSI-ROST-MARK IS THE P/A/L MARK ON FILE FOR THE MEETING DATE.
            10 rostArray-num    PIC S9(9) COMP-5 SYNC.
            10 rostArray OCCURS 100.
                15 rostData.
                    20 WSI-ROST-COURSE   PIC X(8).
                    20 WSI-ROST-STUNUM   PIC X(7).
                    20 WSI-ROST-NAME     PIC X(20).
                    20 WSI-ROST-BASIS    PIC X(1).
                    20 WSI-ROST-WAITPOS  PIC 9(2).
                    20 WSI-ROST-HELD     PIC X(1).
                    20 WSI-ROST-MARK     PIC X(1).
      * PER-ENTRY OUTCOME OF AN 'A' CALL, PARALLEL TO
      * WSI-MARK-ENTRY-REQ: 'P' POSTED, 'I' INVALID MARK (USE P, A
      * OR L), 'N' STUDENT NOT ENROLLED IN THE SECTION, BLANK SKIPPED.
            10 WSI-MARK-RESULT  PIC X(1) OCCURS 40.
