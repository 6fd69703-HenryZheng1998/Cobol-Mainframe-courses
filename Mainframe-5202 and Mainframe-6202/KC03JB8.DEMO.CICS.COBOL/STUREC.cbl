      * SIDE TREATS A SUSPENDED STUDENT THE WAY IT TREATS A FULL
      * COURSE: COURSE CHANGES ARE REFUSED WITH A SPECIFIC MESSAGE.
      * A BLANK MEANS THE STUDENT PREDATES THE GPA JOB AND IS TREATED
      * AS BEING IN GOOD STANDING. AN INTEGRITY SUSPENSION (DCJB8PHW)
      * SETS 'S' DIRECTLY, AND THE GPA RUN LEAVES IT THERE WHILE THE
      * DISCIPLINE HOLD STANDS.
           05 STU-STANDING            PIC X(1).
               88 STU-DEANS-LIST      VALUE 'D'.
               88 STU-GOOD-STANDING   VALUE 'G' ' '.
      * CONFIDENTIALITY FLAG - SET (AND CLEARED) ONLY BY SUPERVISORS
      * ON THE DCJB8PHL SCREEN. A CONFIDENTIAL STUDENT IS SUPPRESSED
      * FROM EVERYTHING THAT LEAVES THE BUILDING - THE DCJB8BDR
      * DIRECTORY, DCJB8BML LABELS, THE DCJB8BLM LEARNING-PLATFORM
      * FEED, AND THE DCJB8WSB/DCJB8WSN WEB SERVICES - WHILE THE
      * INTERNAL SCREENS KEEP WORKING. EACH SUPPRESSION IS COUNTED
      * ON THE REPORT TRAILER SO THE TOTALS STILL RECONCILE. THE
      * DCJB8BCF CARD-OFFICE AND LIBRARY FEED IS THE EXCEPTION: IT
      * SENDS THE STUDENT WITH A SUPPRESSION FLAG SO THE ID CARD
      * STILL WORKS, AND THE DCJB8WSI INSTRUCTOR SERVICE LISTS THE
      * STUDENT BY NUMBER ONLY, FLAGGED, SO ATTENDANCE CAN STILL BE
      * TAKEN. BLANK MEANS NOT CONFIDENTIAL.
           05 STU-CONFIDENTIAL        PIC X(1).
               88 STU-IS-CONFIDENTIAL         VALUE 'Y'.
      * ASSIGNED ADVISOR - AN INSTFILE INSTRUCTOR ID, KEYED ON THE
