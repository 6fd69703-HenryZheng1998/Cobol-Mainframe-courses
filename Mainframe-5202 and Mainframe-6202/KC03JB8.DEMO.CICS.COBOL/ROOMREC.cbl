      * THE WAY OPERFILE IS. DCJB8PGN REFUSES A ROOM ASSIGNMENT WHEN
      * ANOTHER SECTION'S MEETING PATTERN OVERLAPS IN THE SAME ROOM
      * OR THE SECTION'S CAPACITY EXCEEDS THE SEATS; DCJB8BRU PRINTS
      * THE UTILIZATION GRID BY DAY AND HOUR. EVENTS BOOKED INTO A
      * ROOM OUTSIDE THE TIMETABLE LIVE ON RSVFILE - SEE RSVREC.
       01 ROOMFILE-RECORD.
           05 ROM-KEY.
               10 ROM-ID.
