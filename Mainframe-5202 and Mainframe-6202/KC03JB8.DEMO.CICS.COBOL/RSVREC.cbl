      * RSVFILE RECORD LAYOUT - ROOM RESERVATIONS. ONE ROW PER EVENT
      * BOOKED INTO A TEACHING ROOM OUTSIDE THE TIMETABLE (AN EXAM
      * SITTING, A THESIS DEFENCE, A MEETING), KEYED BY ROOM, DATE AND
      * START TIME SO A ROOM'S DAY READS IN TIME ORDER. BOOKED ON THE
      * DCJB8PHZ SCREEN, WHICH REFUSES AN EVENT THAT OVERLAPS ANOTHER
      * RESERVATION OR A SECTION'S CRS-ROOM MEETING PATTERN ON THAT
      * WEEKDAY IN A TERM THE DATE FALLS IN. DCJB8PGN WARNS WHEN A
      * SECTION IS MOVED ONTO A RESERVED SLOT; DCJB8BRW PRINTS THE
      * WEEKLY ROOM CALENDAR WITH CLASSES AND EVENTS TOGETHER.
       01 RSVFILE-RECORD.
           05 RSV-KEY.
      * BUILDING + ROOM, THE ROOMFILE KEY SHAPE.
               10 RSV-ROOM            PIC X(6).
      * THE DAY OF THE EVENT AS CYYDDD, EIBDATE'S SHAPE - THE SCREEN
      * KEYS AND SHOWS IT AS YYYYDDD.
               10 RSV-DATE            PIC 9(7).
      * HHMM, ZERO-PADDED, THE SAME SHAPE AS CRS-MEET-START.
               10 RSV-START           PIC X(4).
           05 RSV-END                 PIC X(4).
           05 RSV-TYPE                PIC X(1).
               88 RSV-TYPE-EXAM               VALUE 'E'.
               88 RSV-TYPE-DEFENCE            VALUE 'D'.
               88 RSV-TYPE-MEETING            VALUE 'M'.
               88 RSV-TYPE-OTHER              VALUE 'O'.
               88 RSV-TYPE-VALID              VALUE 'E' 'D' 'M' 'O'.
      * THE DEPARTMENT THE BOOKING IS FOR (THE FIRST FOUR LETTERS OF
      * ITS COURSE CODES) AND WHO TO CALL ABOUT IT.
           05 RSV-DEPT                PIC X(4).
           05 RSV-DESC                PIC X(30).
           05 RSV-CONTACT             PIC X(20).
           05 RSV-BOOKED-OPERID       PIC X(8).
           05 RSV-BOOKED-DATE         PIC 9(7).
           05 FILLER                  PIC X(9).

       01 RSVFILE-LENGTH             PIC S9(4) COMP VALUE 100.
