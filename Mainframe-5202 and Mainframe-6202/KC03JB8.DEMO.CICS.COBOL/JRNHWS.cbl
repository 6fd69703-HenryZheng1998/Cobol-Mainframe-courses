      * JOURNAL CHAIN HASH WORK AREA - THE FIELDS THE JRNHASH
      * PARAGRAPHS WORK IN. JHW-IMAGE HOLDS THE ENTRY AND JHW-LENGTH
      * ITS FULL RECORD LENGTH; THE SEQUENCE NUMBER AND HASH ARE THE
      * LAST 18 BYTES OF IT. JHW-HASH CARRIES THE PREVIOUS ENTRY'S
      * HASH IN AND THIS ENTRY'S OUT.
       01 JRNL-HASH-WORK.
           05 JHW-LENGTH              PIC S9(4) COMP.
           05 JHW-SEQ                 PIC 9(9).
           05 JHW-HASH                PIC S9(18) COMP.
           05 JHW-QUOT                PIC S9(18) COMP.
           05 JHW-IX                  PIC S9(4) COMP.
           05 JHW-SEQ-POS             PIC S9(4) COMP.
           05 JHW-HASH-POS            PIC S9(4) COMP.
           05 JHW-HASH-OUT            PIC 9(9).
      * ONE BYTE OF THE ENTRY BEHIND A LOW-VALUE, READ BACK AS A
      * HALFWORD - THE BYTE'S VALUE, 0 THRU 255.
           05 JHW-BYTE-PAIR.
               10 FILLER              PIC X(1) VALUE LOW-VALUE.
               10 JHW-BYTE            PIC X(1).
           05 JHW-BYTE-VALUE REDEFINES JHW-BYTE-PAIR
                                      PIC 9(4) COMP.
           05 JHW-IMAGE               PIC X(300).
