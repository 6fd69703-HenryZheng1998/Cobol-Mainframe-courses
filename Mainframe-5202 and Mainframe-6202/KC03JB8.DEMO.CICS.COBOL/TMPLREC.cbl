      * TMPLLIB RECORD LAYOUT - THE FORM-LETTER LIBRARY DCJB8BFL MERGES
      * FROM. PLAIN CARD IMAGES THE OFFICE KEEPS IN AN ORDINARY DATA
      * SET: EACH FORM IS A RUN OF ROWS UNDER ITS OWN CODE, IN LINE
      * NUMBER ORDER. LINE 000 IS THE SUBJECT (THE HEADING OF THE
      * PRINTED PAGE AND THE EMAIL SUBJECT); LINES 001 ON ARE THE
      * BODY, PRINTED BELOW THE ADDRESS BLOCK. A MERGE FIELD IS
      * WRITTEN &NAME - OR &NAME. WHERE TEXT FOLLOWS HARD AGAINST IT -
      * USING THE DCJB8BXG FIELD NAMES PLUS ADVISOR. A ROW WITH '*'
      * IN COLUMN 1 IS A COMMENT. THE FORM CODE IS WHAT THE LETTER
      * IS REGISTERED UNDER ON CORRFILE.
       01 TEMPLATE-RECORD.
           05 TPL-KEY.
               10 TPL-CODE            PIC X(8).
               10 TPL-LINE-NO         PIC 9(3).
           05 FILLER                  PIC X(1).
           05 TPL-TEXT                PIC X(68).

       01 TEMPLATE-LENGTH             PIC S9(4) COMP VALUE 80.
