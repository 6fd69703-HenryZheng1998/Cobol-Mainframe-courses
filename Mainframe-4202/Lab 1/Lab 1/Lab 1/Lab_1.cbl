      * declare the contacts file's record definition
       fd contacts-file
           data record is contact-record
           record contains 76 characters.

       01 contact-record.
           05 cr-full-name                 pic x(16).
           05 cr-email                     pic x(33).
           05 cr-areacode                  pic x(3).
           05 cr-number                    pic x(8).
      * set by the instructor sync (Lab_1S) - blank on a contact
      * entered by hand. a "G" status means the instructor has gone
      * from the master.
           05 cr-dept                      pic x(10).
           05 cr-inst-id                   pic x(5).
           05 cr-inst-status               pic x.

       working-storage section.
       01 ws-accept-message                pic x(10).
               10 mt-email                 pic x(33).
               10 mt-areacode              pic x(3).
               10 mt-number                pic x(8).
               10 mt-dept                  pic x(10).
       01 ws-match-count                   pic 9(3)
           value 0.
       01 ws-match-idx                     pic 9(3)
           value 0.
       01 ws-swap-idx                      pic 9(3)
           value 0.
       01 ws-swap-entry                    pic x(70).
       01 ws-swapped-flag                  pic x
           value "n".

      * department grouping - the heading is printed each time the
      * department changes; hand-entered contacts have none and are
      * listed together at the end
       01 ws-last-dept                     pic x(10)
           value spaces.
       01 ws-first-flag                    pic x
           value "y".
       01 ws-dept-line.
           05 filler                       pic x(12)
               value "DEPARTMENT: ".
           05 ws-dept-name                 pic x(20).

       01 ws-count-line.
           05 ws-count-shown               pic zz9.
           05 filler                       pic x(16)
           accept ws-name-prefix.
           display "AREA CODE   (BLANK FOR ALL): " with no advancing.
           accept ws-area-filter.
           display "ORDER BY NAME, AREA CODE OR DEPARTMENT (N/A/D): "
               with no advancing.
           accept ws-order-choice.
           if (ws-order-choice = "a")
               move "A"                    to ws-order-choice
           end-if.
           if (ws-order-choice = "d")
               move "D"                    to ws-order-choice
           end-if.
           if (ws-order-choice not = "A")
              and (ws-order-choice not = "D")
               move "N"                    to ws-order-choice
           end-if.
           display " ".
                       move cr-areacode
                           to mt-areacode(ws-match-count)
                       move cr-number      to mt-number(ws-match-count)
                       move cr-dept        to mt-dept(ws-match-count)
                   end-if
               end-if

      * display the ordered matches and say how many there were
           perform varying ws-match-idx from 1 by 1
                   until ws-match-idx > ws-match-count
               if (ws-order-choice = "D")
                  and ((ws-first-flag = "y")
                   or (mt-dept(ws-match-idx) not = ws-last-dept))
                   move "n"                to ws-first-flag
                   move mt-dept(ws-match-idx) to ws-last-dept
                   if ws-last-dept = spaces
                       move "OTHER CONTACTS" to ws-dept-name
                   else
                       move ws-last-dept   to ws-dept-name
                   end-if
                   display " "
                   display ws-dept-line
               end-if
               move mt-full-name(ws-match-idx) to ws-full-name
               move mt-email(ws-match-idx)     to ws-email
               move mt-areacode(ws-match-idx)  to ws-areacode
           goback.

      * a simple neighbour-swap ordering pass over the match table -
      * by name, by area code with name breaking ties, or by
      * department (hand-entered contacts, with none, last) with name
      * breaking ties
       100-order-the-matches.
           if (ws-match-count < 2)
               next sentence
                       if ((ws-order-choice = "N")
                           and (mt-full-name(ws-match-idx)
                              > mt-full-name(ws-swap-idx)))
                          or ((ws-order-choice = "D")
                           and (((mt-dept(ws-match-idx) = spaces)
                             and (mt-dept(ws-swap-idx) not = spaces))
                            or ((mt-dept(ws-match-idx) not = spaces)
                             and (mt-dept(ws-swap-idx) not = spaces)
                             and (mt-dept(ws-match-idx)
                               > mt-dept(ws-swap-idx)))
                            or ((mt-dept(ws-match-idx)
                               = mt-dept(ws-swap-idx))
                             and (mt-full-name(ws-match-idx)
                                > mt-full-name(ws-swap-idx)))))
                          or ((ws-order-choice = "A")
                           and ((mt-areacode(ws-match-idx)
                               > mt-areacode(ws-swap-idx))
                            or ((mt-areacode(ws-match-idx)
