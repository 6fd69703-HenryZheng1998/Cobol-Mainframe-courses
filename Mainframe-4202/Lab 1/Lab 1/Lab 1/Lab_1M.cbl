           select optional contacts-file
               assign to "../../../Data/contacts.dat"
               organization is line sequential.
      * the change journal - one entry for every add, change and
      * delete, with the record before and after, added to the end
      * session after session. a "K" entry marks the moment the good
      * copy below was taken; restore starts from the last one.
           select optional journal-file
               assign to "../../../Data/contacts.jnl"
               organization is line sequential.
      * the last good copy of the directory, taken on request (and
      * on the very first session, and after every restore).
           select optional backup-file
               assign to "../../../Data/contacts.bak"
               organization is line sequential.
      * the change report - a period's edits by contact name.
           select report-file
               assign to "../../../Data/contchg.out"
               organization is line sequential.

       data division.
       file section.
      * the contact-record layout, exactly as Lab_1 declares it.
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
      * from the master. carried through untouched here.
           05 cr-dept                      pic x(10).
           05 cr-inst-id                   pic x(5).
           05 cr-inst-status               pic x.

      * journal entry - when, who, what (A add, C change, D delete,
      * K good copy taken, R good copy taken after a restore), and
      * the contact-record as it was and as it became. an add has
      * no before image, a delete no after image.
       fd journal-file
           data record is journal-record
           record contains 177 characters.

       01 journal-record.
           05 jr-date                      pic 9(8).
           05 jr-time                      pic 9(8).
           05 jr-operator                  pic x(8).
           05 jr-action                    pic x.
           05 jr-before                    pic x(76).
           05 jr-after                     pic x(76).

       fd backup-file
           data record is backup-record
           record contains 76 characters.

       01 backup-record                    pic x(76).

       fd report-file
           data record is report-line
           record contains 80 characters.

       01 report-line                      pic x(80).

       working-storage section.

               10 wd-email                 pic x(33).
               10 wd-areacode              pic x(3).
               10 wd-number                pic x(8).
               10 wd-dept                  pic x(10).
               10 wd-inst-id               pic x(5).
               10 wd-inst-status           pic x.
       01 ws-dir-count                     pic 999
           value 0.
       01 ws-dir-max                       pic 999
           05 wn-email                     pic x(33).
           05 wn-areacode                  pic x(3).
           05 wn-number                    pic x(8).
           05 wn-dept                      pic x(10).
           05 wn-inst-id                   pic x(5).
           05 wn-inst-status               pic x.

       01 ws-choice                        pic x.
       01 ws-answer                        pic x.
       01 ws-valid-flag                    pic x
           value "y".

      * who is at the keyboard - stamped on every journal entry
       01 ws-operator                      pic x(8)
           value spaces.
       01 ws-today                         pic 9(8).
       01 ws-now                           pic 9(8).
      * the images for the journal entry being written
       01 ws-jr-action                     pic x.
       01 ws-jr-before                     pic x(76).
       01 ws-jr-after                      pic x(76).
       01 ws-jnl-eof-flag                  pic x
           value "n".
       01 ws-bak-eof-flag                  pic x
           value "n".

      * restore work - the point in time asked for, and where the
      * last good copy sits on the journal
       01 ws-rs-date                       pic x(8).
       01 ws-rs-hhmm                       pic x(4).
       01 ws-rs-hhmm-num redefines ws-rs-hhmm
                                           pic 9(4).
       01 ws-rs-stamp.
           05 ws-rs-stamp-date             pic 9(8).
           05 ws-rs-stamp-time             pic 9(8).
       01 ws-jr-stamp.
           05 ws-jr-stamp-date             pic 9(8).
           05 ws-jr-stamp-time             pic 9(8).
       01 ws-ck-stamp.
           05 ws-ck-stamp-date             pic 9(8).
           05 ws-ck-stamp-time             pic 9(8).
       01 ws-jnl-recno                     pic 9(6)
           value 0.
       01 ws-ck-recno                      pic 9(6)
           value 0.
       01 ws-applied-count                 pic 9(4)
           value 0.

      * change report work - the period, and its edits held so they
      * can be put in name order
       01 ws-rp-from                       pic x(8).
       01 ws-rp-to                         pic x(8).
       01 ws-chg-table.
           05 ws-chg-entry                 occurs 200 times.
               10 ch-name                  pic x(16).
               10 ch-date                  pic 9(8).
               10 ch-time                  pic 9(8).
               10 ch-operator              pic x(8).
               10 ch-action                pic x.
               10 ch-before                pic x(76).
               10 ch-after                 pic x(76).
       01 ws-chg-count                     pic 999
           value 0.
       01 ws-chg-swap                      pic x(193).
       01 ws-swapped-flag                  pic x
           value "n".
       01 ws-image.
           05 wi-full-name                 pic x(16).
           05 wi-email                     pic x(33).
           05 wi-areacode                  pic x(3).
           05 wi-number                    pic x(8).
           05 wi-dept                      pic x(10).
           05 wi-inst-id                   pic x(5).
           05 wi-inst-status               pic x.

       01 rp-title-line.
           05 filler                       pic x(30)
               value "CONTACT DIRECTORY CHANGES ".
           05 rp-from                      pic 9999/99/99.
           05 filler                       pic x(4)
               value " TO ".
           05 rp-to                        pic 9999/99/99.
       01 rp-entry-line.
           05 re-name                      pic x(16).
           05 filler                       pic xx
               value spaces.
           05 re-action                    pic x(8).
           05 filler                       pic xx
               value spaces.
           05 re-date                      pic 9999/99/99.
           05 filler                       pic x
               value space.
           05 re-time                      pic 99b99b99.
           05 filler                       pic xx
               value spaces.
           05 filler                       pic x(3)
               value "BY ".
           05 re-operator                  pic x(8).
       01 rp-image-line.
           05 filler                       pic x(4)
               value spaces.
           05 ri-label                     pic x(4).
           05 ri-email                     pic x(33).
           05 ri-areacode                  pic x(3).
           05 ri-dash                      pic x.
           05 ri-number                    pic x(8).
           05 filler                       pic x
               value space.
           05 ri-dept                      pic x(10).
       01 rp-count-line.
           05 rc-count                     pic zz9.
           05 filler                       pic x(20)
               value " CHANGES LISTED".

       01 ws-display-line.
           05 wl-full-name                 pic x(16).
           05 wl-email                     pic x(33).
       000-main-procedure.
           display "MAFD 4202 Contact Directory Maintenance".
           display " ".
           display "operator id:"
           accept ws-operator.
           if ws-operator = spaces
               move "UNKNOWN"              to ws-operator
           end-if.

           perform 100-load-directory.

      * the very first session takes the first good copy, so there
      * is always one for a restore to start from
           open input backup-file.
           read backup-file
               at end move "y"             to ws-bak-eof-flag
           end-read.
           close backup-file.
           open extend journal-file.
           if ws-bak-eof-flag = "y"
               move "K"                    to ws-jr-action
               perform 850-take-good-copy
           end-if.

           perform until ws-done-flag = "y"
               display " "
               display "A=add  C=change  D=delete  L=list  X=exit"
               display "B=take a good copy  R=restore  J=change report"
               accept ws-choice
               evaluate ws-choice
                   when "A"
                   when "L"
                   when "l"
                       perform 600-list-directory
                   when "B"
                   when "b"
                       move "K"            to ws-jr-action
                       perform 850-take-good-copy
                       display "good copy taken - "
                           ws-dir-count " contacts"
                   when "R"
                   when "r"
                       perform 920-restore-directory
                   when "J"
                   when "j"
                       perform 950-change-report
                   when "X"
                   when "x"
                       move "y"            to ws-done-flag
                   when other
                       display "please pick A, C, D, L, B, R, J or X"
               end-evaluate
           end-perform.

           close journal-file.
           perform 200-save-directory.
           display "directory saved - "
               ws-dir-count " contacts on file".
               move cr-email               to wn-email
               move cr-areacode            to wn-areacode
               move cr-number              to wn-number
               move cr-dept                to wn-dept
               move cr-inst-id             to wn-inst-id
               move cr-inst-status         to wn-inst-status
               perform 150-insert-sorted
               read contacts-file
                   at end move "y"         to ws-eof-flag
               move wn-email               to wd-email(ws-insert-at)
               move wn-areacode            to wd-areacode(ws-insert-at)
               move wn-number              to wd-number(ws-insert-at)
               move wn-dept                to wd-dept(ws-insert-at)
               move wn-inst-id             to wd-inst-id(ws-insert-at)
               move wn-inst-status
                                       to wd-inst-status(ws-insert-at)
               add 1                       to ws-dir-count
           end-if.

               move wd-email(ws-idx)       to cr-email
               move wd-areacode(ws-idx)    to cr-areacode
               move wd-number(ws-idx)      to cr-number
               move wd-dept(ws-idx)        to cr-dept
               move wd-inst-id(ws-idx)     to cr-inst-id
               move wd-inst-status(ws-idx) to cr-inst-status
               write contact-record
           end-perform
           close contacts-file.
                       "U updates it, anything else cancels"
                   accept ws-answer
                   if (ws-answer = "U") or (ws-answer = "u")
                       move ws-dir-entry(ws-found) to ws-jr-before
                       perform 770-update-found-entry
                       move ws-dir-entry(ws-found) to ws-jr-after
                       move "C"            to ws-jr-action
                       perform 900-write-journal
                       display "contact updated"
                   else
                       display "add cancelled"
                   end-if
               else
                   perform 150-insert-sorted
                   move spaces             to ws-jr-before
                   move ws-new-entry       to ws-jr-after
                   move "A"                to ws-jr-action
                   perform 900-write-journal
                   display "contact added"
               end-if
           end-if.
               end-if
               perform 800-validate-entry
               if ws-valid-flag = "y"
                   move ws-dir-entry(ws-found) to ws-jr-before
                   perform 770-update-found-entry
                   move ws-dir-entry(ws-found) to ws-jr-after
                   move "C"                to ws-jr-action
                   perform 900-write-journal
                   display "contact updated"
               end-if
           end-if.
                   "? Y confirms"
               accept ws-answer
               if (ws-answer = "Y") or (ws-answer = "y")
                   move ws-dir-entry(ws-found) to ws-jr-before
                   move spaces             to ws-jr-after
                   move "D"                to ws-jr-action
                   perform 900-write-journal
                   perform 550-remove-found
                   display "contact deleted"
               else
                   display "delete cancelled"
               end-if
           end-if.

      * Take the entry at ws-found out of the table, closing the gap.
       550-remove-found.
           perform varying ws-idx from ws-found by 1
                   until ws-idx >= ws-dir-count
               compute ws-idx2 = ws-idx + 1
               move ws-dir-entry(ws-idx2)  to ws-dir-entry(ws-idx)
           end-perform
           move spaces                     to ws-dir-entry(ws-dir-count)
           subtract 1                      from ws-dir-count.

       600-list-directory.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-dir-count
               display ws-display-line
           end-perform.

      * Prompt all four fields for an add, then validate them. A
      * contact added here is a hand-entered one - no department or
      * instructor link until the sync finds them on the master.
       700-prompt-fields.
           move spaces                     to wn-dept
           move spaces                     to wn-inst-id
           move space                      to wn-inst-status
           display "full name:"
           accept wn-full-name
           display "email:"
               end-if
           end-if.

      * Write the directory as it stands now to the good copy and
      * mark the moment on the journal - a restore rebuilds from the
      * last copy taken and replays the journal after that mark.
       850-take-good-copy.
           open output backup-file
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-dir-count
               move ws-dir-entry(ws-idx)   to backup-record
               write backup-record
           end-perform
           close backup-file
           move spaces                     to ws-jr-before
           move spaces                     to ws-jr-after
           perform 900-write-journal.

      * One journal entry, stamped with today's date, the time, and
      * the operator.
       900-write-journal.
           accept ws-today                 from date yyyymmdd
           accept ws-now                   from time
           move ws-today                   to jr-date
           move ws-now                     to jr-time
           move ws-operator                to jr-operator
           move ws-jr-action               to jr-action
           move ws-jr-before               to jr-before
           move ws-jr-after                to jr-after
           write journal-record.

      * Restore - rebuild the directory as it stood at the date and
      * time keyed, from the last good copy plus the journal entries
      * made after it up to that moment. A point before the last
      * good copy can't be reached and is refused. The rebuilt
      * directory becomes the new good copy, so the journal carries
      * on from it, and is saved on exit like any session's edits.
       920-restore-directory.
           display "restore to date (yyyymmdd):"
           accept ws-rs-date
           display "time (hhmm, blank for the end of that day):"
           accept ws-rs-hhmm
           if ws-rs-hhmm = spaces
               move "2359"                 to ws-rs-hhmm
           end-if
           if (ws-rs-date is not numeric)
              or (ws-rs-hhmm is not numeric)
               display "date and time must be digits - no restore"
           else
               move ws-rs-date             to ws-rs-stamp-date
               compute ws-rs-stamp-time = ws-rs-hhmm-num * 10000 + 9999
               close journal-file
               perform 930-find-good-copy
               if ws-ck-recno = 0
                   display "no good copy on the journal - no restore"
               else
                   if ws-rs-stamp < ws-ck-stamp
                       display "the last good copy was taken "
                           ws-ck-stamp-date " " ws-ck-stamp-time
                           " - cannot restore to before it"
                   else
                       perform 940-replay-journal
                       display "directory restored - "
                           ws-applied-count
                           " journal entries replayed, "
                           ws-dir-count " contacts"
                   end-if
               end-if
               open extend journal-file
               if (ws-ck-recno not = 0)
                  and (ws-rs-stamp not < ws-ck-stamp)
                   move "R"                to ws-jr-action
                   perform 850-take-good-copy
               end-if
           end-if.

      * Where on the journal the last good copy was taken.
       930-find-good-copy.
           move 0                          to ws-jnl-recno
           move 0                          to ws-ck-recno
           move "n"                        to ws-jnl-eof-flag
           open input journal-file
           read journal-file
               at end move "y"             to ws-jnl-eof-flag
           end-read
           perform until ws-jnl-eof-flag = "y"
               add 1                       to ws-jnl-recno
               if (jr-action = "K") or (jr-action = "R")
                   move ws-jnl-recno       to ws-ck-recno
                   move jr-date            to ws-ck-stamp-date
                   move jr-time            to ws-ck-stamp-time
               end-if
               read journal-file
                   at end move "y"         to ws-jnl-eof-flag
               end-read
           end-perform
           close journal-file.

      * Load the good copy, then replay the adds, changes and deletes
      * journaled after it up to the moment asked for.
       940-replay-journal.
           move 0                          to ws-dir-count
           move 0                          to ws-applied-count
           move "n"                        to ws-bak-eof-flag
           open input backup-file
           read backup-file
               at end move "y"             to ws-bak-eof-flag
           end-read
           perform until ws-bak-eof-flag = "y"
               move backup-record          to ws-new-entry
               perform 150-insert-sorted
               read backup-file
                   at end move "y"         to ws-bak-eof-flag
               end-read
           end-perform
           close backup-file

           move 0                          to ws-jnl-recno
           move "n"                        to ws-jnl-eof-flag
           open input journal-file
           read journal-file
               at end move "y"             to ws-jnl-eof-flag
           end-read
           perform until ws-jnl-eof-flag = "y"
               add 1                       to ws-jnl-recno
               move jr-date                to ws-jr-stamp-date
               move jr-time                to ws-jr-stamp-time
               if (ws-jnl-recno > ws-ck-recno)
                  and (ws-jr-stamp not > ws-rs-stamp)
                   perform 945-apply-entry
               end-if
               read journal-file
                   at end move "y"         to ws-jnl-eof-flag
               end-read
           end-perform
           close journal-file.

      * Replay one journal entry. A change comes out under its old
      * name and goes back in under the new one, since the sync can
      * rename an instructor.
       945-apply-entry.
           if (jr-action = "C") or (jr-action = "D")
               move jr-before(1:16)        to wn-full-name
               perform 750-find-by-name
               if ws-found not = 0
                   perform 550-remove-found
               end-if
           end-if
           if (jr-action = "A") or (jr-action = "C")
               move jr-after               to ws-new-entry
               perform 750-find-by-name
               if ws-found not = 0
                   perform 550-remove-found
               end-if
               move jr-after               to ws-new-entry
               perform 150-insert-sorted
           end-if
           if (jr-action = "A") or (jr-action = "C")
              or (jr-action = "D")
               add 1                       to ws-applied-count
           end-if.

      * Change report - every add, change and delete journaled in the
      * period keyed, in contact-name order (oldest first within a
      * name), each with its before and after image.
       950-change-report.
           display "report from date (yyyymmdd):"
           accept ws-rp-from
           display "to date (yyyymmdd, blank for the same day):"
           accept ws-rp-to
           if ws-rp-to = spaces
               move ws-rp-from             to ws-rp-to
           end-if
           if (ws-rp-from is not numeric) or (ws-rp-to is not numeric)
               display "dates must be digits - no report"
           else
               close journal-file
               move 0                      to ws-chg-count
               move "n"                    to ws-jnl-eof-flag
               open input journal-file
               read journal-file
                   at end move "y"         to ws-jnl-eof-flag
               end-read
               perform until ws-jnl-eof-flag = "y"
                   if ((jr-action = "A") or (jr-action = "C")
                       or (jr-action = "D"))
                      and (jr-date not < ws-rp-from)
                      and (jr-date not > ws-rp-to)
                      and (ws-chg-count < 200)
                       add 1               to ws-chg-count
                       if jr-action = "D"
                           move jr-before(1:16)
                                           to ch-name(ws-chg-count)
                       else
                           move jr-after(1:16)
                                           to ch-name(ws-chg-count)
                       end-if
                       move jr-date        to ch-date(ws-chg-count)
                       move jr-time        to ch-time(ws-chg-count)
                       move jr-operator    to ch-operator(ws-chg-count)
                       move jr-action      to ch-action(ws-chg-count)
                       move jr-before      to ch-before(ws-chg-count)
                       move jr-after       to ch-after(ws-chg-count)
                   end-if
                   read journal-file
                       at end move "y"     to ws-jnl-eof-flag
                   end-read
               end-perform
               close journal-file
               open extend journal-file
               perform 960-order-changes
               perform 970-print-changes
               display ws-chg-count " changes listed on contchg.out"
           end-if.

      * Neighbour-swap the period's edits into name order, keeping
      * each name's edits in the order they were made.
       960-order-changes.
           move "y"                        to ws-swapped-flag
           perform until ws-swapped-flag = "n"
               move "n"                    to ws-swapped-flag
               perform varying ws-idx from 1 by 1
                       until ws-idx >= ws-chg-count
                   compute ws-idx2 = ws-idx + 1
                   if (ch-name(ws-idx) > ch-name(ws-idx2))
                      or ((ch-name(ws-idx) = ch-name(ws-idx2))
                       and ((ch-date(ws-idx) > ch-date(ws-idx2))
                        or ((ch-date(ws-idx) = ch-date(ws-idx2))
                         and (ch-time(ws-idx) > ch-time(ws-idx2)))))
                       move ws-chg-entry(ws-idx)  to ws-chg-swap
                       move ws-chg-entry(ws-idx2)
                                           to ws-chg-entry(ws-idx)
                       move ws-chg-swap    to ws-chg-entry(ws-idx2)
                       move "y"            to ws-swapped-flag
                   end-if
               end-perform
           end-perform.

       970-print-changes.
           open output report-file
           move ws-rp-from                 to rp-from
           move ws-rp-to                   to rp-to
           write report-line               from rp-title-line
           move spaces                     to report-line
           write report-line
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-chg-count
               move ch-name(ws-idx)        to re-name
               if ch-action(ws-idx) = "A"
                   move "ADDED"            to re-action
               end-if
               if ch-action(ws-idx) = "C"
                   move "CHANGED"          to re-action
               end-if
               if ch-action(ws-idx) = "D"
                   move "DELETED"          to re-action
               end-if
               move ch-date(ws-idx)        to re-date
               move ch-time(ws-idx)(1:6)   to re-time
               move ch-operator(ws-idx)    to re-operator
               write report-line           from rp-entry-line
               if ch-action(ws-idx) not = "A"
                   move ch-before(ws-idx)  to ws-image
                   move "WAS "             to ri-label
                   perform 975-image-line
               end-if
               if ch-action(ws-idx) not = "D"
                   move ch-after(ws-idx)   to ws-image
                   move "NOW "             to ri-label
                   perform 975-image-line
               end-if
           end-perform
           move spaces                     to report-line
           write report-line
           move ws-chg-count               to rc-count
           write report-line               from rp-count-line
           close report-file.

       975-image-line.
           move wi-email                   to ri-email
           move wi-areacode                to ri-areacode
           move "-"                        to ri-dash
           move wi-number                  to ri-number
           move wi-dept                    to ri-dept
           write report-line               from rp-image-line.

       end program Lab_1M.
