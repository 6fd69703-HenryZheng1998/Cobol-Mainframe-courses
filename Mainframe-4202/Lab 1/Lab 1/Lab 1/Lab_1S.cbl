       identification division.
       program-id. Lab_1S.
       author. Henry Zheng.
       date-written. 2026-10-15.
      * Purpose: Keep the instructor entries in the contact directory
      *          in step with the instructor master. contacts.dat is
      *          kept up by hand in Lab_1M, so instructors' names,
      *          departments and phones drifted from INSTFILE. This
      *          batch run reads an unloaded copy of INSTFILE and
      *          adds a contact for each new instructor, updates the
      *          name, phone and department of the ones already on
      *          file, and flags the entries of instructors who have
      *          left the master. Contacts entered by hand for anyone
      *          else are never touched. Every add, change and flag is
      *          printed on a merge report, followed by the
      *          instructors who still have no email address.

       environment division.
       configuration section.

       input-output section.
       file-control.
      * the same contacts file Lab_1 reads and Lab_1M maintains.
           select optional contacts-file
               assign to "../../../Data/contacts.dat"
               organization is line sequential.
      * the instructor master, unloaded one 50-byte row per
      * instructor in the INSTFILE record layout.
           select optional instructor-file
               assign to "../../../Data/instfile.dat"
               organization is line sequential.
      * Lab_1M's change journal - every entry the sync adds, links,
      * changes or flags goes on it under operator SYNC, so a
      * restore in Lab_1M replays the sync like any other edit.
           select optional journal-file
               assign to "../../../Data/contacts.jnl"
               organization is line sequential.
      * the merge report.
           select report-file
               assign to "../../../Data/dirsync.out"
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
      * set by this sync - blank on a contact entered by hand. a "G"
      * status means the instructor has gone from the master.
           05 cr-dept                      pic x(10).
           05 cr-inst-id                   pic x(5).
           05 cr-inst-status               pic x.

      * the instructor master row - the email isn't on it, so an
      * instructor's email is whatever their contact entry carries.
       fd instructor-file
           data record is instructor-record
           record contains 50 characters.

       01 instructor-record.
           05 ins-id                       pic x(5).
           05 ins-name                     pic x(20).
           05 ins-dept                     pic x(10).
           05 ins-phone-1                  pic x(3).
           05 ins-phone-2                  pic x(3).
           05 ins-phone-3                  pic x(4).
           05 ins-rank                     pic x(2).
           05 filler                       pic x(3).

       fd report-file
           data record is report-line
           record contains 80 characters.

       01 report-line                      pic x(80).

      * journal entry, exactly as Lab_1M declares it.
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

       working-storage section.

       01 ws-eof-flag                      pic x
           value "n".
       01 ws-ins-eof-flag                  pic x
           value "n".

      * the directory held in storage for the run, written back
      * sorted by name the way Lab_1M keeps it.
       01 ws-directory.
           05 ws-dir-entry                 occurs 100 times.
               10 wd-full-name             pic x(16).
               10 wd-email                 pic x(33).
               10 wd-areacode              pic x(3).
               10 wd-number                pic x(8).
               10 wd-dept                  pic x(10).
               10 wd-inst-id               pic x(5).
               10 wd-inst-status           pic x.
      * "y" once an instructor on this run's master claimed the entry
               10 wd-seen                  pic x.
       01 ws-dir-count                     pic 999
           value 0.
       01 ws-dir-max                       pic 999
           value 100.
       01 ws-idx                           pic 999
           value 0.
       01 ws-idx2                          pic 999
           value 0.
       01 ws-found                         pic 999
           value 0.
       01 ws-swap-entry                    pic x(77).
       01 ws-swapped-flag                  pic x
           value "n".

      * the instructor's fields as they belong on the contact
       01 ws-inst-entry.
           05 wi-full-name                 pic x(16).
           05 wi-areacode                  pic x(3).
           05 wi-number                    pic x(8).
           05 wi-dept                      pic x(10).

       01 ws-add-count                     pic 999
           value 0.
       01 ws-change-count                  pic 999
           value 0.
       01 ws-flag-count                    pic 999
           value 0.
       01 ws-noemail-count                 pic 999
           value 0.
       01 ws-inst-count                    pic 999
           value 0.
       01 ws-skip-count                    pic 999
           value 0.
       01 ws-changed-flag                  pic x
           value "n".

       01 ws-today                         pic 9(8).
       01 ws-now                           pic 9(8).
      * the entry as it stood before the sync touched it
       01 ws-jr-before                     pic x(76).

       01 rp-title-line.
           05 filler                       pic x(20)
               value spaces.
           05 filler                       pic x(34)
               value "STAFF DIRECTORY INSTRUCTOR SYNC   ".
           05 rp-date                      pic 9999/99/99.
       01 rp-heading-line.
           05 filler                       pic x(10)
               value "ACTION".
           05 filler                       pic x(7)
               value "INSTR".
           05 filler                       pic x(17)
               value "NAME".
           05 filler                       pic x(10)
               value "FIELD".
           05 filler                       pic x(36)
               value "WAS / NOW".
       01 rp-detail-line.
           05 rd-action                    pic x(10).
           05 rd-inst-id                   pic x(5).
           05 filler                       pic xx
               value spaces.
           05 rd-name                      pic x(16).
           05 filler                       pic x
               value space.
           05 rd-field                     pic x(10).
           05 rd-was                       pic x(17).
           05 rd-arrow                     pic x(2).
           05 rd-now                       pic x(17).
       01 rp-section-line                  pic x(80).
       01 rp-count-line.
           05 rc-label                     pic x(40).
           05 rc-count                     pic zz9.

       procedure division.
       000-main-procedure.
           display "MAFD 4202 Staff Directory Instructor Sync".

           perform 100-load-directory.

           open input instructor-file.
           read instructor-file
               at end move "y"             to ws-ins-eof-flag
           end-read.
      * no master to sync from - leave the directory exactly as it is
           if ws-ins-eof-flag = "y"
               close instructor-file
               display "no instructor master - directory unchanged"
               goback
           end-if.

           open output report-file.
           open extend journal-file.
           accept ws-today                 from date yyyymmdd.
           move ws-today                   to rp-date.
           write report-line               from rp-title-line.
           move spaces                     to report-line.
           write report-line.
           write report-line               from rp-heading-line.

           perform until ws-ins-eof-flag = "y"
               add 1                       to ws-inst-count
      * a contact name holds 16 characters - a longer master name is
      * reported rather than stored cut short
               if ins-name(17:4) not = spaces
                   perform 310-name-too-long
               else
                   perform 300-sync-instructor
               end-if
               read instructor-file
                   at end move "y"         to ws-ins-eof-flag
               end-read
           end-perform.
           close instructor-file.

           perform 400-flag-departed.
           perform 500-order-directory.
           perform 200-save-directory.
           perform 600-missing-email.
           perform 700-counts.
           close report-file.
           close journal-file.

           display "directory synced - " ws-add-count " added, "
               ws-change-count " changed, " ws-flag-count " flagged".
           goback.

      * Carry the directory into storage.
       100-load-directory.
           open input contacts-file
           read contacts-file
               at end move "y"             to ws-eof-flag
           end-read
           perform until ws-eof-flag = "y"
               if ws-dir-count < ws-dir-max
                   add 1                   to ws-dir-count
                   move cr-full-name       to wd-full-name(ws-dir-count)
                   move cr-email           to wd-email(ws-dir-count)
                   move cr-areacode        to wd-areacode(ws-dir-count)
                   move cr-number          to wd-number(ws-dir-count)
                   move cr-dept            to wd-dept(ws-dir-count)
                   move cr-inst-id         to wd-inst-id(ws-dir-count)
                   move cr-inst-status
                                       to wd-inst-status(ws-dir-count)
                   move "n"                to wd-seen(ws-dir-count)
               else
                   display "directory is full - entry dropped"
               end-if
               read contacts-file
                   at end move "y"         to ws-eof-flag
               end-read
           end-perform
           close contacts-file.

      * Write the table back in its sorted order.
       200-save-directory.
           open output contacts-file
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-dir-count
               move wd-full-name(ws-idx)   to cr-full-name
               move wd-email(ws-idx)       to cr-email
               move wd-areacode(ws-idx)    to cr-areacode
               move wd-number(ws-idx)      to cr-number
               move wd-dept(ws-idx)        to cr-dept
               move wd-inst-id(ws-idx)     to cr-inst-id
               move wd-inst-status(ws-idx) to cr-inst-status
               write contact-record
           end-perform
           close contacts-file.

      * One instructor. Their entry is the one carrying their
      * instructor id; failing that, a hand-entered contact under
      * the same name is taken to be them and is linked to the id
      * (its email is kept). Anyone else gets a new entry.
       300-sync-instructor.
           move ins-name                   to wi-full-name
           move ins-phone-1                to wi-areacode
           move spaces                     to wi-number
           move ins-phone-2                to wi-number(1:3)
           move ins-phone-3                to wi-number(4:4)
           move ins-dept                   to wi-dept

           move 0                          to ws-found
           perform varying ws-idx from 1 by 1
                   until (ws-idx > ws-dir-count)
                      or (ws-found not = 0)
               if wd-inst-id(ws-idx) = ins-id
                   move ws-idx             to ws-found
               end-if
           end-perform
           if ws-found not = 0
               move ws-dir-entry(ws-found)(1:76) to ws-jr-before
           end-if
           if ws-found = 0
               perform varying ws-idx from 1 by 1
                       until (ws-idx > ws-dir-count)
                          or (ws-found not = 0)
                   if (wd-inst-id(ws-idx) = spaces)
                      and (wd-full-name(ws-idx) = wi-full-name)
                       move ws-idx         to ws-found
                   end-if
               end-perform
               if ws-found not = 0
                   move ws-dir-entry(ws-found)(1:76) to ws-jr-before
                   move ins-id             to wd-inst-id(ws-found)
                   move spaces             to rp-detail-line
                   move "LINKED"           to rd-action
                   move ins-id             to rd-inst-id
                   move wi-full-name       to rd-name
                   write report-line       from rp-detail-line
               end-if
           end-if

           if ws-found = 0
               perform 320-add-instructor
           else
               move "y"                    to wd-seen(ws-found)
               perform 340-update-instructor
               if ws-dir-entry(ws-found)(1:76) not = ws-jr-before
                   move "C"                to jr-action
                   move ws-jr-before       to jr-before
                   move ws-dir-entry(ws-found)(1:76) to jr-after
                   perform 900-write-journal
               end-if
           end-if.

      * The instructor is left off this sync. An entry already
      * linked to them is kept as it is and not taken for departed.
       310-name-too-long.
           add 1                           to ws-skip-count
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-dir-count
               if wd-inst-id(ws-idx) = ins-id
                   move "y"                to wd-seen(ws-idx)
               end-if
           end-perform
           move spaces                     to rp-detail-line
           move "SKIPPED"                  to rd-action
           move ins-id                     to rd-inst-id
           move ins-name                   to rd-name
           move "NAME"                     to rd-field
           move "TOO LONG, ENDS"           to rd-was
           move ins-name(17:4)             to rd-now
           write report-line               from rp-detail-line.

       320-add-instructor.
           if ws-dir-count >= ws-dir-max
               display "directory is full - " ins-id " not added"
           else
               add 1                       to ws-dir-count
               move wi-full-name           to wd-full-name(ws-dir-count)
               move spaces                 to wd-email(ws-dir-count)
               move wi-areacode            to wd-areacode(ws-dir-count)
               move wi-number              to wd-number(ws-dir-count)
               move wi-dept                to wd-dept(ws-dir-count)
               move ins-id                 to wd-inst-id(ws-dir-count)
               move space              to wd-inst-status(ws-dir-count)
               move "y"                    to wd-seen(ws-dir-count)
               add 1                       to ws-add-count
               move "A"                    to jr-action
               move spaces                 to jr-before
               move ws-dir-entry(ws-dir-count)(1:76) to jr-after
               perform 900-write-journal
               move spaces                 to rp-detail-line
               move "ADDED"                to rd-action
               move ins-id                 to rd-inst-id
               move wi-full-name           to rd-name
               move "DEPT"                 to rd-field
               move wi-dept                to rd-now
               write report-line           from rp-detail-line
           end-if.

      * Bring the entry's name, phone and department into line with
      * the master - one report line for each field that moved. An
      * entry flagged as departed that is back on the master loses
      * the flag.
       340-update-instructor.
           move "n"                        to ws-changed-flag
           move spaces                     to rp-detail-line
           move "CHANGED"                  to rd-action
           move ins-id                     to rd-inst-id
           move wi-full-name               to rd-name
           move "->"                       to rd-arrow

           if wd-full-name(ws-found) not = wi-full-name
               move "NAME"                 to rd-field
               move wd-full-name(ws-found) to rd-was
               move wi-full-name           to rd-now
               write report-line           from rp-detail-line
               move wi-full-name           to wd-full-name(ws-found)
               move "y"                    to ws-changed-flag
           end-if
           if (wd-areacode(ws-found) not = wi-areacode)
              or (wd-number(ws-found) not = wi-number)
               move "PHONE"                to rd-field
               move spaces                 to rd-was
               string wd-areacode(ws-found) "-" wd-number(ws-found)
                   delimited by size into rd-was
               move spaces                 to rd-now
               string wi-areacode "-" wi-number
                   delimited by size into rd-now
               write report-line           from rp-detail-line
               move wi-areacode            to wd-areacode(ws-found)
               move wi-number              to wd-number(ws-found)
               move "y"                    to ws-changed-flag
           end-if
           if wd-dept(ws-found) not = wi-dept
               move "DEPT"                 to rd-field
               move wd-dept(ws-found)      to rd-was
               move wi-dept                to rd-now
               write report-line           from rp-detail-line
               move wi-dept                to wd-dept(ws-found)
               move "y"                    to ws-changed-flag
           end-if
           if wd-inst-status(ws-found) = "G"
               move "STATUS"               to rd-field
               move "DEPARTED"             to rd-was
               move "BACK ON MASTER"       to rd-now
               write report-line           from rp-detail-line
               move space                  to wd-inst-status(ws-found)
               move "y"                    to ws-changed-flag
           end-if
           if ws-changed-flag = "y"
               add 1                       to ws-change-count
           end-if.

      * Entries linked to an instructor who is no longer on the
      * master are flagged, not deleted - removing a contact is
      * still done by hand in Lab_1M.
       400-flag-departed.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-dir-count
               if (wd-inst-id(ws-idx) not = spaces)
                  and (wd-seen(ws-idx) not = "y")
                  and (wd-inst-status(ws-idx) not = "G")
                   move ws-dir-entry(ws-idx)(1:76) to jr-before
                   move "G"                to wd-inst-status(ws-idx)
                   move "C"                to jr-action
                   move ws-dir-entry(ws-idx)(1:76) to jr-after
                   perform 900-write-journal
                   add 1                   to ws-flag-count
                   move spaces             to rp-detail-line
                   move "FLAGGED"          to rd-action
                   move wd-inst-id(ws-idx) to rd-inst-id
                   move wd-full-name(ws-idx) to rd-name
                   move "STATUS"           to rd-field
                   move "NOT ON MASTER"    to rd-now
                   write report-line       from rp-detail-line
               end-if
           end-perform.

      * A neighbour-swap pass by name, so a renamed or added
      * instructor lands where Lab_1M expects to find them.
       500-order-directory.
           move "y"                        to ws-swapped-flag
           perform until ws-swapped-flag = "n"
               move "n"                    to ws-swapped-flag
               perform varying ws-idx from 1 by 1
                       until ws-idx >= ws-dir-count
                   add 1 ws-idx giving ws-idx2
                   if wd-full-name(ws-idx) > wd-full-name(ws-idx2)
                       move ws-dir-entry(ws-idx)  to ws-swap-entry
                       move ws-dir-entry(ws-idx2)
                                           to ws-dir-entry(ws-idx)
                       move ws-swap-entry  to ws-dir-entry(ws-idx2)
                       move "y"            to ws-swapped-flag
                   end-if
               end-perform
           end-perform.

      * Instructors still on the master whose entry has no email -
      * the master doesn't carry one, so it has to be keyed in
      * Lab_1M.
       600-missing-email.
           move spaces                     to report-line
           write report-line
           move "INSTRUCTORS WITH NO EMAIL ADDRESS"
                                           to rp-section-line
           write report-line               from rp-section-line
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-dir-count
               if (wd-inst-id(ws-idx) not = spaces)
                  and (wd-inst-status(ws-idx) not = "G")
                  and (wd-email(ws-idx) = spaces)
                   add 1                   to ws-noemail-count
                   move spaces             to rp-detail-line
                   move "NO EMAIL"         to rd-action
                   move wd-inst-id(ws-idx) to rd-inst-id
                   move wd-full-name(ws-idx) to rd-name
                   move "DEPT"             to rd-field
                   move wd-dept(ws-idx)    to rd-now
                   write report-line       from rp-detail-line
               end-if
           end-perform.

       700-counts.
           move spaces                     to report-line
           write report-line
           move "INSTRUCTORS ON THE MASTER"
                                           to rc-label
           move ws-inst-count              to rc-count
           write report-line               from rp-count-line
           move "CONTACTS ADDED"           to rc-label
           move ws-add-count               to rc-count
           write report-line               from rp-count-line
           move "CONTACTS CHANGED"         to rc-label
           move ws-change-count            to rc-count
           write report-line               from rp-count-line
           move "FLAGGED AS NO LONGER ON THE MASTER"
                                           to rc-label
           move ws-flag-count              to rc-count
           write report-line               from rp-count-line
           move "INSTRUCTORS MISSING AN EMAIL"
                                           to rc-label
           move ws-noemail-count           to rc-count
           write report-line               from rp-count-line
           move "SKIPPED - NAME OVER 16 CHARACTERS"
                                           to rc-label
           move ws-skip-count              to rc-count
           write report-line               from rp-count-line.

      * One journal entry in Lab_1M's layout, operator SYNC.
       900-write-journal.
           accept ws-now                   from time
           move ws-today                   to jr-date
           move ws-now                     to jr-time
           move "SYNC"                     to jr-operator
           write journal-record.

       end program Lab_1S.
