       program-id. test.

       author. Henry Zheng.
       date-written. 2018-03-02.
      * Purpose:  Prices Lab4's sales file under the commission plan in
      *           production and under a proposed plan, side by side,
      *           so finance can see what a change would cost before
      *           it goes in. Nothing Lab4 keeps is read for update or
      *           written - no year-to-date, no payroll.
       environment division.
       configuration section.

       input-output section.
       file-control.
      * configure input file - the same sales rows Lab4 posts
           select input-file
               assign to "../../../Data/lab4.dat"
               organization is line sequential.
      * configure output file
           select output-file
               assign to "../../../Data/lab5.out"
               organization is line sequential.
      * the plan in production - Lab4's own control card and bracket
      * table, read only
           select optional control-file
               assign to "../../../Data/lab4ctl.dat"
               organization is line sequential.
           select optional bracket-file
               assign to "../../../Data/lab4brk.dat"
               organization is line sequential.
      * the proposed plan - a control card in the same layout (bonus
      * threshold and rate; missing means keep the current ones) and
      * a bracket table in the same layout (missing means the flat
      * row rate, as Lab4 does without lab4brk.dat)
           select optional proposed-control-file
               assign to "../../../Data/lab5ctl.dat"
               organization is line sequential.
           select optional proposed-bracket-file
               assign to "../../../Data/lab5brk.dat"
               organization is line sequential.

       data division.
       file section.

      * declare an input record definition - Lab4's sales row
       fd input-file
           data record is input-line
           record contains 40 characters.

       01 input-line.
           05 il-id                    pic xx.
           05 il-rate                  pic 99.
           05 il-min                   pic 999.
           05 il-max                   pic 9(4).
           05 il-rec-type              pic x.
           05 il-split-tail.
               10 il-partner-id        pic xx.
               10 il-split-pct         pic 999.
               10 il-partner-pct       pic 999.
               10 il-partner-rate      pic 99.
           05 il-ret-period            pic x(6).

      * Lab4's commission-plan control record - only the bonus
      * threshold and rate matter here
       fd control-file
           data record is control-line
           record contains 18 characters.

       01 control-line.
           05 ctl-bonus-threshold      pic 9(4).
           05 ctl-bonus-perc           pic 9v999.
           05 filler                   pic x(10).

       fd proposed-control-file
           data record is proposed-control-line
           record contains 8 characters.

       01 proposed-control-line.
           05 pcl-bonus-threshold      pic 9(4).
           05 pcl-bonus-perc           pic 9v999.

      * bracket record - the top of the bracket and the rate paid on
      * the slice of the sale inside it, as Lab4 reads it
       fd bracket-file
           data record is bracket-line
           record contains 7 characters.

       01 bracket-line.
           05 bl-limit                 pic 9(5).
           05 bl-rate                  pic 99.

       fd proposed-bracket-file
           data record is proposed-bracket-line
           record contains 7 characters.

       01 proposed-bracket-line.
           05 pbl-limit                pic 9(5).
           05 pbl-rate                 pic 99.

       fd output-file
           data record is output-line
           record contains 80 characters.

       01 output-line                  pic x(80).



       01 ws-ctl-eof-flag              pic x
           value "n".
       01 ws-brk-eof-flag              pic x
           value "n".

       01 new-line                     pic x
           value space.

       01  name-line.
           05  filler                  pic x(5)
               value spaces.
           05  nl-time                 pic 9(8).

       01  rpt-heading.
           05 filler                   pic x(21)
               value spaces.
           05 filler                   pic x(34)
               value "COMMISSION PLAN WHAT-IF COMPARISON".

       01  heading-line1.
           05  filler                  pic x(20)
               value spaces.
           05  filler                  pic x(24)
               value "--- CURRENT PLAN ---".
           05  filler                  pic x(24)
               value "--- PROPOSED PLAN ---".
           05  filler                  pic x(6)
               value "  COST".

       01  heading-line2.
           05  filler                  pic x(12)
               value "NO NAME".
           05  filler                  pic x(8)
               value "   SALES".
           05  filler                  pic x(24)
               value "  EARNED   BONUS    PAID".
           05  filler                  pic x(24)
               value "  EARNED   BONUS    PAID".
           05  filler                  pic x(9)
               value "   CHANGE".

       01  underlines.
           05  filler                  pic x(77)
               value all "-".

       01  ws-output.
           05 ol-id                    pic xx.
           05 filler                   pic x
               value space.
           05 ol-name                  pic x(8).
           05 filler                   pic x
               value space.
           05 ol-sale                  pic zzz,zz9.
           05 ol-plan                  occurs 2 times.
               10 filler               pic x
                   value space.
               10 ol-earned            pic zzz,zz9.
               10 filler               pic x
                   value space.
               10 ol-bonus             pic zzz,zz9.
               10 filler               pic x
                   value space.
               10 ol-paid              pic zzz,zz9.
           05 filler                   pic x
               value space.
           05 ol-change                pic -zzz,zz9.

      * what each plan is, printed under the totals so the report
      * says what was compared
       01  plan-line.
           05 pl-label                 pic x(16).
           05 filler                   pic x(10)
               value "THRESHOLD ".
           05 pl-threshold             pic z,zz9.
           05 filler                   pic x(13)
               value "  BONUS RATE ".
           05 pl-perc                  pic 9.999.
           05 filler                   pic xx
               value spaces.
           05 pl-method                pic x(10).
           05 pl-brk-count             pic x.

       01  cost-line.
           05 cl-label                 pic x(41).
           05 filler                   pic x(3)
               value spaces.
           05 cl-amount                pic -z,zzz,zz9.

       01  count-line.
           05 cnl-label                pic x(41).
           05 filler                   pic x(3)
               value spaces.
           05 cnl-count                pic zzz9.

      * Constants
       77  ws-perc-convert-const       pic 999
           value 100.
           value 1.
       77  ws-sale-per-page            pic 9
           value 9.
       77  ws-plan-max                 pic 9
           value 2.
       77  ws-brk-max                  pic 9
           value 5.
       77  ws-sp-max                   pic 99
           value 50.

      * The two plans - 1 is the one in production, 2 the proposal.
      * Bonus threshold and rate default to Lab4's prior hardcoded
      * values in case the control card is empty or missing; no
      * brackets means the row's flat rate.
       01  ws-plan-table.
           05 ws-plan                  occurs 2 times.
               10 pt-bonus-const       pic 9(4)
                   value 5000.
               10 pt-bonus-perc-const  pic 9v999
                   value 0.125.
               10 pt-brk-count         pic 9
                   value 0.
               10 pt-bracket           occurs 5 times.
                   15 pt-limit         pic 9(5).
                   15 pt-rate          pic 99.
       01  ws-plan-idx                 pic 9.
       01  ws-brk-idx                  pic 9.
       01  ws-brk-top                  pic 9(5).
       01  ws-brk-prev-limit           pic 9(5).
       01  ws-brk-comm                 pic 9(5).

      * One entry per salesperson on the sales file, their rows added
      * together, with what each plan would have earned and paid them
       01  ws-sp-table.
           05 ws-sp-entry              occurs 50 times.
               10 sp-id                pic xx.
               10 sp-name              pic x(8).
               10 sp-sales             pic 9(6).
               10 sp-plan              occurs 2 times.
                   15 sp-earned        pic 9(6).
                   15 sp-bonus         pic 9(6).
                   15 sp-paid          pic 9(6).
       01  ws-sp-count                 pic 99
           value 0.
       01  ws-sp-idx                   pic 99.
       01  ws-sp-found                 pic 99.

      * Work storage for one row under one plan
       01  ws-calc-sale                pic 9(4).
       01  ws-base-comm                pic 9(5).
       01  ws-earned-calc              pic 9(5).
       01  ws-bonus-calc               pic 9(5).
       01  ws-paid-calc                pic 9(5).
       01  ws-change-calc              pic s9(6).

      * Run totals per plan
       01  ws-total-table.
           05 ws-total                 occurs 2 times.
               10 tl-earned            pic 9(7)
                   value 0.
               10 tl-bonus             pic 9(7)
                   value 0.
               10 tl-paid              pic 9(7)
                   value 0.
       01  ws-total-sales              pic 9(7)
           value 0.
       01  ws-total-change             pic s9(7)
           value 0.

       01 ws-line-count                pic 99
           value 0.
       01 ws-valid-flag                pic x
           value "y".
       01 ws-skip-count                pic 9(4)
           value 0.
       01 ws-return-count              pic 9(4)
           value 0.
       01 ws-dropped-count             pic 9(4)
           value 0.
       01 ws-better-count              pic 9(4)
           value 0.
       01 ws-worse-count               pic 9(4)
           value 0.
       01 ws-same-count                pic 9(4)
           value 0.

       procedure division.
           perform 050-read-control.
           perform 060-read-proposed.
           perform 070-load-brackets.
           perform 080-load-proposed-brackets.

           open input input-file.
           read input-file
                   at end move "y"     to ws-eof-flag.
           perform until ws-eof-flag equal "y"
               perform 150-price-the-row
      * Read input for the next iteration
               read input-file
                   at end move "y"     to ws-eof-flag
           end-perform.
           close input-file.

           open output output-file.
           perform 100-sale-heading
           perform 250-salesperson-line
               varying ws-sp-idx from 1 by 1
               until ws-sp-idx > ws-sp-count.
      *    Displays the totals and what each plan was
           perform 300-bonus-and-totals.
           close output-file.
           display "what-if done - " ws-sp-count " salespeople, "
               "cost change " cl-amount.
           goback.

      * Load the plan in production from Lab4's control card. If
      * finance hasn't dropped one in yet, the VALUE defaults set up
      * above in working-storage stand.
       050-read-control.
               at end move "y"         to ws-ctl-eof-flag
           end-read
           if (ws-ctl-eof-flag not equal "y")
               move ctl-bonus-threshold    to pt-bonus-const(1)
               move ctl-bonus-perc         to pt-bonus-perc-const(1)
           end-if
           close control-file.

      * The proposed threshold and rate - without a card of its own
      * the proposal keeps the current ones.
       060-read-proposed.
           move pt-bonus-const(1)      to pt-bonus-const(2)
           move pt-bonus-perc-const(1) to pt-bonus-perc-const(2)
           move "n"                    to ws-ctl-eof-flag
           open input proposed-control-file
           read proposed-control-file
               at end move "y"         to ws-ctl-eof-flag
           end-read
           if (ws-ctl-eof-flag not equal "y")
               move pcl-bonus-threshold    to pt-bonus-const(2)
               move pcl-bonus-perc         to pt-bonus-perc-const(2)
           end-if
           close proposed-control-file.

      * The current bracket table, five rows at most as in Lab4.
       070-load-brackets.
           move "n"                    to ws-brk-eof-flag
           open input bracket-file
           read bracket-file
               at end move "y"         to ws-brk-eof-flag
           end-read
           perform until ws-brk-eof-flag equal "y"
               if (pt-brk-count(1) < ws-brk-max)
                   add 1               to pt-brk-count(1)
                   move pt-brk-count(1) to ws-brk-idx
                   move bl-limit       to pt-limit(1, ws-brk-idx)
                   move bl-rate        to pt-rate(1, ws-brk-idx)
               end-if
               read bracket-file
                   at end move "y"     to ws-brk-eof-flag
               end-read
           end-perform
           close bracket-file.

       080-load-proposed-brackets.
           move "n"                    to ws-brk-eof-flag
           open input proposed-bracket-file
           read proposed-bracket-file
               at end move "y"         to ws-brk-eof-flag
           end-read
           perform until ws-brk-eof-flag equal "y"
               if (pt-brk-count(2) < ws-brk-max)
                   add 1               to pt-brk-count(2)
                   move pt-brk-count(2) to ws-brk-idx
                   move pbl-limit      to pt-limit(2, ws-brk-idx)
                   move pbl-rate       to pt-rate(2, ws-brk-idx)
               end-if
               read proposed-bracket-file
                   at end move "y"     to ws-brk-eof-flag
               end-read
           end-perform
           close proposed-bracket-file.

       100-sale-heading.
           accept nl-date              from date.
           accept nl-time              from time.
           write output-line           from rpt-heading.
           write output-line           from new-line.
           write output-line           from heading-line1.
           write output-line           from heading-line2.
           write output-line           from underlines.

      * One sales row. Returns are left out - they claw back under
      * whichever plan the original sale was paid, which a what-if
      * can't know. A split sale counts only the salesperson's own
      * share: the partner is paid at their own rate with no bonus
      * under either plan, so their side costs the same both ways.
       150-price-the-row.
           if (il-rec-type = "R")
               add ws-count-const      to ws-return-count
           else
               move "y"                to ws-valid-flag
               move il-sale            to ws-calc-sale
               if (il-rec-type = "S")
                   if (il-split-pct + il-partner-pct
                           = ws-perc-convert-const)
                       compute ws-calc-sale rounded =
                           (il-sale * il-split-pct)
                           / ws-perc-convert-const
                   else
                       move "n"        to ws-valid-flag
                   end-if
               end-if
               if (ws-calc-sale = 0)
                   move "n"            to ws-valid-flag
               end-if
               if (ws-valid-flag = "y")
                   perform 160-find-salesperson
               else
                   add ws-count-const  to ws-skip-count
               end-if
           end-if.

      * Find the row's salesperson in the table, adding them the
      * first time they turn up, then price the row under each plan.
       160-find-salesperson.
           move 0                      to ws-sp-found
           perform varying ws-sp-idx from 1 by 1
                   until (ws-sp-idx > ws-sp-count)
                      or (ws-sp-found not = 0)
               if (sp-id(ws-sp-idx) = il-id)
                   move ws-sp-idx      to ws-sp-found
               end-if
           end-perform
           if (ws-sp-found = 0)
               if (ws-sp-count < ws-sp-max)
                   add 1               to ws-sp-count
                   move ws-sp-count    to ws-sp-found
                   move il-id          to sp-id(ws-sp-found)
                   move il-name        to sp-name(ws-sp-found)
                   move 0              to sp-sales(ws-sp-found)
                   perform varying ws-plan-idx from 1 by 1
                           until ws-plan-idx > ws-plan-max
                       move 0  to sp-earned(ws-sp-found, ws-plan-idx)
                       move 0  to sp-bonus(ws-sp-found, ws-plan-idx)
                       move 0  to sp-paid(ws-sp-found, ws-plan-idx)
                   end-perform
               else
                   add ws-count-const  to ws-dropped-count
               end-if
           end-if
           if (ws-sp-found not = 0)
               add ws-calc-sale        to sp-sales(ws-sp-found)
               add ws-calc-sale        to ws-total-sales
               perform 200-calculation
                   varying ws-plan-idx from 1 by 1
                   until ws-plan-idx > ws-plan-max
           end-if.

      * Earned, bonus and paid for the row under plan ws-plan-idx -
      * the same arithmetic Lab4 uses: the base commission (flat or
      * by bracket), the bonus on the sale above the threshold, then
      * the row's maximum over the threshold or minimum under it. A
      * zero rate with no brackets earns nothing, as in Lab4.
       200-calculation.
           move 0                      to ws-bonus-calc
           if (il-rate = 0) and (pt-brk-count(ws-plan-idx) = 0)
               move 0                  to ws-earned-calc
               move 0                  to ws-paid-calc
           else
               perform 210-price-the-sale
               if (ws-calc-sale > pt-bonus-const(ws-plan-idx))
                   compute ws-earned-calc rounded =
                   ws-base-comm
                   + (pt-bonus-perc-const(ws-plan-idx)
                      * (ws-calc-sale - pt-bonus-const(ws-plan-idx)))
                   compute ws-bonus-calc =
                       ws-earned-calc - ws-base-comm
                   if (ws-earned-calc > il-max)
                       move il-max     to ws-paid-calc
                   else
                       move ws-earned-calc to ws-paid-calc
                   end-if
               else
                   move ws-base-comm   to ws-earned-calc
                   if (ws-earned-calc < il-min)
                       move il-min     to ws-paid-calc
                   else
                       move ws-earned-calc to ws-paid-calc
                   end-if
               end-if
           end-if
           add ws-earned-calc  to sp-earned(ws-sp-found, ws-plan-idx)
           add ws-bonus-calc   to sp-bonus(ws-sp-found, ws-plan-idx)
           add ws-paid-calc    to sp-paid(ws-sp-found, ws-plan-idx).

      * Base commission - each slice of the sale at its bracket's
      * rate when the plan has brackets, otherwise the row's rate.
       210-price-the-sale.
           if (pt-brk-count(ws-plan-idx) = 0)
               compute ws-base-comm rounded =
                   (ws-calc-sale * il-rate) / ws-perc-convert-const
           else
               move 0                  to ws-base-comm
               move 0                  to ws-brk-prev-limit
               perform varying ws-brk-idx from 1 by 1
                       until ws-brk-idx > pt-brk-count(ws-plan-idx)
                   if (ws-calc-sale > pt-limit(ws-plan-idx, ws-brk-idx))
                       move pt-limit(ws-plan-idx, ws-brk-idx)
                                       to ws-brk-top
                   else
                       move ws-calc-sale to ws-brk-top
                   end-if
                   move 0              to ws-brk-comm
                   if (ws-brk-top > ws-brk-prev-limit)
                       compute ws-brk-comm rounded =
                           ((ws-brk-top - ws-brk-prev-limit)
                            * pt-rate(ws-plan-idx, ws-brk-idx))
                           / ws-perc-convert-const
                   end-if
                   add ws-brk-comm     to ws-base-comm
                   move pt-limit(ws-plan-idx, ws-brk-idx)
                                       to ws-brk-prev-limit
               end-perform
           end-if.

      * One salesperson's line - both plans and what the proposal
      * would pay them more (or less) than today.
       250-salesperson-line.
           move sp-id(ws-sp-idx)       to ol-id
           move sp-name(ws-sp-idx)     to ol-name
           move sp-sales(ws-sp-idx)    to ol-sale
           perform varying ws-plan-idx from 1 by 1
                   until ws-plan-idx > ws-plan-max
               move sp-earned(ws-sp-idx, ws-plan-idx)
                                       to ol-earned(ws-plan-idx)
               move sp-bonus(ws-sp-idx, ws-plan-idx)
                                       to ol-bonus(ws-plan-idx)
               move sp-paid(ws-sp-idx, ws-plan-idx)
                                       to ol-paid(ws-plan-idx)
               add sp-earned(ws-sp-idx, ws-plan-idx)
                                       to tl-earned(ws-plan-idx)
               add sp-bonus(ws-sp-idx, ws-plan-idx)
                                       to tl-bonus(ws-plan-idx)
               add sp-paid(ws-sp-idx, ws-plan-idx)
                                       to tl-paid(ws-plan-idx)
           end-perform
           compute ws-change-calc =
               sp-paid(ws-sp-idx, 2) - sp-paid(ws-sp-idx, 1)
           move ws-change-calc         to ol-change
           add ws-change-calc          to ws-total-change
           if (ws-change-calc > 0)
               add ws-count-const      to ws-better-count
           else
               if (ws-change-calc < 0)
                   add ws-count-const  to ws-worse-count
               else
                   add ws-count-const  to ws-same-count
               end-if
           end-if
           write output-line           from ws-output

      * Every 10th saleperson, it will print the sale headings
           if (ws-line-count >= ws-sale-per-page)
               move 0                  to ws-line-count
               perform 100-sale-heading
           else
               add 1 to ws-line-count
           end-if.

       300-bonus-and-totals.
           move spaces                 to ws-output
           move "TOTALS"               to ol-name
           move ws-total-sales         to ol-sale
           perform varying ws-plan-idx from 1 by 1
                   until ws-plan-idx > ws-plan-max
               move tl-earned(ws-plan-idx) to ol-earned(ws-plan-idx)
               move tl-bonus(ws-plan-idx)  to ol-bonus(ws-plan-idx)
               move tl-paid(ws-plan-idx)   to ol-paid(ws-plan-idx)
           end-perform
           move ws-total-change        to ol-change
           write output-line           from underlines
           write output-line           from ws-output
           write output-line           from new-line

           perform 350-plan-line
               varying ws-plan-idx from 1 by 1
               until ws-plan-idx > ws-plan-max
           write output-line           from new-line

           move "PAID UNDER THE CURRENT PLAN"   to cl-label
           move tl-paid(1)             to cl-amount
           write output-line           from cost-line
           move "PAID UNDER THE PROPOSED PLAN"  to cl-label
           move tl-paid(2)             to cl-amount
           write output-line           from cost-line
           move "TOTAL COST CHANGE (PROPOSED - CURRENT)"
                                       to cl-label
           move ws-total-change        to cl-amount
           write output-line           from cost-line
           write output-line           from new-line

           move "SALESPEOPLE PAID MORE UNDER THE PROPOSAL"
                                       to cnl-label
           move ws-better-count        to cnl-count
           write output-line           from count-line
           move "SALESPEOPLE PAID LESS UNDER THE PROPOSAL"
                                       to cnl-label
           move ws-worse-count         to cnl-count
           write output-line           from count-line
           move "SALESPEOPLE PAID THE SAME"     to cnl-label
           move ws-same-count          to cnl-count
           write output-line           from count-line
           move "RETURN ROWS NOT COMPARED"      to cnl-label
           move ws-return-count        to cnl-count
           write output-line           from count-line
           move "ROWS WITH NO SALE OR A BAD SPLIT SKIPPED"
                                       to cnl-label
           move ws-skip-count          to cnl-count
           write output-line           from count-line
           if (ws-dropped-count > 0)
               move "ROWS DROPPED - SALESPERSON TABLE FULL"
                                       to cnl-label
               move ws-dropped-count   to cnl-count
               write output-line       from count-line
           end-if
      * leave the grand change in cl-amount for the job log
           move ws-total-change        to cl-amount.

      * What plan ws-plan-idx was - threshold, bonus rate, and flat
      * rate or how many brackets.
       350-plan-line.
           if (ws-plan-idx = 1)
               move "CURRENT PLAN"     to pl-label
           else
               move "PROPOSED PLAN"    to pl-label
           end-if
           move pt-bonus-const(ws-plan-idx)      to pl-threshold
           move pt-bonus-perc-const(ws-plan-idx) to pl-perc
           if (pt-brk-count(ws-plan-idx) = 0)
               move "FLAT RATE"        to pl-method
               move spaces             to pl-brk-count
           else
               move "BRACKETS: "       to pl-method
               move pt-brk-count(ws-plan-idx) to pl-brk-count
           end-if
           write output-line           from plan-line.
       end program test.
