           select payroll-file
               assign to "../../../Data/lab4pay.dat"
               organization is line sequential.
      * salesperson master - who is on the sales force, their
      * territory, and when they started and left. every sales,
      * split-partner and return row is checked against it before
      * anything is paid. a missing file turns the check off (and
      * says so on the report) the same way a missing bracket file
      * leaves the flat rates standing.
           select optional salesman-file
               assign to "../../../Data/lab4sp.dat"
               organization is line sequential.
      * rows the salesperson master turned away, with the reason -
      * none of them were paid or posted
           select reject-file
               assign to "../../../Data/lab4rej.out"
               organization is line sequential.
      * sales quotas - one line per salesperson per period, set by
      * sales management. the period's rows give this month's
      * quota; the earlier rows of the same year add up to the
      * year-to-date quota. a missing file means no quota section.
           select optional quota-file
               assign to "../../../Data/lab4qta.dat"
               organization is line sequential.
      * the period's quota ranking, one fixed line per salesperson,
      * for the sales-meeting slides
           select rank-file
               assign to "../../../Data/lab4rnk.dat"
               organization is line sequential.
      * period history - every posting a monthly run makes to the
      * year-to-date master, added to the end run after run and
      * kept for the year-end summary
           select optional history-file
               assign to "../../../Data/lab4hst.dat"
               organization is line sequential.
      * year-end run only - the annual earnings summary pages and
      * the tax-slip extract for payroll
           select year-end-file
               assign to "../../../Data/lab4ye.out"
               organization is line sequential.
           select tax-file
               assign to "../../../Data/lab4tax.dat"
               organization is line sequential.
      * manual commission adjustments finance has agreed - a missing
      * file means there are none this period
           select optional adjust-file
               assign to "../../../Data/lab4adj.dat"
               organization is line sequential.
      * the adjustments register - every entry for the period, what
      * became of it, and who approved it
           select adjust-register
               assign to "../../../Data/lab4adj.out"
               organization is line sequential.

       data division.
       file section.
      * commission-plan control record - one line, bonus threshold,
      * bonus rate, then the sales period being posted (yyyymm) so a
      * rerun of the same period can be recognized and not double the
      * year-to-date figures. the quota attainment floor (whole
      * percent) is optional on the end - an older 14-character card
      * leaves the floor at its working-storage default. a "Y" run
      * mode after the floor makes this the year-end run for the
      * year of ctl-period instead of a monthly posting.
       fd control-file
           data record is control-line
           record contains 18 characters.

       01 control-line.
           05 ctl-bonus-threshold      pic 9(4).
           05 ctl-bonus-perc           pic 9v999.
           05 ctl-period               pic x(6).
           05 ctl-quota-floor          pic 999.
           05 ctl-run-mode             pic x.


      * year-to-date master record - last period posted plus the
      * payroll extract records - the first byte says which: 'H'
      * header (run date, period), 'D' detail (id, name, period
      * commission), 'T' trailer (detail count, commission total)
      * 'A' adjustment (id, signed amount, reason) ahead of the 'D'
      * record whose pay already includes it - the trailer counts
      * them separately and they are not added to its total again
       fd payroll-file
           data record is payroll-line
           record contains 16 characters.
           05 pt-rec-type              pic x.
           05 pt-count                 pic 9(4).
           05 pt-total                 pic 9(7).
           05 pt-adj-count             pic 9(4).
       01 payroll-adjust redefines payroll-line.
           05 pa-rec-type              pic x.
           05 pa-id                    pic xx.
           05 pa-amount                pic s9(5)
                                       sign leading separate.
           05 pa-reason                pic xx.
           05 filler                   pic x(5).

      * salesperson master record - the termination date is zeros
      * (or blank) while the salesperson is still on the force
       fd salesman-file
           data record is salesman-line
           record contains 32 characters.

       01 salesman-line.
           05 sm-id                    pic xx.
           05 sm-name                  pic x(8).
           05 sm-territory             pic x(4).
           05 sm-hire-date             pic 9(8).
           05 sm-term-date             pic 9(8).
           05 sm-plan-code             pic xx.

       fd reject-file
           data record is reject-line
           record contains 60 characters.

       01 reject-line                  pic x(60).

      * quota record - who, which period (yyyymm), and the sales
      * quota for it in whole dollars
       fd quota-file
           data record is quota-line
           record contains 15 characters.

       01 quota-line.
           05 ql-id                    pic xx.
           05 ql-period                pic x(6).
           05 ql-quota                 pic 9(7).

      * ranking extract - rank, who, the period's quota, sales and
      * attainment (percent, one decimal), the same for the year to
      * date, and "Y" when the period attainment is under the floor
       fd rank-file
           data record is rank-line
           record contains 55 characters.

       01 rank-line.
           05 rk-period                pic x(6).
           05 rk-rank                  pic 99.
           05 rk-id                    pic xx.
           05 rk-name                  pic x(8).
           05 rk-quota                 pic 9(7).
           05 rk-sales                 pic 9(7).
           05 rk-attain                pic 9(3)v9.
           05 rk-ytd-quota             pic 9(7).
           05 rk-ytd-sales             pic 9(7).
           05 rk-ytd-attain            pic 9(3)v9.
           05 rk-below-floor           pic x.

      * period history record - one per posting: "S" the row's own
      * sale, "P" a split partner's share, "R" a return. commission
      * is what was paid before draws, bonus the part of earned over
      * the base commission, recovered what the draws took back out
      * of it, clawback what a return reversed, and net the pay.
       fd history-file
           data record is history-line
           record contains 60 characters.

       01 history-line.
           05 hs-id                    pic xx.
           05 hs-name                  pic x(8).
           05 hs-period                pic x(6).
           05 hs-type                  pic x.
           05 hs-sales                 pic 9(7).
           05 hs-comm                  pic 9(5).
           05 hs-bonus                 pic 9(5).
           05 hs-recovered             pic 9(5).
           05 hs-claw                  pic 9(5).
           05 hs-net                   pic 9(5).
           05 filler                   pic x(11).

      * adjustment record - who, which period (yyyymm), the signed
      * amount (+00150 / -00075), why, and who approved it.
      *    DS - disputed split settled
      *    LB - late-booked sale
      *    GW - goodwill payment
      *    CO - correction of an earlier period
       fd adjust-file
           data record is adjust-line
           record contains 24 characters.

       01 adjust-line.
           05 aj-id                    pic xx.
           05 aj-period                pic x(6).
           05 aj-amount                pic s9(5)
                                       sign leading separate.
           05 aj-reason                pic xx.
           05 aj-approver              pic x(8).

       fd adjust-register
           data record is register-line
           record contains 60 characters.

       01 register-line                pic x(60).

       fd year-end-file
           data record is year-end-line
           record contains 60 characters.

       01 year-end-line                pic x(60).

      * tax extract records - 'H' header (run date, tax year), 'D'
      * one per salesperson with the year's totals, 'T' trailer
      * (detail count, commission and net totals) to balance on
       fd tax-file
           data record is tax-line
           record contains 57 characters.

       01 tax-line.
           05 tx-rec-type              pic x.
           05 tx-data                  pic x(56).
       01 tax-header redefines tax-line.
           05 th-rec-type              pic x.
           05 th-run-date              pic 9(8).
           05 th-year                  pic x(4).
           05 filler                   pic x(44).
       01 tax-detail redefines tax-line.
           05 td-rec-type              pic x.
           05 td-id                    pic xx.
           05 td-name                  pic x(8).
           05 td-year                  pic x(4).
           05 td-sales                 pic 9(7).
           05 td-comm                  pic 9(7).
           05 td-bonus                 pic 9(7).
           05 td-recovered             pic 9(7).
           05 td-claw                  pic 9(7).
           05 td-net                   pic 9(7).
       01 tax-trailer redefines tax-line.
           05 tr-rec-type              pic x.
           05 tr-count                 pic 9(4).
           05 tr-comm-total            pic 9(9).
           05 tr-net-total             pic 9(9).
           05 filler                   pic x(34).

       fd output-file
           data record is output-line
      * written back by 500-save-ytd. A salesperson whose
      * yt-last-period already equals ws-period was posted by an
      * earlier run of this same period, so a rerun shows the right
      * YTD columns without doubling them. yt-loaded-period keeps the
      * period as it stood on the master when this run loaded it -
      * 400-post-ytd moves this run's period into yt-last-period, so
      * the split and return history rows test the loaded copy.
       01 ws-ytd-table.
           05 ws-ytd-entry             occurs 50 times.
               10 yt-id                pic xx.
               10 yt-name              pic x(8).
               10 yt-last-period       pic x(6).
               10 yt-loaded-period     pic x(6).
               10 yt-sales             pic 9(7).
               10 yt-comm              pic 9(7).
               10 yt-recover           pic 9(5).
           05  filler                  pic xx
               value spaces.
           05  stm-name                pic x(8).
           05  filler                  pic x(12)
               value "  TERRITORY ".
           05  stm-territory           pic x(4).
       01  stm-amount-line.
           05  stm-label               pic x(26).
           05  stm-amount              pic z,zzz,zz9.
               value spaces.
           05  nrl-num-rerun           pic x(4).

       01  num-reject-line.
           05  filler                  pic x(33)
               value "NUMBER REJECTED BY THE MASTER".
           05  filler                  pic x(6)
               value spaces.
           05  njl-num-reject          pic x(4).

       01  no-master-line              pic x(60)
           value "SALESPERSON MASTER NOT LOADED - ROWS NOT VALIDATED".

      * the salesperson master in storage, loaded by
      * 090-load-salesmen
       01 ws-sp-table.
           05 ws-sp-entry              occurs 50 times.
               10 sp-id                pic xx.
               10 sp-name              pic x(8).
               10 sp-territory         pic x(4).
               10 sp-hire-date         pic 9(8).
               10 sp-term-date         pic 9(8).
               10 sp-plan-code         pic xx.
       01 ws-sp-count                  pic 99
           value 0.
       01 ws-sp-idx                    pic 99
           value 0.
       01 ws-sp-found                  pic 99
           value 0.
       01 ws-sp-eof-flag               pic x
           value "n".

      * set by 120-check-master - "n" means the row was rejected and
      * ws-rej-reason says why. the territories of the row's own
      * salesperson and of a split partner, for the subtotals.
       01 ws-master-ok-flag            pic x
           value "y".
       01 ws-rej-reason                pic x(32)
           value spaces.
       01 ws-row-territory             pic x(4)
           value spaces.
       01 ws-partner-territory         pic x(4)
           value spaces.
       01 ws-reject-count              pic 9(4)
           value 0.

       01  rej-title-line.
           05  filler                  pic x(34)
               value "SALESPERSON MASTER REJECTS PERIOD ".
           05  rjt-period              pic x(6).
       01  rej-detail-line.
           05  rjd-id                  pic xx.
           05  filler                  pic xx
               value spaces.
           05  rjd-name                pic x(8).
           05  filler                  pic xx
               value spaces.
           05  rjd-type                pic x.
           05  filler                  pic xx
               value spaces.
           05  rjd-sale                pic z,zz9.
           05  filler                  pic xx
               value spaces.
           05  rjd-reason              pic x(32).
       01  rej-count-line.
           05  filler                  pic x(14)
               value "ROWS REJECTED ".
           05  rjc-count               pic zzz9.

      * territory subtotals - one bucket per territory met in the
      * run, printed at the foot of the report and as the last
      * statement page
       01 ws-terr-table.
           05 ws-terr-entry            occurs 20 times.
               10 tt-territory         pic x(4).
               10 tt-count             pic 9(4).
               10 tt-sales             pic 9(7).
               10 tt-earned            pic 9(7).
               10 tt-paid              pic 9(7).
       01 ws-terr-count                pic 99
           value 0.
       01 ws-terr-idx                  pic 99
           value 0.
       01 ws-terr-found                pic 99
           value 0.
      * what the bucket is being credited with this time
       01 ws-terr-key                  pic x(4)
           value spaces.
       01 ws-terr-sales                pic 9(5)
           value 0.
       01 ws-terr-earned               pic 9(5)
           value 0.
       01 ws-terr-paid                 pic 9(5)
           value 0.

       01  terr-heading-line.
           05  filler                  pic x(9)
               value "TERRITORY".
           05  filler                  pic x(4)
               value spaces.
           05  filler                  pic x(5)
               value "COUNT".
           05  filler                  pic x(7)
               value spaces.
           05  filler                  pic x(5)
               value "SALES".
           05  filler                  pic x(5)
               value spaces.
           05  filler                  pic x(6)
               value "EARNED".
           05  filler                  pic x(6)
               value spaces.
           05  filler                  pic x(4)
               value "PAID".
       01  terr-total-line.
           05  ttl-territory           pic x(4).
           05  filler                  pic x(10)
               value spaces.
           05  ttl-count               pic zzz9.
           05  filler                  pic x(2)
               value spaces.
           05  ttl-sales               pic z,zzz,zz9.
           05  filler                  pic x(2)
               value spaces.
           05  ttl-earned              pic z,zzz,zz9.
           05  filler                  pic x(1)
               value spaces.
           05  ttl-paid                pic z,zzz,zz9.

      * quota attainment - the period's quotas in storage, loaded by
      * 095-load-quotas, with the sales credited to each person this
      * run (their own paid rows plus split shares) and the rank
      * worked out by 370-quota-report. ties share a rank.
       01 ws-qta-table.
           05 ws-qta-entry             occurs 50 times.
               10 qt-id                pic xx.
               10 qt-quota             pic 9(7).
               10 qt-ytd-quota         pic 9(7).
               10 qt-sales             pic 9(7).
               10 qt-ytd-sales         pic 9(7).
               10 qt-attain            pic 9(3)v9.
               10 qt-ytd-attain        pic 9(3)v9.
               10 qt-rank              pic 99.
       01 ws-qta-count                 pic 99
           value 0.
       01 ws-qta-idx                   pic 99
           value 0.
       01 ws-qta-idx2                  pic 99
           value 0.
       01 ws-qta-found                 pic 99
           value 0.
       01 ws-qta-eof-flag              pic x
           value "n".
       01 ws-qta-rank                  pic 99
           value 0.
      * who and what is being credited by 380-credit-quota
       01 ws-qta-key                   pic xx
           value spaces.
       01 ws-qta-sales                 pic 9(5)
           value 0.
      * attainment below this percent is flagged - off the control
      * card when finance puts one there
       01 ws-quota-floor               pic 999
           value 80.
       01 ws-below-floor-count         pic 9(4)
           value 0.

       01  qta-title-line.
           05  filler                  pic x(21)
               value spaces.
           05  filler                  pic x(34)
               value "QUOTA ATTAINMENT RANKING - PERIOD ".
           05  qtt-period              pic x(6).
       01  qta-heading-line.
           05  filler                  pic x(4)
               value "RANK".
           05  filler                  pic x(2)
               value spaces.
           05  filler                  pic x(3)
               value "NO.".
           05  filler                  pic x(2)
               value spaces.
           05  filler                  pic x(4)
               value "NAME".
           05  filler                  pic x(9)
               value spaces.
           05  filler                  pic x(5)
               value "QUOTA".
           05  filler                  pic x(5)
               value spaces.
           05  filler                  pic x(5)
               value "SALES".
           05  filler                  pic x(2)
               value spaces.
           05  filler                  pic x(5)
               value "ATTN%".
           05  filler                  pic x(3)
               value spaces.
           05  filler                  pic x(9)
               value "YTD QUOTA".
           05  filler                  pic x(1)
               value spaces.
           05  filler                  pic x(9)
               value "YTD SALES".
           05  filler                  pic x(2)
               value spaces.
           05  filler                  pic x(5)
               value "YTD %".
       01  qta-detail-line.
           05  qdl-rank                pic z9.
           05  filler                  pic x(4)
               value spaces.
           05  qdl-id                  pic xx.
           05  filler                  pic x(3)
               value spaces.
           05  qdl-name                pic x(8).
           05  filler                  pic x(1)
               value spaces.
           05  qdl-quota               pic z,zzz,zz9.
           05  filler                  pic x(1)
               value spaces.
           05  qdl-sales               pic z,zzz,zz9.
           05  filler                  pic x(2)
               value spaces.
           05  qdl-attain              pic zz9.9.
           05  filler                  pic x(3)
               value spaces.
           05  qdl-ytd-quota           pic z,zzz,zz9.
           05  filler                  pic x(1)
               value spaces.
           05  qdl-ytd-sales           pic z,zzz,zz9.
           05  filler                  pic x(2)
               value spaces.
           05  qdl-ytd-attain          pic zz9.9.
           05  filler                  pic x(1)
               value spaces.
           05  qdl-flag                pic x(6).
      * the period's adjustments in storage, loaded by
      * 097-load-adjustments. at-status: space waiting, "C" on the
      * row being paid now, "A" applied with a sales row, "L" paid
      * on its own, "R" bad reason code, "N" no approver, "M" not
      * on the salesperson master.
       01 ws-adj-table.
           05 ws-adj-entry             occurs 50 times.
               10 at-id                pic xx.
               10 at-amount            pic s9(5).
               10 at-reason            pic xx.
               10 at-approver          pic x(8).
               10 at-status            pic x.
       01 ws-adj-count                 pic 99
           value 0.
       01 ws-adj-idx                   pic 99
           value 0.
       01 ws-adj-eof-flag              pic x
           value "n".
       01 ws-adj-key                   pic xx
           value spaces.
      * this row's adjustments - their signed total and how many
       01 ws-adj-total                 pic s9(5)
           value 0.
       01 ws-adj-row-count             pic 99
           value 0.
       01 ws-adj-name                  pic x(8)
           value spaces.
       01 ws-adj-rerun-flag            pic x
           value "n".
       01 ws-adj-master-flag           pic x
           value "n".
       01 ws-adj-idx2                  pic 99
           value 0.
       01 ws-hist-work                 pic s9(7)
           value 0.
      * register totals
       01 ws-adj-applied-count         pic 9(4)
           value 0.
       01 ws-adj-applied-total         pic s9(7)
           value 0.
       01 ws-adj-rejected-count        pic 9(4)
           value 0.
       01 ws-payroll-adj-count         pic 9(4)
           value 0.

       01  stm-adj-line.
           05  stm-adj-label           pic x(26).
           05  stm-adj-amount          pic z,zzz,zz9-.

       01  reg-title-line.
           05  filler                  pic x(34)
               value "COMMISSION ADJUSTMENTS REGISTER   ".
           05  filler                  pic x(7)
               value "PERIOD ".
           05  rgt-period              pic x(6).
       01  reg-heading-line.
           05  filler                  pic x(3)
               value "NO.".
           05  filler                  pic x(1)
               value spaces.
           05  filler                  pic x(6)
               value "AMOUNT".
           05  filler                  pic x(2)
               value spaces.
           05  filler                  pic x(3)
               value "RSN".
           05  filler                  pic x(2)
               value spaces.
           05  filler                  pic x(8)
               value "APPROVER".
           05  filler                  pic x(2)
               value spaces.
           05  filler                  pic x(6)
               value "STATUS".
       01  reg-detail-line.
           05  rgd-id                  pic xx.
           05  filler                  pic xx
               value spaces.
           05  rgd-amount              pic zz,zz9-.
           05  filler                  pic xx
               value spaces.
           05  rgd-reason              pic xx.
           05  filler                  pic xx
               value spaces.
           05  rgd-approver            pic x(8).
           05  filler                  pic xx
               value spaces.
           05  rgd-status              pic x(31).
       01  reg-applied-line.
           05  filler                  pic x(21)
               value "ADJUSTMENTS APPLIED  ".
           05  rga-count               pic zzz9.
           05  filler                  pic x(14)
               value "  NET AMOUNT  ".
           05  rga-total               pic z,zzz,zz9-.
       01  reg-rejected-line.
           05  filler                  pic x(21)
               value "ADJUSTMENTS REJECTED ".
           05  rgr-count               pic zzz9.

      * year-end mode - set off the control card by 050-read-control
       01 ws-year-end-flag             pic x
           value "n".
       01 ws-hst-eof-flag              pic x
           value "n".
      * this row's bonus for the history line
       01 ws-hist-bonus                pic 9(5)
           value 0.

      * the year's history laid out by salesperson (in ytd master
      * order) and month, added up by 962-load-history
       01 ws-ye-table.
           05 ye-person                occurs 50 times.
               10 ye-month             occurs 12 times.
                   15 ym-sales         pic 9(7).
                   15 ym-comm          pic 9(7).
                   15 ym-bonus         pic 9(7).
                   15 ym-recovered     pic 9(7).
                   15 ym-claw          pic 9(7).
                   15 ym-net           pic 9(7).
       01 ws-ye-month                  pic 99
           value 0.
       01 ws-ye-year                   pic x(4)
           value spaces.
      * one salesperson's year, and the whole extract's totals
       01 ws-yr-sales                  pic 9(7)
           value 0.
       01 ws-yr-comm                   pic 9(7)
           value 0.
       01 ws-yr-bonus                  pic 9(7)
           value 0.
       01 ws-yr-recovered              pic 9(7)
           value 0.
       01 ws-yr-claw                   pic 9(7)
           value 0.
       01 ws-yr-net                    pic 9(7)
           value 0.
       01 ws-tax-count                 pic 9(4)
           value 0.
       01 ws-tax-comm-total            pic 9(9)
           value 0.
       01 ws-tax-net-total             pic 9(9)
           value 0.

       01  ye-title-line.
           05  filler                  pic x(35)
               value "ANNUAL COMMISSION EARNINGS SUMMARY".
           05  filler                  pic x(5)
               value "YEAR ".
           05  yet-year                pic x(4).
       01  ye-heading-line.
           05  filler                  pic x(5)
               value "MONTH".
           05  filler                  pic x(7)
               value spaces.
           05  filler                  pic x(5)
               value "SALES".
           05  filler                  pic x(4)
               value spaces.
           05  filler                  pic x(4)
               value "COMM".
           05  filler                  pic x(3)
               value spaces.
           05  filler                  pic x(5)
               value "BONUS".
           05  filler                  pic x(2)
               value spaces.
           05  filler                  pic x(6)
               value "RECOVD".
           05  filler                  pic x(2)
               value spaces.
           05  filler                  pic x(6)
               value "CLAWBK".
           05  filler                  pic x(5)
               value spaces.
           05  filler                  pic x(3)
               value "NET".
       01  ye-detail-line.
           05  yed-period              pic x(6).
           05  filler                  pic x(2)
               value spaces.
           05  yed-sales               pic z,zzz,zz9.
           05  filler                  pic x
               value space.
           05  yed-comm                pic zzz,zz9.
           05  filler                  pic x
               value space.
           05  yed-bonus               pic zzz,zz9.
           05  filler                  pic x
               value space.
           05  yed-recovered           pic zzz,zz9.
           05  filler                  pic x
               value space.
           05  yed-claw                pic zzz,zz9.
           05  filler                  pic x
               value space.
           05  yed-net                 pic zzz,zz9.
       01  ye-count-line.
           05  filler                  pic x(26)
               value "TAX EXTRACT RECORDS . . .".
           05  yec-count               pic zzz9.
       01  ye-rolled-line              pic x(50)
           value "YEAR-TO-DATE MASTER ROLLED OVER TO THE NEW YEAR".

       01  qta-floor-line.
           05  filler                  pic x(33)
               value "NUMBER BELOW THE ATTAINMENT FLOOR".
           05  filler                  pic x(6)
               value spaces.
           05  qfl-num-below           pic x(4).
           05  filler                  pic x(8)
               value "  FLOOR ".
           05  qfl-floor               pic zz9.
           05  filler                  pic x
               value "%".

       procedure division.
           perform 050-read-control.
      * the year-end run does nothing else
           if (ws-year-end-flag = "y")
               perform 960-year-end
               goback
           end-if.

           open input input-file,
                output output-file statement-file payroll-file
                       reject-file rank-file adjust-register,
                extend history-file.

           perform 060-load-ytd.
           perform 070-load-draws.
           perform 080-load-brackets.
           perform 090-load-salesmen.
           perform 095-load-quotas.
           perform 097-load-adjustments.

      * payroll extract header - the period and run date payroll
      * balances the file against
           accept nl-time              from time.
           write output-line           from name-line.
           write output-line           from rpt-heading.
           if (ws-sp-count = 0)
               write output-line       from no-master-line
           end-if
           move ws-period              to rjt-period
           write reject-line           from rej-title-line.

           perform 100-sale-heading
           read input-file
           perform until ws-eof-flag equal "y"
      * Clear the output buffer
               move spaces             to output-line
      * A row the salesperson master turns away pays nobody
               perform 120-check-master
               if (ws-master-ok-flag = "n")
                   perform 130-reject-row
               else
      * A return row reverses a prior sale instead of paying one
               if (il-rec-type = "R")
                   perform 900-process-return
                   move ws-earned-final    to ol-earn
                   move ws-paid-calc       to ol-paid
                   perform 400-post-ytd
                   perform 420-apply-adjustments
                   perform 450-net-draws
                   if (ws-valid-flag = "y")
                      and (ws-this-rerun-flag not = "y")
                       perform 470-own-history
                   end-if
                   write output-line
                   perform 600-write-statement
                   if (ws-valid-flag = "y")
                       perform 700-write-payroll
                       move ws-row-territory   to ws-terr-key
                       move ws-calc-sale       to ws-terr-sales
                       move ws-earned-calc     to ws-terr-earned
                       move ws-paid-calc       to ws-terr-paid
                       perform 360-credit-territory
                       move il-id              to ws-qta-key
                       move ws-calc-sale       to ws-qta-sales
                       perform 380-credit-quota
                   end-if
                   if (ws-split-ok-flag = "y") and (ws-valid-flag = "y")
                       perform 800-pay-partner
                   end-if

               end-if
               end-if
      * Read input for the next iteration
               read input-file
                   at end move "y"     to ws-eof-flag  
           end-perform.
      * adjustments for anyone who had no sales row paid this period
           perform 430-unapplied-adjustments.
      *    Displays bonuses and totals
           perform 300-bonus-and-totals.
           perform 350-territory-totals.
           perform 370-quota-report.
           perform 500-save-ytd.

      * payroll extract trailer - record count and commission grand
           move "T"                    to pt-rec-type
           move ws-payroll-count       to pt-count
           move ws-net-total           to pt-total
           move ws-payroll-adj-count   to pt-adj-count
           write payroll-line.

           perform 440-adjustment-register.

           move ws-reject-count        to rjc-count
           write reject-line           from rej-count-line.

           close input-file output-file statement-file payroll-file
                 reject-file rank-file history-file adjust-register.
           goback. 

      * Load this period's commission plan from the control file. If
               move ctl-bonus-threshold    to ws-bonus-const
               move ctl-bonus-perc         to ws-bonus-perc-const
               move ctl-period             to ws-period
               if (ctl-quota-floor is numeric)
                   move ctl-quota-floor    to ws-quota-floor
               end-if
               if (ctl-run-mode = "Y")
                   move "y"                to ws-year-end-flag
               end-if
           end-if
           close control-file
      * no period on the control card - post under today's yyyymm
               move yl-id              to yt-id(ws-ytd-count)
               move yl-name            to yt-name(ws-ytd-count)
               move yl-last-period     to yt-last-period(ws-ytd-count)
               move yl-last-period     to yt-loaded-period(ws-ytd-count)
               move yl-sales           to yt-sales(ws-ytd-count)
               move yl-comm            to yt-comm(ws-ytd-count)
               move yl-recover         to yt-recover(ws-ytd-count)
           end-perform
           close bracket-file.

      * Carry the salesperson master into storage - a missing file
      * leaves ws-sp-count at zero and every row goes through
      * unchecked, as before the master existed.
       090-load-salesmen.
           open input salesman-file
           read salesman-file
               at end move "y"         to ws-sp-eof-flag
           end-read
           perform until ws-sp-eof-flag equal "y"
               if (ws-sp-count < 50)
                   add 1               to ws-sp-count
                   move sm-id          to sp-id(ws-sp-count)
                   move sm-name        to sp-name(ws-sp-count)
                   move sm-territory   to sp-territory(ws-sp-count)
                   move sm-hire-date   to sp-hire-date(ws-sp-count)
                   move sm-term-date   to sp-term-date(ws-sp-count)
                   move sm-plan-code   to sp-plan-code(ws-sp-count)
               end-if
               read salesman-file
                   at end move "y"     to ws-sp-eof-flag
               end-read
           end-perform
           close salesman-file.

      * Carry the period's quotas into storage. A row for this
      * period sets the month's quota; rows for earlier periods of
      * the same year build up the year-to-date quota. Later
      * periods and other years are skipped.
       095-load-quotas.
           open input quota-file
           read quota-file
               at end move "y"         to ws-qta-eof-flag
           end-read
           perform until ws-qta-eof-flag equal "y"
               if (ql-period(1:4) = ws-period(1:4))
                  and (ql-period not > ws-period)
                  and (ql-quota is numeric)
                   move ql-id          to ws-qta-key
                   perform 096-find-quota
                   if (ws-qta-found = 0) and (ws-qta-count < 50)
                       add 1           to ws-qta-count
                       move ws-qta-count to ws-qta-found
                       move ql-id      to qt-id(ws-qta-found)
                       move 0          to qt-quota(ws-qta-found)
                       move 0          to qt-ytd-quota(ws-qta-found)
                       move 0          to qt-sales(ws-qta-found)
                       move 0          to qt-ytd-sales(ws-qta-found)
                       move 0          to qt-rank(ws-qta-found)
                   end-if
                   if (ws-qta-found not = 0)
                       add ql-quota    to qt-ytd-quota(ws-qta-found)
                       if (ql-period = ws-period)
                           move ql-quota to qt-quota(ws-qta-found)
                       end-if
                   end-if
               end-if
               read quota-file
                   at end move "y"     to ws-qta-eof-flag
               end-read
           end-perform
           close quota-file.

       096-find-quota.
           move 0                      to ws-qta-found
           perform varying ws-qta-idx from 1 by 1
                   until (ws-qta-idx > ws-qta-count)
                      or (ws-qta-found not = 0)
               if (qt-id(ws-qta-idx) = ws-qta-key)
                   move ws-qta-idx     to ws-qta-found
               end-if
           end-perform.

      * Carry the period's adjustments into storage. An entry needs
      * a known reason code and an approver, and when the
      * salesperson master is loaded the salesperson has to be on
      * it - anything else stays on the register as rejected and
      * is never paid.
       097-load-adjustments.
           open input adjust-file
           read adjust-file
               at end move "y"         to ws-adj-eof-flag
           end-read
           perform until ws-adj-eof-flag equal "y"
               if (aj-period = ws-period) and (aj-amount is numeric)
                  and (ws-adj-count < 50)
                   add 1               to ws-adj-count
                   move aj-id          to at-id(ws-adj-count)
                   move aj-amount      to at-amount(ws-adj-count)
                   move aj-reason      to at-reason(ws-adj-count)
                   move aj-approver    to at-approver(ws-adj-count)
                   move space          to at-status(ws-adj-count)
                   if (aj-reason not = "DS") and (aj-reason not = "LB")
                      and (aj-reason not = "GW")
                      and (aj-reason not = "CO")
                       move "R"        to at-status(ws-adj-count)
                   end-if
                   if (aj-approver = spaces)
                       move "N"        to at-status(ws-adj-count)
                   end-if
                   if (ws-sp-count > 0)
                       move "n"        to ws-adj-master-flag
                       perform varying ws-sp-idx from 1 by 1
                               until ws-sp-idx > ws-sp-count
                           if (sp-id(ws-sp-idx) = aj-id)
                               move "y" to ws-adj-master-flag
                           end-if
                       end-perform
                       if (ws-adj-master-flag = "n")
                           move "M"    to at-status(ws-adj-count)
                       end-if
                   end-if
               end-if
               read adjust-file
                   at end move "y"     to ws-adj-eof-flag
               end-read
           end-perform
           close adjust-file.

      * Check the row against the salesperson master. The row's own
      * salesperson has to be on it under the same name, hired by
      * the period and not gone before it (their last month still
      * pays); a split partner has to be on it and still employed
      * too. Any failure turns away the whole row - half a split is
      * never paid.
       120-check-master.
           move "y"                    to ws-master-ok-flag
           move spaces                 to ws-rej-reason
           move spaces                 to ws-row-territory
           move spaces                 to ws-partner-territory
           if (ws-sp-count > 0)
               perform 125-find-salesman
               if (ws-sp-found = 0)
                   move "n"            to ws-master-ok-flag
                   move "ID NOT ON THE SALESPERSON MASTER"
                                       to ws-rej-reason
               else
                   move sp-territory(ws-sp-found)
                                       to ws-row-territory
                   if (sp-name(ws-sp-found) not = il-name)
                       move "n"        to ws-master-ok-flag
                       move "NAME DOES NOT MATCH THE MASTER"
                                       to ws-rej-reason
                   end-if
                   if (sp-term-date(ws-sp-found) is numeric)
                      and (sp-term-date(ws-sp-found) > 0)
                      and (sp-term-date(ws-sp-found)(1:6) < ws-period)
                       move "n"        to ws-master-ok-flag
                       move "TERMINATED BEFORE THIS PERIOD"
                                       to ws-rej-reason
                   end-if
                   if (sp-hire-date(ws-sp-found) is numeric)
                      and (sp-hire-date(ws-sp-found)(1:6) > ws-period)
                       move "n"        to ws-master-ok-flag
                       move "NOT YET HIRED IN THIS PERIOD"
                                       to ws-rej-reason
                   end-if
               end-if
               if (ws-master-ok-flag = "y") and (il-rec-type = "S")
                   perform 126-find-partner
                   if (ws-sp-found = 0)
                       move "n"        to ws-master-ok-flag
                       move "SPLIT PARTNER NOT ON THE MASTER"
                                       to ws-rej-reason
                   else
                       move sp-territory(ws-sp-found)
                                       to ws-partner-territory
                       if (sp-term-date(ws-sp-found) is numeric)
                          and (sp-term-date(ws-sp-found) > 0)
                          and (sp-term-date(ws-sp-found)(1:6)
                                                     < ws-period)
                           move "n"    to ws-master-ok-flag
                           move "SPLIT PARTNER TERMINATED"
                                       to ws-rej-reason
                       end-if
                   end-if
               end-if
           end-if.

       125-find-salesman.
           move 0                      to ws-sp-found
           perform varying ws-sp-idx from 1 by 1
                   until (ws-sp-idx > ws-sp-count)
                      or (ws-sp-found not = 0)
               if (sp-id(ws-sp-idx) = il-id)
                   move ws-sp-idx      to ws-sp-found
               end-if
           end-perform.

       126-find-partner.
           move 0                      to ws-sp-found
           perform varying ws-sp-idx from 1 by 1
                   until (ws-sp-idx > ws-sp-count)
                      or (ws-sp-found not = 0)
               if (sp-id(ws-sp-idx) = il-partner-id)
                   move ws-sp-idx      to ws-sp-found
               end-if
           end-perform.

      * One reject listing line - nothing on the row is paid, posted
      * to the year-to-date master, or sent to payroll.
       130-reject-row.
           add 1                       to ws-reject-count
           move il-id                  to rjd-id
           move il-name                to rjd-name
           move il-rec-type            to rjd-type
           move il-sale                to rjd-sale
           move ws-rej-reason          to rjd-reason
           write reject-line           from rej-detail-line.

      * Post this salesperson's period figures into the year-to-date
      * master and fill the report's YTD columns. A row flagged as an
      * exception posts nothing, and a salesperson already posted for
               move il-id              to yt-id(ws-ytd-found)
               move il-name            to yt-name(ws-ytd-found)
               move spaces             to yt-last-period(ws-ytd-found)
               move spaces             to yt-loaded-period(ws-ytd-found)
               move 0                  to yt-sales(ws-ytd-found)
               move 0                  to yt-comm(ws-ytd-found)
               move 0                  to yt-recover(ws-ytd-found)
                                       to ws-prior-recover
               end-if
               compute ws-net-signed = ws-paid-calc
                                     + ws-adj-total
                                     - ws-this-draw
                                     - ws-prior-recover
               if (ws-net-signed < 0)
               end-if
           end-if.

      * The row's own posting onto the period history - the bonus is
      * whatever was paid over the base commission (nothing, when the
      * max held the pay under the base), and what the draws took
      * back is the paid commission less the net.
      * A rerun row was posted by the earlier run and isn't repeated.
       470-own-history.
           move 0                      to ws-hist-bonus
           if (ws-calc-sale > ws-bonus-const)
              and (ws-paid-calc > ws-base-comm)
               compute ws-hist-bonus = ws-paid-calc - ws-base-comm
           end-if
           move spaces                 to history-line
           move il-id                  to hs-id
           move il-name                to hs-name
           move ws-period              to hs-period
           move "S"                    to hs-type
           move ws-calc-sale           to hs-sales
           move ws-paid-calc           to hs-comm
           move ws-hist-bonus          to hs-bonus
           compute ws-hist-work = ws-paid-calc + ws-adj-total
                                - ws-net-pay
           if (ws-hist-work < 0)
               move 0                  to ws-hist-work
           end-if
           move ws-hist-work           to hs-recovered
           move 0                      to hs-claw
           move ws-net-pay             to hs-net
           write history-line.

      * Take up the period's adjustments for the row's salesperson -
      * after the commission and bonus are worked out and before the
      * draws are netted, so an adjustment is paid (or taken back)
      * like commission. Only their first paid row of the period
      * picks them up. They go onto the year-to-date commission and
      * the period history unless the row is a rerun.
       420-apply-adjustments.
           move 0                      to ws-adj-total
           move 0                      to ws-adj-row-count
           perform varying ws-adj-idx from 1 by 1
                   until ws-adj-idx > ws-adj-count
               if (at-status(ws-adj-idx) = "C")
                   move "A"            to at-status(ws-adj-idx)
               end-if
           end-perform
           if (ws-valid-flag = "y")
               perform varying ws-adj-idx from 1 by 1
                       until ws-adj-idx > ws-adj-count
                   if (at-id(ws-adj-idx) = il-id)
                      and (at-status(ws-adj-idx) = space)
                       move "C"        to at-status(ws-adj-idx)
                       add at-amount(ws-adj-idx) to ws-adj-total
                       add 1           to ws-adj-row-count
                   end-if
               end-perform
               if (ws-adj-row-count > 0)
                  and (ws-this-rerun-flag not = "y")
                  and (ws-ytd-found not = 0)
                   move il-name        to ws-adj-name
                   perform 428-post-adjustments
               end-if
           end-if.

      * The adjustments on the row being paid, one statement line
      * each with its reason, and who approved it underneath.
       425-adjustment-lines.
           perform varying ws-adj-idx from 1 by 1
                   until ws-adj-idx > ws-adj-count
               if (at-status(ws-adj-idx) = "C")
                   move "ADJUSTMENT  . . . . . . ." to stm-adj-label
                   if (at-reason(ws-adj-idx) = "DS")
                       move "ADJ - DISPUTED SPLIT  . ." to stm-adj-label
                   end-if
                   if (at-reason(ws-adj-idx) = "LB")
                       move "ADJ - LATE-BOOKED SALE  ." to stm-adj-label
                   end-if
                   if (at-reason(ws-adj-idx) = "GW")
                       move "ADJ - GOODWILL PAYMENT  ." to stm-adj-label
                   end-if
                   if (at-reason(ws-adj-idx) = "CO")
                       move "ADJ - PRIOR CORRECTION  ." to stm-adj-label
                   end-if
                   move at-amount(ws-adj-idx) to stm-adj-amount
                   write statement-line from stm-adj-line
                   move spaces         to stm-note-line
                   string "  APPROVED BY " at-approver(ws-adj-idx)
                       delimited by size into stm-note-line
                   write statement-line from stm-note-line
               end-if
           end-perform.

      * An 'A' payroll record for each adjustment in the pay.
       427-payroll-adjustments.
           perform varying ws-adj-idx from 1 by 1
                   until ws-adj-idx > ws-adj-count
               if (at-status(ws-adj-idx) = "C")
                   move spaces         to payroll-line
                   move "A"            to pa-rec-type
                   move at-id(ws-adj-idx) to pa-id
                   move at-amount(ws-adj-idx) to pa-amount
                   move at-reason(ws-adj-idx) to pa-reason
                   write payroll-line
                   add 1               to ws-payroll-adj-count
               end-if
           end-perform.

      * Post the adjustments being paid onto the year-to-date
      * commission (never below zero) and the period history - a
      * credit as commission, a debit as a clawback.
       428-post-adjustments.
           perform varying ws-adj-idx from 1 by 1
                   until ws-adj-idx > ws-adj-count
               if (at-status(ws-adj-idx) = "C")
                   move spaces         to history-line
                   move at-id(ws-adj-idx) to hs-id
                   move ws-adj-name    to hs-name
                   move ws-period      to hs-period
                   move "A"            to hs-type
                   move 0              to hs-sales
                   move 0              to hs-comm
                   move 0              to hs-bonus
                   move 0              to hs-recovered
                   move 0              to hs-claw
                   move 0              to hs-net
                   if (at-amount(ws-adj-idx) < 0)
                       compute hs-claw = 0 - at-amount(ws-adj-idx)
                       if (hs-claw < yt-comm(ws-ytd-found))
                           subtract hs-claw
                                       from yt-comm(ws-ytd-found)
                       else
                           move 0      to yt-comm(ws-ytd-found)
                       end-if
                   else
                       move at-amount(ws-adj-idx) to hs-comm
                       add hs-comm     to yt-comm(ws-ytd-found)
                   end-if
                   write history-line
               end-if
           end-perform.

      * Adjustments still waiting once the input is done belong to
      * someone with no sales row paid this period. Each such
      * salesperson is settled on their own.
       430-unapplied-adjustments.
           perform varying ws-adj-idx from 1 by 1
                   until ws-adj-idx > ws-adj-count
               if (at-status(ws-adj-idx) = "C")
                   move "A"            to at-status(ws-adj-idx)
               end-if
           end-perform
           perform varying ws-adj-idx2 from 1 by 1
                   until ws-adj-idx2 > ws-adj-count
               if (at-status(ws-adj-idx2) = space)
                   move at-id(ws-adj-idx2) to ws-adj-key
                   perform 435-adjustment-only
               end-if
           end-perform.

      * One salesperson's adjustments with no sales row - netted
      * against any recoverable balance they carry, a debit bigger
      * than that carried forward the same way a draw shortfall is.
      * They get a statement page, 'A' and 'D' payroll records, and
      * their postings; a rerun of the period shows the same page
      * without posting them twice.
       435-adjustment-only.
           move 0                      to ws-adj-total
           move 0                      to ws-adj-row-count
           perform varying ws-adj-idx from 1 by 1
                   until ws-adj-idx > ws-adj-count
               if (at-id(ws-adj-idx) = ws-adj-key)
                  and (at-status(ws-adj-idx) = space)
                   move "C"            to at-status(ws-adj-idx)
                   add at-amount(ws-adj-idx) to ws-adj-total
                   add 1               to ws-adj-row-count
               end-if
           end-perform
           move spaces                 to ws-adj-name
           move spaces                 to ws-row-territory
           perform varying ws-sp-idx from 1 by 1
                   until ws-sp-idx > ws-sp-count
               if (sp-id(ws-sp-idx) = ws-adj-key)
                   move sp-name(ws-sp-idx) to ws-adj-name
                   move sp-territory(ws-sp-idx) to ws-row-territory
               end-if
           end-perform
           move 0                      to ws-ytd-found
           perform varying ws-ytd-idx from 1 by 1
                   until (ws-ytd-idx > ws-ytd-count)
                      or (ws-ytd-found not = 0)
               if (yt-id(ws-ytd-idx) = ws-adj-key)
                   move ws-ytd-idx     to ws-ytd-found
               end-if
           end-perform
           if (ws-ytd-found = 0) and (ws-ytd-count < 50)
               add 1                   to ws-ytd-count
               move ws-ytd-count       to ws-ytd-found
               move ws-adj-key         to yt-id(ws-ytd-found)
               move ws-adj-name        to yt-name(ws-ytd-found)
               move spaces             to yt-last-period(ws-ytd-found)
               move spaces             to yt-loaded-period(ws-ytd-found)
               move 0                  to yt-sales(ws-ytd-found)
               move 0                  to yt-comm(ws-ytd-found)
               move 0                  to yt-recover(ws-ytd-found)
           end-if
           if (ws-adj-name = spaces) and (ws-ytd-found not = 0)
               move yt-name(ws-ytd-found) to ws-adj-name
           end-if
           move "n"                    to ws-adj-rerun-flag
           move 0                      to ws-prior-recover
           move 0                      to ws-new-recover
           if (ws-ytd-found not = 0)
               if (yt-last-period(ws-ytd-found) = ws-period)
                   move "y"            to ws-adj-rerun-flag
               else
                   move yt-recover(ws-ytd-found) to ws-prior-recover
               end-if
           end-if
           compute ws-net-signed = ws-adj-total - ws-prior-recover
           if (ws-net-signed < 0)
               move 0                  to ws-net-pay
               compute ws-new-recover = 0 - ws-net-signed
           else
               move ws-net-signed      to ws-net-pay
           end-if
           if (ws-adj-rerun-flag not = "y") and (ws-ytd-found not = 0)
               perform 428-post-adjustments
               move ws-new-recover     to yt-recover(ws-ytd-found)
               move ws-period          to yt-last-period(ws-ytd-found)
               move spaces             to history-line
               move ws-adj-key         to hs-id
               move ws-adj-name        to hs-name
               move ws-period          to hs-period
               move "N"                to hs-type
               move 0                  to hs-sales
               move 0                  to hs-comm
               move 0                  to hs-bonus
               move 0                  to hs-recovered
               if (ws-adj-total > ws-net-pay)
                   compute hs-recovered = ws-adj-total - ws-net-pay
               end-if
               move 0                  to hs-claw
               move ws-net-pay         to hs-net
               write history-line
           end-if

           write statement-line        from stm-rule-line
           move ws-period              to stm-period
           write statement-line        from stm-title-line
           move ws-adj-key             to stm-id
           move ws-adj-name            to stm-name
           move ws-row-territory       to stm-territory
           write statement-line        from stm-who-line
           move "ADJUSTMENTS ONLY - NO SALES PAID THIS PERIOD"
                                       to stm-note-line
           write statement-line        from stm-note-line
           perform 425-adjustment-lines
           move "PRIOR BALANCE RECOVERED ." to stm-label
           move ws-prior-recover       to stm-amount
           write statement-line        from stm-amount-line
           move "NET PAYABLE . . . . . . ." to stm-label
           move ws-net-pay             to stm-amount
           write statement-line        from stm-amount-line
           if (ws-new-recover > 0)
               move "BALANCE CARRIED FORWARD ." to stm-label
               move ws-new-recover     to stm-amount
               write statement-line    from stm-amount-line
           end-if
           move spaces                 to stm-note-line
           write statement-line        from stm-note-line

           perform 427-payroll-adjustments
           move spaces                 to payroll-line
           move "D"                    to pd-rec-type
           move ws-adj-key             to pd-id
           move ws-adj-name            to pd-name
           move ws-net-pay             to pd-commission
           write payroll-line
           add 1                       to ws-payroll-count
           add ws-net-pay              to ws-net-total

           perform varying ws-adj-idx from 1 by 1
                   until ws-adj-idx > ws-adj-count
               if (at-status(ws-adj-idx) = "C")
                   move "L"            to at-status(ws-adj-idx)
               end-if
           end-perform.

      * The adjustments register - every entry on the file for the
      * period, what became of it, and the applied and rejected
      * totals.
       440-adjustment-register.
           move ws-period              to rgt-period
           write register-line         from reg-title-line
           move spaces                 to register-line
           write register-line
           write register-line         from reg-heading-line
           perform varying ws-adj-idx from 1 by 1
                   until ws-adj-idx > ws-adj-count
               move at-id(ws-adj-idx)  to rgd-id
               move at-amount(ws-adj-idx) to rgd-amount
               move at-reason(ws-adj-idx) to rgd-reason
               move at-approver(ws-adj-idx) to rgd-approver
               move "NOT PAID"         to rgd-status
               if (at-status(ws-adj-idx) = "A")
                  or (at-status(ws-adj-idx) = "C")
                   move "APPLIED WITH THE SALES ROW" to rgd-status
               end-if
               if (at-status(ws-adj-idx) = "L")
                   move "PAID ON ITS OWN - NO SALES ROW"
                                       to rgd-status
               end-if
               if (at-status(ws-adj-idx) = "R")
                   move "REJECTED - UNKNOWN REASON CODE"
                                       to rgd-status
               end-if
               if (at-status(ws-adj-idx) = "N")
                   move "REJECTED - NO APPROVER" to rgd-status
               end-if
               if (at-status(ws-adj-idx) = "M")
                   move "REJECTED - NOT ON THE MASTER"
                                       to rgd-status
               end-if
               if (at-status(ws-adj-idx) = "A")
                  or (at-status(ws-adj-idx) = "C")
                  or (at-status(ws-adj-idx) = "L")
                   add 1               to ws-adj-applied-count
                   add at-amount(ws-adj-idx) to ws-adj-applied-total
               else
                   add 1               to ws-adj-rejected-count
               end-if
               write register-line     from reg-detail-line
           end-perform
           move spaces                 to register-line
           write register-line
           move ws-adj-applied-count   to rga-count
           move ws-adj-applied-total   to rga-total
           write register-line         from reg-applied-line
           move ws-adj-rejected-count  to rgr-count
           write register-line         from reg-rejected-line.

      * Write the updated master back for the next run to carry on
      * from.
       500-save-ytd.
           write output-line           from num-split-err-line
           move ws-return-count        to ntl-num-returns
           write output-line           from new-line
           write output-line           from num-return-line
           move ws-reject-count        to njl-num-reject
           write output-line           from new-line
           write output-line           from num-reject-line.

      * Territory subtotals off the salesperson master - on the
      * report under the totals, and as a closing page of the
      * statement file for the sales managers. Nothing to print
      * when the master wasn't loaded.
       350-territory-totals.
           if (ws-terr-count > 0)
               write output-line       from new-line
               write output-line       from new-line
               write output-line       from terr-heading-line
               write statement-line    from stm-rule-line
               move ws-period          to stm-period
               write statement-line    from stm-title-line
               move "TERRITORY SUMMARY" to stm-note-line
               write statement-line    from stm-note-line
               write statement-line    from terr-heading-line
               perform varying ws-terr-idx from 1 by 1
                       until ws-terr-idx > ws-terr-count
                   move tt-territory(ws-terr-idx) to ttl-territory
                   move tt-count(ws-terr-idx)     to ttl-count
                   move tt-sales(ws-terr-idx)     to ttl-sales
                   move tt-earned(ws-terr-idx)    to ttl-earned
                   move tt-paid(ws-terr-idx)      to ttl-paid
                   write output-line   from terr-total-line
                   write statement-line from terr-total-line
               end-perform
           end-if.

      * Quota attainment for everyone with a quota on file -
      * period sales from this run, year-to-date sales from the
      * master as just posted. Attainment is ranked highest first
      * and printed in rank order after the territory subtotals;
      * anyone under the floor is flagged. The same lines go to the
      * ranking extract. A person with no quota for the period
      * shows zero attainment rather than dividing by zero.
       370-quota-report.
           if (ws-qta-count > 0)
               perform varying ws-qta-idx from 1 by 1
                       until ws-qta-idx > ws-qta-count
                   move 0              to ws-ytd-found
                   perform varying ws-ytd-idx from 1 by 1
                           until (ws-ytd-idx > ws-ytd-count)
                              or (ws-ytd-found not = 0)
                       if (yt-id(ws-ytd-idx) = qt-id(ws-qta-idx))
                           move ws-ytd-idx to ws-ytd-found
                       end-if
                   end-perform
                   if (ws-ytd-found not = 0)
                       move yt-sales(ws-ytd-found)
                                       to qt-ytd-sales(ws-qta-idx)
                   end-if
                   move 0              to qt-attain(ws-qta-idx)
                   if (qt-quota(ws-qta-idx) > 0)
                       compute qt-attain(ws-qta-idx) rounded =
                           (qt-sales(ws-qta-idx) * 100)
                           / qt-quota(ws-qta-idx)
                           on size error
                               move 999.9 to qt-attain(ws-qta-idx)
                       end-compute
                   end-if
                   move 0              to qt-ytd-attain(ws-qta-idx)
                   if (qt-ytd-quota(ws-qta-idx) > 0)
                       compute qt-ytd-attain(ws-qta-idx) rounded =
                           (qt-ytd-sales(ws-qta-idx) * 100)
                           / qt-ytd-quota(ws-qta-idx)
                           on size error
                               move 999.9 to qt-ytd-attain(ws-qta-idx)
                       end-compute
                   end-if
               end-perform
      * rank = one more than the number of people strictly ahead
               perform varying ws-qta-idx from 1 by 1
                       until ws-qta-idx > ws-qta-count
                   move 1              to qt-rank(ws-qta-idx)
                   perform varying ws-qta-idx2 from 1 by 1
                           until ws-qta-idx2 > ws-qta-count
                       if (qt-attain(ws-qta-idx2)
                                       > qt-attain(ws-qta-idx))
                           add 1       to qt-rank(ws-qta-idx)
                       end-if
                   end-perform
               end-perform
               move ws-period          to qtt-period
               write output-line       from new-line
               write output-line       from new-line
               write output-line       from qta-title-line
               write output-line       from new-line
               write output-line       from qta-heading-line
               perform varying ws-qta-rank from 1 by 1
                       until ws-qta-rank > ws-qta-count
                   perform varying ws-qta-idx from 1 by 1
                           until ws-qta-idx > ws-qta-count
                       if (qt-rank(ws-qta-idx) = ws-qta-rank)
                           perform 375-quota-line
                       end-if
                   end-perform
               end-perform
               move ws-below-floor-count to qfl-num-below
               move ws-quota-floor     to qfl-floor
               write output-line       from new-line
               write output-line       from qta-floor-line
           end-if.

      * One ranked person - the report line and the extract line.
      * The name comes off the salesperson master, or the ytd
      * master when the salesperson master isn't loaded.
       375-quota-line.
           move qt-id(ws-qta-idx)      to ws-qta-key
           move spaces                 to qdl-name
           perform varying ws-sp-idx from 1 by 1
                   until ws-sp-idx > ws-sp-count
               if (sp-id(ws-sp-idx) = ws-qta-key)
                   move sp-name(ws-sp-idx) to qdl-name
               end-if
           end-perform
           if (qdl-name = spaces)
               perform varying ws-ytd-idx from 1 by 1
                       until ws-ytd-idx > ws-ytd-count
                   if (yt-id(ws-ytd-idx) = ws-qta-key)
                       move yt-name(ws-ytd-idx) to qdl-name
                   end-if
               end-perform
           end-if
           move qt-rank(ws-qta-idx)    to qdl-rank
           move ws-qta-key             to qdl-id
           move qt-quota(ws-qta-idx)   to qdl-quota
           move qt-sales(ws-qta-idx)   to qdl-sales
           move qt-attain(ws-qta-idx)  to qdl-attain
           move qt-ytd-quota(ws-qta-idx) to qdl-ytd-quota
           move qt-ytd-sales(ws-qta-idx) to qdl-ytd-sales
           move qt-ytd-attain(ws-qta-idx) to qdl-ytd-attain
           move spaces                 to qdl-flag
           move "N"                    to rk-below-floor
           if (qt-attain(ws-qta-idx) < ws-quota-floor)
               move "*BELOW"           to qdl-flag
               move "Y"                to rk-below-floor
               add 1                   to ws-below-floor-count
           end-if
           write output-line           from qta-detail-line
           move ws-period              to rk-period
           move qt-rank(ws-qta-idx)    to rk-rank
           move ws-qta-key             to rk-id
           move qdl-name               to rk-name
           move qt-quota(ws-qta-idx)   to rk-quota
           move qt-sales(ws-qta-idx)   to rk-sales
           move qt-attain(ws-qta-idx)  to rk-attain
           move qt-ytd-quota(ws-qta-idx) to rk-ytd-quota
           move qt-ytd-sales(ws-qta-idx) to rk-ytd-sales
           move qt-ytd-attain(ws-qta-idx) to rk-ytd-attain
           write rank-line.

      * Credit a paid row's sale (or a split partner's share) to the
      * salesperson's period quota line, if they have one.
       380-credit-quota.
           perform 096-find-quota
           if (ws-qta-found not = 0)
               add ws-qta-sales        to qt-sales(ws-qta-found)
           end-if.

      * Credit one paid row (or a split partner's share) to its
      * territory's bucket, opening the bucket the first time the
      * territory turns up.
       360-credit-territory.
           if (ws-sp-count > 0)
               move 0                  to ws-terr-found
               perform varying ws-terr-idx from 1 by 1
                       until (ws-terr-idx > ws-terr-count)
                          or (ws-terr-found not = 0)
                   if (tt-territory(ws-terr-idx) = ws-terr-key)
                       move ws-terr-idx to ws-terr-found
                   end-if
               end-perform
               if (ws-terr-found = 0) and (ws-terr-count < 20)
                   add 1               to ws-terr-count
                   move ws-terr-count  to ws-terr-found
                   move ws-terr-key    to tt-territory(ws-terr-found)
                   move 0              to tt-count(ws-terr-found)
                   move 0              to tt-sales(ws-terr-found)
                   move 0              to tt-earned(ws-terr-found)
                   move 0              to tt-paid(ws-terr-found)
               end-if
               if (ws-terr-found not = 0)
                   add 1               to tt-count(ws-terr-found)
                   add ws-terr-sales   to tt-sales(ws-terr-found)
                   add ws-terr-earned  to tt-earned(ws-terr-found)
                   add ws-terr-paid    to tt-paid(ws-terr-found)
               end-if
           end-if.


      * One statement page for the salesperson just reported - their
           write statement-line        from stm-title-line
           move il-id                  to stm-id
           move il-name                to stm-name
           move ws-row-territory       to stm-territory
           write statement-line        from stm-who-line

           if (ws-valid-flag = "n")
               move "COMMISSION PAID . . . . ." to stm-label
               move ws-paid-calc       to stm-amount
               write statement-line    from stm-amount-line
               if (ws-adj-row-count > 0)
                   perform 425-adjustment-lines
               end-if
               if (ws-this-draw > 0) or (ws-prior-recover > 0)
                  or (ws-new-recover > 0) or (ws-adj-row-count > 0)
                   move "DRAW THIS PERIOD  . . . ." to stm-label
                   move ws-this-draw   to stm-amount
                   write statement-line from stm-amount-line
      * live on their own rows, and their draw nets against their own
      * row too). The share and commission go onto their year-to-date
      * row, their own statement page, and a payroll detail record.
      * Rerunning a period that had split rows doubles the YTD
      * postings - restore the prior lab4ytd.dat, and lab4hst.dat
      * with it, before a rerun. The "P" history row is skipped when
      * the partner's row had already been posted for this period
      * before the run started, so a rerun without a restore does
      * not double lab4hst.dat.
       800-pay-partner.
           compute ws-partner-comm rounded =
               (ws-partner-share * il-partner-rate)
           move ws-partner-comm        to pd-commission
           write payroll-line
           add 1                       to ws-payroll-count
           add ws-partner-comm         to ws-net-total
           move ws-partner-territory   to ws-terr-key
           move ws-partner-share       to ws-terr-sales
           move ws-partner-comm        to ws-terr-earned
           move ws-partner-comm        to ws-terr-paid
           perform 360-credit-territory
           move il-partner-id          to ws-qta-key
           move ws-partner-share       to ws-qta-sales
           perform 380-credit-quota
           if (ws-ytd-found = 0)
              or (yt-loaded-period(ws-ytd-found) not = ws-period)
               move spaces             to history-line
               move il-partner-id      to hs-id
               move spaces             to hs-name
               move ws-period          to hs-period
               move "P"                to hs-type
               move ws-partner-share   to hs-sales
               move ws-partner-comm    to hs-comm
               move 0                  to hs-bonus
               move 0                  to hs-recovered
               move 0                  to hs-claw
               move ws-partner-comm    to hs-net
               write history-line
           end-if.

       820-post-partner-ytd.
           move 0                      to ws-ytd-found
               move il-partner-id      to yt-id(ws-ytd-found)
               move spaces             to yt-name(ws-ytd-found)
               move spaces             to yt-last-period(ws-ytd-found)
               move spaces             to yt-loaded-period(ws-ytd-found)
               move 0                  to yt-sales(ws-ytd-found)
               move 0                  to yt-comm(ws-ytd-found)
               move 0                  to yt-recover(ws-ytd-found)
           write statement-line        from stm-title-line
           move il-partner-id          to stm-id
           move spaces                 to stm-name
           move ws-partner-territory   to stm-territory
           write statement-line        from stm-who-line
           move spaces                 to stm-note-line
           string "YOUR SIDE OF A SALE SHARED WITH " il-id
      * yt-last-period rerun protection: rerunning a period whose
      * input holds returns subtracts the YTD figures and claws the
      * bonus a second time. restore the prior lab4ytd.dat before
      * rerunning a period that had returns (or splits) in it, and
      * restore lab4hst.dat from the same point - a restored master
      * posts the period's history rows again. The "R" history row
      * is skipped when the salesperson's row had already been posted
      * for this period before the run started, so a rerun without a
      * restore does not double lab4hst.dat.
       900-process-return.
           add 1                       to ws-return-count
           compute ws-ret-comm rounded =
           end-if
           move il-id                  to rl-id
           write output-line           from return-line
           if (ws-ytd-found = 0)
              or (yt-loaded-period(ws-ytd-found) not = ws-period)
               move spaces             to history-line
               move il-id              to hs-id
               move il-name            to hs-name
               move ws-period          to hs-period
               move "R"                to hs-type
               move il-sale            to hs-sales
               move 0                  to hs-comm
               move 0                  to hs-bonus
               move 0                  to hs-recovered
               move ws-ret-total       to hs-claw
               move 0                  to hs-net
               write history-line
           end-if
           perform 950-return-statement.

      * The return's own statement page - what came back and why.
           write statement-line        from stm-title-line
           move il-id                  to stm-id
           move il-name                to stm-name
           move ws-row-territory       to stm-territory
           write statement-line        from stm-who-line
           move spaces                 to stm-note-line
           string "SALES RETURN AGAINST PERIOD " il-ret-period
           move spaces                 to stm-note-line
           write statement-line        from stm-note-line.

      * Year-end run. One annual summary page per salesperson on the
      * year-to-date master - each month's postings off the period
      * history and the year's totals - and a tax extract line for
      * each, balanced by a trailer. Only once the extract is
      * written and closed is the master rolled over: sales and
      * commission back to zero for the new year, any unrecovered
      * draw balance carried on. Rerunning year-end prints the same
      * pages, since the figures come from the history.
       960-year-end.
           move ws-period(1:4)         to ws-ye-year
           open output year-end-file tax-file
           perform 060-load-ytd
           perform 090-load-salesmen
           initialize ws-ye-table
           perform 962-load-history

           accept ws-today-ymd         from date yyyymmdd
           move spaces                 to tax-line
           move "H"                    to th-rec-type
           move ws-today-ymd           to th-run-date
           move ws-ye-year             to th-year
           write tax-line

           perform varying ws-ytd-idx from 1 by 1
                   until ws-ytd-idx > ws-ytd-count
               perform 964-annual-page
           end-perform

           move spaces                 to tax-line
           move "T"                    to tr-rec-type
           move ws-tax-count           to tr-count
           move ws-tax-comm-total      to tr-comm-total
           move ws-tax-net-total       to tr-net-total
           write tax-line
           close tax-file

           perform varying ws-ytd-idx from 1 by 1
                   until ws-ytd-idx > ws-ytd-count
               move 0                  to yt-sales(ws-ytd-idx)
               move 0                  to yt-comm(ws-ytd-idx)
           end-perform
           perform 500-save-ytd

           move ws-tax-count           to yec-count
           write year-end-line         from stm-rule-line
           write year-end-line         from ye-count-line
           write year-end-line         from ye-rolled-line
           close year-end-file.

      * Add the year's history into the month buckets. Someone on
      * the history who has since dropped off the master gets a
      * master entry back so their year still prints.
       962-load-history.
           open input history-file
           read history-file
               at end move "y"         to ws-hst-eof-flag
           end-read
           perform until ws-hst-eof-flag equal "y"
               if (hs-period(1:4) = ws-ye-year)
                  and (hs-period(5:2) is numeric)
                   move hs-period(5:2) to ws-ye-month
                   move 0              to ws-ytd-found
                   perform varying ws-ytd-idx from 1 by 1
                           until (ws-ytd-idx > ws-ytd-count)
                              or (ws-ytd-found not = 0)
                       if (yt-id(ws-ytd-idx) = hs-id)
                           move ws-ytd-idx to ws-ytd-found
                       end-if
                   end-perform
                   if (ws-ytd-found = 0) and (ws-ytd-count < 50)
                       add 1           to ws-ytd-count
                       move ws-ytd-count to ws-ytd-found
                       move hs-id      to yt-id(ws-ytd-found)
                       move hs-name    to yt-name(ws-ytd-found)
                       move spaces     to yt-last-period(ws-ytd-found)
                       move spaces     to yt-loaded-period(ws-ytd-found)
                       move 0          to yt-sales(ws-ytd-found)
                       move 0          to yt-comm(ws-ytd-found)
                       move 0          to yt-recover(ws-ytd-found)
                   end-if
                   if (ws-ytd-found not = 0)
                      and (ws-ye-month >= 1) and (ws-ye-month <= 12)
      * a return takes its sale back off the month, never below zero
                       if (hs-type = "R")
                           if (hs-sales <
                                ym-sales(ws-ytd-found, ws-ye-month))
                               subtract hs-sales from
                                   ym-sales(ws-ytd-found, ws-ye-month)
                           else
                               move 0  to
                                   ym-sales(ws-ytd-found, ws-ye-month)
                           end-if
                       else
                           add hs-sales to
                               ym-sales(ws-ytd-found, ws-ye-month)
                       end-if
                       add hs-comm     to
                           ym-comm(ws-ytd-found, ws-ye-month)
                       add hs-bonus    to
                           ym-bonus(ws-ytd-found, ws-ye-month)
                       add hs-recovered to
                           ym-recovered(ws-ytd-found, ws-ye-month)
                       add hs-claw     to
                           ym-claw(ws-ytd-found, ws-ye-month)
                       add hs-net      to
                           ym-net(ws-ytd-found, ws-ye-month)
                   end-if
               end-if
               read history-file
                   at end move "y"     to ws-hst-eof-flag
               end-read
           end-perform
           close history-file.

      * One salesperson's annual page and tax extract line.
       964-annual-page.
           move 0                      to ws-yr-sales
           move 0                      to ws-yr-comm
           move 0                      to ws-yr-bonus
           move 0                      to ws-yr-recovered
           move 0                      to ws-yr-claw
           move 0                      to ws-yr-net
           write year-end-line         from stm-rule-line
           move ws-ye-year             to yet-year
           write year-end-line         from ye-title-line
           move yt-id(ws-ytd-idx)      to stm-id
           move yt-name(ws-ytd-idx)    to stm-name
           move spaces                 to stm-territory
           perform varying ws-sp-idx from 1 by 1
                   until ws-sp-idx > ws-sp-count
               if (sp-id(ws-sp-idx) = yt-id(ws-ytd-idx))
                   move sp-territory(ws-sp-idx) to stm-territory
               end-if
           end-perform
           write year-end-line         from stm-who-line
           move spaces                 to stm-note-line
           write year-end-line         from stm-note-line
           write year-end-line         from ye-heading-line
           perform varying ws-ye-month from 1 by 1
                   until ws-ye-month > 12
               move ws-ye-year         to yed-period(1:4)
               move ws-ye-month        to yed-period(5:2)
               move ym-sales(ws-ytd-idx, ws-ye-month)     to yed-sales
               move ym-comm(ws-ytd-idx, ws-ye-month)      to yed-comm
               move ym-bonus(ws-ytd-idx, ws-ye-month)     to yed-bonus
               move ym-recovered(ws-ytd-idx, ws-ye-month)
                                       to yed-recovered
               move ym-claw(ws-ytd-idx, ws-ye-month)      to yed-claw
               move ym-net(ws-ytd-idx, ws-ye-month)       to yed-net
               write year-end-line     from ye-detail-line
               add ym-sales(ws-ytd-idx, ws-ye-month)     to ws-yr-sales
               add ym-comm(ws-ytd-idx, ws-ye-month)      to ws-yr-comm
               add ym-bonus(ws-ytd-idx, ws-ye-month)     to ws-yr-bonus
               add ym-recovered(ws-ytd-idx, ws-ye-month)
                                       to ws-yr-recovered
               add ym-claw(ws-ytd-idx, ws-ye-month)      to ws-yr-claw
               add ym-net(ws-ytd-idx, ws-ye-month)       to ws-yr-net
           end-perform
           move "YEAR"                 to yed-period
           move ws-yr-sales            to yed-sales
           move ws-yr-comm             to yed-comm
           move ws-yr-bonus            to yed-bonus
           move ws-yr-recovered        to yed-recovered
           move ws-yr-claw             to yed-claw
           move ws-yr-net              to yed-net
           write year-end-line         from stm-note-line
           write year-end-line         from ye-detail-line
           move "UNRECOVERED DRAW CARRIED " to stm-label
           move yt-recover(ws-ytd-idx) to stm-amount
           write year-end-line         from stm-note-line
           write year-end-line         from stm-amount-line

           move spaces                 to tax-line
           move "D"                    to td-rec-type
           move yt-id(ws-ytd-idx)      to td-id
           move yt-name(ws-ytd-idx)    to td-name
           move ws-ye-year             to td-year
           move ws-yr-sales            to td-sales
           move ws-yr-comm             to td-comm
           move ws-yr-bonus            to td-bonus
           move ws-yr-recovered        to td-recovered
           move ws-yr-claw             to td-claw
           move ws-yr-net              to td-net
           write tax-line
           add 1                       to ws-tax-count
           add ws-yr-comm              to ws-tax-comm-total
           add ws-yr-net               to ws-tax-net-total.

      * One payroll extract record for the salesperson just paid,
      * after an 'A' record for each adjustment the pay includes.
       700-write-payroll.
           perform 427-payroll-adjustments
           move spaces                 to payroll-line
           move "D"                    to pd-rec-type
           move il-id                  to pd-id
