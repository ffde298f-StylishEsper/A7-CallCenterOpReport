       identification division.
       program-id. A7-IncentivePay.
       author. Ahmed Butt.
       date-written. 2026-10-15.
      *Program Description: Works out each operator's monthly volume
      *incentive and hands it to payroll. An operator's calls for the
      *pay month are measured against their share of the team's
      *target from the target table - the team's month target split
      *evenly over the operators who took calls for the team that
      *month - and the percentage reached picks a tier from the
      *incentive rule table. A month whose average handle time is
      *over the rule table's ceiling is disqualified whatever the
      *volume. A month in which the operator transferred is paid
      *against the team they sat on for most of its days, per the
      *effective-dated team assignments, with the calls of both
      *halves of the split feed record counted together. Writes one
      *payroll interface record per operator for the month with a
      *balancing trailer, and a printed register for hr sign-off
      *
       environment division.
       input-output section.
       file-control.
      *
      *the incentive rule table - the pay month and handle time
      *ceiling, team ceilings that differ from it, and the tiers
           select rule-file
               assign to '../../../A7-IncentiveRules.dat'
               organization is line sequential
               file status is ws-rule-status.
      *
      *the monthly operator feed the report program reads
           select emp-file
               assign to '../../../A7.dat'
               organization is line sequential
               file status is ws-emp-status.
      *
      *hr-maintained roster - the team standing before an
      *operator's first assignment, and only operators on it are
      *paid
           select master-file
               assign to '../../../A7-EmpMaster.dat'
               organization is line sequential
               file status is ws-master-status.
      *
      *effective-dated team assignment history - the same optional
      *file the feed build splits transfers with
           select assign-file
               assign to '../../../A7-TeamAssign.dat'
               organization is line sequential
               file status is ws-assign-status.
      *
      *per-team monthly call-volume targets set by workforce
      *planning, in the feed's month order
           select target-file
               assign to '../../../A7-TargetTable.dat'
               organization is line sequential
               file status is ws-target-status.
      *
      *reporting period and period start year, shared with the feed
      *build and the report program
           select param-file
               assign to '../../../A7-Params.dat'
               organization is line sequential
               file status is ws-param-status.
      *
      *the payroll interface - one record per operator for the pay
      *month and a trailer payroll balances the load against
           select payroll-file
               assign to '../../../A7-Payroll.dat'
               organization is line sequential.
      *
      *the printed incentive register hr signs off
           select register-file
               assign to '../../../A7-IncentivePay.out'
               organization is line sequential.
      *
       data division.
       file section.
      *
      *three row types. 'C' (one) - the pay month as yyyymm, zero for
      *the latest month of the period with calls on the feed, and
      *the average handle time ceiling in minutes, zero for none.
      *'A' - a team whose ceiling differs from the 'C' row's. 'T' -
      *one per tier, the percentage of target that reaches it and
      *the amount it pays for the month
       fd rule-file
           data record is rule-rec
           record contains 12 characters.
      *
       01 rule-rec.
         05 rule-rec-type              pic x.
           88 rule-control-row value 'C'.
           88 rule-ceiling-row value 'A'.
           88 rule-tier-row value 'T'.
         05 rule-rec-data              pic x(11).
      *
       01 rule-control-rec.
         05 filler                     pic x.
         05 rule-pay-month             pic 9(6).
         05 rule-aht-ceiling           pic 9(3)v99.
      *
       01 rule-ceiling-rec.
         05 filler                     pic x.
         05 rule-ceiling-team          pic x(2).
         05 rule-team-ceiling          pic 9(3)v99.
         05 filler                     pic x(4).
      *
       01 rule-tier-rec.
         05 filler                     pic x.
         05 rule-tier-min-pct          pic 9(3).
         05 rule-tier-amount           pic 9(5)v99.
         05 filler                     pic x.
      *
       fd emp-file
           data record is emp-rec
           record contains 103 characters.
      *
       01 emp-rec.
         05 emp-rec-num                pic x(3).
         05 emp-rec-name               pic x(12).
         05 emp-rec-calls              pic 999 occurs 12 times.
         05 emp-rec-team               pic x(2).
         05 emp-rec-talk               pic 9(4) occurs 12 times.
         05 emp-rec-site               pic x(2).
      *
      *control-totals trailer on the end of A7.dat - passed over
       01 emp-trailer-rec.
         05 emp-trailer-id             pic x(3).
         05 emp-trailer-count          pic 9(5).
         05 emp-trailer-hash           pic 9(7).
         05 filler                     pic x(88).
      *
      *one row per operator on the hr employee master
       fd master-file
           data record is master-rec
           record contains 26 characters.
      *
       01 master-rec.
         05 master-rec-num             pic x(3).
         05 master-rec-name            pic x(12).
         05 master-rec-team            pic x(2).
         05 master-rec-hire-date       pic 9(8).
         05 master-rec-status          pic x.
      *
       fd assign-file
           data record is assign-rec
           record contains 13 characters.
      *
       01 assign-rec.
         05 assign-rec-num             pic x(3).
         05 assign-rec-team            pic x(2).
         05 assign-rec-eff-date        pic 9(8).
      *
       fd target-file
           data record is target-rec
           record contains 62 characters.
      *
       01 target-rec.
         05 target-rec-team            pic x(2).
         05 target-rec-months          pic 9(5) occurs 12 times.
      *
       fd param-file
           data record is param-rec
           record contains 23 characters.
      *
       01 param-rec.
         05 param-start-month          pic 99.
         05 param-num-months           pic 99.
         05 param-exc-threshold        pic 9(3).
         05 param-period-year          pic 9(4).
         05 param-target-pct           pic 9(3).
         05 param-site-code            pic x(2).
      *run mode and coaching thresholds used by the report program -
      *the layout is shared, this program ignores them
         05 param-run-mode             pic x.
         05 param-aht-dev-pct          pic 9(3).
         05 param-vol-dev-pct          pic 9(3).
      *
      *one record per operator for the pay month. The status says
      *why a month paid nothing - 'P' paid, 'B' below the first
      *tier, 'A' handle time over the ceiling, 'T' no target for the
      *team, 'N' no calls. The trailer carries the record count and
      *the amount total, with 'TRL' where the operator number goes
       fd payroll-file
           data record is payroll-rec
           record contains 36 characters.
      *
       01 payroll-rec.
         05 payroll-rec-num            pic x(3).
         05 payroll-rec-month          pic 9(6).
         05 payroll-rec-team           pic x(2).
         05 payroll-rec-calls          pic 9(5).
         05 payroll-rec-pct            pic 9(4)v9.
         05 payroll-rec-aht            pic 9(3)v99.
         05 payroll-rec-tier           pic 99.
         05 payroll-rec-amount         pic 9(5)v99.
         05 payroll-rec-status         pic x.
      *
       01 payroll-trailer-rec.
         05 payroll-trailer-id         pic x(3).
         05 payroll-trailer-count      pic 9(5).
         05 payroll-trailer-amount     pic 9(9)v99.
         05 filler                     pic x(17).
      *
       fd register-file
           data record is register-line
           record contains 132 characters.
      *
       01 register-line                pic x(132).
      *
       working-storage section.
      *
       01 ws-rule-status               pic xx value spaces.
         88 ws-rule-file-ok value "00".
      *
       01 ws-rule-eof-flag             pic x value 'n'.
         88 ws-rule-end-of-file value "y".
      *
       01 ws-emp-status                pic xx value spaces.
         88 ws-emp-file-ok value "00".
      *
       01 ws-emp-eof-flag              pic x value 'n'.
         88 ws-emp-end-of-file value "y".
      *
       01 ws-master-status             pic xx value spaces.
         88 ws-master-file-ok value "00".
      *
       01 ws-master-eof-flag           pic x value 'n'.
         88 ws-master-end-of-file value "y".
      *
       01 ws-assign-status             pic xx value spaces.
         88 ws-assign-file-ok value "00".
      *
       01 ws-assign-eof-flag           pic x value 'n'.
         88 ws-assign-end-of-file value "y".
      *
       01 ws-target-status             pic xx value spaces.
         88 ws-target-file-ok value "00".
      *
       01 ws-target-eof-flag           pic x value 'n'.
         88 ws-target-end-of-file value "y".
      *
       01 ws-param-status              pic xx value spaces.
         88 ws-param-file-ok value "00".
      *
       01 ws-param-eof-flag            pic x value 'n'.
         88 ws-param-end-of-file value "y".
      *
      *reporting period - same fields and same defaulting rule as
      *the feed build, so the pay month lands in the same column its
      *calls do
       01 ws-reporting-period.
         05 ws-report-start-month      pic 99 value 7.
         05 ws-number-of-months        pic 99 value 12.
         05 ws-period-start-year       pic 9(4) value 0.
         05 ws-period-start-ym         pic 9(6) value 0.
         05 ws-period-end-ym           pic 9(6) value 0.
         05 ws-period-end-yyyy         pic 9(4) value 0.
         05 ws-period-end-mm           pic 99 value 0.
      *
       01 ws-run-date.
         05 ws-run-yy                  pic 99.
         05 ws-run-mm                  pic 99.
         05 ws-run-dd                  pic 99.
      *
       01 ws-run-year                  pic 9(4) value 0.
      *
      *the rule table as loaded - the pay month asked for, the
      *default ceiling, team ceilings and the tiers. A rule row that
      *cannot be read is fatal, an incentive worked from half a rule
      *table must never reach payroll
       01 ws-rule-settings.
         05 ws-rule-pay-month          pic 9(6) value 0.
         05 ws-aht-ceiling             pic 9(3)v99 value 0.
         05 ws-rule-rows-read          pic 9(4) value 0.
         05 ws-rule-rows-bad           pic 9(4) value 0.
      *
       01 ws-ceiling-table.
         05 ws-ceil-count              pic 9(3) value 0.
         05 ws-ceil-idx                pic 9(3) value 0.
         05 ws-ceil-entry occurs 100 times.
           10 ws-ceil-team             pic x(2).
           10 ws-ceil-minutes          pic 9(3)v99.
      *
       01 ws-tier-table.
         05 ws-tier-count              pic 99 value 0.
         05 ws-tier-idx                pic 99 value 0.
         05 ws-tier-entry occurs 20 times.
           10 ws-tier-min-pct          pic 9(3).
           10 ws-tier-amount           pic 9(5)v99.
      *
      *the hr master - name and team by operator number
       01 ws-master-table.
         05 ws-mstr-count              pic 9(4) value 0.
         05 ws-mstr-idx                pic 9(4) value 0.
         05 ws-mstr-entry occurs 2000 times.
           10 ws-mstr-num              pic x(3).
           10 ws-mstr-name             pic x(12).
           10 ws-mstr-team             pic x(2).
      *
      *effective-dated team assignment history, loaded once at
      *start-up
       01 ws-assign-table.
         05 ws-asgn-count              pic 9(4) value 0.
         05 ws-asgn-idx                pic 9(4) value 0.
         05 ws-asgn-entry occurs 2000 times.
           10 ws-asgn-num              pic x(3).
           10 ws-asgn-team             pic x(2).
           10 ws-asgn-eff-date         pic 9(8).
      *
       01 ws-target-table.
         05 ws-trgt-count              pic 9(3) value 0.
         05 ws-trgt-idx                pic 9(3) value 0.
         05 ws-trgt-entry occurs 100 times.
           10 ws-trgt-team             pic x(2).
           10 ws-trgt-months           pic 9(5) occurs 12 times.
      *
      *one entry per operator - a transfer's split feed records are
      *folded together here, calls and talk month by month, and the
      *team the pay month is paid against is settled on the entry
       01 ws-operator-table.
         05 ws-oper-count              pic 9(4) value 0.
         05 ws-oper-idx                pic 9(4) value 0.
         05 ws-oper-entry occurs 2000 times.
           10 ws-oper-num              pic x(3).
           10 ws-oper-name             pic x(12).
           10 ws-oper-feed-team        pic x(2).
           10 ws-oper-calls            pic 9(5) occurs 12 times.
           10 ws-oper-talk             pic 9(6) occurs 12 times.
           10 ws-oper-pay-team         pic x(2).
           10 ws-oper-paid-flag        pic x.
             88 ws-oper-paid value 'y'.
      *
      *per team for the pay month - the operators who took its
      *calls, its target and each head's share of it, and what the
      *team earned
       01 ws-team-table.
         05 ws-team-count              pic 9(3) value 0.
         05 ws-team-idx                pic 9(3) value 0.
         05 ws-team-entry occurs 100 times.
           10 ws-team-code             pic x(2).
           10 ws-team-heads            pic 9(4).
           10 ws-team-target           pic 9(5).
           10 ws-team-has-target       pic x.
           10 ws-team-head-target      pic 9(5).
           10 ws-team-calls            pic 9(7).
           10 ws-team-amount           pic 9(7)v99.
           10 ws-team-paid-count       pic 9(4).
           10 ws-team-printed-flag     pic x.
             88 ws-team-printed value 'y'.
      *
      *days of the pay month per team an operator sat on - an
      *operator moves at most a handful of times in a month
       01 ws-stint-table.
         05 ws-stnt-count              pic 99 value 0.
         05 ws-stnt-idx                pic 99 value 0.
         05 ws-stnt-entry occurs 31 times.
           10 ws-stnt-team             pic x(2).
           10 ws-stnt-days             pic 99.
      *
      *the pay month and its column, and its calendar - days in the
      *month for walking a transfer through it
       01 ws-pay-month-work.
         05 ws-pay-ym                  pic 9(6) value 0.
         05 ws-pay-column              pic s9(4) value 0.
         05 ws-pay-yyyy                pic 9(4) value 0.
         05 ws-pay-mm                  pic 99 value 0.
         05 ws-pay-days                pic 99 value 0.
         05 ws-cal-quot                pic 9(4) value 0.
         05 ws-cal-rem                 pic 9(3) value 0.
      *
       01 ws-month-length-values.
         05 filler                     pic x(24) value
         "312831303130313130313031".
       01 ws-month-lengths redefines ws-month-length-values.
         05 ws-month-length            pic 99 occurs 12 times.
      *
      *resolving the team in effect on one day of the pay month
       01 ws-day-team-work.
         05 ws-day-date                pic 9(8) value 0.
         05 ws-day-team                pic x(2) value spaces.
         05 ws-day-best-date           pic 9(8) value 0.
         05 ws-day-fallback            pic x(2) value spaces.
         05 ws-day-num                 pic 99 value 0.
         05 ws-best-days               pic 99 value 0.
      *
      *one operator's month as it is paid
       01 ws-pay-work.
         05 ws-op-calls                pic 9(5) value 0.
         05 ws-op-talk                 pic 9(6) value 0.
         05 ws-op-aht                  pic 9(3)v99 value 0.
         05 ws-op-pct                  pic 9(4)v9 value 0.
         05 ws-op-ceiling              pic 9(3)v99 value 0.
         05 ws-op-tier                 pic 99 value 0.
         05 ws-op-amount               pic 9(5)v99 value 0.
         05 ws-op-status               pic x value spaces.
           88 ws-op-status-paid value 'P'.
           88 ws-op-status-below value 'B'.
           88 ws-op-status-aht value 'A'.
           88 ws-op-status-no-target value 'T'.
           88 ws-op-status-no-calls value 'N'.
         05 ws-op-status-text          pic x(20) value spaces.
         05 ws-pct-work                pic 9(7)v9 value 0.
         05 ws-best-team               pic x(2) value spaces.
         05 ws-team-op-count           pic 9(4) value 0.
         05 ws-printed-done-flag       pic x value 'n'.
           88 ws-printed-done value 'y'.
      *
       01 ws-payroll-totals.
         05 ws-payroll-count           pic 9(5) value 0.
         05 ws-payroll-amount          pic 9(9)v99 value 0.
      *
       01 ws-pay-counts.
         05 ws-feed-records-read       pic 9(5) value 0.
         05 ws-feed-not-on-master      pic 9(5) value 0.
         05 ws-ops-paid                pic 9(5) value 0.
         05 ws-ops-below-tier          pic 9(5) value 0.
         05 ws-ops-over-ceiling        pic 9(5) value 0.
         05 ws-ops-no-target           pic 9(5) value 0.
         05 ws-ops-no-calls            pic 9(5) value 0.
         05 ws-ops-transferred         pic 9(5) value 0.
      *
      *set the moment a table is asked to hold more than it can -
      *the run fails loudly instead of quietly dropping operators
       01 ws-capacity-fault-flag       pic x value 'n'.
         88 ws-capacity-fault value 'y'.
      *
      *set when the pay month can't be settled - asked for outside
      *the period, or nothing on the feed to default it from
       01 ws-pay-month-flag            pic x value 'y'.
         88 ws-pay-month-ok value 'y'.
      *
       01 ws-register-heading.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(33) value
         "Operator incentive register      ".
         05 ws-head-date               pic 9(6).
         05 filler                     pic x(2) value spaces.
         05 ws-head-time               pic 9(8).
      *
       01 ws-pay-month-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(19) value
         "pay month:         ".
         05 ws-pm-line-month           pic 9(6).
         05 filler                     pic x(22) value
         "    reporting period: ".
         05 ws-pm-line-start           pic 9(6).
         05 filler                     pic x(3) value ' - '.
         05 ws-pm-line-end             pic 9(6).
      *
       01 ws-rule-line.
         05 filler                     pic x(4) value spaces.
         05 ws-rule-line-caption       pic x(30).
         05 ws-rule-line-value         pic zzz9.99.
         05 filler                     pic x(3) value spaces.
         05 ws-rule-line-amount        pic zz,zz9.99 blank when zero.
      *
       01 ws-rule-error-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(22) value
         "unusable rule row:    ".
         05 ws-rule-error-row          pic x(12).
      *
       01 ws-team-banner-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(5) value "Team ".
         05 ws-banner-team             pic x(2).
         05 filler                     pic x(11) value "    heads: ".
         05 ws-banner-heads            pic zzz9.
         05 filler                     pic x(16) value
         "    team target:".
         05 ws-banner-target           pic zzzzz9.
         05 filler                     pic x(16) value
         "    per head:   ".
         05 ws-banner-head-target      pic zzzzz9.
      *
       01 ws-column-heading.
         05 filler                     pic x(6) value spaces.
         05 filler                     pic x(40) value
         "emp  name          calls  target   % tgt".
         05 filler                     pic x(50) value
         "     aht  ceiling  tier     amount  status        ".
      *
       01 ws-register-detail-line.
         05 filler                     pic x(6) value spaces.
         05 ws-rd-num                  pic x(3).
         05 filler                     pic x(2) value spaces.
         05 ws-rd-name                 pic x(12).
         05 filler                     pic x(1) value spaces.
         05 ws-rd-calls                pic zzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-rd-target               pic zzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-rd-pct                  pic zzz9.9.
         05 filler                     pic x(2) value spaces.
         05 ws-rd-aht                  pic zz9.99.
         05 filler                     pic x(3) value spaces.
         05 ws-rd-ceiling              pic zz9.99.
         05 filler                     pic x(4) value spaces.
         05 ws-rd-tier                 pic z9.
         05 filler                     pic x(2) value spaces.
         05 ws-rd-amount               pic zz,zz9.99.
         05 filler                     pic x(2) value spaces.
         05 ws-rd-status               pic x(20).
         05 filler                     pic x(2) value spaces.
         05 ws-rd-transfer             pic x(12).
      *
       01 ws-team-footer-line.
         05 filler                     pic x(6) value spaces.
         05 filler                     pic x(12) value "team total: ".
         05 ws-tf-calls                pic zzzzzz9.
         05 filler                     pic x(14) value
         "  operators:  ".
         05 ws-tf-count                pic zzz9.
         05 filler                     pic x(10) value "  paid:   ".
         05 ws-tf-paid                 pic zzz9.
         05 filler                     pic x(12) value
         "  amount:   ".
         05 ws-tf-amount               pic z,zzz,zz9.99.
      *
       01 ws-grand-total-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(30) value
         "payroll records / amount:     ".
         05 ws-gt-count                pic zzzz9.
         05 filler                     pic x(3) value spaces.
         05 ws-gt-amount               pic zzz,zzz,zz9.99.
      *
       01 ws-message-line.
         05 filler                     pic x(4) value spaces.
         05 ws-message-text            pic x(76).
      *
       01 ws-signoff-line.
         05 filler                     pic x(4) value spaces.
         05 ws-signoff-caption         pic x(20).
         05 filler                     pic x(30) value
         "______________________________".
         05 filler                     pic x(10) value
         "   date: ".
         05 filler                     pic x(12) value
         "____________".
      *
       01 ws-count-line.
         05 filler                     pic x(4) value spaces.
         05 ws-count-caption           pic x(40).
         05 ws-count-amount            pic zzzzzz9.
      *
       01 ws-capacity-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(56) value
         "*** capacity exceeded - a table filled, figures are ".
         05 filler                     pic x(20) value
         "incomplete ***".
      *
       77 ws-sub                       pic 99 value 1.
       77 ws-sub2                      pic 9(4) value 1.
      *
       procedure division.
      *
       000-main.
      *
           accept ws-run-date from date.
           accept ws-head-time from time.
           move ws-run-date                         to ws-head-date.
      *
           perform 105-load-run-parameters.
           perform 110-determine-period-start.
      *
           open output register-file.
           open output payroll-file.
      *
           write register-line from ws-register-heading
             after advancing 1 line.
      *
           perform 115-load-incentive-rules.
           perform 150-load-master.
           perform 155-load-team-assignments.
           perform 160-load-targets.
           perform 250-load-feed.
           perform 300-determine-pay-month.
      *
           move ws-pay-ym                           to
           ws-pm-line-month.
           move ws-period-start-ym                  to
           ws-pm-line-start.
           move ws-period-end-ym                    to ws-pm-line-end.
           write register-line from ws-pay-month-line
             after advancing 1 line.
      *
           perform 120-print-rule-table.
      *
      *nothing is paid from a rule table that could not be read in
      *full, a month that could not be settled, or a feed or master
      *that isn't there - the trailer still goes out, empty, so
      *payroll sees a load that balances to nothing
           if ws-rule-rows-bad = 0
             and ws-tier-count > 0
             and ws-pay-month-ok
             and ws-oper-count > 0
             and ws-mstr-count > 0
               perform 310-resolve-pay-teams
               perform 340-set-team-targets
               perform 400-print-register
           else
               move "*** no incentive calculated - see above ***" to
               ws-message-text
               write register-line from ws-message-line
                 after advancing 2 lines
           end-if.
      *
           perform 460-write-payroll-trailer.
      *
           if ws-capacity-fault
               write register-line from ws-capacity-line
                 after advancing 2 lines
           end-if.
      *
           perform 450-write-pay-counts.
           perform 470-print-signoff.
      *
           close register-file
             payroll-file.
      *
      *the payroll load is worthless after a fatal fault - say so.
      *a team paid nothing for want of a target is worth a look
      *before hr signs, but every other figure on the load is good
           if ws-rule-rows-bad > 0
             or ws-tier-count = 0
             or not ws-pay-month-ok
             or ws-oper-count = 0
             or ws-mstr-count = 0
             or ws-capacity-fault
               move 16                              to return-code
           else
               if ws-ops-no-target > 0
                 or ws-feed-not-on-master > 0
                   move 4                           to return-code
               end-if
           end-if.
      *
           stop run.
      *
       105-load-run-parameters.
      *reads the reporting period from the same parameter file the
      *feed build and the report use - identical validation, so the
      *programs always agree on the period
           open input param-file.

           if ws-param-file-ok
               read param-file
                   at end move 'y'                 to ws-param-eof-flag
               end-read

               if not ws-param-end-of-file
                   if param-start-month is numeric
                     and param-num-months is numeric
                     and param-start-month >= 1
                     and param-start-month <= 12
                     and param-num-months >= 1
                     and param-num-months <= 12
                       move param-start-month          to
                       ws-report-start-month
                       move param-num-months           to
                       ws-number-of-months
                   end-if

                   if param-period-year is numeric
                     and param-period-year > 0
                       move param-period-year          to
                       ws-period-start-year
                   end-if
               end-if

               move 'n'                            to ws-param-eof-flag
               close param-file
           end-if.

       110-determine-period-start.
      *same rule as the feed build - when the parameter file does
      *not name the period's start year, it is taken to be the
      *latest year for which the period has already started as of
      *the run date
           move ws-run-yy                           to ws-run-year.
           add 2000                                 to ws-run-year.

           if ws-period-start-year = 0
               if ws-run-mm >= ws-report-start-month
                   move ws-run-year                 to
                   ws-period-start-year
               else
                   compute ws-period-start-year =
                     ws-run-year - 1
               end-if
           end-if.

           compute ws-period-start-ym =
             ws-period-start-year * 100 + ws-report-start-month.

           compute ws-period-end-mm = ws-report-start-month +
             ws-number-of-months - 1.
           move ws-period-start-year                to
           ws-period-end-yyyy.
           if ws-period-end-mm > 12
               subtract 12                    from ws-period-end-mm
               add 1                          to ws-period-end-yyyy
           end-if.
           compute ws-period-end-ym =
             ws-period-end-yyyy * 100 + ws-period-end-mm.

       115-load-incentive-rules.
      *loads the rule table - a row of an unknown type or with
      *unusable figures is printed and counted, and stops the run
      *paying anything. Tiers are kept in the order given, the best
      *one reached is picked at pay time
           open input rule-file.

           if ws-rule-file-ok
               read rule-file
                   at end move 'y'               to ws-rule-eof-flag
               end-read

               perform until ws-rule-end-of-file

                   add 1                        to ws-rule-rows-read
                   perform 117-load-one-rule

                   read rule-file
                       at end move 'y'           to ws-rule-eof-flag
                   end-read

               end-perform

               move 'n'                          to ws-rule-eof-flag
               close rule-file

               if ws-tier-count = 0
                   move "*** incentive rule table has no tiers ***" to
                   ws-message-text
                   write register-line from ws-message-line
                     after advancing 2 lines
               end-if
           else
               move "*** incentive rule table not found ***" to
               ws-message-text
               write register-line from ws-message-line
                 after advancing 2 lines
           end-if.

       117-load-one-rule.
           if rule-control-row
               if rule-pay-month is numeric
                 and rule-aht-ceiling is numeric
                   move rule-pay-month              to
                   ws-rule-pay-month
                   move rule-aht-ceiling            to ws-aht-ceiling
               else
                   perform 118-reject-rule-row
               end-if
           end-if.

           if rule-ceiling-row
               if rule-team-ceiling is numeric
                 and rule-ceiling-team not = spaces
                 and ws-ceil-count < 100
                   add 1                            to ws-ceil-count
                   move rule-ceiling-team           to
                   ws-ceil-team(ws-ceil-count)
                   move rule-team-ceiling           to
                   ws-ceil-minutes(ws-ceil-count)
               else
                   perform 118-reject-rule-row
               end-if
           end-if.

           if rule-tier-row
               if rule-tier-min-pct is numeric
                 and rule-tier-amount is numeric
                 and ws-tier-count < 20
                   add 1                            to ws-tier-count
                   move rule-tier-min-pct           to
                   ws-tier-min-pct(ws-tier-count)
                   move rule-tier-amount            to
                   ws-tier-amount(ws-tier-count)
               else
                   perform 118-reject-rule-row
               end-if
           end-if.

           if not rule-control-row
             and not rule-ceiling-row
             and not rule-tier-row
               perform 118-reject-rule-row
           end-if.

       118-reject-rule-row.
           add 1                                    to ws-rule-rows-bad.
           move rule-rec                            to
           ws-rule-error-row.
           write register-line from ws-rule-error-line
             after advancing 1 line.

       120-print-rule-table.
      *the rules the month was paid under, so the register stands
      *on its own when hr signs it
           move "default aht ceiling (mins):"       to
           ws-rule-line-caption.
           move ws-aht-ceiling                      to
           ws-rule-line-value.
           move 0                                   to
           ws-rule-line-amount.
           write register-line from ws-rule-line
             after advancing 2 lines.

           perform varying ws-ceil-idx from 1 by 1
             until ws-ceil-idx > ws-ceil-count
               move spaces                          to
               ws-rule-line-caption
               string "team " delimited by size
                 ws-ceil-team(ws-ceil-idx) delimited by size
                 " aht ceiling (mins):" delimited by size
                 into ws-rule-line-caption
               end-string
               move ws-ceil-minutes(ws-ceil-idx)    to
               ws-rule-line-value
               write register-line from ws-rule-line
                 after advancing 1 line
           end-perform.

           perform varying ws-tier-idx from 1 by 1
             until ws-tier-idx > ws-tier-count
               move spaces                          to
               ws-rule-line-caption
               string "tier " delimited by size
                 ws-tier-idx delimited by size
                 " from % of target:" delimited by size
                 into ws-rule-line-caption
               end-string
               move ws-tier-min-pct(ws-tier-idx)    to
               ws-rule-line-value
               move ws-tier-amount(ws-tier-idx)     to
               ws-rule-line-amount
               write register-line from ws-rule-line
                 after advancing 1 line
           end-perform.

       150-load-master.
      *loads the hr employee master - a master that outgrows the
      *table is a capacity fault, or the unloaded operators would
      *quietly go unpaid
           open input master-file.

           if ws-master-file-ok
               read master-file
                   at end move 'y'               to ws-master-eof-flag
               end-read

               perform until ws-master-end-of-file

                   if ws-mstr-count >= 2000
                       move 'y'                     to
                       ws-capacity-fault-flag
                   end-if
                   if ws-mstr-count < 2000
                       add 1                        to ws-mstr-count
                       move master-rec-num          to
                       ws-mstr-num(ws-mstr-count)
                       move master-rec-name         to
                       ws-mstr-name(ws-mstr-count)
                       move master-rec-team         to
                       ws-mstr-team(ws-mstr-count)
                   end-if

                   read master-file
                       at end move 'y'           to ws-master-eof-flag
                   end-read

               end-perform

               move 'n'                          to ws-master-eof-flag
               close master-file
           end-if.

       155-load-team-assignments.
      *loads the effective-dated team assignment history, if one has
      *been supplied - without one every operator is paid against
      *the team on their feed record
           open input assign-file.

           if ws-assign-file-ok
               read assign-file
                   at end move 'y'               to ws-assign-eof-flag
               end-read

               perform until ws-assign-end-of-file

      *rows with an unusable effective date can't place a move in
      *time and are skipped, as the feed build skips them
                   if assign-rec-eff-date is numeric
                     and ws-asgn-count >= 2000
                       move 'y'                     to
                       ws-capacity-fault-flag
                   end-if
                   if ws-asgn-count < 2000
                     and assign-rec-eff-date is numeric
                       add 1                        to ws-asgn-count
                       move assign-rec-num          to
                       ws-asgn-num(ws-asgn-count)
                       move assign-rec-team         to
                       ws-asgn-team(ws-asgn-count)
                       move assign-rec-eff-date     to
                       ws-asgn-eff-date(ws-asgn-count)
                   end-if

                   read assign-file
                       at end move 'y'           to ws-assign-eof-flag
                   end-read

               end-perform

               move 'n'                          to ws-assign-eof-flag
               close assign-file
           end-if.

       160-load-targets.
      *loads the team targets - a team without a row has no target
      *to pay against and its operators are paid nothing, flagged
           open input target-file.

           if ws-target-file-ok
               read target-file
                   at end move 'y'               to ws-target-eof-flag
               end-read

               perform until ws-target-end-of-file

                   if ws-trgt-count < 100
                       add 1                        to ws-trgt-count
                       move target-rec-team         to
                       ws-trgt-team(ws-trgt-count)
                       perform varying ws-sub from 1 by 1
                         until ws-sub > 12
                           if target-rec-months(ws-sub) is numeric
                               move target-rec-months(ws-sub) to
                               ws-trgt-months(ws-trgt-count, ws-sub)
                           else
                               move 0               to
                               ws-trgt-months(ws-trgt-count, ws-sub)
                           end-if
                       end-perform
                   else
                       move 'y'                     to
                       ws-capacity-fault-flag
                   end-if

                   read target-file
                       at end move 'y'           to ws-target-eof-flag
                   end-read

               end-perform

               move 'n'                          to ws-target-eof-flag
               close target-file
           end-if.

       250-load-feed.
      *loads A7.dat, trailer passed over, folding each operator's
      *records into one entry - a transfer's split records add
      *together month by month. Records for operators the master
      *has never heard of are counted and not paid
           open input emp-file.

           if ws-emp-file-ok
               read emp-file
                   at end move 'y'               to ws-emp-eof-flag
               end-read

               perform until ws-emp-end-of-file

                   if emp-rec-num not = 'TRL'
                       add 1                    to ws-feed-records-read
                       perform 255-load-one-feed-record
                   end-if

                   read emp-file
                       at end move 'y'           to ws-emp-eof-flag
                   end-read

               end-perform

               move 'n'                          to ws-emp-eof-flag
               close emp-file
           end-if.

       255-load-one-feed-record.
           perform varying ws-mstr-idx from 1 by 1
             until ws-mstr-idx > ws-mstr-count
               or ws-mstr-num(ws-mstr-idx) = emp-rec-num
           end-perform.

           if ws-mstr-idx > ws-mstr-count
               add 1                                to
               ws-feed-not-on-master
           else
               perform varying ws-oper-idx from 1 by 1
                 until ws-oper-idx > ws-oper-count
                   or ws-oper-num(ws-oper-idx) = emp-rec-num
               end-perform

               if ws-oper-idx > ws-oper-count
                   if ws-oper-count < 2000
                       add 1                        to ws-oper-count
                       move emp-rec-num             to
                       ws-oper-num(ws-oper-count)
                       move emp-rec-name            to
                       ws-oper-name(ws-oper-count)
                       move emp-rec-team            to
                       ws-oper-feed-team(ws-oper-count)
                       move emp-rec-team            to
                       ws-oper-pay-team(ws-oper-count)
                       move 'n'                     to
                       ws-oper-paid-flag(ws-oper-count)
                       perform varying ws-sub from 1 by 1
                         until ws-sub > 12
                           move 0                   to
                           ws-oper-calls(ws-oper-count, ws-sub)
                           move 0                   to
                           ws-oper-talk(ws-oper-count, ws-sub)
                       end-perform
                   else
                       move 0                       to ws-oper-idx
                       move 'y'                     to
                       ws-capacity-fault-flag
                   end-if
               end-if

               if ws-oper-idx > 0
                   perform varying ws-sub from 1 by 1
                     until ws-sub > ws-number-of-months
                       if emp-rec-calls(ws-sub) is numeric
                           add emp-rec-calls(ws-sub) to
                           ws-oper-calls(ws-oper-idx, ws-sub)
                       end-if
      *talk columns arrive as spaces on feeds cut before they were
      *added - only numeric values are taken
                       if emp-rec-talk(ws-sub) is numeric
                           add emp-rec-talk(ws-sub) to
                           ws-oper-talk(ws-oper-idx, ws-sub)
                       end-if
                   end-perform
               end-if
           end-if.

       300-determine-pay-month.
      *the month being paid - the rule table's, which must sit in
      *the reporting period, or the latest month of the period with
      *any calls on the feed
           move 'y'                                 to
           ws-pay-month-flag.
           move 0                                   to ws-pay-column.

           if ws-rule-pay-month > 0
               move ws-rule-pay-month               to ws-pay-ym
               divide ws-pay-ym by 100 giving ws-pay-yyyy
                 remainder ws-pay-mm
               if ws-pay-ym < ws-period-start-ym
                 or ws-pay-ym > ws-period-end-ym
                 or ws-pay-mm < 1
                 or ws-pay-mm > 12
                   move 'n'                         to
                   ws-pay-month-flag
                   move "*** pay month outside the reporting period ***"
                                                    to ws-message-text
                   write register-line from ws-message-line
                     after advancing 2 lines
               else
                   compute ws-pay-column =
                     (ws-pay-yyyy - ws-period-start-year) * 12
                     + ws-pay-mm - ws-report-start-month + 1
               end-if
           else
               perform varying ws-oper-idx from 1 by 1
                 until ws-oper-idx > ws-oper-count
                   perform varying ws-sub from 1 by 1
                     until ws-sub > ws-number-of-months
                       if ws-oper-calls(ws-oper-idx, ws-sub) > 0
                         and ws-sub > ws-pay-column
                           move ws-sub              to ws-pay-column
                       end-if
                   end-perform
               end-perform

               if ws-pay-column = 0
                   move 'n'                         to
                   ws-pay-month-flag
                   move 0                           to ws-pay-ym
                   move "*** no calls on the feed to pay ***" to
                   ws-message-text
                   write register-line from ws-message-line
                     after advancing 2 lines
               else
                   compute ws-pay-mm = ws-report-start-month +
                     ws-pay-column - 1
                   move ws-period-start-year        to ws-pay-yyyy
                   if ws-pay-mm > 12
                       subtract 12                  from ws-pay-mm
                       add 1                        to ws-pay-yyyy
                   end-if
                   compute ws-pay-ym = ws-pay-yyyy * 100 + ws-pay-mm
               end-if
           end-if.

      *days in the pay month, for walking a transfer through it -
      *february has a 29th in years divisible by 4, except centuries
      *not divisible by 400
           if ws-pay-month-ok
               move ws-month-length(ws-pay-mm)      to ws-pay-days
               if ws-pay-mm = 2
                   divide ws-pay-yyyy by 4 giving ws-cal-quot
                     remainder ws-cal-rem
                   if ws-cal-rem = 0
                       move 29                      to ws-pay-days
                       divide ws-pay-yyyy by 100 giving ws-cal-quot
                         remainder ws-cal-rem
                       if ws-cal-rem = 0
                           divide ws-pay-yyyy by 400 giving
                             ws-cal-quot remainder ws-cal-rem
                           if ws-cal-rem not = 0
                               move 28              to ws-pay-days
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

       310-resolve-pay-teams.
      *settles the team each operator is paid against for the month
      *and counts the heads sharing each team's target - only
      *operators who took calls that month share it, an operator on
      *leave all month does not dilute the team's
           perform varying ws-oper-idx from 1 by 1
             until ws-oper-idx > ws-oper-count

               perform varying ws-asgn-idx from 1 by 1
                 until ws-asgn-idx > ws-asgn-count
                   or ws-asgn-num(ws-asgn-idx) =
                   ws-oper-num(ws-oper-idx)
               end-perform

               if ws-asgn-idx not > ws-asgn-count
                   perform 315-resolve-month-team
               end-if

               perform 330-find-team-entry

               if ws-team-idx > 0
                 and ws-oper-calls(ws-oper-idx, ws-pay-column) > 0
                   add 1                        to
                   ws-team-heads(ws-team-idx)
               end-if

           end-perform.

       315-resolve-month-team.
      *walks the pay month day by day, resolving each day's team the
      *way the feed build credits it - the latest assignment on or
      *before the day, else the master's team - and pays the month
      *against the team held for the most days. A tie goes to the
      *team the operator moved to
           perform varying ws-mstr-idx from 1 by 1
             until ws-mstr-idx > ws-mstr-count
               or ws-mstr-num(ws-mstr-idx) = ws-oper-num(ws-oper-idx)
           end-perform.

           move ws-oper-feed-team(ws-oper-idx)      to
           ws-day-fallback.
           if ws-mstr-idx not > ws-mstr-count
               move ws-mstr-team(ws-mstr-idx)       to ws-day-fallback
           end-if.

           move 0                                   to ws-stnt-count.

           perform varying ws-day-num from 1 by 1
             until ws-day-num > ws-pay-days

               compute ws-day-date = ws-pay-ym * 100 + ws-day-num
               perform 320-resolve-day-team

               perform varying ws-stnt-idx from 1 by 1
                 until ws-stnt-idx > ws-stnt-count
                   or ws-stnt-team(ws-stnt-idx) = ws-day-team
               end-perform

               if ws-stnt-idx > ws-stnt-count
                   add 1                            to ws-stnt-count
                   move ws-day-team                 to
                   ws-stnt-team(ws-stnt-count)
                   move 0                           to
                   ws-stnt-days(ws-stnt-count)
               end-if

               add 1                        to ws-stnt-days(ws-stnt-idx)

           end-perform.

           move 0                                   to ws-best-days.
           perform varying ws-stnt-idx from 1 by 1
             until ws-stnt-idx > ws-stnt-count
               if ws-stnt-days(ws-stnt-idx) >= ws-best-days
                   move ws-stnt-days(ws-stnt-idx)   to ws-best-days
                   move ws-stnt-team(ws-stnt-idx)   to
                   ws-oper-pay-team(ws-oper-idx)
               end-if
           end-perform.

           if ws-stnt-count > 1
               add 1                                to
               ws-ops-transferred
           end-if.

       320-resolve-day-team.
      *the team in effect on ws-day-date - the assignment with the
      *latest effective date on or before it, falling back to the
      *master's team
           move ws-day-fallback                     to ws-day-team.
           move 0                                   to ws-day-best-date.

           perform varying ws-asgn-idx from 1 by 1
             until ws-asgn-idx > ws-asgn-count

               if ws-asgn-num(ws-asgn-idx) = ws-oper-num(ws-oper-idx)
                 and ws-asgn-eff-date(ws-asgn-idx) not >
                 ws-day-date
                 and ws-asgn-eff-date(ws-asgn-idx) >=
                 ws-day-best-date
                   move ws-asgn-eff-date(ws-asgn-idx) to
                   ws-day-best-date
                   move ws-asgn-team(ws-asgn-idx)   to ws-day-team
               end-if

           end-perform.

       330-find-team-entry.
      *points ws-team-idx at the pay team's entry, creating it the
      *first time the team is seen - left at zero when the table has
      *no room
           perform varying ws-team-idx from 1 by 1
             until ws-team-idx > ws-team-count
               or ws-team-code(ws-team-idx) =
               ws-oper-pay-team(ws-oper-idx)
           end-perform.

           if ws-team-idx > ws-team-count
               if ws-team-count < 100
                   add 1                            to ws-team-count
                   move ws-oper-pay-team(ws-oper-idx) to
                   ws-team-code(ws-team-count)
                   move 0                           to
                   ws-team-heads(ws-team-count)
                   move 0                           to
                   ws-team-target(ws-team-count)
                   move 'n'                         to
                   ws-team-has-target(ws-team-count)
                   move 0                           to
                   ws-team-head-target(ws-team-count)
                   move 0                           to
                   ws-team-calls(ws-team-count)
                   move 0                           to
                   ws-team-amount(ws-team-count)
                   move 0                           to
                   ws-team-paid-count(ws-team-count)
                   move 'n'                         to
                   ws-team-printed-flag(ws-team-count)
               else
                   move 0                           to ws-team-idx
                   move 'y'                         to
                   ws-capacity-fault-flag
               end-if
           end-if.

       340-set-team-targets.
      *each team's month target and every head's even share of it -
      *a team with no row, or a zero target that month, has nothing
      *to pay against
           perform varying ws-team-idx from 1 by 1
             until ws-team-idx > ws-team-count
               perform 345-set-one-team-target
           end-perform.

       345-set-one-team-target.
           move 'n'                                 to
           ws-team-has-target(ws-team-idx).

           perform varying ws-trgt-idx from 1 by 1
             until ws-trgt-idx > ws-trgt-count
               or ws-trgt-team(ws-trgt-idx) = ws-team-code(ws-team-idx)
           end-perform.

           if ws-trgt-idx not > ws-trgt-count
             and ws-trgt-months(ws-trgt-idx, ws-pay-column) > 0
               move 'y'                             to
               ws-team-has-target(ws-team-idx)
               move ws-trgt-months(ws-trgt-idx, ws-pay-column) to
               ws-team-target(ws-team-idx)
               if ws-team-heads(ws-team-idx) > 0
                   compute ws-team-head-target(ws-team-idx) rounded =
                     ws-team-target(ws-team-idx) /
                     ws-team-heads(ws-team-idx)
               else
                   move ws-team-target(ws-team-idx) to
                   ws-team-head-target(ws-team-idx)
               end-if
           end-if.

       400-print-register.
      *one block per team, lowest team code first, operators in
      *feed order within it - each operator's month is paid and its
      *payroll record written as its register line prints
           move 'n'                                 to
           ws-printed-done-flag.

           perform until ws-printed-done

               move 0                               to ws-team-idx
               move high-values                     to ws-best-team

               perform varying ws-sub2 from 1 by 1
                 until ws-sub2 > ws-team-count
                   if not ws-team-printed(ws-sub2)
                     and ws-team-code(ws-sub2) < ws-best-team
                       move ws-team-code(ws-sub2)   to ws-best-team
                       move ws-sub2                 to ws-team-idx
                   end-if
               end-perform

               if ws-team-idx = 0
                   move 'y'                         to
                   ws-printed-done-flag
               else
                   move 'y'                         to
                   ws-team-printed-flag(ws-team-idx)
                   perform 405-print-team-block
               end-if

           end-perform.

           move ws-payroll-count                    to ws-gt-count.
           move ws-payroll-amount                   to ws-gt-amount.
           write register-line from ws-grand-total-line
             after advancing 3 lines.

       405-print-team-block.
           move ws-team-code(ws-team-idx)           to ws-banner-team.
           move ws-team-heads(ws-team-idx)          to ws-banner-heads.
           move ws-team-target(ws-team-idx)         to
           ws-banner-target.
           move ws-team-head-target(ws-team-idx)    to
           ws-banner-head-target.
           write register-line from ws-team-banner-line
             after advancing 2 lines.
           write register-line from ws-column-heading
             after advancing 1 line.

           move 0                                   to
           ws-team-op-count.

           perform varying ws-oper-idx from 1 by 1
             until ws-oper-idx > ws-oper-count
               if ws-oper-pay-team(ws-oper-idx) =
                 ws-team-code(ws-team-idx)
                   perform 410-pay-operator-month
                   add 1                            to
                   ws-team-op-count
               end-if
           end-perform.

           move ws-team-calls(ws-team-idx)          to ws-tf-calls.
           move ws-team-op-count                    to ws-tf-count.
           move ws-team-paid-count(ws-team-idx)     to ws-tf-paid.
           move ws-team-amount(ws-team-idx)         to ws-tf-amount.
           write register-line from ws-team-footer-line
             after advancing 2 lines.

       410-pay-operator-month.
      *one operator's month - no calls pays nothing, nor does a team
      *without a target or handle time over the ceiling. Otherwise
      *the best tier whose percentage the month reached pays its
      *amount, and a month short of every tier pays nothing
           move ws-oper-calls(ws-oper-idx, ws-pay-column) to
           ws-op-calls.
           move ws-oper-talk(ws-oper-idx, ws-pay-column) to
           ws-op-talk.
           move 0                                   to ws-op-aht.
           move 0                                   to ws-op-pct.
           move 0                                   to ws-op-tier.
           move 0                                   to ws-op-amount.

           if ws-op-calls > 0
               compute ws-op-aht rounded = ws-op-talk / ws-op-calls
           end-if.

           move ws-aht-ceiling                      to ws-op-ceiling.
           perform varying ws-ceil-idx from 1 by 1
             until ws-ceil-idx > ws-ceil-count
               if ws-ceil-team(ws-ceil-idx) =
                 ws-team-code(ws-team-idx)
                   move ws-ceil-minutes(ws-ceil-idx) to
                   ws-op-ceiling
               end-if
           end-perform.

           if ws-team-head-target(ws-team-idx) > 0
               compute ws-pct-work rounded =
                 ws-op-calls * 100 / ws-team-head-target(ws-team-idx)
               if ws-pct-work > 9999.9
                   move 9999.9                      to ws-op-pct
               else
                   move ws-pct-work                 to ws-op-pct
               end-if
           end-if.

           if ws-op-calls = 0
               move 'N'                             to ws-op-status
           else
               if ws-team-has-target(ws-team-idx) not = 'y'
                   move 'T'                         to ws-op-status
               else
                   if ws-op-ceiling > 0
                     and ws-op-aht > ws-op-ceiling
                       move 'A'                     to ws-op-status
                   else
                       perform 415-pick-tier
                   end-if
               end-if
           end-if.

           move spaces                              to
           ws-op-status-text.
           if ws-op-status-paid
               move "paid"                          to
               ws-op-status-text
               add 1                                to ws-ops-paid
               add 1                                to
               ws-team-paid-count(ws-team-idx)
           end-if.
           if ws-op-status-below
               move "below first tier"              to
               ws-op-status-text
               add 1                                to
               ws-ops-below-tier
           end-if.
           if ws-op-status-aht
               move "AHT OVER CEILING"              to
               ws-op-status-text
               add 1                                to
               ws-ops-over-ceiling
           end-if.
           if ws-op-status-no-target
               move "NO TEAM TARGET"                to
               ws-op-status-text
               add 1                                to ws-ops-no-target
           end-if.
           if ws-op-status-no-calls
               move "no calls"                      to
               ws-op-status-text
               add 1                                to ws-ops-no-calls
           end-if.

           add ws-op-calls                to ws-team-calls(ws-team-idx).
           add ws-op-amount              to ws-team-amount(ws-team-idx).

           move ws-oper-num(ws-oper-idx)            to payroll-rec-num.
           move ws-pay-ym                           to
           payroll-rec-month.
           move ws-team-code(ws-team-idx)           to payroll-rec-team.
           move ws-op-calls                         to
           payroll-rec-calls.
           move ws-op-pct                           to payroll-rec-pct.
           move ws-op-aht                           to payroll-rec-aht.
           move ws-op-tier                          to payroll-rec-tier.
           move ws-op-amount                        to
           payroll-rec-amount.
           move ws-op-status                        to
           payroll-rec-status.
           write payroll-rec.

           add 1                                    to ws-payroll-count.
           add ws-op-amount                         to
           ws-payroll-amount.

           move ws-oper-num(ws-oper-idx)            to ws-rd-num.
           move ws-oper-name(ws-oper-idx)           to ws-rd-name.
           move ws-op-calls                         to ws-rd-calls.
           move ws-team-head-target(ws-team-idx)    to ws-rd-target.
           move ws-op-pct                           to ws-rd-pct.
           move ws-op-aht                           to ws-rd-aht.
           move ws-op-ceiling                       to ws-rd-ceiling.
           move ws-op-tier                          to ws-rd-tier.
           move ws-op-amount                        to ws-rd-amount.
           move ws-op-status-text                   to ws-rd-status.
           move spaces                              to ws-rd-transfer.
           if ws-oper-pay-team(ws-oper-idx) not =
             ws-oper-feed-team(ws-oper-idx)
               move "transferred"                   to ws-rd-transfer
           end-if.
           write register-line from ws-register-detail-line
             after advancing 1 line.

       415-pick-tier.
      *the tier with the highest percentage the month reached - the
      *rule table need not list its tiers in order
           move 'B'                                 to ws-op-status.
           move 0                                   to ws-op-tier.

           perform varying ws-tier-idx from 1 by 1
             until ws-tier-idx > ws-tier-count
               if ws-op-pct >= ws-tier-min-pct(ws-tier-idx)
                   if ws-op-tier = 0
                       move ws-tier-idx             to ws-op-tier
                   else
                       if ws-tier-min-pct(ws-tier-idx) >
                         ws-tier-min-pct(ws-op-tier)
                           move ws-tier-idx         to ws-op-tier
                       end-if
                   end-if
               end-if
           end-perform.

           if ws-op-tier > 0
               move 'P'                             to ws-op-status
               move ws-tier-amount(ws-op-tier)      to ws-op-amount
           end-if.

       450-write-pay-counts.
      *what the run read and how the month fell out, for hr's
      *checklist
           move "feed records read:"                to ws-count-caption.
           move ws-feed-records-read                to ws-count-amount.
           write register-line from ws-count-line
             after advancing 3 lines.

           move "feed records not on the master:"   to ws-count-caption.
           move ws-feed-not-on-master               to ws-count-amount.
           write register-line from ws-count-line
             after advancing 1 line.

           move "operators paid:"                   to ws-count-caption.
           move ws-ops-paid                         to ws-count-amount.
           write register-line from ws-count-line
             after advancing 1 line.

           move "operators below the first tier:"   to ws-count-caption.
           move ws-ops-below-tier                   to ws-count-amount.
           write register-line from ws-count-line
             after advancing 1 line.

           move "operators over the aht ceiling:"   to ws-count-caption.
           move ws-ops-over-ceiling                 to ws-count-amount.
           write register-line from ws-count-line
             after advancing 1 line.

           move "operators on a team with no target:" to
           ws-count-caption.
           move ws-ops-no-target                    to ws-count-amount.
           write register-line from ws-count-line
             after advancing 1 line.

           move "operators with no calls:"          to ws-count-caption.
           move ws-ops-no-calls                     to ws-count-amount.
           write register-line from ws-count-line
             after advancing 1 line.

           move "operators who changed team:"       to ws-count-caption.
           move ws-ops-transferred                  to ws-count-amount.
           write register-line from ws-count-line
             after advancing 1 line.

           move "rule rows read:"                   to ws-count-caption.
           move ws-rule-rows-read                   to ws-count-amount.
           write register-line from ws-count-line
             after advancing 1 line.

           move "rule rows unusable:"               to ws-count-caption.
           move ws-rule-rows-bad                    to ws-count-amount.
           write register-line from ws-count-line
             after advancing 1 line.

       460-write-payroll-trailer.
      *the control trailer payroll balances the load against -
      *record count and amount total
           move spaces                              to
           payroll-trailer-rec.
           move 'TRL'                               to
           payroll-trailer-id.
           move ws-payroll-count                    to
           payroll-trailer-count.
           move ws-payroll-amount                   to
           payroll-trailer-amount.
           write payroll-trailer-rec.

       470-print-signoff.
           move "prepared by:"                      to
           ws-signoff-caption.
           write register-line from ws-signoff-line
             after advancing 3 lines.

           move "approved by (hr):"                 to
           ws-signoff-caption.
           write register-line from ws-signoff-line
             after advancing 2 lines.
      *
       end program A7-IncentivePay.
