               assign to '../../../A7-EmpMaster.dat'
               organization is line sequential
               file status is ws-master-status.
      *
      *optional list of the operators a supervisor wants scorecards
      *for - without one every operator on the run gets a page
           select scsel-file
               assign to '../../../A7-Scorecard.sel'
               organization is line sequential
               file status is ws-scsel-status.
      *
      *one page per operator for reviews - the operator's own figures
      *from every roster-wide section of the report on one sheet
           select scorecard-file
               assign to '../../../A7-Scorecard.out'
               organization is line sequential.
      *
       data division.
       file section.
         05 histtmp-rec-total          pic 9(5).
         05 histtmp-rec-avg            pic 9(5).
         05 histtmp-rec-team           pic x(2).
      *
      *one row per operator wanted - a blank site takes the number at
      *every site on a consolidated run
       fd scsel-file
           data record is scsel-rec
           record contains 5 characters.
      *
       01 scsel-rec.
         05 scsel-rec-num              pic x(3).
         05 scsel-rec-site             pic x(2).
      *
       fd scorecard-file
           data record is scorecard-line
           record contains 132 characters.
      *
       01 scorecard-line               pic x(132).
      *
       working-storage section.
      *
      *buffered, so the league table ranks whole years, never a
      *transfer's two partial halves. Talk minutes and active months
      *ride along so the fold can redo the average and handle time
      *over the combined record. The month-by-month calls and talk
      *ride along for the operator scorecards
       01 ws-rank-table.
         05 ws-rank-count              pic 9(4) value 0.
         05 ws-rank-entry occurs 2000 times.
           10 ws-rank-aht              pic 9(3)v99.
           10 ws-rank-talk             pic 9(7).
           10 ws-rank-months           pic 9(3).
           10 ws-rank-month-calls      pic 9(4) occurs 12 times.
           10 ws-rank-month-talk       pic 9(5) occurs 12 times.
      *
      *scratch fields for the ranking sort - one entry held aside
      *while two table entries trade places
           10 ws-rank-hold-aht         pic 9(3)v99.
           10 ws-rank-hold-talk        pic 9(7).
           10 ws-rank-hold-months      pic 9(3).
           10 ws-rank-hold-month-calls pic 9(4) occurs 12 times.
           10 ws-rank-hold-month-talk  pic 9(5) occurs 12 times.
      *
      *run-end service-level exception section - team-months that
      *fell below their target by more than ws-target-pct percent
         05 filler                     pic x(5) value " (rc ".
         05 ws-summary-rc              pic z9.
         05 filler                     pic x value ")".
      *
      *operator scorecards - one page per operator at run end,
      *drawn from the ranking, occupancy, team summary and history
      *tables the roster-wide sections print from. The selection
      *list limits the pages to the operators a supervisor asked for
       01 ws-scsel-status              pic xx value spaces.
         88 ws-scsel-file-ok value "00".
      *
       01 ws-scsel-eof-flag            pic x value 'n'.
         88 ws-scsel-end-of-file value "y".
      *
       01 ws-scsel-table.
         05 ws-scsel-count             pic 9(3) value 0.
         05 ws-scsel-idx               pic 9(3) value 0.
         05 ws-scsel-entry occurs 500 times.
           10 ws-scsel-num             pic x(3).
           10 ws-scsel-site            pic x(2).
           10 ws-scsel-found-flag      pic x.
             88 ws-scsel-found value 'y'.
      *
      *feed records rejected to the exception file, kept so each
      *operator's scorecard can list its own
       01 ws-screx-table.
         05 ws-screx-count             pic 9(3) value 0.
         05 ws-screx-idx               pic 9(3) value 0.
         05 ws-screx-entry occurs 500 times.
           10 ws-screx-site            pic x(2).
           10 ws-screx-num             pic x(3).
           10 ws-screx-reason          pic x(20).
      *
       01 ws-scard-work.
         05 ws-scard-done-flag         pic x occurs 2000 times.
         05 ws-scard-idx               pic 9(4) value 0.
         05 ws-scard-best              pic 9(4) value 0.
         05 ws-scard-key               pic x(7) value spaces.
         05 ws-scard-best-key          pic x(7) value spaces.
         05 ws-scard-printed           pic 9(4) value 0.
         05 ws-scard-team-ops          pic 9(4) value 0.
         05 ws-scard-site-ops          pic 9(4) value 0.
         05 ws-scard-team-rank         pic 9(4) value 0.
         05 ws-scard-site-rank         pic 9(4) value 0.
         05 ws-scard-team-calls        pic 9(7) occurs 12 times.
         05 ws-scard-team-talk         pic 9(8) occurs 12 times.
         05 ws-scard-team-active       pic 9(4) occurs 12 times.
         05 ws-scard-calls             pic 9(4) value 0.
         05 ws-scard-talk              pic 9(5) value 0.
         05 ws-scard-aht               pic 9(3)v99 value 0.
         05 ws-scard-team-avg          pic 9(5) value 0.
         05 ws-scard-share             pic 9(5) value 0.
         05 ws-scard-share-total       pic 9(6) value 0.
         05 ws-scard-vs                pic s9(6) value 0.
         05 ws-scard-hours-total       pic 9(5) value 0.
         05 ws-scard-sched-mins        pic 9(7) value 0.
         05 ws-scard-occ-pct           pic 9(3)v9 value 0.
         05 ws-scard-hours-found       pic 9(4) value 0.
         05 ws-scard-tgt-found         pic 9(3) value 0.
         05 ws-scard-tsum-found        pic 9(3) value 0.
         05 ws-scard-flag-count        pic 99 value 0.
      *
      *edited scratch fields strung into the flag lines
       01 ws-scard-edit.
         05 ws-scard-ed-dec1           pic zz9.99.
         05 ws-scard-ed-dec2           pic zz9.99.
         05 ws-scard-ed-num1           pic zzzz9.
         05 ws-scard-ed-num2           pic zzzz9.
         05 ws-scard-ed-pct            pic zz9.9.
      *
       01 ws-scard-heading.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(23) value
         "Operator scorecard for ".
         05 ws-scard-head-start        pic x(3).
         05 filler                     pic x(3) value ' - '.
         05 ws-scard-head-end          pic x(3).
         05 filler                     pic x(6) value spaces.
         05 ws-scard-head-date         pic 9(6).
         05 filler                     pic x(2) value spaces.
         05 ws-scard-head-time         pic 9(8).
      *
       01 ws-scard-op-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(9) value "operator ".
         05 ws-scard-op-num            pic x(3).
         05 filler                     pic x(2) value spaces.
         05 ws-scard-op-name           pic x(12).
         05 filler                     pic x(9) value "    team ".
         05 ws-scard-op-team           pic x(2).
         05 filler                     pic x(9) value "    site ".
         05 ws-scard-op-site           pic x(2).
      *
       01 ws-scard-col-line1.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(30) value
         "     ------ operator -----    ".
         05 filler                     pic x(46) value
         "---- team ---    --- target --    - schedule -".
      *
       01 ws-scard-col-line2.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(38) value
         "mth  calls  /wkday     aht      avg   ".
         05 filler                     pic x(37) value
         "  aht    share     +/-     hrs   occ%".
      *
      *one month - the operator's calls, calls per working day and
      *handle time, the team's average operator and handle time,
      *the operator's share of the team target, and the scheduled
      *hours with the share of them spent talking
       01 ws-scard-month-line.
         05 filler                     pic x(4) value spaces.
         05 ws-scm-month               pic x(3).
         05 filler                     pic x(2) value spaces.
         05 ws-scm-calls               pic zzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-scm-perday              pic zzz9.9.
         05 ws-scm-perday-x redefines ws-scm-perday
                                       pic x(6).
         05 filler                     pic x(2) value spaces.
         05 ws-scm-aht                 pic zz9.99.
         05 filler                     pic x(4) value spaces.
         05 ws-scm-team-avg            pic zzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-scm-team-aht            pic zz9.99.
         05 filler                     pic x(4) value spaces.
         05 ws-scm-share               pic zzzz9.
         05 ws-scm-share-x redefines ws-scm-share
                                       pic x(5).
         05 filler                     pic x(2) value spaces.
         05 ws-scm-vs                  pic -----9.
         05 ws-scm-vs-x redefines ws-scm-vs
                                       pic x(6).
         05 filler                     pic x(4) value spaces.
         05 ws-scm-hours               pic zzz9.
         05 ws-scm-hours-x redefines ws-scm-hours
                                       pic x(4).
         05 filler                     pic x(2) value spaces.
         05 ws-scm-occ                 pic zz9.9.
         05 ws-scm-occ-x redefines ws-scm-occ
                                       pic x(5).
      *
       01 ws-scard-rank-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(31) value
         "rank by total calls - in team: ".
         05 ws-scr-team-rank           pic zzz9.
         05 filler                     pic x(4) value " of ".
         05 ws-scr-team-ops            pic zzz9.
         05 filler                     pic x(12) value "   at site: ".
         05 ws-scr-site-rank           pic zzz9.
         05 filler                     pic x(4) value " of ".
         05 ws-scr-site-ops            pic zzz9.
         05 filler                     pic x(12) value "   overall: ".
         05 ws-scr-all-rank            pic zzz9.
         05 filler                     pic x(4) value " of ".
         05 ws-scr-all-ops             pic zzz9.
      *
       01 ws-scard-occ-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(17) value
         "scheduled hours: ".
         05 ws-sco-hours               pic zzzz9.
         05 filler                     pic x(18) value
         "  calls per hour: ".
         05 ws-sco-cph                 pic zz9.99.
         05 filler                     pic x(16) value
         "  talk minutes: ".
         05 ws-sco-talk                pic zzzzzz9.
         05 filler                     pic x(4) value " of ".
         05 ws-sco-sched               pic zzzzzz9.
         05 filler                     pic x(13) value
         "  occupancy: ".
         05 ws-sco-pct                 pic zz9.9.
         05 filler                     pic x(3) value "%  ".
         05 ws-sco-flag                pic x(7).
      *
       01 ws-scard-prior-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(19) value
         "prior fiscal year: ".
         05 ws-scp-year                pic 9(4).
         05 filler                     pic x(9) value "  total: ".
         05 ws-scp-last-total          pic zzzz9.
         05 filler                     pic x(11) value "  average: ".
         05 ws-scp-last-avg            pic zzzz9.
         05 filler                     pic x(21) value
         "    this year total: ".
         05 ws-scp-this-total          pic zzzz9.
         05 filler                     pic x(11) value "  average: ".
         05 ws-scp-this-avg            pic zzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-scp-trend               pic x(4).
      *
       01 ws-scard-text-line.
         05 filler                     pic x(4) value spaces.
         05 ws-scard-text              pic x(100).
      *
       01 ws-scard-flag-line.
         05 filler                     pic x(6) value spaces.
         05 ws-scf-flag                pic x(10).
         05 filler                     pic x(2) value spaces.
         05 ws-scf-text                pic x(80).
      *
      *printed instead of the scorecards on a run that resumed from
      *a checkpoint - the buffers only cover the operators processed
      *after the resume point
       01 ws-scard-warning-line.
         05 filler                     pic x(60) value
         "    *** operator scorecards skipped - this run resumed from ".
         05 filler                     pic x(40) value
         "a checkpoint, they would be incomplete *".
      *
       01 ws-calc.
         05 ws-calc-total              pic 9(5) value 0.
           perform 158-load-scheduled-hours.
           perform 159-load-business-days.
           perform 161-load-team-assignments.
           perform 162-load-scorecard-selection.
      *
      *output first headings - skipped on restart, the prior run's
      *headings are still there at the top of the appended report
               close assign-file
           end-if.

       162-load-scorecard-selection.
      *loads the operators a supervisor wants scorecards for, if a
      *selection list has been supplied - without one every operator
      *on the run gets a page. A list longer than the table is a
      *capacity fault, the same as the other reference tables
           open input scsel-file.

           if ws-scsel-file-ok
               read scsel-file
                   at end move 'y'               to ws-scsel-eof-flag
               end-read

               perform until ws-scsel-end-of-file

                   if scsel-rec-num not = spaces
                       if ws-scsel-count >= 500
                           move 'y'                 to
                           ws-capacity-fault-flag
                           move 'SCORECARD SELECTION' to
                           ws-capacity-table-name
                       else
                           add 1                    to ws-scsel-count
                           move scsel-rec-num       to
                           ws-scsel-num(ws-scsel-count)
                           move scsel-rec-site      to
                           ws-scsel-site(ws-scsel-count)
                           move 'n'                 to
                           ws-scsel-found-flag(ws-scsel-count)
                       end-if
                   end-if

                   read scsel-file
                       at end move 'y'           to ws-scsel-eof-flag
                   end-read

               end-perform

               move 'n'                          to ws-scsel-eof-flag
               close scsel-file
           end-if.

       160-check-restart.
      *if a checkpoint was left behind by an earlier, interrupted run
      *of this same roster, restore its running totals so the roster
           write exception-line from ws-exception-detail-line
             after advancing 1 lines.

      *kept for the operator's scorecard - past the table's end the
      *exception file still has them all, the scorecard lists the
      *first 500
           if ws-screx-count < 500
               add 1                        to ws-screx-count
               move emp-rec-site            to
               ws-screx-site(ws-screx-count)
               move emp-rec-num             to
               ws-screx-num(ws-screx-count)
               move ws-exception-reason     to
               ws-screx-reason(ws-screx-count)
           end-if.

       265-check-site-break.
      *one level above the team break - when the site code changes,
      *the old site's last team block is flushed so the new site
                   ws-rank-talk(ws-rank-count)
                   move ws-non-zero-month-count    to
                   ws-rank-months(ws-rank-count)

                   perform varying ws-sub from 1 by 1
                     until ws-sub > 12
                       move 0                      to
                       ws-rank-month-calls(ws-rank-count, ws-sub)
                       move 0                      to
                       ws-rank-month-talk(ws-rank-count, ws-sub)
                   end-perform
                   move ws-rank-count              to ws-rank-idx
                   perform 342-add-ranking-months
               end-if
           end-if.

               ws-rank-trend(ws-rank-idx)
           end-if.

           perform 342-add-ranking-months.

       342-add-ranking-months.
      *this record's calls and talk, month by month, onto the entry
      *at ws-rank-idx - a month straddling a transfer adds both
      *records' figures, so the scorecard shows the whole month
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-number-of-months
               add emp-rec-calls(ws-sub)           to
               ws-rank-month-calls(ws-rank-idx, ws-sub)
               if emp-rec-talk(ws-sub) is numeric
                   add emp-rec-talk(ws-sub)        to
                   ws-rank-month-talk(ws-rank-idx, ws-sub)
               end-if
           end-perform.

       345-buffer-scheduling-row.
      *buffers this operator's row for the scheduling extract - the
      *highest/lowest flags on it are not known until the roster is
               perform 427-print-coaching-outliers
           end-if.
      *
      *one scorecard page per operator for reviews - worked from the
      *ranking, occupancy and team summary buffers after the ranking
      *has sorted them, so a resumed run flags and skips it as well
           if ws-was-restarted
               write report-line from ws-scard-warning-line
                 after advancing 2 lines
           else
               perform 480-write-scorecards
           end-if.
      *
      *cross-site comparison - only on a consolidated run (a roster
      *with a blank site column has nothing to compare), and only
      *when this run processed the whole roster
           perform varying ws-tsum-idx from 1 by 1
             until ws-tsum-idx > ws-tsum-count

               perform 429-set-coach-yardsticks

               perform varying ws-rank-idx from 1 by 1
                 until ws-rank-idx > ws-rank-count
                 after advancing 1 lines
           end-if.

       429-set-coach-yardsticks.
      *the team's own yardsticks - handle time per call, and the
      *average calls per operator-month over the months the team's
      *operators were actually active - for the team at ws-tsum-idx.
      *the operator scorecards judge against the same lines
           if ws-tsum-calls(ws-tsum-idx) > 0
             and ws-tsum-talk(ws-tsum-idx) > 0
               compute ws-coach-team-aht rounded =
                 ws-tsum-talk(ws-tsum-idx) /
                 ws-tsum-calls(ws-tsum-idx)
           else
               move 0                              to ws-coach-team-aht
           end-if.

           if ws-tsum-active-months(ws-tsum-idx) > 0
               compute ws-coach-team-avg rounded =
                 ws-tsum-calls(ws-tsum-idx) /
                 ws-tsum-active-months(ws-tsum-idx)
           else
               move 0                              to ws-coach-team-avg
           end-if.

           compute ws-coach-aht-limit rounded =
             ws-coach-team-aht * (100 + ws-aht-dev-pct) / 100.

           compute ws-coach-vol-limit rounded =
             ws-coach-team-avg * (100 - ws-vol-dev-pct) / 100.

       430-print-site-comparison.
      *one row per site - grand total, average per operator,
      *operators with no calls, and the site's highest and lowest

           close runctl-file.

       480-write-scorecards.
      *one page per operator on the run - or per operator on the
      *selection list, when one was supplied - in site, team and
      *operator order. Operators the list leaves out are marked done
      *up front, and list entries the run never saw are named at the
      *end so a supervisor isn't left waiting for a page
           open output scorecard-file.

           move 0                                   to ws-scard-printed.
           move ws-heading-start-month              to
           ws-scard-head-start.
           move ws-heading-end-month                to
           ws-scard-head-end.
           move ws-name-line-date                   to
           ws-scard-head-date.
           move ws-name-line-time                   to
           ws-scard-head-time.

           perform varying ws-rank-idx from 1 by 1
             until ws-rank-idx > ws-rank-count

               move 'n'                             to
               ws-scard-done-flag(ws-rank-idx)

               if ws-scsel-count > 0
                   move 'y'                         to
                   ws-scard-done-flag(ws-rank-idx)
                   perform varying ws-scsel-idx from 1 by 1
                     until ws-scsel-idx > ws-scsel-count
                       if ws-scsel-num(ws-scsel-idx) =
                         ws-rank-num(ws-rank-idx)
                         and (ws-scsel-site(ws-scsel-idx) = spaces
                         or ws-scsel-site(ws-scsel-idx) =
                         ws-rank-site(ws-rank-idx))
                           move 'n'                 to
                           ws-scard-done-flag(ws-rank-idx)
                           move 'y'                 to
                           ws-scsel-found-flag(ws-scsel-idx)
                       end-if
                   end-perform
               end-if

           end-perform.

           perform 481-pick-next-scorecard.

           perform until ws-scard-best = 0
               move ws-scard-best                   to ws-scard-idx
               move 'y'                             to
               ws-scard-done-flag(ws-scard-idx)
               perform 482-print-one-scorecard
               perform 481-pick-next-scorecard
           end-perform.

           if ws-scard-printed = 0
               move "no operators on this run to print a scorecard for"
                 to ws-scard-text
               write scorecard-line from ws-scard-text-line
                 after advancing 1 line
           end-if.

           perform varying ws-scsel-idx from 1 by 1
             until ws-scsel-idx > ws-scsel-count
               if not ws-scsel-found(ws-scsel-idx)
                   move spaces                      to ws-scard-text
                   string "selected operator not on this run: "
                     delimited by size
                     ws-scsel-num(ws-scsel-idx) delimited by size
                     "  site " delimited by size
                     ws-scsel-site(ws-scsel-idx) delimited by size
                     into ws-scard-text
                   end-string
                   write scorecard-line from ws-scard-text-line
                     after advancing 2 lines
               end-if
           end-perform.

           close scorecard-file.

       481-pick-next-scorecard.
      *the lowest site, team and operator number not yet printed -
      *zero when every page is out
           move 0                                   to ws-scard-best.
           move high-values                         to
           ws-scard-best-key.

           perform varying ws-rank-idx from 1 by 1
             until ws-rank-idx > ws-rank-count

               if ws-scard-done-flag(ws-rank-idx) = 'n'
                   move ws-rank-site(ws-rank-idx)   to
                   ws-scard-key(1:2)
                   move ws-rank-team(ws-rank-idx)   to
                   ws-scard-key(3:2)
                   move ws-rank-num(ws-rank-idx)    to
                   ws-scard-key(5:3)
                   if ws-scard-key < ws-scard-best-key
                       move ws-scard-key            to
                       ws-scard-best-key
                       move ws-rank-idx             to ws-scard-best
                   end-if
               end-if

           end-perform.

       482-print-one-scorecard.
      *the page for the operator at ws-scard-idx - the ranking has
      *already sorted the buffer, so the entry's position is the
      *operator's rank on the whole run
           add 1                                    to ws-scard-printed.

           write scorecard-line from ws-scard-heading
             after advancing page.

           move ws-rank-num(ws-scard-idx)           to ws-scard-op-num.
           move ws-rank-name(ws-scard-idx)          to
           ws-scard-op-name.
           move ws-rank-team(ws-scard-idx)          to
           ws-scard-op-team.
           move ws-rank-site(ws-scard-idx)          to
           ws-scard-op-site.
           write scorecard-line from ws-scard-op-line
             after advancing 2 lines.

           perform 483-gather-team-figures.

           write scorecard-line from ws-scard-col-line1
             after advancing 2 lines.
           write scorecard-line from ws-scard-col-line2
             after advancing 1 line.

           move 0                                   to
           ws-scard-share-total.
           move 0                                   to
           ws-scard-hours-total.

           perform 484-print-scorecard-month
             varying ws-sub from 1 by 1
             until ws-sub > ws-number-of-months.

           perform 485-print-scorecard-totals.

           move ws-scard-team-rank                  to ws-scr-team-rank.
           move ws-scard-team-ops                   to ws-scr-team-ops.
           move ws-scard-site-rank                  to ws-scr-site-rank.
           move ws-scard-site-ops                   to ws-scr-site-ops.
           move ws-scard-idx                        to ws-scr-all-rank.
           move ws-rank-count                       to ws-scr-all-ops.
           write scorecard-line from ws-scard-rank-line
             after advancing 2 lines.

           perform 486-print-scorecard-occupancy.
           perform 487-print-scorecard-prior-year.
           perform 488-print-scorecard-flags.

       483-gather-team-figures.
      *the operator's team, month by month, from the same buffer -
      *calls, talk and the operators who took calls that month - and
      *the operator's place in the team and the site. The team's
      *target, summary and the operator's scheduled hours are found
      *once here for the lines below (zero when there is none)
           move 0                                   to
           ws-scard-team-ops.
           move 0                                   to
           ws-scard-site-ops.
           move 0                                   to
           ws-scard-team-rank.
           move 0                                   to
           ws-scard-site-rank.

           perform varying ws-sub from 1 by 1
             until ws-sub > 12
               move 0                               to
               ws-scard-team-calls(ws-sub)
               move 0                               to
               ws-scard-team-talk(ws-sub)
               move 0                               to
               ws-scard-team-active(ws-sub)
           end-perform.

           perform varying ws-sub2 from 1 by 1
             until ws-sub2 > ws-rank-count

               if ws-rank-team(ws-sub2) = ws-rank-team(ws-scard-idx)
                   add 1                            to
                   ws-scard-team-ops
                   if ws-sub2 not > ws-scard-idx
                       add 1                        to
                       ws-scard-team-rank
                   end-if
                   perform varying ws-sub from 1 by 1
                     until ws-sub > ws-number-of-months
                       add ws-rank-month-calls(ws-sub2, ws-sub) to
                       ws-scard-team-calls(ws-sub)
                       add ws-rank-month-talk(ws-sub2, ws-sub) to
                       ws-scard-team-talk(ws-sub)
                       if ws-rank-month-calls(ws-sub2, ws-sub) > 0
                           add 1                    to
                           ws-scard-team-active(ws-sub)
                       end-if
                   end-perform
               end-if

               if ws-rank-site(ws-sub2) = ws-rank-site(ws-scard-idx)
                   add 1                            to
                   ws-scard-site-ops
                   if ws-sub2 not > ws-scard-idx
                       add 1                        to
                       ws-scard-site-rank
                   end-if
               end-if

           end-perform.

           perform varying ws-tgt-idx from 1 by 1
             until ws-tgt-idx > ws-tgt-count
               or ws-tgt-team(ws-tgt-idx) = ws-rank-team(ws-scard-idx)
           end-perform.
           if ws-tgt-idx > ws-tgt-count
               move 0                               to
               ws-scard-tgt-found
           else
               move ws-tgt-idx                      to
               ws-scard-tgt-found
           end-if.

           perform varying ws-tsum-idx from 1 by 1
             until ws-tsum-idx > ws-tsum-count
               or ws-tsum-team(ws-tsum-idx) =
               ws-rank-team(ws-scard-idx)
           end-perform.
           if ws-tsum-idx > ws-tsum-count
               move 0                               to
               ws-scard-tsum-found
           else
               move ws-tsum-idx                     to
               ws-scard-tsum-found
           end-if.

           perform varying ws-hours-idx from 1 by 1
             until ws-hours-idx > ws-hours-count
               or ws-hours-num(ws-hours-idx) =
               ws-rank-num(ws-scard-idx)
           end-perform.
           if ws-hours-idx > ws-hours-count
               move 0                               to
               ws-scard-hours-found
           else
               move ws-hours-idx                    to
               ws-scard-hours-found
           end-if.

       484-print-scorecard-month.
      *one reporting-period month of the scorecard. The target share
      *is the team's monthly target split evenly over its operators;
      *occupancy is talk minutes over scheduled minutes. A month the
      *business-day calendar, the target table or the scheduled
      *hours don't cover is left blank rather than shown as zero
           move ws-heading-month-name(ws-sub)       to ws-scm-month.
           move ws-rank-month-calls(ws-scard-idx, ws-sub) to
           ws-scard-calls.
           move ws-rank-month-talk(ws-scard-idx, ws-sub) to
           ws-scard-talk.
           move ws-scard-calls                      to ws-scm-calls.

           move ws-rank-site(ws-scard-idx)          to ws-wd-site.
           move ws-sub                              to ws-wd-col.
           perform 297-find-column-workdays.
           if ws-wd-found > 0
               compute ws-wd-this-rate rounded =
                 ws-scard-calls / ws-wd-found
               move ws-wd-this-rate                 to ws-scm-perday
           else
               move spaces                          to ws-scm-perday-x
           end-if.

           if ws-scard-calls > 0
             and ws-scard-talk > 0
               compute ws-scard-aht rounded =
                 ws-scard-talk / ws-scard-calls
           else
               move 0                               to ws-scard-aht
           end-if.
           move ws-scard-aht                        to ws-scm-aht.

           if ws-scard-team-active(ws-sub) > 0
               compute ws-scard-team-avg rounded =
                 ws-scard-team-calls(ws-sub) /
                 ws-scard-team-active(ws-sub)
           else
               move 0                               to
               ws-scard-team-avg
           end-if.
           move ws-scard-team-avg                   to ws-scm-team-avg.

           if ws-scard-team-calls(ws-sub) > 0
             and ws-scard-team-talk(ws-sub) > 0
               compute ws-scard-aht rounded =
                 ws-scard-team-talk(ws-sub) /
                 ws-scard-team-calls(ws-sub)
           else
               move 0                               to ws-scard-aht
           end-if.
           move ws-scard-aht                        to ws-scm-team-aht.

           if ws-scard-tgt-found > 0
             and ws-scard-team-ops > 0
               compute ws-scard-share rounded =
                 ws-tgt-months(ws-scard-tgt-found, ws-sub) /
                 ws-scard-team-ops
               add ws-scard-share                   to
               ws-scard-share-total
               move ws-scard-share                  to ws-scm-share
               compute ws-scard-vs = ws-scard-calls - ws-scard-share
               move ws-scard-vs                     to ws-scm-vs
           else
               move spaces                          to ws-scm-share-x
               move spaces                          to ws-scm-vs-x
           end-if.

           if ws-scard-hours-found > 0
               move ws-hours-months(ws-scard-hours-found, ws-sub) to
               ws-scm-hours
               add ws-hours-months(ws-scard-hours-found, ws-sub) to
               ws-scard-hours-total
               if ws-hours-months(ws-scard-hours-found, ws-sub) > 0
                   compute ws-scard-occ-pct rounded =
                     ws-scard-talk * 100 /
                     (ws-hours-months(ws-scard-hours-found, ws-sub)
                     * 60)
                   move ws-scard-occ-pct            to ws-scm-occ
               else
                   move spaces                      to ws-scm-occ-x
               end-if
           else
               move spaces                          to ws-scm-hours-x
               move spaces                          to ws-scm-occ-x
           end-if.

           write scorecard-line from ws-scard-month-line
             after advancing 1 line.

       485-print-scorecard-totals.
      *the period on one line under the months - the team's average
      *is per operator-month, the way the coaching section measures
      *it - then the operator's average over their active months
           move "tot"                               to ws-scm-month.
           move ws-rank-total(ws-scard-idx)         to ws-scm-calls.
           move spaces                              to ws-scm-perday-x.
           move ws-rank-aht(ws-scard-idx)           to ws-scm-aht.

           move 0                                   to ws-sub2.
           move 0                                   to
           ws-scard-sched-mins.
           move 0                                   to ws-scard-talk.
           move 0                                   to ws-scard-calls.
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-number-of-months
               add ws-scard-team-active(ws-sub)     to ws-sub2
               add ws-scard-team-calls(ws-sub)      to
               ws-scard-sched-mins
           end-perform.

           if ws-sub2 > 0
               compute ws-scard-team-avg rounded =
                 ws-scard-sched-mins / ws-sub2
           else
               move 0                               to
               ws-scard-team-avg
           end-if.
           move ws-scard-team-avg                   to ws-scm-team-avg.

           if ws-scard-tsum-found > 0
               move ws-scard-tsum-found             to ws-tsum-idx
               perform 429-set-coach-yardsticks
               move ws-coach-team-aht               to ws-scm-team-aht
           else
               move 0                               to ws-scm-team-aht
           end-if.

           if ws-scard-tgt-found > 0
             and ws-scard-team-ops > 0
               move ws-scard-share-total            to ws-scm-share
               compute ws-scard-vs = ws-rank-total(ws-scard-idx)
                 - ws-scard-share-total
               move ws-scard-vs                     to ws-scm-vs
           else
               move spaces                          to ws-scm-share-x
               move spaces                          to ws-scm-vs-x
           end-if.

           if ws-scard-hours-found > 0
               move ws-scard-hours-total            to ws-scm-hours
               if ws-scard-hours-total > 0
                   compute ws-scard-occ-pct rounded =
                     ws-rank-talk(ws-scard-idx) * 100 /
                     (ws-scard-hours-total * 60)
                   move ws-scard-occ-pct            to ws-scm-occ
               else
                   move spaces                      to ws-scm-occ-x
               end-if
           else
               move spaces                          to ws-scm-hours-x
               move spaces                          to ws-scm-occ-x
           end-if.

           write scorecard-line from ws-scard-month-line
             after advancing 2 lines.

           move ws-rank-avg(ws-scard-idx)           to ws-scard-ed-num1.
           move ws-rank-months(ws-scard-idx)        to ws-scard-ed-num2.
           move spaces                              to ws-scard-text.
           string "average calls per active month: " delimited by size
             ws-scard-ed-num1 delimited by size
             "   over active months: " delimited by size
             ws-scard-ed-num2 delimited by size
             into ws-scard-text
           end-string.
           write scorecard-line from ws-scard-text-line
             after advancing 1 line.

       486-print-scorecard-occupancy.
      *the occupancy section's line for the operator - scheduled
      *hours, calls per hour and talk against scheduled minutes
           perform varying ws-occ-idx from 1 by 1
             until ws-occ-idx > ws-occ-count
               or (ws-occ-site(ws-occ-idx) = ws-rank-site(ws-scard-idx)
               and ws-occ-num(ws-occ-idx) = ws-rank-num(ws-scard-idx))
           end-perform.

           if ws-occ-idx > ws-occ-count
               if ws-hours-count = 0
                   move "no scheduled hours this run - no occupancy"
                     to ws-scard-text
               else
                   move "no scheduled hours on file - not rostered"
                     to ws-scard-text
               end-if
               write scorecard-line from ws-scard-text-line
                 after advancing 2 lines
           else
               move ws-occ-hours(ws-occ-idx)        to ws-sco-hours
               if ws-occ-hours(ws-occ-idx) > 0
                   compute ws-occ-cph rounded =
                     ws-occ-calls(ws-occ-idx) /
                     ws-occ-hours(ws-occ-idx)
               else
                   move 0                           to ws-occ-cph
               end-if
               move ws-occ-cph                      to ws-sco-cph
               move ws-occ-talk(ws-occ-idx)         to ws-sco-talk
               compute ws-occ-sched-mins =
                 ws-occ-hours(ws-occ-idx) * 60
               move ws-occ-sched-mins               to ws-sco-sched
               if ws-occ-sched-mins > 0
                   compute ws-scard-occ-pct rounded =
                     ws-occ-talk(ws-occ-idx) * 100 / ws-occ-sched-mins
               else
                   move 0                           to ws-scard-occ-pct
               end-if
               move ws-scard-occ-pct                to ws-sco-pct
               if ws-occ-low(ws-occ-idx)
                   move 'LOW OCC'                   to ws-sco-flag
               else
                   move spaces                      to ws-sco-flag
               end-if
               write scorecard-line from ws-scard-occ-line
                 after advancing 2 lines
           end-if.

       487-print-scorecard-prior-year.
      *last fiscal year's figures from the history file, folded to a
      *whole year per operator at start-up, against this period's
           perform varying ws-hist-idx from 1 by 1
             until ws-hist-idx > ws-hist-count
               or ws-hist-num(ws-hist-idx) = ws-rank-num(ws-scard-idx)
           end-perform.

           if ws-hist-idx > ws-hist-count
               move "no prior fiscal year history on file"
                                                    to ws-scard-text
               write scorecard-line from ws-scard-text-line
                 after advancing 1 line
           else
               move ws-prior-fiscal-year            to ws-scp-year
               move ws-hist-total(ws-hist-idx)      to ws-scp-last-total
               move ws-hist-avg(ws-hist-idx)        to ws-scp-last-avg
               move ws-rank-total(ws-scard-idx)     to ws-scp-this-total
               move ws-rank-avg(ws-scard-idx)       to ws-scp-this-avg
               if ws-rank-avg(ws-scard-idx) > ws-hist-avg(ws-hist-idx)
                   move "UP"                        to ws-scp-trend
               else
                   if ws-rank-avg(ws-scard-idx) <
                     ws-hist-avg(ws-hist-idx)
                       move "DOWN"                  to ws-scp-trend
                   else
                       move "SAME"                  to ws-scp-trend
                   end-if
               end-if
               write scorecard-line from ws-scard-prior-line
                 after advancing 1 line
           end-if.

       488-print-scorecard-flags.
      *everything the run raised against the operator this period -
      *the declining trend, the coaching lines, low occupancy, a
      *drop on last year, the team's months below target and the
      *operator's rejected feed records - on the same tests the
      *roster-wide sections apply
           move "exception and coaching flags this period:" to
           ws-scard-text.
           write scorecard-line from ws-scard-text-line
             after advancing 2 lines.

           move 0                                   to
           ws-scard-flag-count.

           if ws-rank-trend(ws-scard-idx) not = spaces
               move "DECLINING"                     to ws-scf-flag
               move "calls fell three months or more in a row" to
               ws-scf-text
               perform 489-write-scorecard-flag
           end-if.

           if ws-scard-tsum-found > 0
               move ws-scard-tsum-found             to ws-tsum-idx
               perform 429-set-coach-yardsticks

               if ws-coach-team-aht > 0
                 and ws-rank-aht(ws-scard-idx) > 0
                 and ws-rank-aht(ws-scard-idx) > ws-coach-aht-limit
                   compute ws-coach-dev rounded =
                     (ws-rank-aht(ws-scard-idx) - ws-coach-team-aht)
                     * 100 / ws-coach-team-aht
                   move ws-rank-aht(ws-scard-idx)   to ws-scard-ed-dec1
                   move ws-coach-team-aht           to ws-scard-ed-dec2
                   move ws-coach-dev                to ws-scard-ed-pct
                   move "AHT HIGH"                  to ws-scf-flag
                   move spaces                      to ws-scf-text
                   string "handle time " delimited by size
                     ws-scard-ed-dec1 delimited by size
                     " against the team's " delimited by size
                     ws-scard-ed-dec2 delimited by size
                     ", over by " delimited by size
                     ws-scard-ed-pct delimited by size
                     "%" delimited by size
                     into ws-scf-text
                   end-string
                   perform 489-write-scorecard-flag
               end-if

               if ws-coach-team-avg > 0
                 and ws-rank-avg(ws-scard-idx) < ws-coach-vol-limit
                   compute ws-coach-dev rounded =
                     (ws-coach-team-avg - ws-rank-avg(ws-scard-idx))
                     * 100 / ws-coach-team-avg
                   move ws-rank-avg(ws-scard-idx)   to ws-scard-ed-num1
                   move ws-coach-team-avg           to ws-scard-ed-num2
                   move ws-coach-dev                to ws-scard-ed-pct
                   move "VOL LOW"                   to ws-scf-flag
                   move spaces                      to ws-scf-text
                   string "calls per active month " delimited by size
                     ws-scard-ed-num1 delimited by size
                     " against the team's " delimited by size
                     ws-scard-ed-num2 delimited by size
                     ", under by " delimited by size
                     ws-scard-ed-pct delimited by size
                     "%" delimited by size
                     into ws-scf-text
                   end-string
                   perform 489-write-scorecard-flag
               end-if
           end-if.

           if ws-occ-idx not > ws-occ-count
               if ws-occ-low(ws-occ-idx)
                   move "LOW OCC"                   to ws-scf-flag
                   move "under one call per ten scheduled hours" to
                   ws-scf-text
                   perform 489-write-scorecard-flag
               end-if
           end-if.

           if ws-hist-idx not > ws-hist-count
               if ws-rank-avg(ws-scard-idx) < ws-hist-avg(ws-hist-idx)
                   move "YOY DOWN"                  to ws-scf-flag
                   move "average calls per month below last year's"
                                                    to ws-scf-text
                   perform 489-write-scorecard-flag
               end-if
           end-if.

           if ws-scard-tgt-found > 0
             and ws-scard-tsum-found > 0
               move ws-scard-tgt-found              to ws-tgt-idx
               move ws-scard-tsum-found             to ws-tsum-idx
               perform varying ws-sub from 1 by 1
                 until ws-sub > ws-number-of-months
                   if ws-tgt-months(ws-tgt-idx, ws-sub) > 0
                     and ws-tsum-months(ws-tsum-idx, ws-sub) <
                     ws-tgt-months(ws-tgt-idx, ws-sub)
                       compute ws-short-pct rounded =
                         (ws-tgt-months(ws-tgt-idx, ws-sub) -
                         ws-tsum-months(ws-tsum-idx, ws-sub)) * 100 /
                         ws-tgt-months(ws-tgt-idx, ws-sub)
                       if ws-short-pct > ws-target-pct
                           move ws-short-pct        to ws-scard-ed-pct
                           move "TEAM TGT"          to ws-scf-flag
                           move spaces              to ws-scf-text
                           string "team below target in "
                             delimited by size
                             ws-heading-month-name(ws-sub)
                             delimited by size
                             " by " delimited by size
                             ws-scard-ed-pct delimited by size
                             "%" delimited by size
                             into ws-scf-text
                           end-string
                           perform 489-write-scorecard-flag
                       end-if
                   end-if
               end-perform
           end-if.

           perform varying ws-screx-idx from 1 by 1
             until ws-screx-idx > ws-screx-count
               if ws-screx-num(ws-screx-idx) = ws-rank-num(ws-scard-idx)
                 and ws-screx-site(ws-screx-idx) =
                 ws-rank-site(ws-scard-idx)
                   move "REJECTED"                  to ws-scf-flag
                   move spaces                      to ws-scf-text
                   string "feed record rejected: " delimited by size
                     ws-screx-reason(ws-screx-idx) delimited by size
                     into ws-scf-text
                   end-string
                   perform 489-write-scorecard-flag
               end-if
           end-perform.

           if ws-scard-flag-count = 0
               move spaces                          to ws-scf-flag
               move "none raised this period"       to ws-scf-text
               write scorecard-line from ws-scard-flag-line
                 after advancing 1 line
           end-if.

       489-write-scorecard-flag.
           add 1                                    to
           ws-scard-flag-count.
           write scorecard-line from ws-scard-flag-line
             after advancing 1 line.

       500-set-return-code.
      *picks the return code the job stream branches on - the worst
      *condition wins: an empty input outranks an out-of-balance
